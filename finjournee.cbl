      * critiques) et frequence ('J' = chaque passage, 'H' =
      * hebdomadaire le vendredi, 'M' = dernier jour du mois, 'D' =
      * dernier jour ouvre du mois, interpretee avec le service
      * CALJOUR ; une colonne absente vaut 'J'), puis les etapes
      * dont elle depend (programmes separes par des virgules) :
      * quand une etape echoue, toute etape qui en depend,
      * directement ou non, est sautee et les etapes independantes
      * continuent. Reordonner la nuit, neutraliser une etape
      * cassee ou mensualiser un pas ne demande plus ni
      * recompilation ni edition de fichier au soir de cloture.
       01  FCHAINE-REG.
           05 CHAINE-SEQ PIC 9(2).
           05 FILLER PIC X(1).
           05 CHAINE-ERREUR PIC X(1).
           05 FILLER PIC X(1).
           05 CHAINE-FREQ PIC X(1).
           05 FILLER PIC X(1).
           05 CHAINE-DEPEND PIC X(60).

       FD  FPLAN
           RECORDING MODE IS F.
       01  FPLAN-REG PIC X(120).
       01  FPLAN-DETAIL.
           05 FPLAN-SEQ PIC 9(2).
           05 FILLER PIC X(1).
           05 FPLAN-DUE PIC X(3).
           05 FILLER PIC X(1).
           05 FPLAN-EXECUTABLE PIC X(12).
           05 FILLER PIC X(1).
           05 FPLAN-DEPEND PIC X(63).

       FD  FFENETRE
           RECORDING MODE IS F.
           88 WS-EOF-FCHAINE-REACHED VALUE 'Y'.
       01 WS-NB-ETAPES PIC 9(2) VALUE 0.
       01 WS-ETAPES.
           05 WS-ETAPE-ENTRY OCCURS 60 TIMES.
               10 WS-ETAPE PIC X(30).
               10 WS-ETAPE-ACTIF PIC X(1).
               10 WS-ETAPE-ERREUR PIC X(1).
               10 WS-ETAPE-FREQ PIC X(1).
               10 WS-ETAPE-DEPEND PIC X(60).
               10 WS-ETAPE-NB-DEP PIC 9(1).
               10 WS-ETAPE-DEP PIC 9(2) OCCURS 5 TIMES.
      *        ISSUE DU SOIR : ' ' NON LANCEE, 'O' OK, 'E' ECHEC,
      *        'D' SAUTEE PAR DEPENDANCE
               10 WS-ETAPE-ISSUE PIC X(1).
      *        STATUT DE L'ETAPE DANS LE LOG DU PASSAGE PRECEDENT
               10 WS-ETAPE-PRECEDENT PIC X(20).
       01 WS-NB-ECHECS-CONTINUES PIC 9(2) VALUE 0.
      * RESOLUTION DES DEPENDANCES : NOMS LUS, INDEX DE L'ETAPE
      * AMONT, ANOMALIES DE DEFINITION (ETAPE INCONNUE OU PLACEE
      * APRES L'ETAPE QUI EN DEPEND, IGNOREES AU LANCEMENT)
       01 WS-DEP-NOMS.
           05 WS-DEP-NOM PIC X(30) OCCURS 5 TIMES.
       01 WS-D PIC 9(1).
       01 WS-K PIC 9(2).
       01 WS-NB-ANOMALIES-DEP PIC 9(2) VALUE 0.
       01 WS-DEP-EN-ECHEC PIC X(30) VALUE SPACES.
       01 WS-NB-DEP-SAUTEES PIC 9(2) VALUE 0.
       01 WS-DEP-INDEX PIC 9(2).
       01 WS-DEP-PTR PIC 9(2).
       77 WS-STATUS-FFENETRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
      * MODE D'EXECUTION : 'SIMULATION' EN ARGUMENT DE COMMANDE
           88 WS-CHAINE-EST-OK VALUE 'Y'.
       01 WS-NB-ETAPES-EXECUTEES PIC 9(2) VALUE 0.
      * REPRISE D'UNE CHAINE EN ECHEC : LE LOG DU PASSAGE PRECEDENT
      * EST RELU AU LANCEMENT ; SI UNE ETAPE Y EST EN ECHEC (OU
      * SAUTEE PAR DEPENDANCE), L'OPERATEUR PEUT REPRENDRE : SEULES
      * LES ETAPES DEJA OK SONT SAUTEES, LES ETAPES EN ECHEC, CELLES
      * QUI EN DEPENDENT ET CELLES NON ATTEINTES SONT RELANCEES.
       01 WS-ETAPE-ECHEC PIC X(30) VALUE SPACES.
       01 WS-MODE-REPRISE PIC X VALUE 'N'.
           88 WS-EN-REPRISE VALUE 'O'.
       01 WS-REPONSE PIC X VALUE 'n'.
       01 WS-EOF-LOG PIC X VALUE 'N'.
           88 WS-EOF-LOG-REACHED VALUE 'Y'.
           05 WS-CJ-NB PIC S9(5).
       COPY RUNLNK.
       COPY LOCKLNK.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
           ACCEPT WS-MODE-EXEC FROM COMMAND-LINE
           MOVE 'finjournee' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'X'
      *    (EXPLOITATION DE CHAINE) EXIGE AVANT TOUTE ACTION
           MOVE 'finjournee' TO WS-OA-PROGRAMME
           MOVE 'X' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a finjournee (role X, retour ' WS-OA-RETOUR ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 8 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    CHARGEMENT DE LA DEFINITION DE CHAINE ; A DEFAUT, LA
      *    CHAINE HISTORIQUE EN DUR RESTE LA ROUE DE SECOURS
                           SET WS-EOF-FCHAINE-REACHED TO TRUE
                       NOT AT END
                           IF CHAINE-PROGRAMME NOT = SPACES
                              AND WS-NB-ETAPES < 60
                               ADD 1 TO WS-NB-ETAPES
                               MOVE CHAINE-PROGRAMME
                                   TO WS-ETAPE(WS-NB-ETAPES)
                                   MOVE 'J' TO
                                       WS-ETAPE-FREQ(WS-NB-ETAPES)
                               END-IF
                               MOVE CHAINE-DEPEND
                                   TO WS-ETAPE-DEPEND(WS-NB-ETAPES)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE 'O' TO WS-ETAPE-ACTIF(I)
                   MOVE 'S' TO WS-ETAPE-ERREUR(I)
                   MOVE 'J' TO WS-ETAPE-FREQ(I)
                   MOVE SPACES TO WS-ETAPE-DEPEND(I)
               END-PERFORM
           END-IF
           PERFORM RESOUDRE-DEPENDANCES

      *    CALENDRIER DU PASSAGE : UN JOUR DE SEMAINE NON OUVRE EST
      *    UN FERIE DE JOURS-FERIES.txt, LA CHAINE ENTIERE EST
                       AT END
                           SET WS-EOF-LOG-REACHED TO TRUE
                       NOT AT END
                           PERFORM RELEVER-STATUT-PRECEDENT
                   END-READ
               END-PERFORM
               CLOSE FCONTROLE
           END-IF
           IF WS-ETAPE-ECHEC NOT = SPACES
               DISPLAY 'Le passage precedent a laisse en ECHEC '
                   'l etape : ' WS-ETAPE-ECHEC
               DISPLAY 'Reprendre les etapes non passees ? o/n'
               ACCEPT WS-REPONSE
               IF WS-REPONSE = 'o' OR WS-REPONSE = 'O'
                   SET WS-EN-REPRISE TO TRUE
           WRITE FCONTROLE-REG
           PERFORM RECOPIER-SORTIE-ETAPE

      *    CONTROLE DU CONTENU DES PARAMETRES ET BAREMES (paramctl) :
      *    UN TAUX, UNE TRANCHE OU UN NOM DE FICHIER INVALIDE REFUSE
      *    LA CHAINE AU MEME TITRE QU'UNE ENTREE MANQUANTE
           MOVE SPACES TO WS-COMMANDE
           STRING './paramctl > FINJOURNEE-STEP-OUTPUT.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           DISPLAY 'Etape 00 : paramctl'
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE SPACES TO FCONTROLE-REG
           MOVE 'paramctl' TO FCONTROLE-ETAPE
           IF RETURN-CODE = 0
               MOVE 'OK' TO FCONTROLE-STATUT
           ELSE
               MOVE 'ECHEC' TO FCONTROLE-STATUT
               MOVE 'N' TO WS-CHAINE-OK
               DISPLAY 'Parametres invalides (voir '
                   'PARAMCTL-RAPPORT.txt), chaine refusee'
           END-IF
           WRITE FCONTROLE-REG
           PERFORM RECOPIER-SORTIE-ETAPE

           IF WS-EN-REPRISE
               DISPLAY 'Reprise de la chaine depuis : ' WS-ETAPE-ECHEC
               MOVE SPACES TO FCONTROLE-REG
                   MOVE 'HORS FREQUENCE' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
               ELSE
      *        UNE ETAPE DONT UNE ETAPE AMONT A ECHOUE CE SOIR (OU A
      *        ETE ELLE-MEME SAUTEE) EST SAUTEE A SON TOUR
               PERFORM CONTROLER-DEPENDANCES
               IF WS-DEP-EN-ECHEC NOT = SPACES
                   MOVE 'D' TO WS-ETAPE-ISSUE(I)
                   ADD 1 TO WS-NB-DEP-SAUTEES
                   DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
                       ' sautee, depend de ' WS-DEP-EN-ECHEC
                   MOVE SPACES TO FCONTROLE-REG
                   MOVE WS-ETAPE(I) TO FCONTROLE-ETAPE
                   MOVE 'SAUTE (DEPENDANCE)' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
                   MOVE SPACES TO FCONTROLE-DETAIL
                   STRING 'depend de ' DELIMITED BY SIZE
                       WS-DEP-EN-ECHEC DELIMITED BY SPACE
                       ' non passee ce soir' DELIMITED BY SIZE
                       INTO FCONTROLE-DETAIL-TX
                   WRITE FCONTROLE-DETAIL
               ELSE
      *        EN REPRISE, LES ETAPES DEJA OK AU PASSAGE PRECEDENT
      *        SONT SAUTEES
               IF WS-EN-REPRISE
                  AND (WS-ETAPE-PRECEDENT(I)(1:2) = 'OK'
                       OR WS-ETAPE-PRECEDENT(I) = 'SAUTE (REPRISE)')
                   MOVE 'O' TO WS-ETAPE-ISSUE(I)
                   DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
                       ' sautee (deja OK)'
                   MOVE SPACES TO FCONTROLE-REG
                   MOVE WS-ETAPE(I) TO FCONTROLE-ETAPE
                   MOVE 'SAUTE (REPRISE)' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
               ELSE
                   PERFORM EXECUTER-ETAPE
               END-IF
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           GO TO FIN-DE-CHAINE.

               EVALUATE TRUE
                   WHEN WS-STATUT-BRUT = 0
                       MOVE 'OK' TO FCONTROLE-STATUT
                       MOVE 'O' TO WS-ETAPE-ISSUE(I)
                   WHEN WS-RESTE-SIGNAL = 0
                        AND (WS-RC-ETAPE = 4 OR WS-RC-ETAPE = 12)
                       MOVE 'OK (AVERTISST.)' TO FCONTROLE-STATUT
                       MOVE 'O' TO WS-ETAPE-ISSUE(I)
                       ADD 1 TO WS-NB-ECHECS-CONTINUES
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en avertissement (code ' WS-RC-ETAPE
                           '), la chaine continue'
                   WHEN WS-ETAPE-ERREUR(I) = 'C'
                       MOVE 'ECHEC (CONTINUE)' TO FCONTROLE-STATUT
                       MOVE 'E' TO WS-ETAPE-ISSUE(I)
                       ADD 1 TO WS-NB-ECHECS-CONTINUES
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en echec, etape non critique, la '
                           'chaine continue'
                   WHEN OTHER
                       MOVE 'ECHEC' TO FCONTROLE-STATUT
                       MOVE 'E' TO WS-ETAPE-ISSUE(I)
                       MOVE 'N' TO WS-CHAINE-OK
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en echec, arret de la chaine'
                   DISPLAY 'Chaine terminee avec '
                       WS-NB-ECHECS-CONTINUES
                       ' echec(s) non critique(s)'
                   IF WS-NB-DEP-SAUTEES > 0
                       DISPLAY WS-NB-DEP-SAUTEES ' etape(s) sautee(s)'
                           ' par dependance'
                   END-IF
               ELSE
                   DISPLAY 'Chaine de fin de journee terminee avec '
                       'succes'
           CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
               WS-CALJOUR-REPONSE.

      *    SIMULATION : CONTROLE DES ENTREES ET DES PARAMETRES COMME
      *    EN VRAI (via preflight et paramctl), VERIFICATION QUE
      *    CHAQUE PROGRAMME DE LA CHAINE EST EXECUTABLE, ET EDITION
      *    DU PLAN EXACT - SEQUENCE, INDICATEURS ACTIFS, ACTIONS SUR
      *    ERREUR, FREQUENCES DUES CE SOIR - SANS RIEN LANCER.
       SIMULER-CHAINE.
           DISPLAY 'MODE SIMULATION : aucun programme ne sera lance'
           OPEN OUTPUT FPLAN
           MOVE SPACES TO FPLAN-REG
           STRING 'NN PROGRAMME                      A E F DUE '
               DELIMITED BY SIZE
               'EXECUTABLE   DEPEND DE' DELIMITED BY SIZE
               INTO FPLAN-REG
           WRITE FPLAN-REG

           END-IF
           WRITE FPLAN-REG

           MOVE './paramctl > FINJOURNEE-STEP-OUTPUT.txt'
               TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE SPACES TO FPLAN-REG
           IF RETURN-CODE = 0
               MOVE 'CONTROLE DES PARAMETRES (paramctl) : OK'
                   TO FPLAN-REG
           ELSE
               MOVE 'CONTROLE DES PARAMETRES (paramctl) : EN ECART'
                   TO FPLAN-REG
               ADD 1 TO WS-NB-INTROUVABLES
           END-IF
           WRITE FPLAN-REG

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-ETAPES
               PERFORM CONTROLER-FREQUENCE
               MOVE SPACES TO FPLAN-DETAIL
                   DISPLAY 'Programme introuvable ou non '
                       'executable : ' WS-ETAPE(I)
               END-IF
               MOVE 1 TO WS-DEP-PTR
               PERFORM VARYING WS-D FROM 1 BY 1
                       UNTIL WS-D > WS-ETAPE-NB-DEP(I)
                   IF WS-D > 1
                       STRING ',' DELIMITED BY SIZE
                           INTO FPLAN-DEPEND WITH POINTER WS-DEP-PTR
                   END-IF
                   MOVE WS-ETAPE-DEP(I, WS-D) TO WS-DEP-INDEX
                   STRING WS-ETAPE(WS-DEP-INDEX) DELIMITED BY SPACE
                       INTO FPLAN-DEPEND WITH POINTER WS-DEP-PTR
               END-PERFORM
               WRITE FPLAN-DETAIL
           END-PERFORM
      *    LES DEPENDANCES INCONNUES OU MAL PLACEES SONT DES
      *    ANOMALIES DE LA DEFINITION DE CHAINE
           IF WS-NB-ANOMALIES-DEP > 0
               MOVE SPACES TO FPLAN-REG
               STRING 'DEPENDANCES INCONNUES OU PLACEES APRES '
                   DELIMITED BY SIZE
                   'L ETAPE DEPENDANTE : ' DELIMITED BY SIZE
                   WS-NB-ANOMALIES-DEP DELIMITED BY SIZE
                   INTO FPLAN-REG
               WRITE FPLAN-REG
               ADD WS-NB-ANOMALIES-DEP TO WS-NB-INTROUVABLES
           END-IF
           CLOSE FPLAN
           DISPLAY 'Plan ecrit dans FINJOURNEE-PLAN.txt'
           IF WS-NB-INTROUVABLES > 0
               DISPLAY 'Simulation OK : la chaine est executable'
           END-IF.

      *    RESOLUTION DES DEPENDANCES DECLAREES EN INDEX D'ETAPES
      *    AMONT ; UNE ETAPE INCONNUE OU PLACEE APRES L'ETAPE QUI EN
      *    DEPEND NE PEUT PAS ETRE ATTENDUE ET EST SIGNALEE.
       RESOUDRE-DEPENDANCES.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-ETAPES
               MOVE SPACE TO WS-ETAPE-ISSUE(I)
               MOVE SPACES TO WS-ETAPE-PRECEDENT(I)
               MOVE 0 TO WS-ETAPE-NB-DEP(I)
               MOVE SPACES TO WS-DEP-NOMS
               UNSTRING WS-ETAPE-DEPEND(I)
                   DELIMITED BY ',' OR ALL SPACE
                   INTO WS-DEP-NOM(1) WS-DEP-NOM(2) WS-DEP-NOM(3)
                        WS-DEP-NOM(4) WS-DEP-NOM(5)
               END-UNSTRING
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 5
                   IF WS-DEP-NOM(WS-D) NOT = SPACES
                       PERFORM CHERCHER-DEPENDANCE
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHERCHER-DEPENDANCE.
           MOVE 0 TO WS-DEP-INDEX
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K NOT < I OR WS-DEP-INDEX > 0
               IF WS-ETAPE(WS-K) = WS-DEP-NOM(WS-D)
                   MOVE WS-K TO WS-DEP-INDEX
               END-IF
           END-PERFORM
           IF WS-DEP-INDEX > 0
               ADD 1 TO WS-ETAPE-NB-DEP(I)
               MOVE WS-DEP-INDEX TO WS-ETAPE-DEP(I, WS-ETAPE-NB-DEP(I))
           ELSE
               ADD 1 TO WS-NB-ANOMALIES-DEP
               DISPLAY 'Etape ' WS-ETAPE(I) ' : dependance '
                   WS-DEP-NOM(WS-D)
               DISPLAY '   inconnue ou placee apres elle, ignoree'
           END-IF.

      *    UNE ETAPE EST SAUTEE SI UNE ETAPE DONT ELLE DEPEND A
      *    ECHOUE OU A ETE SAUTEE PAR DEPENDANCE CE SOIR ; UNE ETAPE
      *    AMONT INACTIVE OU HORS FREQUENCE NE BLOQUE PAS.
       CONTROLER-DEPENDANCES.
           MOVE SPACES TO WS-DEP-EN-ECHEC
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-ETAPE-NB-DEP(I)
                   OR WS-DEP-EN-ECHEC NOT = SPACES
               MOVE WS-ETAPE-DEP(I, WS-D) TO WS-K
               IF WS-ETAPE-ISSUE(WS-K) = 'E'
                  OR WS-ETAPE-ISSUE(WS-K) = 'D'
                   MOVE WS-ETAPE(WS-K) TO WS-DEP-EN-ECHEC
               END-IF
           END-PERFORM.

      *    STATUT DE CHAQUE ETAPE AU PASSAGE PRECEDENT ; LA PREMIERE
      *    ETAPE EN ECHEC OU SAUTEE PAR DEPENDANCE OUVRE LA REPRISE.
       RELEVER-STATUT-PRECEDENT.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-ETAPES
               IF WS-ETAPE(WS-K) = FCONTROLE-ETAPE
                   MOVE FCONTROLE-STATUT TO WS-ETAPE-PRECEDENT(WS-K)
                   IF WS-ETAPE-ECHEC = SPACES
                      AND (FCONTROLE-STATUT = 'ECHEC'
                           OR FCONTROLE-STATUT = 'ECHEC (CONTINUE)'
                           OR FCONTROLE-STATUT = 'SAUTE (DEPENDANCE)')
                       MOVE FCONTROLE-ETAPE TO WS-ETAPE-ECHEC
                   END-IF
               END-IF
           END-PERFORM.

       CONTROLER-FREQUENCE.
           MOVE 'O' TO WS-ETAPE-DUE
           EVALUATE WS-ETAPE-FREQ(I)
