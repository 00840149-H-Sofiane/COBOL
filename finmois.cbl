       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINMOIS.
      * Chaine de cloture mensuelle, sur le modele de FINJOURNEE :
      * la liste de controle papier de fin de mois devient la
      * definition externe FINMOIS-CHAINE.txt (sequence, programme,
      * indicateur actif O/N, action sur erreur, type de periode,
      * fichier parametre du programme). La periode close AAAAMM
      * est lue dans FINMOIS-PARAM.txt (a defaut le mois precedant
      * le passage) ; elle doit etre echue. Avant chaque etape, la
      * periode est passee au programme en ecrivant son fichier
      * parametre, retire apres l'etape : 'M' = AAAAMM, 'D' =
      * dernier jour AAAAMMJJ, 'T' = trimestre AAAAT (etape due
      * les seuls mois de fin de trimestre), '-' = pas de
      * parametre. Action sur erreur :
      * 'S' = arret de la chaine (les codes 4 et 12 restent des
      * avertissements), 'C' = on continue, 'B' = condition
      * bloquante : tout code retour non nul arrete la chaine
      * (journee desequilibree, banque non rapprochee). Un suspens
      * OUVERT au livre d'attente SUSPENS-ATTENTE.txt bloque la
      * chaine avant sa premiere etape. Chaque etape est tracee
      * dans FINMOIS-LOG.txt (avec sa sortie) et dans l'historique
      * FINMOIS-HISTO.txt (periode, programme, statut, code retour,
      * date, heure, passage) ; apres levee d'un blocage, la chaine
      * relancee saute les etapes deja OK pour la periode. La
      * periode n'est declaree close qu'au visa du controleur : la
      * transaction FINMOIS-VISA.txt (periode, controleur, date du
      * visa) n'est acceptee qu'une fois toutes les etapes passees ;
      * elle est alors inscrite dans FINMOIS-CLOTURES.txt, le
      * certificat date CERTIFICAT-CLOTURE-AAAAMM.txt est edite et
      * la transaction est consommee (.TRAITE). Codes retour : 0
      * periode close, 4 chaine passee en attente du visa, 8 refus
      * (periode non echue, deja close, visa irrecevable), 16
      * chaine bloquee ou interrompue.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCONTROLE ASSIGN TO "FINMOIS-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTROLE.

           SELECT FSTEPOUT ASSIGN TO "FINMOIS-STEP-OUTPUT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSTEPOUT.

           SELECT FCHAINE ASSIGN TO "FINMOIS-CHAINE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCHAINE.

           SELECT FPARAM ASSIGN TO "FINMOIS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPARAMETAPE ASSIGN TO DYNAMIC WS-NOM-PARAM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAMETAPE.

           SELECT FSUSPENS ASSIGN TO "SUSPENS-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUSPENS.

           SELECT FHISTO ASSIGN TO "FINMOIS-HISTO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FVISA ASSIGN TO "FINMOIS-VISA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FVISA.

           SELECT FCLOTURES ASSIGN TO "FINMOIS-CLOTURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCLOTURES.

           SELECT FCERTIFICAT ASSIGN TO DYNAMIC WS-NOM-CERTIFICAT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCERTIFICAT.

       DATA DIVISION.
       FILE SECTION.
       FD  FCONTROLE
           RECORDING MODE IS F.
       01  FCONTROLE-REG.
           05 FCONTROLE-ETAPE  PIC X(30).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 FCONTROLE-STATUT PIC X(20).
           05 FCONTROLE-DEBUT  PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 FCONTROLE-FIN    PIC X(6).
           05 FILLER           PIC X(1) VALUE SPACE.
           05 FCONTROLE-DUREE  PIC ZZZZ9.
           05 FCONTROLE-DUREE-LIB PIC X(2).
       01  FCONTROLE-DETAIL.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 FCONTROLE-DETAIL-TX PIC X(76).
       01  FCONTROLE-TRAILER.
           05 FCONTROLE-TRAILER-LIB PIC X(20).
           05 FCONTROLE-TRAILER-NB  PIC ZZZ9.

       FD  FSTEPOUT
           RECORDING MODE IS F.
       01  FSTEPOUT-REG PIC X(76).

       FD  FCHAINE
           RECORDING MODE IS F.
      * DEFINITION EXTERNE DE LA CHAINE : sequence, programme,
      * indicateur actif (O/N), action sur erreur ('S' arret, 'C'
      * on continue, 'B' condition bloquante), type de periode
      * passee ('M' AAAAMM, 'D' AAAAMMJJ fin de mois, 'T' AAAAT
      * fin de trimestre, '-' aucune) et fichier parametre du
      * programme ou l'ecrire.
       01  FCHAINE-REG.
           05 CHAINE-SEQ PIC 9(2).
           05 FILLER PIC X(1).
           05 CHAINE-PROGRAMME PIC X(30).
           05 FILLER PIC X(1).
           05 CHAINE-ACTIF PIC X(1).
           05 FILLER PIC X(1).
           05 CHAINE-ERREUR PIC X(1).
           05 FILLER PIC X(1).
           05 CHAINE-PERIODE PIC X(1).
           05 FILLER PIC X(1).
           05 CHAINE-FICHIER PIC X(40).

       FD  FPARAM
           RECORDING MODE IS F.
       01  PARAM-REG.
           05 PARAM-PERIODE PIC X(6).

       FD  FPARAMETAPE
           RECORDING MODE IS F.
       01  PARAMETAPE-REG PIC X(80).

       FD  FSUSPENS
           RECORDING MODE IS F.
       01  SUSPENS-REG.
           05 SUSPENS-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 SUSPENS-SENS PIC X(1).
           05 FILLER PIC X(1).
           05 SUSPENS-MONTANT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 SUSPENS-STATUT PIC X(6).

      * UNE LIGNE PAR ETAPE PASSEE (ET PAR ISSUE DE LA CHAINE,
      * PROGRAMME '*CHAINE')
       FD  FHISTO
           RECORDING MODE IS F.
       01  HISTO-REG.
           05 HISTO-PERIODE PIC 9(6).
           05 FILLER PIC X(1).
           05 HISTO-PROGRAMME PIC X(30).
           05 FILLER PIC X(1).
           05 HISTO-STATUT PIC X(20).
           05 FILLER PIC X(1).
           05 HISTO-RC PIC 9(4).
           05 FILLER PIC X(1).
           05 HISTO-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HISTO-HEURE PIC 9(6).
           05 FILLER PIC X(1).
           05 HISTO-NO-RUN PIC 9(6).

       FD  FVISA
           RECORDING MODE IS F.
       01  VISA-REG.
           05 VISA-PERIODE PIC X(6).
           05 FILLER PIC X(1).
           05 VISA-CONTROLEUR PIC X(20).
           05 FILLER PIC X(1).
           05 VISA-DATE PIC X(8).

       FD  FCLOTURES
           RECORDING MODE IS F.
       01  CLOTURES-REG.
           05 CLOTURES-PERIODE PIC 9(6).
           05 FILLER PIC X(1).
           05 CLOTURES-DATE-VISA PIC 9(8).
           05 FILLER PIC X(1).
           05 CLOTURES-CONTROLEUR PIC X(20).
           05 FILLER PIC X(1).
           05 CLOTURES-DATE-CERTIFICAT PIC 9(8).
           05 FILLER PIC X(1).
           05 CLOTURES-NO-RUN PIC 9(6).

       FD  FCERTIFICAT
           RECORDING MODE IS F.
       01  CERTIFICAT-REG PIC X(80).
       01  CERTIFICAT-DETAIL.
           05 CERT-SEQ PIC 9(2).
           05 FILLER PIC X(1).
           05 CERT-PROGRAMME PIC X(20).
           05 FILLER PIC X(1).
           05 CERT-STATUT PIC X(20).
           05 FILLER PIC X(1).
           05 CERT-RC PIC ZZZ9.
           05 FILLER PIC X(2).
           05 CERT-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 CERT-HEURE PIC X(6).
           05 FILLER PIC X(1).
           05 CERT-NO-RUN PIC X(6).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FCONTROLE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FSTEPOUT  PIC X(02) VALUE SPACES.
       77  WS-STATUS-FCHAINE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77  WS-STATUS-FPARAMETAPE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FSUSPENS PIC X(02) VALUE SPACES.
       77  WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77  WS-STATUS-FVISA PIC X(02) VALUE SPACES.
       77  WS-STATUS-FCLOTURES PIC X(02) VALUE SPACES.
       77  WS-STATUS-FCERTIFICAT PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY LOCKLNK.

       01 WS-EOF-FCHAINE PIC X VALUE 'N'.
           88 WS-EOF-FCHAINE-REACHED VALUE 'Y'.
       01 WS-EOF-FSUSPENS PIC X VALUE 'N'.
           88 WS-EOF-FSUSPENS-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.
       01 WS-EOF-FCLOTURES PIC X VALUE 'N'.
           88 WS-EOF-FCLOTURES-REACHED VALUE 'Y'.
       01 WS-NB-ETAPES PIC 9(2) VALUE 0.
       01 WS-ETAPES.
           05 WS-ETAPE-ENTRY OCCURS 30 TIMES.
               10 WS-ETAPE PIC X(30).
               10 WS-ETAPE-ACTIF PIC X(1).
               10 WS-ETAPE-ERREUR PIC X(1).
               10 WS-ETAPE-PERIODE PIC X(1).
               10 WS-ETAPE-FICHIER PIC X(40).
      *        DERNIERE ISSUE CONNUE POUR LA PERIODE (HISTORIQUE)
               10 WS-ETAPE-FAITE PIC X(1).
               10 WS-ETAPE-STATUT PIC X(20).
               10 WS-ETAPE-RC PIC 9(4).
               10 WS-ETAPE-DATE PIC X(8).
               10 WS-ETAPE-HEURE PIC X(6).
               10 WS-ETAPE-NO-RUN PIC X(6).
       01 WS-NB-ECHECS-CONTINUES PIC 9(2) VALUE 0.
       01 WS-NB-ETAPES-EXECUTEES PIC 9(2) VALUE 0.
       01 WS-NB-DEJA-FAITES PIC 9(2) VALUE 0.
       01 WS-NB-SUSPENS-OUVERTS PIC 9(3) VALUE 0.
       01 I PIC 9(2).
       01 WS-COMMANDE PIC X(80).
       01 WS-NOM-PARAM PIC X(40) VALUE SPACES.
       01 WS-NOM-CERTIFICAT PIC X(40) VALUE SPACES.
       01 WS-CHAINE-OK PIC X(1) VALUE 'Y'.
           88 WS-CHAINE-EST-OK VALUE 'Y'.
       01 WS-PERIODE-CLOSE PIC X VALUE 'N'.
           88 WS-EST-CLOSE VALUE 'O'.
       01 WS-ETAPE-DUE PIC X VALUE 'O'.
           88 WS-ETAPE-EST-DUE VALUE 'O'.
      * DECODAGE DU STATUT RENDU PAR CALL 'SYSTEM' (voir FINJOURNEE)
       01 WS-STATUT-BRUT PIC 9(9) VALUE 0.
       01 WS-RC-ETAPE PIC 9(4) VALUE 0.
       01 WS-RESTE-SIGNAL PIC 9(3) VALUE 0.
      * CHRONOMETRAGE DES ETAPES
       01 WS-HORODATE.
           05 FILLER PIC X(8).
           05 WS-HEURE-COURANTE PIC 9(6).
           05 FILLER PIC X(7).
       01 WS-HHMMSS.
           05 WS-HH PIC 9(2).
           05 WS-MM PIC 9(2).
           05 WS-SS PIC 9(2).
       01 WS-HEURE-DEBUT PIC 9(6).
       01 WS-HEURE-FIN PIC 9(6).
       01 WS-SEC-DEBUT PIC 9(6).
       01 WS-SEC-FIN PIC 9(6).
       01 WS-SEC-TRAVAIL PIC 9(6).
       01 WS-DUREE-ETAPE PIC S9(6).
       01 WS-DUREE-CHAINE PIC 9(6) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DATE-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAA PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 WS-RUN-JJ PIC 9(2).
           05 FILLER PIC X(14).
      * PERIODE CLOSE, SON DERNIER JOUR ET SON TRIMESTRE
       01 WS-PERIODE PIC 9(6).
       01 WS-PERIODE-DEC REDEFINES WS-PERIODE.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01 WS-FIN-PERIODE PIC 9(8).
       01 WS-TRIMESTRE PIC 9(1).
       01 WS-FIN-TRIMESTRE PIC X VALUE 'N'.
           88 WS-EST-FIN-TRIMESTRE VALUE 'O'.
       01 WS-MOIS-CALCUL PIC 9(6).
       01 WS-MOIS-CALCUL-DEC REDEFINES WS-MOIS-CALCUL.
           05 WS-MCA-AAAA PIC 9(4).
           05 WS-MCA-MM PIC 9(2).
       01 WS-DATE-CALCUL PIC 9(8).
       01 WS-DATE-CALCUL-DEC REDEFINES WS-DATE-CALCUL.
           05 WS-DCA-AAAAMM PIC 9(6).
           05 WS-DCA-JJ PIC 9(2).
       01 WS-PARAM-ETAPE.
           05 WS-PE-AAAA PIC 9(4).
           05 WS-PE-SUITE PIC X(4).
       01 WS-STATUT-CHAINE PIC X(20) VALUE SPACES.
       01 WS-CONTROLEUR PIC X(20) VALUE SPACES.
       01 WS-DATE-VISA PIC 9(8) VALUE 0.
       01 WS-DATE-CLOSE PIC 9(8) VALUE 0.
       01 WS-J PIC 9(2) VALUE 0.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'finmois' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'X'
      *    (EXPLOITATION DE CHAINE) EXIGE AVANT TOUTE ACTION
           MOVE 'finmois' TO WS-OA-PROGRAMME
           MOVE 'X' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a finmois (role X, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    PERIODE CLOSE : FINMOIS-PARAM.txt, A DEFAUT LE MOIS QUI
      *    PRECEDE LE PASSAGE ; ELLE DOIT ETRE ECHUE
           IF WS-RUN-MM = 1
               COMPUTE WS-PER-AAAA = WS-RUN-AAAA - 1
               MOVE 12 TO WS-PER-MM
           ELSE
               MOVE WS-RUN-AAAA TO WS-PER-AAAA
               COMPUTE WS-PER-MM = WS-RUN-MM - 1
           END-IF
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-PERIODE IS NUMERIC
                          AND PARAM-PERIODE(5:2) >= '01'
                          AND PARAM-PERIODE(5:2) <= '12'
                           MOVE PARAM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           MOVE WS-PERIODE TO WS-MOIS-CALCUL
           PERFORM CALCULER-FIN-DE-MOIS
           MOVE WS-DATE-CALCUL TO WS-FIN-PERIODE
           COMPUTE WS-TRIMESTRE = (WS-PER-MM + 2) / 3
           IF WS-PER-MM = 3 OR WS-PER-MM = 6 OR WS-PER-MM = 9
              OR WS-PER-MM = 12
               SET WS-EST-FIN-TRIMESTRE TO TRUE
           END-IF
           IF WS-FIN-PERIODE > WS-RUN-YYYYMMDD
               DISPLAY 'Cloture refusee : la periode ' WS-PERIODE
                   ' n est pas echue (fin le ' WS-FIN-PERIODE ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    UNE PERIODE VISEE EST DEFINITIVEMENT CLOSE
           OPEN INPUT FCLOTURES
           IF WS-STATUS-FCLOTURES = '00'
               PERFORM UNTIL WS-EOF-FCLOTURES-REACHED
                   READ FCLOTURES
                       AT END
                           SET WS-EOF-FCLOTURES-REACHED TO TRUE
                       NOT AT END
                           IF CLOTURES-PERIODE = WS-PERIODE
                               SET WS-EST-CLOSE TO TRUE
                               MOVE CLOTURES-DATE-CERTIFICAT
                                   TO WS-DATE-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCLOTURES
           END-IF
           IF WS-EST-CLOSE
               DISPLAY 'Cloture refusee : la periode ' WS-PERIODE
                   ' est deja close (certificat du ' WS-DATE-CLOSE ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    CHARGEMENT DE LA DEFINITION DE CHAINE
           OPEN INPUT FCHAINE
           IF WS-STATUS-FCHAINE = '00'
               PERFORM UNTIL WS-EOF-FCHAINE-REACHED
                   READ FCHAINE
                       AT END
                           SET WS-EOF-FCHAINE-REACHED TO TRUE
                       NOT AT END
                           IF CHAINE-PROGRAMME NOT = SPACES
                              AND WS-NB-ETAPES < 30
                               ADD 1 TO WS-NB-ETAPES
                               MOVE SPACES
                                   TO WS-ETAPE-ENTRY(WS-NB-ETAPES)
                               MOVE CHAINE-PROGRAMME
                                   TO WS-ETAPE(WS-NB-ETAPES)
                               MOVE CHAINE-ACTIF
                                   TO WS-ETAPE-ACTIF(WS-NB-ETAPES)
                               MOVE CHAINE-ERREUR
                                   TO WS-ETAPE-ERREUR(WS-NB-ETAPES)
                               IF CHAINE-PERIODE = 'M' OR 'D' OR 'T'
                                   MOVE CHAINE-PERIODE TO
                                     WS-ETAPE-PERIODE(WS-NB-ETAPES)
                                   MOVE CHAINE-FICHIER TO
                                     WS-ETAPE-FICHIER(WS-NB-ETAPES)
                               ELSE
                                   MOVE '-' TO
                                     WS-ETAPE-PERIODE(WS-NB-ETAPES)
                               END-IF
                               MOVE 'N' TO
                                   WS-ETAPE-FAITE(WS-NB-ETAPES)
                               MOVE 0 TO WS-ETAPE-RC(WS-NB-ETAPES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCHAINE
           END-IF
           IF WS-NB-ETAPES = 0
               DISPLAY 'FINMOIS-CHAINE.txt absent ou vide - code '
                   'statut ' WS-STATUS-FCHAINE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    VERROU D'EXECUTION EXCLUSIVE (RUNLOCK) : LA CHAINE DE FIN
      *    DE MOIS ET CELLE DE FIN DE JOURNEE TRAVAILLENT SUR LE
      *    MEME LIVRE ET NE TOURNENT JAMAIS ENSEMBLE
           MOVE 'P' TO WS-VR-FONCTION
           MOVE 'CHAINE-NUIT' TO WS-VR-VERROU
           MOVE 'finmois' TO WS-VR-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-VR-NO-RUN
           CALL 'RUNLOCK' USING WS-VR-DEMANDE, WS-VR-REPONSE
           IF WS-VR-RETOUR = '01'
               DISPLAY 'Chaine refusee : verrou CHAINE-NUIT tenu '
                   'par le passage ' WS-VR-DETENTEUR
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    ISSUES DEJA OBTENUES POUR LA PERIODE : LA DERNIERE LIGNE
      *    DE CHAQUE ETAPE FAIT FOI
           OPEN INPUT FHISTO
           IF WS-STATUS-FHISTO = '00'
               PERFORM UNTIL WS-EOF-FHISTO-REACHED
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                       NOT AT END
                           IF HISTO-PERIODE = WS-PERIODE
                               PERFORM RETENIR-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTO
           END-IF

           OPEN OUTPUT FCONTROLE
           OPEN EXTEND FHISTO
           IF WS-STATUS-FHISTO NOT = '00'
               OPEN OUTPUT FHISTO
           END-IF
           DISPLAY 'Cloture mensuelle de la periode ' WS-PERIODE
           MOVE SPACES TO FCONTROLE-REG
           MOVE 'PERIODE CLOSE' TO FCONTROLE-ETAPE
           MOVE WS-PERIODE TO FCONTROLE-STATUT
           WRITE FCONTROLE-REG

      *    ETAPE ZERO : PAS DE CLOTURE SUR UN SUSPENS NON APURE
           OPEN INPUT FSUSPENS
           IF WS-STATUS-FSUSPENS = '00'
               PERFORM UNTIL WS-EOF-FSUSPENS-REACHED
                   READ FSUSPENS
                       AT END
                           SET WS-EOF-FSUSPENS-REACHED TO TRUE
                       NOT AT END
                           IF SUSPENS-STATUT = 'OUVERT'
                               ADD 1 TO WS-NB-SUSPENS-OUVERTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUSPENS
           END-IF
           MOVE SPACES TO FCONTROLE-REG
           MOVE 'controle des suspens' TO FCONTROLE-ETAPE
           IF WS-NB-SUSPENS-OUVERTS > 0
               MOVE 'BLOQUE' TO FCONTROLE-STATUT
               MOVE 'N' TO WS-CHAINE-OK
               DISPLAY 'Chaine bloquee : ' WS-NB-SUSPENS-OUVERTS
                   ' suspens OUVERT(S) au 471000 (voir '
                   'SUSPENS-AGING.txt)'
               MOVE SPACES TO HISTO-REG
               MOVE '*SUSPENS' TO HISTO-PROGRAMME
               MOVE 'BLOQUE' TO HISTO-STATUT
               MOVE WS-NB-SUSPENS-OUVERTS TO HISTO-RC
               PERFORM ECRIRE-HISTO
           ELSE
               MOVE 'OK' TO FCONTROLE-STATUT
           END-IF
           WRITE FCONTROLE-REG

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-ETAPES
                   OR NOT WS-CHAINE-EST-OK
               PERFORM CONTROLER-PERIODICITE
               MOVE SPACES TO FCONTROLE-REG
               MOVE WS-ETAPE(I) TO FCONTROLE-ETAPE
               IF WS-ETAPE-ACTIF(I) = 'N'
                   DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
                       ' inactive (definition de chaine)'
                   MOVE 'INACTIVE' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
               ELSE
               IF NOT WS-ETAPE-EST-DUE
                   DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
                       ' hors periode (fin de trimestre seulement)'
                   MOVE 'HORS PERIODE' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
               ELSE
      *        APRES UN BLOCAGE, LES ETAPES DEJA OK SONT SAUTEES
               IF WS-ETAPE-FAITE(I) = 'O'
                   DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
                       ' deja passee pour la periode'
                   MOVE 'DEJA OK' TO FCONTROLE-STATUT
                   WRITE FCONTROLE-REG
                   ADD 1 TO WS-NB-DEJA-FAITES
               ELSE
                   PERFORM ECRIRE-PARAMETRE
                   PERFORM EXECUTER-ETAPE
                   PERFORM RETIRER-PARAMETRE
               END-IF
               END-IF
               END-IF
           END-PERFORM.
           GO TO FIN-DE-CHAINE.

      *    LA PERIODE EST PASSEE AU PROGRAMME PAR SON FICHIER
      *    PARAMETRE, REECRIT AVANT CHAQUE LANCEMENT
       ECRIRE-PARAMETRE.
           IF WS-ETAPE-PERIODE(I) NOT = '-'
              AND WS-ETAPE-FICHIER(I) NOT = SPACES
               MOVE WS-ETAPE-FICHIER(I) TO WS-NOM-PARAM
               MOVE SPACES TO PARAMETAPE-REG
               EVALUATE WS-ETAPE-PERIODE(I)
                   WHEN 'M'
                       MOVE WS-PERIODE TO PARAMETAPE-REG(1:6)
                   WHEN 'D'
                       MOVE WS-FIN-PERIODE TO PARAMETAPE-REG(1:8)
                   WHEN 'T'
                       MOVE SPACES TO WS-PARAM-ETAPE
                       MOVE WS-PER-AAAA TO WS-PE-AAAA
                       MOVE WS-TRIMESTRE TO WS-PE-SUITE(1:1)
                       MOVE WS-PARAM-ETAPE TO PARAMETAPE-REG
               END-EVALUATE
               OPEN OUTPUT FPARAMETAPE
               WRITE PARAMETAPE-REG
               CLOSE FPARAMETAPE
           END-IF.

      *    LE FICHIER PARAMETRE NE SURVIT PAS A L'ETAPE : UN PASSAGE
      *    HORS CHAINE DU MEME PROGRAMME (bilanjour DANS FINJOURNEE)
      *    REPREND SON DEFAUT AU LIEU DE LA PERIODE DEJA CLOSE
       RETIRER-PARAMETRE.
           IF WS-ETAPE-PERIODE(I) NOT = '-'
              AND WS-ETAPE-FICHIER(I) NOT = SPACES
               MOVE SPACES TO WS-COMMANDE
               STRING 'rm -f ' DELIMITED BY SIZE
                   WS-ETAPE-FICHIER(I) DELIMITED BY SPACE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF.

       EXECUTER-ETAPE.
               MOVE FUNCTION CURRENT-DATE TO WS-HORODATE
               MOVE WS-HEURE-COURANTE TO WS-HEURE-DEBUT
               MOVE SPACES TO WS-COMMANDE
               STRING './' DELIMITED BY SIZE
                   WS-ETAPE(I) DELIMITED BY SPACE
                   ' > FINMOIS-STEP-OUTPUT.txt' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               DISPLAY 'Etape ' I ' : ' WS-ETAPE(I)
               CALL 'SYSTEM' USING WS-COMMANDE

               MOVE FUNCTION CURRENT-DATE TO WS-HORODATE
               MOVE WS-HEURE-COURANTE TO WS-HEURE-FIN
               PERFORM CALCULER-DUREE

               MOVE SPACES TO FCONTROLE-REG
               MOVE WS-ETAPE(I) TO FCONTROLE-ETAPE
               MOVE WS-HEURE-DEBUT TO FCONTROLE-DEBUT
               MOVE WS-HEURE-FIN TO FCONTROLE-FIN
               MOVE WS-DUREE-ETAPE TO FCONTROLE-DUREE
               MOVE ' S' TO FCONTROLE-DUREE-LIB
               PERFORM DECODER-STATUT-ETAPE
               EVALUATE TRUE
                   WHEN WS-STATUT-BRUT = 0
                       MOVE 'OK' TO FCONTROLE-STATUT
                   WHEN WS-ETAPE-ERREUR(I) = 'B'
                       MOVE 'BLOQUE' TO FCONTROLE-STATUT
                       MOVE 'N' TO WS-CHAINE-OK
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' : condition bloquante (code '
                           WS-RC-ETAPE '), arret de la chaine'
                   WHEN WS-RESTE-SIGNAL = 0
                        AND (WS-RC-ETAPE = 4 OR WS-RC-ETAPE = 12)
                       MOVE 'OK (AVERTISST.)' TO FCONTROLE-STATUT
                       ADD 1 TO WS-NB-ECHECS-CONTINUES
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en avertissement (code ' WS-RC-ETAPE
                           '), la chaine continue'
                   WHEN WS-ETAPE-ERREUR(I) = 'C'
                       MOVE 'ECHEC (CONTINUE)' TO FCONTROLE-STATUT
                       ADD 1 TO WS-NB-ECHECS-CONTINUES
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en echec, etape non critique, la '
                           'chaine continue'
                   WHEN OTHER
                       MOVE 'ECHEC' TO FCONTROLE-STATUT
                       MOVE 'N' TO WS-CHAINE-OK
                       DISPLAY 'Etape ' WS-ETAPE(I)
                           ' en echec, arret de la chaine'
               END-EVALUATE
               WRITE FCONTROLE-REG
               ADD 1 TO WS-NB-ETAPES-EXECUTEES
               MOVE SPACES TO HISTO-REG
               MOVE WS-ETAPE(I) TO HISTO-PROGRAMME
               MOVE FCONTROLE-STATUT TO HISTO-STATUT
               MOVE WS-RC-ETAPE TO HISTO-RC
               PERFORM ECRIRE-HISTO
               PERFORM RECOPIER-SORTIE-ETAPE.

      *    LE STATUT DE system() PORTE LE CODE RETOUR DANS L'OCTET
      *    HAUT ; UN OCTET BAS NON NUL SIGNALE UN ARRET SUR SIGNAL
      *    ET RESTE UN ECHEC QUEL QUE SOIT L'OCTET HAUT.
       DECODER-STATUT-ETAPE.
           MOVE RETURN-CODE TO WS-STATUT-BRUT
           COMPUTE WS-RC-ETAPE = WS-STATUT-BRUT / 256
           COMPUTE WS-RESTE-SIGNAL =
               FUNCTION MOD(WS-STATUT-BRUT, 256).

      *    LIGNE D'HISTORIQUE HISTO-PROGRAMME / STATUT / RC DEJA
      *    PORTES, COMPLETEE DE LA PERIODE, DE L'HEURE ET DU PASSAGE
      *    ET RETENUE COMME DERNIERE ISSUE DE SON ETAPE
       ECRIRE-HISTO.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATE
           MOVE WS-PERIODE TO HISTO-PERIODE
           MOVE WS-RUN-YYYYMMDD TO HISTO-DATE
           MOVE WS-HEURE-COURANTE TO HISTO-HEURE
           MOVE WS-RA-NO-RUN TO HISTO-NO-RUN
           PERFORM RETENIR-ISSUE
           WRITE HISTO-REG.

      *    L'ISSUE PORTEE PAR HISTO-REG DEVIENT LA DERNIERE CONNUE DE
      *    SON ETAPE ; UNE ETAPE OK (MEME EN AVERTISSEMENT) EST FAITE
       RETENIR-ISSUE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-ETAPES
               IF WS-ETAPE(WS-J) = HISTO-PROGRAMME
                   MOVE HISTO-STATUT TO WS-ETAPE-STATUT(WS-J)
                   MOVE HISTO-RC TO WS-ETAPE-RC(WS-J)
                   MOVE HISTO-DATE TO WS-ETAPE-DATE(WS-J)
                   MOVE HISTO-HEURE TO WS-ETAPE-HEURE(WS-J)
                   MOVE HISTO-NO-RUN
                       TO WS-ETAPE-NO-RUN(WS-J)
                   IF HISTO-STATUT(1:2) = 'OK'
                       MOVE 'O' TO WS-ETAPE-FAITE(WS-J)
                   ELSE
                       MOVE 'N' TO WS-ETAPE-FAITE(WS-J)
                   END-IF
               END-IF
           END-PERFORM.

       FIN-DE-CHAINE.
           MOVE SPACES TO FCONTROLE-REG
           MOVE 'DUREE TOTALE CHAINE' TO FCONTROLE-ETAPE
           MOVE SPACES TO FCONTROLE-STATUT
           MOVE WS-DUREE-CHAINE TO FCONTROLE-DUREE
           MOVE ' S' TO FCONTROLE-DUREE-LIB
           WRITE FCONTROLE-REG

      *    CHAINE PASSEE EN ENTIER : LA PERIODE ATTEND LE VISA DU
      *    CONTROLEUR, TRAITE S'IL EST DEJA SAISI
           IF WS-CHAINE-EST-OK
               MOVE 'ATTENTE VISA' TO WS-STATUT-CHAINE
               MOVE 4 TO WS-RA-RC
               PERFORM TRAITER-VISA
           ELSE
               MOVE 'BLOQUEE' TO WS-STATUT-CHAINE
               MOVE 16 TO WS-RA-RC
           END-IF
           MOVE SPACES TO FCONTROLE-REG
           MOVE 'ISSUE DE LA CLOTURE' TO FCONTROLE-ETAPE
           MOVE WS-STATUT-CHAINE TO FCONTROLE-STATUT
           WRITE FCONTROLE-REG
           MOVE SPACES TO HISTO-REG
           MOVE '*CHAINE' TO HISTO-PROGRAMME
           MOVE WS-STATUT-CHAINE TO HISTO-STATUT
           MOVE WS-RA-RC TO HISTO-RC
           PERFORM ECRIRE-HISTO
           CLOSE FHISTO

           MOVE SPACES TO FCONTROLE-TRAILER
           MOVE 'TOTAL ETAPES : ' TO FCONTROLE-TRAILER-LIB
           MOVE WS-NB-ETAPES-EXECUTEES TO FCONTROLE-TRAILER-NB
           WRITE FCONTROLE-TRAILER
           CLOSE FCONTROLE

           EVALUATE WS-STATUT-CHAINE
               WHEN 'CLOSE'
                   DISPLAY 'Periode ' WS-PERIODE ' close, certificat '
                       'dans ' WS-NOM-CERTIFICAT
               WHEN 'ATTENTE VISA'
                   DISPLAY 'Chaine de fin de mois passee ('
                       WS-NB-ECHECS-CONTINUES ' avertissement(s)) :'
                       ' periode ' WS-PERIODE
                       ' en attente du visa du controleur'
               WHEN OTHER
                   DISPLAY 'Chaine de fin de mois interrompue : '
                       'lever le blocage puis relancer finmois'
           END-EVALUATE

           MOVE 'L' TO WS-VR-FONCTION
           MOVE 'CHAINE-NUIT' TO WS-VR-VERROU
           CALL 'RUNLOCK' USING WS-VR-DEMANDE, WS-VR-REPONSE
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    VISA DU CONTROLEUR : PERIODE, NOM, DATE (A DEFAUT CELLE
      *    DU PASSAGE). UN VISA D'UNE AUTRE PERIODE OU SANS NOM EST
      *    REFUSE ET LAISSE EN PLACE POUR CORRECTION.
       TRAITER-VISA.
           OPEN INPUT FVISA
           IF WS-STATUS-FVISA = '00'
               READ FVISA
                   AT END
                       MOVE SPACES TO VISA-REG
               END-READ
               IF VISA-PERIODE NOT = WS-PERIODE(1:6)
                  OR VISA-CONTROLEUR = SPACES
                   DISPLAY 'Visa refuse : FINMOIS-VISA.txt doit '
                       'porter la periode ' WS-PERIODE
                       ' et le controleur'
                   MOVE 'VISA REFUSE' TO WS-STATUT-CHAINE
                   MOVE 8 TO WS-RA-RC
               ELSE
                   MOVE VISA-CONTROLEUR TO WS-CONTROLEUR
                   IF VISA-DATE IS NUMERIC
                      AND VISA-DATE >= WS-FIN-PERIODE(1:8)
                      AND VISA-DATE <= WS-RUN-DATE(1:8)
                       MOVE VISA-DATE TO WS-DATE-VISA
                   ELSE
                       MOVE WS-RUN-YYYYMMDD TO WS-DATE-VISA
                   END-IF
               END-IF
               CLOSE FVISA
               IF WS-CONTROLEUR NOT = SPACES
                   PERFORM ENREGISTRER-VISA
               END-IF
           END-IF.

      *    LA PERIODE EST INSCRITE CLOSE, LE CERTIFICAT EDITE ET LA
      *    TRANSACTION DE VISA CONSOMMEE
       ENREGISTRER-VISA.
           OPEN EXTEND FCLOTURES
           IF WS-STATUS-FCLOTURES NOT = '00'
               OPEN OUTPUT FCLOTURES
           END-IF
           MOVE SPACES TO CLOTURES-REG
           MOVE WS-PERIODE TO CLOTURES-PERIODE
           MOVE WS-DATE-VISA TO CLOTURES-DATE-VISA
           MOVE WS-CONTROLEUR TO CLOTURES-CONTROLEUR
           MOVE WS-RUN-YYYYMMDD TO CLOTURES-DATE-CERTIFICAT
           MOVE WS-RA-NO-RUN TO CLOTURES-NO-RUN
           WRITE CLOTURES-REG
           CLOSE FCLOTURES
           PERFORM EDITER-CERTIFICAT
           MOVE 'mv FINMOIS-VISA.txt FINMOIS-VISA.TRAITE'
               TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE 'CLOSE' TO WS-STATUT-CHAINE
           MOVE 0 TO WS-RA-RC.

      *    CERTIFICAT DATE : LA DERNIERE ISSUE DE CHAQUE ETAPE POUR
      *    LA PERIODE ET LE VISA QUI LA DECLARE CLOSE
       EDITER-CERTIFICAT.
           MOVE SPACES TO WS-NOM-CERTIFICAT
           STRING 'CERTIFICAT-CLOTURE-' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-CERTIFICAT
           OPEN OUTPUT FCERTIFICAT
           MOVE SPACES TO CERTIFICAT-REG
           STRING 'CERTIFICAT DE CLOTURE MENSUELLE - PERIODE '
               DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           MOVE SPACES TO CERTIFICAT-REG
           STRING 'Etabli le ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               ' par le passage ' DELIMITED BY SIZE
               WS-RA-NO-RUN DELIMITED BY SIZE
               INTO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           MOVE SPACES TO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           MOVE 'NN PROGRAMME            ISSUE                  RC  '
               TO CERTIFICAT-REG
           MOVE 'DATE     HEURE  PASSAGE' TO CERTIFICAT-REG(53:23)
           WRITE CERTIFICAT-REG
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NB-ETAPES
               MOVE SPACES TO CERTIFICAT-DETAIL
               MOVE I TO CERT-SEQ
               MOVE WS-ETAPE(I) TO CERT-PROGRAMME
               EVALUATE TRUE
                   WHEN WS-ETAPE-ACTIF(I) = 'N'
                       MOVE 'INACTIVE' TO CERT-STATUT
                   WHEN WS-ETAPE-PERIODE(I) = 'T'
                        AND NOT WS-EST-FIN-TRIMESTRE
                       MOVE 'HORS PERIODE' TO CERT-STATUT
                   WHEN OTHER
                       MOVE WS-ETAPE-STATUT(I) TO CERT-STATUT
                       MOVE WS-ETAPE-RC(I) TO CERT-RC
                       MOVE WS-ETAPE-DATE(I) TO CERT-DATE
                       MOVE WS-ETAPE-HEURE(I) TO CERT-HEURE
                       MOVE WS-ETAPE-NO-RUN(I) TO CERT-NO-RUN
               END-EVALUATE
               WRITE CERTIFICAT-DETAIL
           END-PERFORM
           MOVE SPACES TO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           MOVE SPACES TO CERTIFICAT-REG
           STRING 'Visa du controleur : ' DELIMITED BY SIZE
               WS-CONTROLEUR DELIMITED BY '  '
               ' le ' DELIMITED BY SIZE
               WS-DATE-VISA DELIMITED BY SIZE
               INTO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           MOVE SPACES TO CERTIFICAT-REG
           STRING 'La periode ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' est declaree close.' DELIMITED BY SIZE
               INTO CERTIFICAT-REG
           WRITE CERTIFICAT-REG
           CLOSE FCERTIFICAT.

      *    UNE ETAPE DE TYPE 'T' N'EST DUE QU'EN FIN DE TRIMESTRE
       CONTROLER-PERIODICITE.
           MOVE 'O' TO WS-ETAPE-DUE
           IF WS-ETAPE-PERIODE(I) = 'T' AND NOT WS-EST-FIN-TRIMESTRE
               MOVE 'N' TO WS-ETAPE-DUE
           END-IF.

       CALCULER-FIN-DE-MOIS.
           IF WS-MCA-MM = 12
               ADD 1 TO WS-MCA-AAAA
               MOVE 1 TO WS-MCA-MM
           ELSE
               ADD 1 TO WS-MCA-MM
           END-IF
           MOVE WS-MOIS-CALCUL TO WS-DCA-AAAAMM
           MOVE 1 TO WS-DCA-JJ
           COMPUTE WS-DATE-CALCUL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).

      *    DUREE DE L'ETAPE EN SECONDES (passage de minuit couvert).
       CALCULER-DUREE.
           MOVE WS-HEURE-DEBUT TO WS-HHMMSS
           COMPUTE WS-SEC-TRAVAIL = WS-HH * 3600
           COMPUTE WS-SEC-DEBUT = WS-SEC-TRAVAIL + WS-MM * 60 + WS-SS
           MOVE WS-HEURE-FIN TO WS-HHMMSS
           COMPUTE WS-SEC-TRAVAIL = WS-HH * 3600
           COMPUTE WS-SEC-FIN = WS-SEC-TRAVAIL + WS-MM * 60 + WS-SS
           COMPUTE WS-DUREE-ETAPE = WS-SEC-FIN - WS-SEC-DEBUT
           IF WS-DUREE-ETAPE < 0
               ADD 86400 TO WS-DUREE-ETAPE
           END-IF
           ADD WS-DUREE-ETAPE TO WS-DUREE-CHAINE.

       RECOPIER-SORTIE-ETAPE.
           OPEN INPUT FSTEPOUT
           IF WS-STATUS-FSTEPOUT = '00'
               PERFORM UNTIL WS-STATUS-FSTEPOUT NOT = '00'
                   READ FSTEPOUT
                   AT END CONTINUE
                   NOT AT END
                       MOVE SPACES TO FCONTROLE-DETAIL
                       MOVE FSTEPOUT-REG TO FCONTROLE-DETAIL-TX
                       WRITE FCONTROLE-DETAIL
               END-PERFORM
               CLOSE FSTEPOUT
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
