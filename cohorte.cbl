       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORTE.
      * Persistance des polices par cohorte de souscription : renstat
      * ne mesure que le carnet des renouvellements, pas la duree de
      * vie reelle des affaires ecrites une annee donnee. Les polices
      * du portefeuille vif ASSURANCES.txt et de l'archive
      * ASSURANCES-ARCHIVE.txt (toutes deux au format FENREG) sont
      * regroupees par annee de DEBUT-EFFET-SE. Pour chaque cohorte :
      * effectif, repartition actuelle Actif / Resilie / Supendu /
      * autres, et part des polices encore en vigueur a leur 1er,
      * 2e, 3e et 5e anniversaire - une police est tenue en vigueur
      * a l'anniversaire si elle est toujours 'Actif', ou si sa
      * FIN-EFFET-SE tombe a l'anniversaire ou apres. Seules les
      * polices dont l'anniversaire est atteint a la date
      * d'observation entrent au denominateur ('-' si aucune).
      * Date d'observation lue dans PERSISTANCE-PARAM.txt
      * (AAAAMMJJ), a defaut la date du jour. Etat edite dans
      * PERSISTANCE-COHORTES.txt par le service commun EDITREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "PERSISTANCE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FVIF ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FVIF.

           SELECT FARCHIVE ASSIGN TO "ASSURANCES-ARCHIVE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FARCHIVE.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-DATE PIC X(8).

       FD     FVIF
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FARCHIVE
              RECORDING MODE IS F.
       01 ARCHIVE-REG PIC X(169).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FVIF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARCHIVE PIC X(02) VALUE SPACES.
      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FCOH-ENTETE.
              05 FILLER PIC X(36)
                 VALUE 'COHORTE POLICES  ACTIFS RESIL. SUSP.'.
              05 FILLER PIC X(40)
                 VALUE ' AUTRES     1 AN    2 ANS    3 ANS    5 '.
              05 FILLER PIC X(3) VALUE 'ANS'.
       01 FCOH-DETAIL.
              05 FCOH-ANNEE PIC X(7).
              05 FCOH-POLICES PIC ZZZZZZ9.
              05 FCOH-ACTIFS PIC ZZZZZZZ9.
              05 FCOH-RESILIES PIC ZZZZZZ9.
              05 FCOH-SUSPENDUS PIC ZZZZZ9.
              05 FCOH-AUTRES PIC ZZZZZZ9.
              05 FCOH-CELLULE OCCURS 4 TIMES.
                  10 FILLER PIC X(1).
                  10 FCOH-TAUX PIC ZZ9.99.
                  10 FCOH-TAUX-LIB PIC X(2).
       COPY RUNLNK.
       COPY EDITLNK.

       01 WS-EOF-FVIF PIC X VALUE 'N'.
           88 WS-EOF-FVIF-REACHED VALUE 'Y'.
       01 WS-EOF-FARCHIVE PIC X VALUE 'N'.
           88 WS-EOF-FARCHIVE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-DATE-OBSERVATION PIC X(8).
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.

      * ETAT COURANT DE LA POLICE (5 PREMIERS CARACTERES, COMME
      * assustat)
       01 WS-ETATS.
           05 WS-ETAT PIC X(5).
              88 WS-ACTIF VALUE 'Actif'.
              88 WS-RESILIE VALUE 'Resil'.
              88 WS-SUPENDU VALUE 'Supen'.

      * HORIZONS D'OBSERVATION EN ANNEES
       01 WS-LISTE-HORIZONS.
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC 9(1) VALUE 5.
       01 WS-HORIZONS REDEFINES WS-LISTE-HORIZONS.
           05 WS-HORIZON OCCURS 4 TIMES PIC 9(1).

      * CUMULS PAR ANNEE DE SOUSCRIPTION, PUIS TOTAL GENERAL (ANNEE
      * A ZERO) ; WS-LIGNE-EDITEE RECOIT L'UN OU L'AUTRE A L'EDITION
       01 WS-NB-COHORTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COHORTES.
           05 WS-COH-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-COH-IDX.
               10 WS-COH-ANNEE PIC 9(4).
               10 WS-COH-POLICES PIC 9(7).
               10 WS-COH-ACTIFS PIC 9(7).
               10 WS-COH-RESILIES PIC 9(7).
               10 WS-COH-SUSPENDUS PIC 9(7).
               10 WS-COH-AUTRES PIC 9(7).
               10 WS-COH-HORIZON OCCURS 4 TIMES.
                   15 WS-COH-OBSERVEES PIC 9(7).
                   15 WS-COH-EN-VIGUEUR PIC 9(7).
       01 WS-TOTAL.
           05 WS-TOT-ANNEE PIC 9(4).
           05 WS-TOT-POLICES PIC 9(7).
           05 WS-TOT-ACTIFS PIC 9(7).
           05 WS-TOT-RESILIES PIC 9(7).
           05 WS-TOT-SUSPENDUS PIC 9(7).
           05 WS-TOT-AUTRES PIC 9(7).
           05 WS-TOT-HORIZON OCCURS 4 TIMES.
               10 WS-TOT-OBSERVEES PIC 9(7).
               10 WS-TOT-EN-VIGUEUR PIC 9(7).
       01 WS-LIGNE-EDITEE.
           05 WS-LIG-ANNEE PIC 9(4).
           05 WS-LIG-POLICES PIC 9(7).
           05 WS-LIG-ACTIFS PIC 9(7).
           05 WS-LIG-RESILIES PIC 9(7).
           05 WS-LIG-SUSPENDUS PIC 9(7).
           05 WS-LIG-AUTRES PIC 9(7).
           05 WS-LIG-HORIZON OCCURS 4 TIMES.
               10 WS-LIG-OBSERVEES PIC 9(7).
               10 WS-LIG-EN-VIGUEUR PIC 9(7).
       01 WS-ECHANGE PIC X(95).
       01 WS-ANNEE-CHERCHEE PIC 9(4).
       01 WS-COH-TROUVEE PIC X VALUE 'N'.
           88 WS-COH-EST-TROUVEE VALUE 'Y'.

       01 WS-ANNIVERSAIRE.
           05 WS-ANNIV-AAAA PIC 9(4).
           05 WS-ANNIV-MMJJ PIC X(4).
       01 WS-TAUX PIC 9(3)V9(2).
       01 WS-H PIC 9(1).
       01 WS-I PIC 9(3).
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-RETENUES PIC 9(7) VALUE 0.
       01 WS-NB-ECARTEES PIC 9(7) VALUE 0.
       01 WS-NB-ARCHIVE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'cohorte' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    DATE D'OBSERVATION (A DEFAUT, LA DATE DU JOUR)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:8) TO WS-DATE-OBSERVATION
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       CALL 'DATEVALID' USING PARAM-DATE,
                           WS-DATE-VALIDE, WS-MOTIF-DATE
                       IF WS-DATE-VALIDE = 'Y'
                           MOVE PARAM-DATE TO WS-DATE-OBSERVATION
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           INITIALIZE WS-TOTAL

      *    PORTEFEUILLE VIF (OBLIGATOIRE) PUIS ARCHIVE (FACULTATIVE)
           OPEN INPUT FVIF.
           IF WS-STATUS-FVIF NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FVIF
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FVIF-REACHED
               READ FVIF
                   AT END
                       SET WS-EOF-FVIF-REACHED TO TRUE
                   NOT AT END
                       PERFORM CLASSER-POLICE
               END-READ
           END-PERFORM.
           CLOSE FVIF.
           OPEN INPUT FARCHIVE.
           IF WS-STATUS-FARCHIVE = '00'
               PERFORM UNTIL WS-EOF-FARCHIVE-REACHED
                   READ FARCHIVE
                       AT END
                           SET WS-EOF-FARCHIVE-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-ARCHIVE
                           MOVE ARCHIVE-REG TO FENREG
                           PERFORM CLASSER-POLICE
                   END-READ
               END-PERFORM
               CLOSE FARCHIVE
           ELSE
               DISPLAY 'ASSURANCES-ARCHIVE.txt absent - portefeuille '
                   'vif seul'
           END-IF

      *    TRI DES COHORTES PAR ANNEE POUR L'EDITION
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NB-COHORTES
               PERFORM TRIER-BULLE
           END-PERFORM

           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'PERSISTANCE-COHORTES.txt' TO WS-ED-NOM-FICHIER
           MOVE 'PERSISTANCE PAR COHORTE DE SOUSCRIPTION'
               TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           STRING 'DATE D OBSERVATION ' DELIMITED BY SIZE
               WS-DATE-OBSERVATION DELIMITED BY SIZE
               ' - PART EN VIGUEUR A L ANNIVERSAIRE, EN %'
               DELIMITED BY SIZE
               INTO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE SPACES TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE FCOH-ENTETE TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COHORTES
               MOVE WS-COH-ENTRY(WS-I) TO WS-LIGNE-EDITEE
               PERFORM EDITER-LIGNE
           END-PERFORM
           MOVE SPACES TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE WS-TOTAL TO WS-LIGNE-EDITEE
           PERFORM EDITER-LIGNE
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Polices lues            : ' WS-NB-LUES
           DISPLAY 'dont archive            : ' WS-NB-ARCHIVE
           DISPLAY 'Polices en cohorte      : ' WS-NB-RETENUES
           DISPLAY 'Ecartees (date, capac.) : ' WS-NB-ECARTEES
           DISPLAY 'Rapport ecrit dans PERSISTANCE-COHORTES.txt'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ECARTEES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    RATTACHE LA POLICE A SA COHORTE, CUMULE SON ETAT ACTUEL
      *    ET SA PRESENCE A CHAQUE ANNIVERSAIRE ATTEINT. LES LIGNES
      *    DE TRAILER (MUNA NON NUMERIQUE) SONT IGNOREES.
       CLASSER-POLICE.
           IF MUNA IS NUMERIC
               ADD 1 TO WS-NB-LUES
               CALL 'DATEVALID' USING DEBUT-EFFET-SE, WS-DATE-VALIDE,
                   WS-MOTIF-DATE
               IF WS-DATE-VALIDE NOT = 'Y'
                   ADD 1 TO WS-NB-ECARTEES
               ELSE
                   MOVE DEBUT-EFFET-SE(1:4) TO WS-ANNEE-CHERCHEE
                   PERFORM CHERCHER-COHORTE
                   IF WS-COH-EST-TROUVEE
                       PERFORM CUMULER-POLICE
                   ELSE
                       ADD 1 TO WS-NB-ECARTEES
                   END-IF
               END-IF
           END-IF.

       CUMULER-POLICE.
           ADD 1 TO WS-NB-RETENUES
           ADD 1 TO WS-COH-POLICES(WS-COH-IDX)
           ADD 1 TO WS-TOT-POLICES
           MOVE ETAT TO WS-ETAT
           EVALUATE TRUE
               WHEN WS-ACTIF
                   ADD 1 TO WS-COH-ACTIFS(WS-COH-IDX)
                   ADD 1 TO WS-TOT-ACTIFS
               WHEN WS-RESILIE
                   ADD 1 TO WS-COH-RESILIES(WS-COH-IDX)
                   ADD 1 TO WS-TOT-RESILIES
               WHEN WS-SUPENDU
                   ADD 1 TO WS-COH-SUSPENDUS(WS-COH-IDX)
                   ADD 1 TO WS-TOT-SUSPENDUS
               WHEN OTHER
                   ADD 1 TO WS-COH-AUTRES(WS-COH-IDX)
                   ADD 1 TO WS-TOT-AUTRES
           END-EVALUATE
           MOVE DEBUT-EFFET-SE(5:4) TO WS-ANNIV-MMJJ
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
               COMPUTE WS-ANNIV-AAAA = WS-ANNEE-CHERCHEE
                   + WS-HORIZON(WS-H)
               IF WS-ANNIVERSAIRE <= WS-DATE-OBSERVATION
                   ADD 1 TO WS-COH-OBSERVEES(WS-COH-IDX, WS-H)
                   ADD 1 TO WS-TOT-OBSERVEES(WS-H)
                   IF WS-ACTIF OR FIN-EFFET-SE >= WS-ANNIVERSAIRE
                       ADD 1 TO WS-COH-EN-VIGUEUR(WS-COH-IDX, WS-H)
                       ADD 1 TO WS-TOT-EN-VIGUEUR(WS-H)
                   END-IF
               END-IF
           END-PERFORM.

       CHERCHER-COHORTE.
           MOVE 'N' TO WS-COH-TROUVEE
           IF WS-NB-COHORTES > 0
               SET WS-COH-IDX TO 1
               SEARCH WS-COH-ENTRY
                   AT END
                       MOVE 'N' TO WS-COH-TROUVEE
                   WHEN WS-COH-ANNEE(WS-COH-IDX) = WS-ANNEE-CHERCHEE
                       MOVE 'Y' TO WS-COH-TROUVEE
               END-SEARCH
           END-IF
           IF NOT WS-COH-EST-TROUVEE AND WS-NB-COHORTES < 200
               ADD 1 TO WS-NB-COHORTES
               SET WS-COH-IDX TO WS-NB-COHORTES
               INITIALIZE WS-COH-ENTRY(WS-COH-IDX)
               MOVE WS-ANNEE-CHERCHEE TO WS-COH-ANNEE(WS-COH-IDX)
               MOVE 'Y' TO WS-COH-TROUVEE
           END-IF.

      *    UNE PASSE DE TRI A BULLES DES COHORTES SUR L'ANNEE
      *    (meme approche que renstat).
       TRIER-BULLE.
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
                   UNTIL WS-COH-IDX >= WS-NB-COHORTES
               IF WS-COH-ANNEE(WS-COH-IDX + 1) <
                  WS-COH-ANNEE(WS-COH-IDX)
                   MOVE WS-COH-ENTRY(WS-COH-IDX) TO WS-ECHANGE
                   MOVE WS-COH-ENTRY(WS-COH-IDX + 1)
                       TO WS-COH-ENTRY(WS-COH-IDX)
                   MOVE WS-ECHANGE TO WS-COH-ENTRY(WS-COH-IDX + 1)
               END-IF
           END-PERFORM.

      *    EDITE UNE LIGNE DE COHORTE (OU LE TOTAL, ANNEE A ZERO)
      *    A PARTIR DE SON IMAGE DANS WS-LIGNE-EDITEE.
       EDITER-LIGNE.
           MOVE SPACES TO FCOH-DETAIL
           IF WS-LIG-ANNEE = 0
               MOVE 'TOTAL' TO FCOH-ANNEE
           ELSE
               MOVE WS-LIG-ANNEE TO FCOH-ANNEE
           END-IF
           MOVE WS-LIG-POLICES TO FCOH-POLICES
           MOVE WS-LIG-ACTIFS TO FCOH-ACTIFS
           MOVE WS-LIG-RESILIES TO FCOH-RESILIES
           MOVE WS-LIG-SUSPENDUS TO FCOH-SUSPENDUS
           MOVE WS-LIG-AUTRES TO FCOH-AUTRES
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > 4
               IF WS-LIG-OBSERVEES(WS-H) > 0
                   COMPUTE WS-TAUX ROUNDED =
                       WS-LIG-EN-VIGUEUR(WS-H) * 100
                       / WS-LIG-OBSERVEES(WS-H)
                   MOVE WS-TAUX TO FCOH-TAUX(WS-H)
                   MOVE ' %' TO FCOH-TAUX-LIB(WS-H)
               ELSE
                   MOVE '     -' TO FCOH-CELLULE(WS-H)(2:6)
               END-IF
           END-PERFORM
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FCOH-DETAIL TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
