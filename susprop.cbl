       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPROP.
      * Propositions de suspension pour impayes : les polices du
      * registre MISES-EN-DEMEURE.txt (arrlettre) dont la premiere
      * mise en demeure remonte a au moins le delai lu dans
      * SUSPENSION-PARAM.txt (en jours, defaut 30) et qui ont
      * toujours un reste du dans ARRIERES.txt (encaisse) sont
      * relues dans ASSURANCES.IDX. Pour chacune encore 'Actif',
      * une transaction 'M' passant ETAT a 'Supendu' (date d'effet
      * du jour) est ecrite au format ASSUR-TRANSACTIONS.txt dans
      * SUSPENSIONS-PROPOSEES.txt ; le gestionnaire la relit et la
      * libere vers assumaj en la copiant dans
      * ASSUR-TRANSACTIONS.txt. La liste de controle
      * SUSPENSIONS-LISTE.txt reprend pour chaque proposition la
      * date de la mise en demeure, le nombre de jours ecoules et
      * le reste du. Jusqu'ici un adherent en retard de plusieurs
      * mois restait 'Actif' et couvert pour ses sinistres.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "SUSPENSION-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FDEMEURE ASSIGN TO "MISES-EN-DEMEURE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMEURE.

           SELECT FARRIERES ASSIGN TO "ARRIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FARRIERES.

           SELECT FASSUIDX ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FPROPOS ASSIGN TO "SUSPENSIONS-PROPOSEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPROPOS.

           SELECT FLISTE ASSIGN TO "SUSPENSIONS-LISTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTE.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-DELAI-JOURS PIC 9(3).

       FD     FDEMEURE
              RECORDING MODE IS F.
       COPY DEMREC.

       FD     FARRIERES
              RECORDING MODE IS F.
       01 ARR-REG.
              05 ARR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 ARR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 ARR-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 ARR-DU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RECU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RESTE.
                  10 ARR-RESTE-ENT PIC 9(7).
                  10 FILLER PIC X(1).
                  10 ARR-RESTE-DEC PIC 9(2).

       FD     FASSUIDX
              RECORDING MODE IS F.
       01 ASSUIDX-REG.
              05 ASSUIDX-KEY.
                  10 ASSUIDX-MUNA PIC 9(8).
                  10 ASSUIDX-IDENTIFIANT PIC X(14).
              05 ASSUIDX-LIBELLE PIC X(101).
              05 ASSUIDX-ETAT PIC X(10).
              05 ASSUIDX-DEBUT-EFFET PIC X(8).
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

      * MEME FORMAT QUE ASSUR-TRANSACTIONS.txt (assumaj)
       FD     FPROPOS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-FENREG.
                  10 TRANS-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 TRANS-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 TRANS-LIBELLE PIC X(101).
                  10 FILLER PIC X(1).
                  10 TRANS-ETAT PIC X(10).
                  10 FILLER PIC X(1).
                  10 TRANS-DEBUT-EFFET PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-FIN-EFFET PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-MONTANT PIC 9(5)V9(9).
              05 FILLER PIC X(1).
              05 TRANS-DATE-EFFET PIC X(8).

       FD     FLISTE
              RECORDING MODE IS F.
       01 LISTE-REG.
              05 LISTE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 LISTE-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 LISTE-DATE-DEMEURE PIC X(8).
              05 FILLER PIC X(1).
              05 LISTE-JOURS PIC ZZZ9.
              05 FILLER PIC X(1).
              05 LISTE-RESTE PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 LISTE-DECISION PIC X(40).
       01 LISTE-TRAILER.
              05 LISTE-TRAILER-LIB PIC X(20).
              05 LISTE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMEURE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARRIERES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPROPOS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDEMEURE PIC X VALUE 'N'.
           88 WS-EOF-FDEMEURE-REACHED VALUE 'Y'.
       01 WS-EOF-FARRIERES PIC X VALUE 'N'.
           88 WS-EOF-FARRIERES-REACHED VALUE 'Y'.

       01 WS-DELAI-JOURS PIC 9(3) VALUE 30.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).

      * POLICES DU REGISTRE DES MISES EN DEMEURE
       01 WS-NB-DEMEURES PIC 9(5) VALUE 0.
       01 WS-TABLE-DEMEURES.
           05 WS-DEM-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-DEMEURES
                            INDEXED BY WS-DEM-IDX.
               10 WS-DEM-MUNA PIC X(8).
               10 WS-DEM-IDENTIFIANT PIC X(14).
               10 WS-DEM-DATE-PREMIERE PIC X(8).
               10 WS-DEM-RESTE PIC 9(9)V9(2).

       01 WS-DEM-TROUVE PIC X VALUE 'N'.
           88 WS-DEM-EST-TROUVE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-RESTE-DU PIC 9(7)V9(2).
       01 WS-JOURS PIC S9(7).
       01 WS-DECISION PIC X(40) VALUE SPACES.

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-PROPOSITIONS PIC 9(7) VALUE 0.
       01 WS-NB-EN-DELAI PIC 9(7) VALUE 0.
       01 WS-NB-REGULARISEES PIC 9(7) VALUE 0.
       01 WS-NB-DEJA-SUSPENDUES PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'susprop' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    DELAI DE GRACE APRES MISE EN DEMEURE (DEFAUT 30 JOURS)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-DELAI-JOURS IS NUMERIC
                           MOVE PARAM-DELAI-JOURS TO WS-DELAI-JOURS
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    REGISTRE DES MISES EN DEMEURE ; SANS REGISTRE, AUCUNE
      *    POLICE N'A ENCORE ETE MISE EN DEMEURE
           OPEN INPUT FDEMEURE.
           IF WS-STATUS-FDEMEURE NOT = '00'
               DISPLAY 'MISES-EN-DEMEURE.txt absent - aucune '
                   'suspension a proposer'
           ELSE
               PERFORM UNTIL WS-EOF-FDEMEURE-REACHED
                   READ FDEMEURE
                       AT END
                           SET WS-EOF-FDEMEURE-REACHED TO TRUE
                       NOT AT END
                           IF DEM-MUNA IS NUMERIC
                               PERFORM NOTER-DEMEURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEMEURE
           END-IF

      *    RESTES DUS ENCORE OUVERTS PAR POLICE
           IF WS-NB-DEMEURES > 0
               OPEN INPUT FARRIERES
               IF WS-STATUS-FARRIERES NOT = '00'
                   DISPLAY 'ARRIERES.txt non disponible - code '
                       'statut ' WS-STATUS-FARRIERES
                   DISPLAY 'Executer encaisse avant susprop'
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
               PERFORM UNTIL WS-EOF-FARRIERES-REACHED
                   READ FARRIERES
                       AT END
                           SET WS-EOF-FARRIERES-REACHED TO TRUE
                       NOT AT END
      *                    LA DERNIERE LIGNE EST LE TRAILER
                           IF ARR-MUNA IS NUMERIC
                               PERFORM CUMULER-ARRIERE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARRIERES
               OPEN INPUT FASSUIDX
               IF WS-STATUS-FASSUIDX NOT = '00'
                   DISPLAY 'ASSURANCES.IDX non disponible - code '
                       'statut ' WS-STATUS-FASSUIDX
                   DISPLAY 'Executer assuidx pour reconstruire '
                       'l index'
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
           END-IF

           OPEN OUTPUT FPROPOS.
           OPEN OUTPUT FLISTE.
           PERFORM EXAMINER-DEMEURE
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NB-DEMEURES
           IF WS-NB-DEMEURES > 0
               CLOSE FASSUIDX
           END-IF
      *    PAS DE TRAILER DANS LES PROPOSITIONS : LE FICHIER EST
      *    LIBERE TEL QUEL VERS assumaj
           CLOSE FPROPOS.
           MOVE SPACES TO LISTE-TRAILER
           MOVE 'TOTAL PROPOSEES : ' TO LISTE-TRAILER-LIB
           MOVE WS-NB-PROPOSITIONS TO LISTE-TRAILER-NB
           WRITE LISTE-TRAILER
           CLOSE FLISTE.

           DISPLAY 'Polices mises en demeure : ' WS-NB-DEMEURES
           DISPLAY 'Suspensions proposees    : ' WS-NB-PROPOSITIONS
               ' (voir SUSPENSIONS-PROPOSEES.txt)'
           DISPLAY 'Encore dans le delai     : ' WS-NB-EN-DELAI
           DISPLAY 'Regularisees             : ' WS-NB-REGULARISEES
           DISPLAY 'Deja hors Actif          : '
               WS-NB-DEJA-SUSPENDUES
           DISPLAY 'Anomalies                : ' WS-NB-ANOMALIES
               ' (voir SUSPENSIONS-LISTE.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       NOTER-DEMEURE.
           IF WS-NB-DEMEURES < 5000
               ADD 1 TO WS-NB-DEMEURES
               MOVE DEM-MUNA TO WS-DEM-MUNA(WS-NB-DEMEURES)
               MOVE DEM-IDENTIFIANT
                   TO WS-DEM-IDENTIFIANT(WS-NB-DEMEURES)
               MOVE DEM-DATE-PREMIERE
                   TO WS-DEM-DATE-PREMIERE(WS-NB-DEMEURES)
               MOVE 0 TO WS-DEM-RESTE(WS-NB-DEMEURES)
           ELSE
               DISPLAY 'Capacite de 5000 mises en demeure atteinte, '
                   'police ' DEM-MUNA ' ' DEM-IDENTIFIANT
                   ' ignoree'
           END-IF.

       CUMULER-ARRIERE.
           MOVE 'N' TO WS-DEM-TROUVE
           SET WS-DEM-IDX TO 1
           SEARCH WS-DEM-ENTRY
               AT END
                   MOVE 'N' TO WS-DEM-TROUVE
               WHEN WS-DEM-MUNA(WS-DEM-IDX) = ARR-MUNA
                    AND WS-DEM-IDENTIFIANT(WS-DEM-IDX)
                        = ARR-IDENTIFIANT
                   MOVE 'Y' TO WS-DEM-TROUVE
           END-SEARCH
           IF WS-DEM-EST-TROUVE
               COMPUTE WS-RESTE-DU =
                   ARR-RESTE-ENT + ARR-RESTE-DEC / 100
               ADD WS-RESTE-DU TO WS-DEM-RESTE(WS-DEM-IDX)
           END-IF.

      *    UNE POLICE EST PROPOSEE QUAND LE DELAI EST ECOULE, QU'UN
      *    RESTE DU SUBSISTE ET QU'ELLE EST ENCORE 'Actif' A L'INDEX.
       EXAMINER-DEMEURE.
           MOVE SPACES TO WS-DECISION
           MOVE 0 TO WS-JOURS
           CALL 'DATEVALID' USING WS-DEM-DATE-PREMIERE(WS-I),
               WS-DATE-VALIDE, WS-MOTIF-DATE
           IF WS-DATE-VALIDE NOT = 'Y'
               ADD 1 TO WS-NB-ANOMALIES
               MOVE 'Date de mise en demeure invalide'
                   TO WS-DECISION
           ELSE
               COMPUTE WS-JOURS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(WS-DEM-DATE-PREMIERE(WS-I)))
               EVALUATE TRUE
                   WHEN WS-DEM-RESTE(WS-I) = 0
                       ADD 1 TO WS-NB-REGULARISEES
                   WHEN WS-JOURS < WS-DELAI-JOURS
                       ADD 1 TO WS-NB-EN-DELAI
                   WHEN OTHER
                       PERFORM PROPOSER-SUSPENSION
               END-EVALUATE
           END-IF
           IF WS-DECISION NOT = SPACES
               MOVE SPACES TO LISTE-REG
               MOVE WS-DEM-MUNA(WS-I) TO LISTE-MUNA
               MOVE WS-DEM-IDENTIFIANT(WS-I) TO LISTE-IDENTIFIANT
               MOVE WS-DEM-DATE-PREMIERE(WS-I) TO LISTE-DATE-DEMEURE
               IF WS-JOURS > 9999
                   MOVE 9999 TO LISTE-JOURS
               ELSE
                   MOVE WS-JOURS TO LISTE-JOURS
               END-IF
               MOVE WS-DEM-RESTE(WS-I) TO LISTE-RESTE
               MOVE WS-DECISION TO LISTE-DECISION
               WRITE LISTE-REG
           END-IF.

       PROPOSER-SUSPENSION.
           MOVE WS-DEM-MUNA(WS-I) TO ASSUIDX-MUNA
           MOVE WS-DEM-IDENTIFIANT(WS-I) TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   ADD 1 TO WS-NB-ANOMALIES
                   MOVE 'Police absente de l index' TO WS-DECISION
               NOT INVALID KEY
                   IF ASSUIDX-ETAT NOT = 'Actif'
                       ADD 1 TO WS-NB-DEJA-SUSPENDUES
                   ELSE
                       ADD 1 TO WS-NB-PROPOSITIONS
                       MOVE 'Suspension proposee' TO WS-DECISION
                       MOVE SPACES TO TRANS-REG
                       MOVE 'M' TO TRANS-ACTION
                       MOVE ASSUIDX-MUNA TO TRANS-MUNA
                       MOVE ASSUIDX-IDENTIFIANT TO TRANS-IDENTIFIANT
                       MOVE ASSUIDX-LIBELLE TO TRANS-LIBELLE
                       MOVE 'Supendu' TO TRANS-ETAT
                       MOVE ASSUIDX-DEBUT-EFFET TO TRANS-DEBUT-EFFET
                       MOVE ASSUIDX-FIN-EFFET TO TRANS-FIN-EFFET
                       MOVE ASSUIDX-MONTANT TO TRANS-MONTANT
                       MOVE WS-RUN-YYYYMMDD TO TRANS-DATE-EFFET
                       WRITE TRANS-REG
                   END-IF
           END-READ.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
