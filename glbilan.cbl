      * Pont de deversement des mouvements d'assurance dans le
      * bilan : les ecritures de GL-MOUVEMENTS.txt (glposte) et de
      * GL-MOUVEMENTS-PRIMES.txt (echgl) et de
      * GL-MOUVEMENTS-AVENANTS.txt (primeadj) et de
      * GL-MOUVEMENTS-IMPAYES.txt (prelret) et de
      * GL-MOUVEMENTS-RESILIATIONS.txt (resremb) et de
      * GL-MOUVEMENTS-COMMISSIONS.txt (commrel), quand ils sont
      * presents, sont traduites ligne a ligne vers BILAN.txt au
      * format
      * BILAN-DATE / LIBELLE / DEBIT / CREDIT / COMPTE, le compte
      * second passage de glbilan, ou un passage nocturne entre
      * deux clotures echgl, ne reposte plus deux fois les memes
      * ecritures. La ressaisie manuelle qui fabriquait nos ecarts
      * de rapprochement disparait. Passe par la cloture mensuelle,
      * glbilan lit dans GLBILAN-PARAM.txt le dernier jour AAAAMMJJ
      * de la periode close et y date ses ecritures (a defaut, ou
      * si ce jour n'est pas encore atteint, date du passage) : ce
      * qui est deverse a la cloture appartient a la periode close.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.

           SELECT FPARAM ASSIGN TO "GLBILAN-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FBILAN ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 FILLER PIC X(1).
              05 MOUV-LIBELLE PIC X(30).

       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-FIN-PERIODE PIC X(8).

       FD     FBILAN
              RECORDING MODE IS F.
       01 BILAN-REG.
       77 WS-STATUS-FMAP PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-NOM-MOUVEMENTS PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-DATE-ECRITURE PIC 9(8).
       01 WS-MONTANT-BILAN PIC 9(7)V99.

       01 WS-NB-LUES PIC 9(7) VALUE 0.
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYYMMDD TO WS-DATE-ECRITURE
      *    DATE D'ECRITURE : FIN DE LA PERIODE CLOSE SOUS finmois
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-FIN-PERIODE IS NUMERIC
                          AND PARAM-FIN-PERIODE(5:2) >= '01'
                          AND PARAM-FIN-PERIODE(5:2) <= '12'
                          AND PARAM-FIN-PERIODE < WS-RUN-YYYYMMDD
                           MOVE PARAM-FIN-PERIODE TO WS-DATE-ECRITURE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           DISPLAY 'Date des ecritures : ' WS-DATE-ECRITURE
           OPEN EXTEND FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
               DISPLAY 'BILAN.txt non disponible en ajout - code '
           PERFORM DEVERSER-FICHIER
           MOVE 'GL-MOUVEMENTS-AVENANTS.txt' TO WS-NOM-MOUVEMENTS
           PERFORM DEVERSER-FICHIER
           MOVE 'GL-MOUVEMENTS-IMPAYES.txt' TO WS-NOM-MOUVEMENTS
           PERFORM DEVERSER-FICHIER
           MOVE 'GL-MOUVEMENTS-RESILIATIONS.txt' TO WS-NOM-MOUVEMENTS
           PERFORM DEVERSER-FICHIER
           MOVE 'GL-MOUVEMENTS-COMMISSIONS.txt' TO WS-NOM-MOUVEMENTS
           PERFORM DEVERSER-FICHIER

           CLOSE FBILAN.
           MOVE SPACES TO REJET-TRAILER
           IF WS-MAP-TROUVE
               ADD 1 TO WS-NB-POSTEES
               MOVE SPACES TO BILAN-REG
               MOVE WS-DATE-ECRITURE TO BILAN-DATE
               MOVE MOUV-LIBELLE TO BILAN-LIBELLE
               COMPUTE WS-MONTANT-BILAN ROUNDED = MOUV-MONTANT
               IF MOUV-SENS = 'D'
