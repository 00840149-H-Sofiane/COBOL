      * montant). Le vieillissement des suspens ouverts part dans
      * SUSPENS-AGING.txt et bilanclot refuse la cloture tant
      * qu'il en reste.
      * Passe par la cloture mensuelle, le controle s'arrete au
      * dernier jour AAAAMMJJ de la periode close, lu dans
      * BILANJOUR-PERIODE.txt : les journees suivantes, encore
      * ouvertes, relevent de la periode suivante.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPERIODE ASSIGN TO "BILANJOUR-PERIODE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FAJOUT ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       01  PARAM-REG.
           05 PARAM-MODE PIC X(1).

       FD     FPERIODE
              RECORDING MODE IS F.
       01  PERIODE-REG.
           05 PERIODE-FIN PIC X(8).

       FD     FAJOUT
              RECORDING MODE IS F.
       01  AJOUT-REG.
       77  WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FEXCEP PIC X(02) VALUE SPACES.
       77  WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77  WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FAJOUT PIC X(02) VALUE SPACES.
       77  WS-STATUS-FSUSPENS PIC X(02) VALUE SPACES.
       77  WS-STATUS-FSUSPENSN PIC X(02) VALUE SPACES.
           88 WS-EOF-REACHED VALUE 'Y'.

       01  WS-NB-LIGNES PIC 9(5) VALUE 0.
       01  WS-NB-APRES-PERIODE PIC 9(5) VALUE 0.
       01  WS-FIN-PERIODE PIC X(8) VALUE '99999999'.
       01  WS-NB-JOURS PIC 9(3) VALUE 0.
       01  WS-TABLE-JOURS.
           05 WS-JOUR-ENTRY OCCURS 366 TIMES
               END-READ
               CLOSE FPARAM
           END-IF
      *    SOUS finmois, DERNIER JOUR DE LA PERIODE CLOSE
           OPEN INPUT FPERIODE
           IF WS-STATUS-FPERIODE = '00'
               READ FPERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PERIODE-FIN IS NUMERIC
                          AND PERIODE-FIN(5:2) >= '01'
                          AND PERIODE-FIN(5:2) <= '12'
                           MOVE PERIODE-FIN TO WS-FIN-PERIODE
                       END-IF
               END-READ
               CLOSE FPERIODE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYYMMDD)
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-DATE > WS-FIN-PERIODE
                           ADD 1 TO WS-NB-APRES-PERIODE
                       ELSE
                           ADD 1 TO WS-NB-LIGNES
                           PERFORM CUMULER-JOURNEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FENTREE
           PERFORM REECRIRE-SUSPENS

           DISPLAY 'Ecritures lues          : ' WS-NB-LIGNES
           IF WS-NB-APRES-PERIODE > 0
               DISPLAY 'Ecritures apres le ' WS-FIN-PERIODE
                   ' : ' WS-NB-APRES-PERIODE ' (periode suivante)'
           END-IF
           DISPLAY 'Journees controlees     : ' WS-NB-JOURS
           DISPLAY 'Journees desequilibrees : ' WS-NB-DESEQUILIBRES
               ' (voir BILAN-DESEQUILIBRES.txt)'
