      * une ligne par mois - debit, credit, solde net du mois et
      * solde cumule - avec le meme cadrage edite que le rapport de
      * BILAN, puis un total general qui doit retomber sur les
      * totaux vie entiere de searchBilan. Passee par la cloture
      * mensuelle, la balance s'arrete a la periode close AAAAMM lue
      * dans BILANMENS-PARAM.txt : les mois suivants, encore
      * ouverts, n'y figurent pas.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FENTREE.

           SELECT FPARAM ASSIGN TO "BILANMENS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSORTIE ASSIGN TO "BILAN-MENSUEL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 FILLER        PIC X(1).
              05 BILAN-COMPTE  PIC X(6).

       FD     FPARAM
              RECORDING MODE IS F.
       01  PARAM-REG.
              05 PARAM-PERIODE PIC X(6).

       FD     FSORTIE
              RECORDING MODE IS F.
       01  FSORTIE-REG PIC X(90).
       WORKING-STORAGE SECTION.
       77  WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FSORTIE PIC X(02) VALUE SPACES.
       77  WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       01  WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.

       01  WS-NB-LIGNES PIC 9(5) VALUE 0.
       01  WS-NB-INEXPLOITABLES PIC 9(5) VALUE 0.
       01  WS-NB-APRES-PERIODE PIC 9(5) VALUE 0.
       01  WS-PERIODE-CLOSE PIC X(6) VALUE '999999'.
       01  WS-NB-MOIS PIC 9(3) VALUE 0.
       01  WS-TABLE-MOIS.
           05 WS-MOIS-ENTRY OCCURS 120 TIMES
       01  WS-LIGNE PIC X(90).

       PROCEDURE DIVISION.
      *    SOUS finmois, LA BALANCE S'ARRETE A LA PERIODE CLOSE
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-PERIODE IS NUMERIC
                          AND PARAM-PERIODE(5:2) >= '01'
                          AND PARAM-PERIODE(5:2) <= '12'
                           MOVE PARAM-PERIODE TO WS-PERIODE-CLOSE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           OPEN INPUT FENTREE
           IF WS-STATUS-FENTREE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-DATE IS NUMERIC
                          AND BILAN-DATE(1:6) > WS-PERIODE-CLOSE
                           ADD 1 TO WS-NB-APRES-PERIODE
                       ELSE
                           ADD 1 TO WS-NB-LIGNES
                           PERFORM CUMULER-ECRITURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FENTREE

           DISPLAY 'Ecritures lues     : ' WS-NB-LIGNES
           DISPLAY 'Mois distincts     : ' WS-NB-MOIS
           IF WS-NB-APRES-PERIODE > 0
               DISPLAY 'Apres ' WS-PERIODE-CLOSE '      : '
                   WS-NB-APRES-PERIODE ' (periode suivante)'
           END-IF
           IF WS-NB-INEXPLOITABLES > 0
               DISPLAY 'Dates inexploitables : '
                   WS-NB-INEXPLOITABLES
