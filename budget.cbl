      * (defaut 10 %), et sous-totalise par classe de compte comme
      * BILAN-PAR-COMPTE.txt. La reunion de direction cesse de
      * tourner sur un tableur qui contredit le livre un mois sur
      * deux. Passee par la cloture mensuelle, la confrontation se
      * limite a la periode close AAAAMM lue dans
      * BUDGET-PERIODE.txt ; a defaut toutes les periodes sont
      * confrontees.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPERIODE ASSIGN TO "BUDGET-PERIODE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       01 PARAM-REG.
              05 PARAM-TOLERANCE PIC 9(3).

       FD     FPERIODE
              RECORDING MODE IS F.
       01 PERIODE-REG.
              05 PERIODE-CLOSE PIC X(6).

       FD     FPLAN
              RECORDING MODE IS F.
       01 PLAN-REG.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBUDGET PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
           88 WS-EOF-FBILAN-REACHED VALUE 'Y'.

       01 WS-TOLERANCE PIC 9(3) VALUE 10.
       01 WS-PERIODE-CLOSE PIC X(6) VALUE SPACES.

      * PLAN DE COMPTES (CODES SEULS, POUR LA VALIDATION)
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
               CLOSE FPARAM
           END-IF

      *    SOUS finmois, LA SEULE PERIODE CLOSE EST CONFRONTEE
           OPEN INPUT FPERIODE.
           IF WS-STATUS-FPERIODE = '00'
               READ FPERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PERIODE-CLOSE IS NUMERIC
                          AND PERIODE-CLOSE(5:2) >= '01'
                          AND PERIODE-CLOSE(5:2) <= '12'
                           MOVE PERIODE-CLOSE TO WS-PERIODE-CLOSE
                       END-IF
               END-READ
               CLOSE FPERIODE
           END-IF

      *    CHARGEMENT DU PLAN DE COMPTES
           OPEN INPUT FPLAN.
           IF WS-STATUS-FPLAN NOT = '00'
                       SET WS-EOF-FBILAN-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-COMPTE NOT = SPACES
                          AND (WS-PERIODE-CLOSE = SPACES
                               OR BILAN-DATE(1:6) = WS-PERIODE-CLOSE)
                           PERFORM CUMULER-REEL
                       END-IF
               END-READ
                   MOVE 'Periode AAAAMM inexploitable'
                       TO REJET-MOTIF
                   WRITE REJET-REG
               WHEN WS-PERIODE-CLOSE NOT = SPACES
                    AND BUDGET-PERIODE NOT = WS-PERIODE-CLOSE
                   CONTINUE
               WHEN OTHER
                   MOVE BUDGET-COMPTE TO WS-CLE-COMPTE
                   MOVE BUDGET-PERIODE TO WS-CLE-PERIODE
