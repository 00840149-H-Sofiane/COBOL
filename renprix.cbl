      * dans RENOUVELLEMENT-PROPOSITIONS.txt : ancienne prime, taux
      * applique, prime proposee, que RENLETTRE cite ensuite dans
      * les avis. Trois reclamations d'arithmetique ce trimestre
      * sur des prix calcules a la main motivent le batch. Chaque
      * tranche porte sa periode de validite (du / au, AAAAMMJJ, au
      * blanc = sans fin) : la tranche retenue est celle en vigueur
      * a la date de renouvellement (lendemain de la fin d'effet de
      * l'echeance), si bien qu'un nouveau bareme se saisit d'avance
      * a la suite de l'ancien et s'applique seul aux echeances
      * qu'il couvre.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FPROPS ASSIGN TO "RENOUVELLEMENT-PROPOSITIONS.txt"
              05 BAREME-TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 BAREME-TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 BAREME-DU PIC X(8).
              05 FILLER PIC X(1).
              05 BAREME-AU PIC X(8).

       FD     FRENOUV
              RECORDING MODE IS F.
       01 WS-EOF-FRENOUV PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.

      * BAREME D'INDEXATION PAR TRANCHE DE PRIME, TOUTES PERIODES
      * DE VALIDITE CONFONDUES
       01 WS-NB-TRANCHES PIC 9(2) VALUE 0.
       01 WS-TABLE-BAREME.
           05 WS-TRANCHE-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-TRANCHE-IDX.
               10 WS-TRANCHE-BASSE PIC 9(5).
               10 WS-TRANCHE-HAUTE PIC 9(5).
               10 WS-TRANCHE-TAUX PIC 9(3)V9(2).
               10 WS-TRANCHE-DU PIC X(8).
               10 WS-TRANCHE-AU PIC X(8).
      * DATE DE RENOUVELLEMENT : LENDEMAIN DE LA FIN D'EFFET
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-DATE-RENOUV PIC 9(8).
       01 WS-DATE-RENOUV-X REDEFINES WS-DATE-RENOUV PIC X(8).
       01 WS-TAUX-APPLIQUE PIC 9(3)V9(2).
      * PARTIE ENTIERE DE LA PRIME, SEULE COMPAREE AUX BORNES DU
      * BAREME POUR QUE LES TRANCHES SOIENT CONTIGUES
                          AND BAREME-HAUTE IS NUMERIC
                          AND BAREME-TAUX-ENT IS NUMERIC
                          AND BAREME-TAUX-DEC IS NUMERIC
                          AND WS-NB-TRANCHES < 60
                           ADD 1 TO WS-NB-TRANCHES
                           MOVE BAREME-BASSE
                               TO WS-TRANCHE-BASSE(WS-NB-TRANCHES)
                               WS-TRANCHE-TAUX(WS-NB-TRANCHES) =
                               BAREME-TAUX-ENT
                               + BAREME-TAUX-DEC / 100
                           MOVE BAREME-DU
                               TO WS-TRANCHE-DU(WS-NB-TRANCHES)
                           MOVE BAREME-AU
                               TO WS-TRANCHE-AU(WS-NB-TRANCHES)
                       END-IF
               END-READ
           END-PERFORM.
               STOP RUN
           END-IF
           OPEN OUTPUT FPROPS.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM UNTIL WS-EOF-REACHED
               READ FRENOUV
                   END-IF
           END-READ.

      *    TRANCHE CONTENANT LA PRIME PARMI CELLES EN VIGUEUR A LA
      *    DATE DE RENOUVELLEMENT (FIN D'EFFET INEXPLOITABLE : DATE
      *    DU JOUR)
       CHERCHER-TRANCHE.
           MOVE ASSUIDX-MONTANT TO WS-PRIME-ENTIERE
           MOVE 0 TO WS-DATE-RENOUV
           IF FRENOUV-FIN-EFFET IS NUMERIC
               MOVE FRENOUV-FIN-EFFET TO WS-DATE-RENOUV
           END-IF
           IF WS-DATE-RENOUV > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-RENOUV) = 0
               COMPUTE WS-DATE-RENOUV = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-RENOUV) + 1)
           ELSE
               MOVE WS-RUN-YYYYMMDD TO WS-DATE-RENOUV
           END-IF
           MOVE 'N' TO WS-TROUVE
           SET WS-TRANCHE-IDX TO 1
           SEARCH WS-TRANCHE-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-TRANCHE-IDX > WS-NB-TRANCHES
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-PRIME-ENTIERE >=
                    WS-TRANCHE-BASSE(WS-TRANCHE-IDX)
                    AND WS-PRIME-ENTIERE <=
                        WS-TRANCHE-HAUTE(WS-TRANCHE-IDX)
                    AND (WS-TRANCHE-DU(WS-TRANCHE-IDX) = SPACES
                         OR WS-TRANCHE-DU(WS-TRANCHE-IDX)
                            <= WS-DATE-RENOUV-X)
                    AND (WS-TRANCHE-AU(WS-TRANCHE-IDX) = SPACES
                         OR WS-TRANCHE-AU(WS-TRANCHE-IDX)
                            >= WS-DATE-RENOUV-X)
                   MOVE 'Y' TO WS-TROUVE
                   MOVE WS-TRANCHE-TAUX(WS-TRANCHE-IDX)
                       TO WS-TAUX-APPLIQUE
