      * 'EDF', 'Electricite' et 'edf facture' redeviennent une seule
      * et meme chose. Les ecritures portent aussi un code TVA
      * (BILAN-TVA, valide contre le bareme TAUX-TVA.txt maintenu
      * comme PLAN-COMPTES.txt) : un code inconnu, ou dont aucune
      * ligne n'est en vigueur a la date de l'ecriture (periode du /
      * au du bareme), rejette l'ecriture, un code absent est
      * tolere pour les ecritures historiques et compte comme non
      * ventilable par tvadecl.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              05 TVA-TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 TVA-TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 TVA-DU PIC X(8).
              05 FILLER PIC X(1).
              05 TVA-AU PIC X(8).

       FD     FENTREE
              RECORDING MODE IS F.
       01 WS-EOF-FTVA PIC X VALUE 'N'.
           88 WS-EOF-FTVA-REACHED VALUE 'Y'.

      * BAREME DES CODES TVA ADMIS, AVEC LEUR PERIODE DE VALIDITE
       01 WS-NB-TVA PIC 9(2) VALUE 0.
       01 WS-TABLE-TVA.
           05 WS-TVA-ENTRY OCCURS 40 TIMES
                            INDEXED BY WS-TVA-IDX.
               10 WS-TVA-CODE PIC X(2).
               10 WS-TVA-DU PIC X(8).
               10 WS-TVA-AU PIC X(8).
       01 WS-TVA-TROUVEE PIC X VALUE 'N'.
           88 WS-TVA-EST-TROUVEE VALUE 'Y'.
       01 WS-NB-SANS-TVA PIC 9(5) VALUE 0.
                           SET WS-EOF-FTVA-REACHED TO TRUE
                       NOT AT END
                           IF TVA-CODE NOT = SPACES
                              AND WS-NB-TVA < 40
                               ADD 1 TO WS-NB-TVA
                               MOVE TVA-CODE
                                   TO WS-TVA-CODE(WS-NB-TVA)
                               MOVE TVA-DU TO WS-TVA-DU(WS-NB-TVA)
                               MOVE TVA-AU TO WS-TVA-AU(WS-NB-TVA)
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VENTILER-PAR-COMPTE
           END-IF.

      *    CONTROLE DU CODE TVA : INCONNU OU SANS TAUX EN VIGUEUR A
      *    LA DATE DE L'ECRITURE = REJET, BLANC = TOLERE (ECRITURES
      *    HISTORIQUES)
       CONTROLER-CODE-TVA.
           MOVE 'N' TO WS-ECRITURE-REJETEE
           IF BILAN-TVA NOT = SPACES
                   SEARCH WS-TVA-ENTRY
                       AT END
                           MOVE 'N' TO WS-TVA-TROUVEE
                       WHEN WS-TVA-IDX > WS-NB-TVA
                           MOVE 'N' TO WS-TVA-TROUVEE
                       WHEN WS-TVA-CODE(WS-TVA-IDX) = BILAN-TVA
                            AND (WS-TVA-DU(WS-TVA-IDX) = SPACES
                                 OR WS-TVA-DU(WS-TVA-IDX) <= BILAN-DATE)
                            AND (WS-TVA-AU(WS-TVA-IDX) = SPACES
                                 OR WS-TVA-AU(WS-TVA-IDX) >= BILAN-DATE)
                           MOVE 'Y' TO WS-TVA-TROUVEE
                   END-SEARCH
               END-IF
