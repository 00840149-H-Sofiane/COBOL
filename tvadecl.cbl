      * mensuelles BILAN-ARCHIVE-AAAAMM.txt de ses trois mois sont
      * lues en plus du livre courant : une cloture bilanclot deja
      * passee n'ampute plus la declaration. Le comptable cesse de
      * reconstruire la CA3 depuis les factures papier. Chaque
      * ligne du bareme porte sa periode de validite (du / au,
      * AAAAMMJJ, au blanc = sans fin) : une ecriture est ventilee
      * au taux de son code en vigueur a sa date, si bien qu'un
      * changement de taux en cours de trimestre donne deux lignes
      * pour le meme code ; seuls les taux dont la periode touche
      * le trimestre vise sont edites.
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

       FD     FBILAN
              RECORDING MODE IS F.
       01 WS-MOIS PIC 9(2).
       01 WS-TRIMESTRE PIC 9(1).
       01 WS-DANS-PERIODE PIC X VALUE 'O'.
      * BORNES DU TRIMESTRE VISE POUR L'EDITION DES TAUX
       01 WS-DEBUT-TRIMESTRE.
           05 WS-DT-AAAA PIC X(4).
           05 WS-DT-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE '01'.
       01 WS-FIN-TRIMESTRE.
           05 WS-FT-AAAA PIC X(4).
           05 WS-FT-MM PIC 9(2).
           05 FILLER PIC X(2) VALUE '31'.

      * BAREME TVA AVEC CUMULS PAR CODE ET PERIODE DE VALIDITE
       01 WS-NB-TVA PIC 9(2) VALUE 0.
       01 WS-TABLE-TVA.
           05 WS-TVA-ENTRY OCCURS 40 TIMES
                            INDEXED BY WS-TVA-IDX.
               10 WS-TVA-CODE PIC X(2).
               10 WS-TVA-LIBELLE PIC X(15).
               10 WS-TVA-TAUX PIC 9(3)V99.
               10 WS-TVA-DU PIC X(8).
               10 WS-TVA-AU PIC X(8).
               10 WS-TVA-BASE PIC S9(11)V99.
               10 WS-TVA-COLLECTEE PIC S9(11)V99.
               10 WS-TVA-DEDUCTIBLE PIC S9(11)V99.
                       SET WS-EOF-FTVA-REACHED TO TRUE
                   NOT AT END
                       IF TVA-CODE NOT = SPACES
                          AND WS-NB-TVA < 40
                           ADD 1 TO WS-NB-TVA
                           MOVE TVA-CODE
                               TO WS-TVA-CODE(WS-NB-TVA)
                           MOVE TVA-LIBELLE
                               TO WS-TVA-LIBELLE(WS-NB-TVA)
                           MOVE TVA-DU TO WS-TVA-DU(WS-NB-TVA)
                           MOVE TVA-AU TO WS-TVA-AU(WS-NB-TVA)
                           COMPUTE WS-TVA-TAUX(WS-NB-TVA) =
                               TVA-TAUX-ENT + TVA-TAUX-DEC / 100
                           MOVE 0 TO WS-TVA-BASE(WS-NB-TVA)
               DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-TRIMESTRE-VISE > 0
               MOVE WS-ANNEE-VISEE TO WS-DT-AAAA WS-FT-AAAA
               COMPUTE WS-DT-MM = (WS-TRIMESTRE-VISE - 1) * 3 + 1
               COMPUTE WS-FT-MM = WS-TRIMESTRE-VISE * 3
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TVA
               IF WS-TRIMESTRE-VISE = 0
                  OR ((WS-TVA-DU(WS-I) = SPACES
                       OR WS-TVA-DU(WS-I) <= WS-FIN-TRIMESTRE)
                      AND (WS-TVA-AU(WS-I) = SPACES
                       OR WS-TVA-AU(WS-I) >= WS-DEBUT-TRIMESTRE))
                   PERFORM EDITER-TAUX
               END-IF
           END-PERFORM
           COMPUTE WS-POSITION-NETTE =
               WS-TOT-COLLECTEE - WS-TOT-DEDUCTIBLE
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
           IF NOT WS-TVA-EST-TROUVEE
