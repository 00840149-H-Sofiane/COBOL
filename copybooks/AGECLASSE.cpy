      * Shared age-bracket rule of CHOIXMULTIPLE : classe l'age
      * WS-AGE PIC 9(2) dans la tranche WS-CATEGORIE PIC X(20).
      * Copied into the PROCEDURE DIVISION of CHOIXMULTIPLE and of
      * DEVIS, whose tariff is priced by these same brackets, so
      * that a quotation and the age listing never disagree. Les
      * libelles sont aussi ceux attendus dans TARIFS.txt (88
      * TARIF-TRANCHE-CONNUE de TARIFREC).
       CLASSER-AGE.
           EVALUATE WS-AGE
              WHEN 2 THRU 5
                 MOVE "maternelle" TO WS-CATEGORIE
              WHEN 6 THRU 11
                 MOVE "ecole primaire" TO WS-CATEGORIE
              WHEN 12 THRU 15
                 MOVE "college" TO WS-CATEGORIE
              WHEN 16 THRU 18
                 MOVE "lycee" TO WS-CATEGORIE
              WHEN OTHER
                 MOVE "hors categorie" TO WS-CATEGORIE
           END-EVALUATE.
