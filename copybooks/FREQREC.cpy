      * Shared layout for one line of the billing calendar
      * (FREQUENCES-PAIEMENT.txt), une ligne par police : MUNA,
      * IDENTIFIANT, frequence de paiement ('M' mensuelle, 'T'
      * trimestrielle, 'S' semestrielle, 'A' annuelle) et taux de
      * majoration de fractionnement en pourcentage 99.99 applique
      * a chaque appel. Une police absente du calendrier est
      * appelee mensuellement sans majoration, comme l'echeancier.
       01 FREQ-REG.
              05 FREQ-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 FREQ-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 FREQ-FREQUENCE PIC X(1).
                  88 FREQ-MENSUELLE VALUE 'M'.
                  88 FREQ-TRIMESTRIELLE VALUE 'T'.
                  88 FREQ-SEMESTRIELLE VALUE 'S'.
                  88 FREQ-ANNUELLE VALUE 'A'.
                  88 FREQ-VALIDE VALUE 'M' 'T' 'S' 'A'.
              05 FILLER PIC X(1).
              05 FREQ-MAJORATION.
                  10 FREQ-MAJORATION-ENT PIC 9(2).
                  10 FILLER PIC X(1).
                  10 FREQ-MAJORATION-DEC PIC 9(2).
