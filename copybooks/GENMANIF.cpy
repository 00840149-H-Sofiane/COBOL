      * Shared layout for one line of the generation manifest
      * GENERATIONS-MANIFESTE.AAAAMMJJ, ecrit par gensauve pour
      * chaque generation copiee le jour AAAAMMJJ : nom du fichier
      * courant, taille en octets et somme de controle (cksum) de
      * la copie datee, nombre de lignes, et derniere ligne de
      * trailer 'TOTAL' quand le fichier en porte une. Relu par
      * GENCTRL avant toute restauration ou comparaison.
       01 MANIF-REG.
              05 MANIF-FICHIER PIC X(40).
              05 FILLER PIC X(1).
              05 MANIF-TAILLE PIC 9(10).
              05 FILLER PIC X(1).
              05 MANIF-NB-ENREG PIC 9(8).
              05 FILLER PIC X(1).
              05 MANIF-CHECKSUM PIC 9(10).
              05 FILLER PIC X(1).
              05 MANIF-TRAILER PIC X(60).
