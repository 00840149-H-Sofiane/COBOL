      * Shared layout for one line of the formal notice register
      * (MISES-EN-DEMEURE.txt), tenu par arrlettre : une ligne par
      * police sous mise en demeure, avec la date de la premiere
      * mise en demeure (conservee d'un passage a l'autre tant que
      * la police reste au-dela du seuil), la date de la derniere
      * et le total reclame a cette derniere.
       01 DEM-REG.
              05 DEM-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEM-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DEM-DATE-PREMIERE PIC X(8).
              05 FILLER PIC X(1).
              05 DEM-DATE-DERNIERE PIC X(8).
              05 FILLER PIC X(1).
              05 DEM-TOTAL PIC 9(9).9(2).
