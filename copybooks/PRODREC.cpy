      * Shared layout for one line of the product catalogue
      * (PRODUITS.txt), tenu par prodmaj et lu par prodlook. Deux
      * types de lignes : 'P' fiche produit (code, libelle
      * commercial officiel tel qu'il doit figurer dans
      * LIBELLE-COMMERCIAL-SE, classe de taxe du bareme
      * TAUX-TAXES, duree par defaut en mois, statut 'O' ouvert ou
      * 'F' ferme a la vente) et 'V' variante, qui rattache au code
      * produit un autre libelle rencontre dans les polices
      * (ancienne denomination, faute de saisie...).
       01 PROD-REG.
              05 PROD-TYPE PIC X(1).
                  88 PROD-EST-FICHE VALUE 'P'.
                  88 PROD-EST-VARIANTE VALUE 'V'.
              05 FILLER PIC X(1).
              05 PROD-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 PROD-LIBELLE PIC X(101).
              05 FILLER PIC X(1).
              05 PROD-CLASSE-TAXE PIC X(20).
              05 FILLER PIC X(1).
              05 PROD-DUREE PIC 9(3).
              05 FILLER PIC X(1).
              05 PROD-STATUT PIC X(1).
                  88 PROD-OUVERT VALUE 'O'.
                  88 PROD-FERME VALUE 'F'.
