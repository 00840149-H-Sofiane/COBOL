      * Shared layout for one line of the new-business tariff
      * (TARIFS.txt), tenu par tarifmaj et lu par devis. Deux
      * types de lignes par classe de produit (debut du
      * LIBELLE-COMMERCIAL-SE sur 20) : 'B' prime de base annuelle
      * par tranche d'age de CHOIXMULTIPLE (critere = libelle de la
      * tranche, voir AGECLASSE) et 'O' option, dont le critere est
      * le code option et la valeur le pourcentage de majoration
      * de la prime de base.
       01 TARIF-REG.
              05 TARIF-TYPE PIC X(1).
                  88 TARIF-EST-BASE VALUE 'B'.
                  88 TARIF-EST-OPTION VALUE 'O'.
              05 FILLER PIC X(1).
              05 TARIF-CLASSE PIC X(20).
              05 FILLER PIC X(1).
              05 TARIF-CRITERE PIC X(20).
                  88 TARIF-TRANCHE-CONNUE VALUE 'maternelle'
                     'ecole primaire' 'college' 'lycee'
                     'hors categorie'.
              05 FILLER PIC X(1).
              05 TARIF-VALEUR.
                  10 TARIF-VALEUR-ENT PIC 9(5).
                  10 TARIF-VALEUR-POINT PIC X(1).
                  10 TARIF-VALEUR-DEC PIC 9(2).
