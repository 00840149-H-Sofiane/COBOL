      * Shared layout for one line of the quotation register
      * (DEVIS.txt), tenu par devis : numero de devis croissant,
      * statut ('E' emis, 'A' accepte, 'X' expire sans
      * acceptation), dates d'emission et d'expiration, risque
      * tarife (MUNA, IDENTIFIANT de la future police, classe de
      * produit, tranche d'age, dates de couverture, jusqu'a trois
      * codes option), MONTANT devise et date d'acceptation.
       01 DEVIS-REG.
              05 DEVIS-NUMERO PIC 9(8).
              05 FILLER PIC X(1).
              05 DEVIS-STATUT PIC X(1).
                  88 DEVIS-EMIS VALUE 'E'.
                  88 DEVIS-ACCEPTE VALUE 'A'.
                  88 DEVIS-EXPIRE VALUE 'X'.
              05 FILLER PIC X(1).
              05 DEVIS-DATE-EMISSION PIC X(8).
              05 FILLER PIC X(1).
              05 DEVIS-DATE-EXPIRATION PIC X(8).
              05 FILLER PIC X(1).
              05 DEVIS-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEVIS-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DEVIS-CLASSE PIC X(20).
              05 FILLER PIC X(1).
              05 DEVIS-TRANCHE PIC X(20).
              05 FILLER PIC X(1).
              05 DEVIS-DEBUT-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 DEVIS-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 DEVIS-OPTIONS.
                  10 DEVIS-OPTION OCCURS 3 TIMES.
                      15 DEVIS-OPTION-CODE PIC X(4).
                      15 FILLER PIC X(1).
              05 DEVIS-MONTANT PIC 9(5).9(2).
              05 FILLER PIC X(1).
              05 DEVIS-DATE-ACCEPTATION PIC X(8).
