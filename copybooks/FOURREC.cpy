      * Shared layout for one line of the supplier master
      * (FOURNISSEURS.txt), tenu par fourmaj : code fournisseur,
      * raison sociale, IBAN de reglement (controle par IBANVALID)
      * et statut 'A' actif / 'I' inactif. Un fournisseur inactif
      * ne recoit plus de facture et ses factures dues sont
      * retenues par le reglement hebdomadaire (paiefour).
       01 FOUR-REG.
              05 FOUR-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 FOUR-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 FOUR-IBAN PIC X(34).
              05 FILLER PIC X(1).
              05 FOUR-STATUT PIC X(1).
                  88 FOUR-ACTIF VALUE 'A'.
                  88 FOUR-INACTIF VALUE 'I'.
