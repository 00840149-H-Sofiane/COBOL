      * Shared layout for one line of the supplier invoice register
      * (FACTURES-FOURNISSEURS.txt), tenu par factfour : une
      * facture par couple FACT-FOURNISSEUR + FACT-NUMERO, avec sa
      * date, son echeance, son montant TTC, le compte de charge
      * ou d'immobilisation du plan de comptes et le code TVA du
      * bareme TAUX-TVA.txt porte sur l'ecriture BILAN.
      * FACT-STATUT : 'S' saisie, pas encore au livre ; 'C'
      * comptabilisee (ecriture de facture passee au credit du
      * 401000 par paiefour, date en FACT-DATE-COMPTA) ; 'P' payee
      * par le reglement hebdomadaire (date en FACT-DATE-PAIEMENT).
       01 FACT-REG.
              05 FACT-FOURNISSEUR PIC X(6).
              05 FILLER PIC X(1).
              05 FACT-NUMERO PIC X(15).
              05 FILLER PIC X(1).
              05 FACT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 FACT-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 FACT-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 FACT-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 FACT-TVA PIC X(2).
              05 FILLER PIC X(1).
              05 FACT-STATUT PIC X(1).
                  88 FACT-SAISIE VALUE 'S'.
                  88 FACT-COMPTABILISEE VALUE 'C'.
                  88 FACT-PAYEE VALUE 'P'.
              05 FILLER PIC X(1).
              05 FACT-DATE-COMPTA PIC X(8).
              05 FILLER PIC X(1).
              05 FACT-DATE-PAIEMENT PIC X(8).
