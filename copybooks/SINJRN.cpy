      * Shared layout for one line of the claims history
      * (SINISTRES-JOURNAL.txt), alimente en ajout par SINGEST et
      * jamais ecrase : chaque ouverture ('D') et chaque evenement
      * de gestion applique y laisse une ligne avec la provision et
      * le cumul regle APRES l'evenement. C'est l'historique
      * d'annee en annee dont se servent les etats de liquidation.
       01 SINJ-REG.
              05 SINJ-DATE-TRAITEMENT PIC X(8).
              05 FILLER PIC X(1).
              05 SINJ-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SINJ-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 SINJ-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SINJ-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 SINJ-DATE-EVT PIC X(8).
              05 FILLER PIC X(1).
              05 SINJ-MONTANT PIC 9(7)V9(2).
              05 FILLER PIC X(1).
              05 SINJ-RESERVE PIC 9(9)V9(2).
              05 FILLER PIC X(1).
              05 SINJ-PAYE PIC 9(9)V9(2).
