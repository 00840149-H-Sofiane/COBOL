      * Shared layout for one line of the SEPA direct-debit mandate
      * master (MANDATS.txt), un mandat par MUNA : reference unique
      * du mandat (RUM), IBAN et BIC du debiteur, date de signature,
      * sequence du prochain prelevement ('FRST' premier, 'RCUR'
      * recurrent), statut ('A' actif, 'R' revoque, 'S' suspendu
      * apres impayes repetes), date du dernier prelevement emis
      * (a blanc tant qu'aucun ne l'a ete), nombre de retours
      * impayes consecutifs et date de la collecte du dernier
      * retour. PRELSEPA fait passer la sequence de FRST a RCUR et
      * date le dernier prelevement a chaque collecte ; PRELRET
      * compte les retours et suspend le mandat au seuil.
       01 MAND-REG.
              05 MAND-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 MAND-RUM PIC X(35).
              05 FILLER PIC X(1).
              05 MAND-IBAN PIC X(34).
              05 FILLER PIC X(1).
              05 MAND-BIC PIC X(11).
              05 FILLER PIC X(1).
              05 MAND-DATE-SIGNATURE PIC X(8).
              05 FILLER PIC X(1).
              05 MAND-SEQUENCE PIC X(4).
                  88 MAND-PREMIER VALUE 'FRST'.
                  88 MAND-RECURRENT VALUE 'RCUR'.
              05 FILLER PIC X(1).
              05 MAND-STATUT PIC X(1).
                  88 MAND-ACTIF VALUE 'A'.
                  88 MAND-REVOQUE VALUE 'R'.
                  88 MAND-SUSPENDU VALUE 'S'.
              05 FILLER PIC X(1).
              05 MAND-DATE-DERNIER PIC X(8).
              05 FILLER PIC X(1).
              05 MAND-NB-RETOURS PIC 9(2).
              05 FILLER PIC X(1).
              05 MAND-DATE-RETOUR PIC X(8).
