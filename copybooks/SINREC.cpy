      * Shared layout for one line of the claims register
      * (SINISTRES-REGISTRE.txt), maintained by SINGEST : un
      * sinistre par SIN-NUMERO, ouvert depuis les sinistres
      * acceptes puis tenu a jour par les evenements de gestion.
      * SINR-RESERVE est la provision restant due, SINR-PAYE le
      * cumul des reglements ; la charge du sinistre est leur
      * somme. SINR-STATUT vaut OUVERT, REOUVERT ou CLOS.
       01 SINR-REG.
              05 SINR-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SINR-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 SINR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SINR-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SINR-DATE-DECLARATION PIC X(8).
              05 FILLER PIC X(1).
              05 SINR-MONTANT-RECLAME PIC 9(7)V9(2).
              05 FILLER PIC X(1).
              05 SINR-RESERVE PIC 9(9)V9(2).
              05 FILLER PIC X(1).
              05 SINR-PAYE PIC 9(9)V9(2).
              05 FILLER PIC X(1).
              05 SINR-STATUT PIC X(8).
                 88 SINR-CLOS VALUE 'CLOS'.
              05 FILLER PIC X(1).
              05 SINR-DATE-STATUT PIC X(8).
