       PROGRAM-ID. SINISTRES.
      * Controle d'entree des declarations de sinistres : chaque
      * ligne de SINISTRES.txt (numero de sinistre, MUNA,
      * IDENTIFIANT, date de survenance, montant reclame et, en
      * option, date de declaration - a defaut le sinistre est
      * tenu pour declare le jour du traitement) est confrontee
      * a la police dans ASSURANCES.IDX. Le sinistre est
      * accepte si la police existe, si son ETAT est 'Actif' et si
      * la date de survenance tombe entre DEBUT-EFFET-SE et
      * FIN-EFFET-SE ; il part alors dans SINISTRES-ACCEPTES.txt.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FACCEPTES ASSIGN TO "SINISTRES-ACCEPTES.txt"
              05 SIN-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SIN-MONTANT PIC 9(7)V9(2).
              05 FILLER PIC X(1).
              05 SIN-DATE-DECLARATION PIC X(8).

       FD     FASSUIDX
              RECORDING MODE IS F.

       FD     FACCEPTES
              RECORDING MODE IS F.
       01 ACCEPTE-REG PIC X(62).
       01 ACCEPTE-TRAILER.
              05 ACCEPTE-TRAILER-LIB PIC X(20).
              05 ACCEPTE-TRAILER-NB  PIC ZZZZZZ9.
       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-SINISTRE PIC X(62).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(40).
       01 REJET-TRAILER.
           IF NOT WS-DATE-EST-VALIDE
               MOVE 'Date de survenance mal formee'
                   TO WS-REJET-MOTIF
           ELSE
               IF SIN-DATE-DECLARATION NOT = SPACES
                   CALL 'DATEVALID' USING SIN-DATE-DECLARATION,
                       WS-DATE-VALIDE, WS-MOTIF-DATE
                   IF NOT WS-DATE-EST-VALIDE
                       MOVE 'Date de declaration mal formee'
                           TO WS-REJET-MOTIF
                   ELSE
                       IF SIN-DATE-DECLARATION < SIN-DATE-SURVENANCE
                           MOVE 'Declaration avant la survenance'
                               TO WS-REJET-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJET-MOTIF NOT = SPACES
               PERFORM ECRIRE-REJET
           ELSE
               MOVE SIN-MUNA TO ASSUIDX-MUNA
           ADD 1 TO WS-NB-REJETS
           MOVE SPACES TO REJET-REG
           MOVE SIN-REG TO REJET-SINISTRE
           MOVE ' | ' TO REJET-REG(63:3)
           MOVE WS-REJET-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
