      * Shared layout for one line of the e-mail spool written by
      * the member letter programs, one spool per program next to
      * its print file. Each letter sent by e-mail opens with an
      * 'A' line (adresse electronique) and an 'O' line (objet),
      * followed by one 'T' line per line of the letter body, as
      * it would have been printed. A TOTAL COURRIELS trailer
      * closes the file.
       01 COURRIEL-REG.
              05 COURRIEL-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 COURRIEL-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 COURRIEL-DONNEE PIC X(110).
       01 COURRIEL-TRAILER.
              05 COURRIEL-TRAILER-LIB PIC X(20).
              05 COURRIEL-TRAILER-NB  PIC ZZZZZZ9.
