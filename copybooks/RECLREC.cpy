      * Shared layout for one line of the member complaints
      * register (RECLAMATIONS-REGISTRE.txt), maintained by RECGEST :
      * une reclamation par RECL-NUMERO, rattachee a l'adherent
      * RECL-MUNA et, le cas echeant, a la police RECL-IDENTIFIANT.
      * Chaque etape porte sa date : reception, accuse de reception,
      * reponse, escalade, cloture. RECL-ECHEANCE-AR est le dixieme
      * jour ouvre apres la reception (CALJOUR), RECL-ECHEANCE-REP la
      * reception plus deux mois, reportee au jour ouvre suivant.
      * RECL-STATUT vaut OUVERTE, ACCUSEE, REPONDUE, ESCALADE ou
      * CLOSE ; RECL-ISSUE, posee a la cloture : 'F' fondee, 'P'
      * partiellement fondee, 'N' non fondee.
       01 RECL-REG.
              05 RECL-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 RECL-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 RECL-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 RECL-CATEGORIE PIC X(3).
                 88 RECL-CATEGORIE-VALIDE VALUES 'SIN' 'COT' 'CON'
                                                 'SER' 'COM' 'AUT'.
              05 FILLER PIC X(1).
              05 RECL-STATUT PIC X(8).
                 88 RECL-CLOSE VALUE 'CLOSE'.
              05 FILLER PIC X(1).
              05 RECL-DATE-RECEPTION PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-DATE-AR PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-DATE-REPONSE PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-DATE-ESCALADE PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-DATE-CLOTURE PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-ECHEANCE-AR PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-ECHEANCE-REP PIC X(8).
              05 FILLER PIC X(1).
              05 RECL-ISSUE PIC X(1).
                 88 RECL-ISSUE-VALIDE VALUES 'F' 'P' 'N'.
