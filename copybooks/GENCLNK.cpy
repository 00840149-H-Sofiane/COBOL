      * Shared request/reply areas for the GENCTRL generation
      * control subprogram. WS-GC-FONCTION : 'M' mesure de la
      * generation WS-GC-FICHIER.WS-GC-DATE (taille, lignes,
      * trailer, somme de controle), 'V' mesure puis confrontation
      * a la ligne du manifeste GENERATIONS-MANIFESTE.WS-GC-DATE.
      * WS-GC-RETOUR : 00 = generation conforme (ou mesuree),
      * 10 = pas de ligne au manifeste pour ce fichier, 20 =
      * taille ou somme de controle differente, 30 = nombre de
      * lignes different, 35 = generation absente. WS-GC-MOTIF
      * porte le libelle du refus, WS-GC-ATTENDU les valeurs du
      * manifeste.
       01 WS-GC-DEMANDE.
           05 WS-GC-FONCTION PIC X(1).
           05 WS-GC-FICHIER PIC X(40).
           05 WS-GC-DATE PIC X(8).
       01 WS-GC-REPONSE.
           05 WS-GC-RETOUR PIC X(2).
           05 WS-GC-MOTIF PIC X(40).
           05 WS-GC-MESURE.
               10 WS-GC-TAILLE PIC 9(10).
               10 WS-GC-NB-ENREG PIC 9(8).
               10 WS-GC-CHECKSUM PIC 9(10).
               10 WS-GC-TRAILER PIC X(60).
           05 WS-GC-ATTENDU.
               10 WS-GC-ATT-TAILLE PIC 9(10).
               10 WS-GC-ATT-NB-ENREG PIC 9(8).
               10 WS-GC-ATT-CHECKSUM PIC 9(10).
