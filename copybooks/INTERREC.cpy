      * Shared layout for one line of the intermediaries reference
      * (INTERMEDIAIRES.txt), tenu par intermaj. Deux types de
      * lignes pour un meme code apporteur : 'I' identite (nom,
      * adresse, statut 'A' actif / 'I' inactif) et 'T' taux de
      * commission par classe de contrat (debut du
      * LIBELLE-COMMERCIAL-SE sur 20, '*' pour le taux par defaut
      * de l'apporteur, taux en pourcentage 99.99).
       01 INTER-REG.
              05 INTER-TYPE PIC X(1).
                  88 INTER-EST-IDENTITE VALUE 'I'.
                  88 INTER-EST-TAUX VALUE 'T'.
              05 FILLER PIC X(1).
              05 INTER-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 INTER-DONNEES PIC X(126).
              05 INTER-IDENTITE REDEFINES INTER-DONNEES.
                  10 INTER-NOM PIC X(30).
                  10 FILLER PIC X(1).
                  10 INTER-ADRESSE1 PIC X(30).
                  10 FILLER PIC X(1).
                  10 INTER-ADRESSE2 PIC X(30).
                  10 FILLER PIC X(1).
                  10 INTER-CP PIC X(5).
                  10 FILLER PIC X(1).
                  10 INTER-VILLE PIC X(25).
                  10 FILLER PIC X(1).
                  10 INTER-STATUT PIC X(1).
                      88 INTER-ACTIF VALUE 'A'.
                      88 INTER-INACTIF VALUE 'I'.
              05 INTER-BAREME REDEFINES INTER-DONNEES.
                  10 INTER-CLASSE PIC X(20).
                  10 FILLER PIC X(1).
                  10 INTER-TAUX.
                      15 INTER-TAUX-ENT PIC 9(2).
                      15 FILLER PIC X(1).
                      15 INTER-TAUX-DEC PIC 9(2).
                  10 FILLER PIC X(100).
