      * Shared layout for one record of the guardians file
      * RESPONSABLES.IDX, indexed on RESP-FILE-CLE and maintained in
      * place by RESPMAJ : l'eleve (nom + classe, la cle du registre
      * des inscrits EFFECTIFS.txt), puis le ou les responsables
      * legaux (nom tel qu'il figure sur l'enveloppe), deux lignes
      * d'adresse, code postal et ville. C'est la source du bloc
      * destinataire des courriers aux familles (PARLETTRE).
       01 RESPREG.
              05 RESP-FILE-CLE.
                  10 RESP-FILE-ELEVE-NOM PIC X(25).
                  10 RESP-FILE-ELEVE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 RESP-FILE-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 RESP-FILE-ADRESSE1 PIC X(30).
              05 FILLER PIC X(1).
              05 RESP-FILE-ADRESSE2 PIC X(30).
              05 FILLER PIC X(1).
              05 RESP-FILE-CP PIC X(5).
              05 FILLER PIC X(1).
              05 RESP-FILE-VILLE PIC X(25).
