      * Shared layout for one record of the member name-and-address
      * master file ADHERENTS.IDX, indexed on ADH-FILE-MUNA and
      * maintained in place by ADHMAJ (the same image is used for a
      * sequential ADHERENTS.txt extract, loaded by adhidx) : MUNA,
      * nom, deux lignes d'adresse, code postal et ville. C'est la
      * source du bloc destinataire des courriers (avis de
      * renouvellement, attestations, relances). ADH-FILE-NPAI a
      * 'O' marque une adresse revenue 'n'habite pas a l'adresse
      * indiquee' (npaimaj), avec la date du retour ; ADHMAJ
      * l'efface quand il enregistre une nouvelle adresse.
      * ADH-FILE-CANAL porte le canal prefere pour les courriers :
      * 'P' papier (aussi a blanc), 'E' courriel, 'D' les deux ;
      * ADH-FILE-EMAIL l'adresse electronique correspondante.
       01 ADHREG.
              05 ADH-FILE-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 ADH-FILE-CP PIC X(5).
              05 FILLER PIC X(1).
              05 ADH-FILE-VILLE PIC X(25).
              05 FILLER PIC X(1).
              05 ADH-FILE-NPAI PIC X(1).
                  88 ADH-FILE-ADRESSE-NPAI VALUE 'O'.
              05 FILLER PIC X(1).
              05 ADH-FILE-NPAI-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 ADH-FILE-CANAL PIC X(1).
              05 FILLER PIC X(1).
              05 ADH-FILE-EMAIL PIC X(60).
