      * RENLETTRE : numero d'adherent, LIBELLE-COMMERCIAL-SE, dates
      * d'effet en JJ/MM/AAAA et prime editee. Les cles introuvables
      * ou non actives partent dans ATTESTATION-EXCEPTIONS.txt avec
      * le motif. Le fichier des demandes est renomme en .TRAITE en
      * fin de passage pour ne pas etre reedite (extraent et les
      * gestionnaires y ajoutent les suivantes). Remplace la saisie
      * au traitement de texte par les gestionnaires.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FSANSADR ASSIGN TO "LETTRES-SANS-ADRESSE.txt"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FATTEST.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-ATTESTATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.

           SELECT FEXCEP ASSIGN TO "ATTESTATION-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              RECORDING MODE IS F.
       01 FATTEST-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       FD     FEXCEP
              RECORDING MODE IS F.
       01 EXCEP-REG.
       77 WS-STATUS-FDEMANDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FATTEST PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEP PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       01 WS-NB-SANS-ADR-TABLE PIC 9(3) VALUE 0.
       01 WS-TABLE-SANS-ADR.
           05 WS-SANS-ADR-MUNA OCCURS 500 TIMES PIC X(8).
      * DATE DU RETOUR DE COURRIER QUAND L'ADRESSE EST NPAI, A BLANC
      * POUR UN ADHERENT ABSENT DU FICHIER
       01 WS-TABLE-SANS-ADR-NPAI.
           05 WS-SANS-ADR-NPAI-DATE OCCURS 500 TIMES PIC X(8).
       01 WS-SA-MUNA PIC X(8).
       01 WS-SA-NPAI-DATE PIC X(8).
       01 WS-NPAI PIC X VALUE 'N'.
           88 WS-COURRIER-NPAI VALUE 'O'.
       01 WS-NB-NPAI PIC 9(7) VALUE 0.
      * CANAUX DU COURRIER EN COURS, SELON LA PREFERENCE DE
      * L'ADHERENT : PAPIER (FICHIER D'IMPRESSION), COURRIEL (SPOOL)
       01 WS-CANAL-PAPIER PIC X VALUE 'O'.
           88 WS-SUR-PAPIER VALUE 'O'.
       01 WS-CANAL-COURRIEL PIC X VALUE 'N'.
           88 WS-PAR-COURRIEL VALUE 'O'.
       01 WS-NB-COURRIELS PIC 9(7) VALUE 0.
       01 WS-SA PIC 9(3).
       01 WS-SA-DEJA PIC X VALUE 'N'.
      * FICHIER DES ADHERENTS (ADHMAJ), LU PAR CLE POUR LE BLOC
      * DESTINATAIRE ET LE CANAL
       01 WS-ADH-OUVERT PIC X VALUE 'N'.
           88 WS-ADH-EST-OUVERT VALUE 'Y'.
       01 WS-ADH-TROUVE PIC X VALUE 'N'.
           88 WS-ADH-EST-TROUVE VALUE 'Y'.
       01 WS-NB-SANS-ADRESSE PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80) VALUE SPACES.
       01 WS-RENOMMAGE PIC X VALUE 'O'.
           88 WS-RENOMMAGE-EN-ECHEC VALUE 'N'.

       01 WS-EOF-FDEMANDES PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
               STOP RUN
           END-IF
           OPEN OUTPUT FATTEST.
           OPEN OUTPUT FCOURRIEL.
           OPEN OUTPUT FEXCEP.
           PERFORM OUVRIR-ADHERENTS
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYYMMDD TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           CLOSE FDEMANDES.
           CLOSE FASSUIDX.

      *    DEMANDES CONSOMMEES : UN SECOND PASSAGE NE REEDITE PAS LES
      *    MEMES ATTESTATIONS
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv ATTESTATION-DEMANDES.txt ' DELIMITED BY SIZE
               'ATTESTATION-DEMANDES.TRAITE' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du renommage de '
                   'ATTESTATION-DEMANDES.txt en .TRAITE - a faire '
                   'avant le prochain passage'
               SET WS-RENOMMAGE-EN-ECHEC TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

      *    PAGE RECAPITULATIVE
           MOVE ALL '=' TO FATTEST-REG
           WRITE FATTEST-REG
           MOVE ALL '=' TO FATTEST-REG
           WRITE FATTEST-REG
           CLOSE FATTEST.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           MOVE SPACES TO EXCEP-TRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO EXCEP-TRAILER-LIB
           DISPLAY 'Courriers sans adresse : '
               WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI   : ' WS-NB-NPAI
           DISPLAY 'Courriels emis         : ' WS-NB-COURRIELS
               ' (voir COURRIELS-ATTESTATIONS.txt)'
           EVALUATE TRUE
               WHEN WS-RENOMMAGE-EN-ECHEC
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NB-EXCEPTIONS > 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *    RESOUT LA DEMANDE DANS L'INDEX : POLICE ABSENTE OU NON
               NOT INVALID KEY
                   MOVE ASSUIDX-ETAT TO WS-ETAT
                   IF WS-ACTIF
                       PERFORM CONTROLER-NPAI
                       IF NOT WS-COURRIER-NPAI
                           ADD 1 TO WS-NB-ATTESTATIONS
                           PERFORM EDITER-ATTESTATION
                       END-IF
                   ELSE
                       MOVE SPACES TO EXCEP-MOTIF
                       STRING 'Police non active (ETAT '

       EDITER-ATTESTATION.
           MOVE ALL '=' TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FATTEST-REG
           MOVE '          ATTESTATION D ASSURANCE' TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FATTEST-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
               ASSUIDX-MUNA DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Police        : ' DELIMITED BY SIZE
               ASSUIDX-IDENTIFIANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FATTEST-REG
           PERFORM EMETTRE-LIGNE

      *    CORPS DE L'ATTESTATION
           MOVE SPACES TO WS-LIGNE
               ASSUIDX-LIBELLE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE

           MOVE ASSUIDX-DEBUT-EFFET TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
               '.' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE

           MOVE ASSUIDX-MONTANT TO WS-MONTANT-EDITE
           MOVE SPACES TO WS-LIGNE
               ' EUR' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE

           MOVE SPACES TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Attestation etablie le ' DELIMITED BY SIZE
               WS-JOUR-EDITE DELIMITED BY SIZE
               DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FATTEST-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FATTEST-REG
           PERFORM EMETTRE-LIGNE.

      *    CONVERTIT UNE DATE AAAAMMJJ EN JJ/MM/AAAA.
       EDITER-DATE.
           MOVE '/' TO WS-DATE-EDITEE(3:1)
           MOVE '/' TO WS-DATE-EDITEE(6:1).

      *    OUVRE LE FICHIER DES ADHERENTS S'IL EST PRESENT ; SON
      *    ABSENCE LAISSE LE BLOC DESTINATAIRE REDUIT AU MUNA,
      *    COMME AVANT.
       OUVRIR-ADHERENTS.
           OPEN INPUT FADHERENTS.
           IF WS-STATUS-FADHERENTS NOT = '00'
               DISPLAY 'ADHERENTS.IDX absent - blocs destinataires '
                   'sans adresse'
           ELSE
               MOVE 'Y' TO WS-ADH-OUVERT
           END-IF.

      *    LECTURE DE L'ADHERENT PAR SON MUNA
       LIRE-ADHERENT.
           MOVE 'N' TO WS-ADH-TROUVE
           IF WS-ADH-EST-OUVERT
               MOVE ASSUIDX-MUNA TO ADH-FILE-MUNA
               READ FADHERENTS
                   INVALID KEY
                       MOVE 'N' TO WS-ADH-TROUVE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADH-TROUVE
               END-READ
           END-IF.

      *    BLOC DESTINATAIRE NOMINATIF QUAND L'ADHERENT EST AU
      *    FICHIER ; SINON LE COURRIER EST REPORTE DANS
      *    LETTRES-SANS-ADRESSE.txt POUR COMPLETER LE FICHIER.
       EDITER-DESTINATAIRE.
           PERFORM LIRE-ADHERENT
           IF WS-ADH-EST-TROUVE
               MOVE SPACES TO FATTEST-REG
               MOVE ADH-FILE-NOM TO FATTEST-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FATTEST-REG
               MOVE ADH-FILE-ADRESSE1 TO FATTEST-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FATTEST-REG
                   MOVE ADH-FILE-ADRESSE2 TO FATTEST-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FATTEST-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FATTEST-REG
               PERFORM EMETTRE-LIGNE
           ELSE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE ASSUIDX-MUNA TO WS-SA-MUNA
               MOVE SPACES TO WS-SA-NPAI-DATE
               PERFORM NOTER-SANS-ADRESSE
           END-IF.

      *    RELEVE DEDOUBLONNE DES ADHERENTS SANS ADRESSE UTILISABLE
       NOTER-SANS-ADRESSE.
           MOVE 'N' TO WS-SA-DEJA
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-NB-SANS-ADR-TABLE
                   OR WS-SA-DEJA = 'O'
               IF WS-SANS-ADR-MUNA(WS-SA) = WS-SA-MUNA
                   MOVE 'O' TO WS-SA-DEJA
               END-IF
           END-PERFORM
           IF WS-SA-DEJA = 'N'
              AND WS-NB-SANS-ADR-TABLE < 500
               ADD 1 TO WS-NB-SANS-ADR-TABLE
               MOVE WS-SA-MUNA
                   TO WS-SANS-ADR-MUNA(WS-NB-SANS-ADR-TABLE)
               MOVE WS-SA-NPAI-DATE
                   TO WS-SANS-ADR-NPAI-DATE(WS-NB-SANS-ADR-TABLE)
           END-IF.

      *    ADRESSE REVENUE EN NPAI (npaimaj) : LE COURRIER N'EST PAS
      *    IMPRIME, L'ADHERENT PART DANS LETTRES-SANS-ADRESSE.txt
      *    AVEC LA DATE DU RETOUR JUSQU'A CE QU'ADHMAJ ENREGISTRE UNE
      *    NOUVELLE ADRESSE
       CONTROLER-NPAI.
           MOVE 'N' TO WS-NPAI
           MOVE 'O' TO WS-CANAL-PAPIER
           MOVE 'N' TO WS-CANAL-COURRIEL
           PERFORM LIRE-ADHERENT
           IF WS-ADH-EST-TROUVE
               PERFORM DETERMINER-CANAL
           END-IF
           IF WS-COURRIER-NPAI
               ADD 1 TO WS-NB-SANS-ADRESSE
               ADD 1 TO WS-NB-NPAI
               MOVE ASSUIDX-MUNA TO WS-SA-MUNA
               MOVE ADH-FILE-NPAI-DATE TO WS-SA-NPAI-DATE
               PERFORM NOTER-SANS-ADRESSE
           END-IF
           IF NOT WS-COURRIER-NPAI AND WS-PAR-COURRIEL
               PERFORM OUVRIR-COURRIEL
           END-IF.

      *    CANAL PREFERE : 'P' PAPIER (OU A BLANC), 'E' COURRIEL, 'D'
      *    LES DEUX. SANS ADRESSE ELECTRONIQUE LE COURRIER EST
      *    IMPRIME ; UNE ADRESSE NPAI N'EMPECHE PAS L'ENVOI PAR
      *    COURRIEL, QUI PART ALORS SEUL
       DETERMINER-CANAL.
           IF ADH-FILE-EMAIL NOT = SPACES
              AND (ADH-FILE-CANAL = 'E'
                   OR ADH-FILE-CANAL = 'D')
               MOVE 'O' TO WS-CANAL-COURRIEL
               IF ADH-FILE-CANAL = 'E'
                   MOVE 'N' TO WS-CANAL-PAPIER
               END-IF
           END-IF
           IF ADH-FILE-ADRESSE-NPAI
               IF WS-PAR-COURRIEL
                   MOVE 'N' TO WS-CANAL-PAPIER
               ELSE
                   MOVE 'O' TO WS-NPAI
               END-IF
           END-IF.

      *    EN-TETE DU COURRIEL DANS LE SPOOL : ADRESSE ET OBJET
       OUVRIR-COURRIEL.
           ADD 1 TO WS-NB-COURRIELS
           MOVE SPACES TO COURRIEL-REG
           MOVE 'A' TO COURRIEL-TYPE
           MOVE ASSUIDX-MUNA TO COURRIEL-MUNA
           MOVE ADH-FILE-EMAIL TO COURRIEL-DONNEE
           WRITE COURRIEL-REG
           MOVE 'O' TO COURRIEL-TYPE
           MOVE 'Votre attestation d assurance'
               TO COURRIEL-DONNEE
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FATTEST-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE ASSUIDX-MUNA TO COURRIEL-MUNA
               MOVE FATTEST-REG TO COURRIEL-DONNEE
               WRITE COURRIEL-REG
           END-IF.

      *    REECRIT LETTRES-SANS-ADRESSE.txt : LES LIGNES DES AUTRES
      *    PROGRAMMES SONT CONSERVEES, LA SECTION DE CE PROGRAMME
      *    EST REMPLACEE PAR LE RELEVE DU PASSAGE (DEDOUBLONNE).
               MOVE SPACES TO SANSADRN-REG
               MOVE 'ATTESTATION' TO SANSADRN-PROGRAMME
               MOVE WS-SANS-ADR-MUNA(WS-SA) TO SANSADRN-MUNA
               IF WS-SANS-ADR-NPAI-DATE(WS-SA) = SPACES
                   MOVE 'Adherent absent du fichier' TO SANSADRN-MOTIF
               ELSE
                   STRING 'Adresse NPAI (retour ' DELIMITED BY SIZE
                       WS-SANS-ADR-NPAI-DATE(WS-SA) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO SANSADRN-MOTIF
               END-IF
               WRITE SANSADRN-REG
           END-PERFORM
           CLOSE FSANSADRN
