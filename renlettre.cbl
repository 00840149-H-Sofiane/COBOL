           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FPROPS ASSIGN TO "RENOUVELLEMENT-PROPOSITIONS.txt"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPROPS.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FSANSADR ASSIGN TO "LETTRES-SANS-ADRESSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAVIS.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-RENOUVELLEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.
       DATA DIVISION.
       FILE SECTION.
       FD     FRENOUV
              RECORDING MODE IS F.
       01 FAVIS-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FRENOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAVIS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPROPS PIC X(02) VALUE SPACES.
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
               STOP RUN
           END-IF
           OPEN OUTPUT FAVIS.
           OPEN OUTPUT FCOURRIEL.
           PERFORM OUVRIR-ADHERENTS
           PERFORM CHARGER-PROPOSITIONS

           PERFORM UNTIL WS-EOF-REACHED
           MOVE ALL '=' TO FAVIS-REG
           WRITE FAVIS-REG
           CLOSE FAVIS.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           DISPLAY 'Echeances lues       : ' WS-NB-ECHEANCES
           DISPLAY 'Avis produits        : ' WS-NB-AVIS
           DISPLAY 'Courriers sans adresse : '
               WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI   : ' WS-NB-NPAI
           DISPLAY 'Courriels emis         : ' WS-NB-COURRIELS
               ' (voir COURRIELS-RENOUVELLEMENT.txt)'
           STOP RUN.

      *    RECHERCHE LA POLICE DANS L'INDEX ET EDITE UN AVIS COMPLET.
                       FRENOUV-MUNA ' IDENTIFIANT '
                       FRENOUV-IDENTIFIANT
               NOT INVALID KEY
                   PERFORM CONTROLER-NPAI
                   IF NOT WS-COURRIER-NPAI
                       ADD 1 TO WS-NB-AVIS
                       PERFORM EDITER-AVIS
                   END-IF
           END-READ.

       EDITER-AVIS.
           MOVE ALL '=' TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           MOVE '          AVIS DE RENOUVELLEMENT' TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
               ASSUIDX-MUNA DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Police        : ' DELIMITED BY SIZE
               ASSUIDX-IDENTIFIANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

      *    DESCRIPTION DE LA POLICE
           MOVE SPACES TO WS-LIGNE
               ASSUIDX-LIBELLE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

           MOVE ASSUIDX-DEBUT-EFFET TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
               '.' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

           PERFORM CHERCHER-PROPOSITION
           IF WS-PROP-EST-TROUVEE
                   INTO WS-LIGNE
           END-IF
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           STRING 'Sans reponse de votre part avant l echeance, '
               DELIMITED BY SIZE
               DELIMITED BY SIZE
               'en vigueur.' DELIMITED BY SIZE
               INTO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE.

      *    CHARGE LES PROPOSITIONS DE renprix SI LE FICHIER EST
      *    PRESENT ; SON ABSENCE LAISSE LES AVIS AU TARIF EN
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
               MOVE SPACES TO FAVIS-REG
               MOVE ADH-FILE-NOM TO FAVIS-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FAVIS-REG
               MOVE ADH-FILE-ADRESSE1 TO FAVIS-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FAVIS-REG
                   MOVE ADH-FILE-ADRESSE2 TO FAVIS-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FAVIS-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FAVIS-REG
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
           MOVE 'Avis de renouvellement de votre contrat'
               TO COURRIEL-DONNEE
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FAVIS-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE ASSUIDX-MUNA TO COURRIEL-MUNA
               MOVE FAVIS-REG TO COURRIEL-DONNEE
               WRITE COURRIEL-REG
           END-IF.

      *    REECRIT LETTRES-SANS-ADRESSE.txt : LES LIGNES DES AUTRES
               MOVE SPACES TO SANSADRN-REG
               MOVE 'RENLETTRE' TO SANSADRN-PROGRAMME
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
