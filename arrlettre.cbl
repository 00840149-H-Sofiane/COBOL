      * du plus vieil impaye : premier rappel en deca du seuil lu
      * dans LETTRES-RELANCE-PARAM.txt (defaut 3 mois), mise en
      * demeure au dela. Remplace les courriers rediges a la main
      * par l'equipe recouvrement depuis un tableur. Les polices
      * mises en demeure sont tenues dans le registre
      * MISES-EN-DEMEURE.txt (date de la premiere mise en demeure
      * conservee tant que la police reste au-dela du seuil, une
      * police regularisee en sort) que susprop exploite pour
      * proposer les suspensions.
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
           FILE STATUS IS WS-STATUS-FSANSADRN.

           SELECT FDEMEURE ASSIGN TO "MISES-EN-DEMEURE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMEURE.

           SELECT FDEMEUREN ASSIGN TO "MISES-EN-DEMEURE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMEUREN.

           SELECT FLETTRES ASSIGN TO "LETTRES-RELANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLETTRES.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-RELANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              05 FILLER PIC X(1) VALUE SPACE.
              05 SANSADRN-MOTIF PIC X(30).

       FD     FDEMEURE
              RECORDING MODE IS F.
       COPY DEMREC.

       FD     FDEMEUREN
              RECORDING MODE IS F.
       01 DEMN-REG.
              05 DEMN-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEMN-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DEMN-DATE-PREMIERE PIC X(8).
              05 FILLER PIC X(1).
              05 DEMN-DATE-DERNIERE PIC X(8).
              05 FILLER PIC X(1).
              05 DEMN-TOTAL PIC 9(9).9(2).

       FD     FLETTRES
              RECORDING MODE IS F.
       01 FLETTRES-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARRIERES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLETTRES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADRN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMEURE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMEUREN PIC X(02) VALUE SPACES.
       01 WS-EOF-FDEMEURE PIC X VALUE 'N'.
           88 WS-EOF-FDEMEURE-REACHED VALUE 'Y'.
      * REGISTRE DES MISES EN DEMEURE DU PASSAGE PRECEDENT : LA DATE
      * DE LA PREMIERE MISE EN DEMEURE D'UNE POLICE TOUJOURS AU-DELA
      * DU SEUIL EST REPRISE TELLE QUELLE
       01 WS-NB-DEMEURES PIC 9(5) VALUE 0.
       01 WS-TABLE-DEMEURES.
           05 WS-DEM-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-DEMEURES
                            INDEXED BY WS-DEM-IDX.
               10 WS-DEM-CLE PIC X(22).
               10 WS-DEM-DATE-PREMIERE PIC X(8).
       01 WS-DEM-TROUVE PIC X VALUE 'N'.
           88 WS-DEM-EST-TROUVE VALUE 'Y'.
       01 WS-NB-MISES-DEMEURE PIC 9(7) VALUE 0.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).
       01 WS-EOF-FSANSADR PIC X VALUE 'N'.
           88 WS-EOF-FSANSADR-REACHED VALUE 'Y'.
      * ADHERENTS SANS ADRESSE RELEVES PENDANT LE PASSAGE : LA
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
           OPEN OUTPUT FLETTRES.
           OPEN OUTPUT FCOURRIEL.
           PERFORM OUVRIR-ADHERENTS
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           PERFORM CHARGER-DEMEURES
           OPEN OUTPUT FDEMEUREN.

      *    REGROUPEMENT PAR POLICE : ARRIERES.txt EST DEJA TRIE SUR
      *    MUNA + IDENTIFIANT + PERIODE PAR encaisse.
           END-IF
           CLOSE FARRIERES.
           CLOSE FASSUIDX.
           CLOSE FDEMEUREN.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv MISES-EN-DEMEURE.TMP ' DELIMITED BY SIZE
               'MISES-EN-DEMEURE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Remplacement de MISES-EN-DEMEURE.txt en '
                   'echec - registre laisse dans '
                   'MISES-EN-DEMEURE.TMP'
           END-IF
           MOVE 0 TO RETURN-CODE

      *    PAGE RECAPITULATIVE
           MOVE ALL '=' TO FLETTRES-REG
           MOVE ALL '=' TO FLETTRES-REG
           WRITE FLETTRES-REG
           CLOSE FLETTRES.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           DISPLAY 'Periodes en arriere lues : ' WS-NB-LUES
           DISPLAY 'Lettres produites        : ' WS-NB-LETTRES
           DISPLAY 'Polices introuvables     : ' WS-NB-INTROUVABLES
           DISPLAY 'Mises en demeure         : ' WS-NB-MISES-DEMEURE
               ' (voir MISES-EN-DEMEURE.txt)'
           PERFORM REECRIRE-SANS-ADRESSE
           DISPLAY 'Lettres ecrites dans LETTRES-RELANCE.txt'
           DISPLAY 'Courriers sans adresse : '
               WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI   : ' WS-NB-NPAI
           DISPLAY 'Courriels emis         : ' WS-NB-COURRIELS
               ' (voir COURRIELS-RELANCE.txt)'
           STOP RUN.

       EMPILER-PERIODE.
                   DISPLAY 'Police absente de l index : MUNA '
                       WS-CLE-MUNA ' IDENTIFIANT ' WS-CLE-IDENT
               NOT INVALID KEY
                   PERFORM CONTROLER-NPAI
                   IF NOT WS-COURRIER-NPAI
                       ADD 1 TO WS-NB-LETTRES
                       PERFORM EDITER-LETTRE
                   END-IF
           END-READ.

       EDITER-LETTRE.
           MOVE ALL '=' TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           IF WS-AGE-MAX > WS-SEUIL-MISE-DEMEURE
               PERFORM NOTER-DEMEURE
               MOVE '          MISE EN DEMEURE' TO FLETTRES-REG
           ELSE
               MOVE '          PREMIER RAPPEL DE PRIME'
                   TO FLETTRES-REG
           END-IF
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
               ASSUIDX-MUNA DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Police        : ' DELIMITED BY SIZE
               ASSUIDX-IDENTIFIANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE

      *    DESCRIPTION DE LA POLICE
           MOVE SPACES TO WS-LIGNE
               ASSUIDX-LIBELLE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE

      *    LISTE DES PERIODES IMPAYEES
           MOVE 'Periodes restant dues :' TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-PERIODES
               MOVE WS-PER-PERIODE(WS-I) TO WS-PERIODE-DEC
                   ' EUR' DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO FLETTRES-REG
               PERFORM EMETTRE-LIGNE
           END-PERFORM
           MOVE WS-TOTAL-POLICE TO WS-MONTANT-EDITE
           MOVE SPACES TO WS-LIGNE
               ' EUR' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE

      *    PARAGRAPHE DE TON, SELON L'ANCIENNETE DU PLUS VIEIL
      *    IMPAYE
                   'a reception.' DELIMITED BY SIZE
                   INTO FLETTRES-REG
           END-IF
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FLETTRES-REG
           PERFORM EMETTRE-LIGNE.

      *    CHARGE LE REGISTRE DES MISES EN DEMEURE DU PASSAGE
      *    PRECEDENT S'IL EXISTE (PREMIER PASSAGE : REGISTRE VIDE).
       CHARGER-DEMEURES.
           OPEN INPUT FDEMEURE.
           IF WS-STATUS-FDEMEURE = '00'
               PERFORM UNTIL WS-EOF-FDEMEURE-REACHED
                   READ FDEMEURE
                       AT END
                           SET WS-EOF-FDEMEURE-REACHED TO TRUE
                       NOT AT END
                           IF DEM-MUNA IS NUMERIC
                              AND WS-NB-DEMEURES < 5000
                               ADD 1 TO WS-NB-DEMEURES
                               MOVE DEM-MUNA
                                 TO WS-DEM-CLE(WS-NB-DEMEURES)(1:8)
                               MOVE DEM-IDENTIFIANT
                                 TO WS-DEM-CLE(WS-NB-DEMEURES)(9:14)
                               MOVE DEM-DATE-PREMIERE TO
                                 WS-DEM-DATE-PREMIERE(WS-NB-DEMEURES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEMEURE
           END-IF.

      *    INSCRIT LA POLICE MISE EN DEMEURE AU NOUVEAU REGISTRE, EN
      *    REPRENANT LA DATE DE LA PREMIERE MISE EN DEMEURE.
       NOTER-DEMEURE.
           ADD 1 TO WS-NB-MISES-DEMEURE
           MOVE 'N' TO WS-DEM-TROUVE
           IF WS-NB-DEMEURES > 0
               SET WS-DEM-IDX TO 1
               SEARCH WS-DEM-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEM-TROUVE
                   WHEN WS-DEM-CLE(WS-DEM-IDX) = WS-CLE-COURANTE
                       MOVE 'Y' TO WS-DEM-TROUVE
               END-SEARCH
           END-IF
           MOVE SPACES TO DEMN-REG
           MOVE WS-CLE-MUNA TO DEMN-MUNA
           MOVE WS-CLE-IDENT TO DEMN-IDENTIFIANT
           IF WS-DEM-EST-TROUVE
               MOVE WS-DEM-DATE-PREMIERE(WS-DEM-IDX)
                   TO DEMN-DATE-PREMIERE
           ELSE
               MOVE WS-RUN-YYYYMMDD TO DEMN-DATE-PREMIERE
           END-IF
           MOVE WS-RUN-YYYYMMDD TO DEMN-DATE-DERNIERE
           MOVE WS-TOTAL-POLICE TO DEMN-TOTAL
           WRITE DEMN-REG.

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
               MOVE SPACES TO FLETTRES-REG
               MOVE ADH-FILE-NOM TO FLETTRES-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FLETTRES-REG
               MOVE ADH-FILE-ADRESSE1 TO FLETTRES-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FLETTRES-REG
                   MOVE ADH-FILE-ADRESSE2 TO FLETTRES-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FLETTRES-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FLETTRES-REG
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
      *    LA MISE EN DEMEURE EST TOUJOURS IMPRIMEE
           IF WS-AGE-MAX > WS-SEUIL-MISE-DEMEURE
               MOVE 'O' TO WS-CANAL-PAPIER
           END-IF
           IF ADH-FILE-ADRESSE-NPAI
               IF WS-PAR-COURRIEL
                  AND WS-AGE-MAX NOT > WS-SEUIL-MISE-DEMEURE
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
           IF WS-AGE-MAX > WS-SEUIL-MISE-DEMEURE
               MOVE 'Mise en demeure - prime impayee'
                   TO COURRIEL-DONNEE
           ELSE
               MOVE 'Rappel de prime' TO COURRIEL-DONNEE
           END-IF
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FLETTRES-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE ASSUIDX-MUNA TO COURRIEL-MUNA
               MOVE FLETTRES-REG TO COURRIEL-DONNEE
               WRITE COURRIEL-REG
           END-IF.

      *    REECRIT LETTRES-SANS-ADRESSE.txt : LES LIGNES DES AUTRES
      *    PROGRAMMES SONT CONSERVEES, LA SECTION DE CE PROGRAMME
      *    EST REMPLACEE PAR LE RELEVE DU PASSAGE (DEDOUBLONNE).
               MOVE SPACES TO SANSADRN-REG
               MOVE 'ARRLETTRE' TO SANSADRN-PROGRAMME
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
