       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSUHIST.
      * Consultation de l'historique des polices
      * (ASSURANCES-HISTORIQUE.txt, format HISTREC, alimente par
      * HISTPOL depuis assumaj, correctif, assurein et assuidxd) :
      * chaque demande de ASSUHIST-DEMANDES.txt (MUNA, IDENTIFIANT,
      * date AAAAMMJJ) recoit dans ASSUHIST-REPONSES.txt la version
      * de la police en vigueur a cette date - derniere version dont
      * la date d'effet est anterieure ou egale, a date d'effet
      * egale la plus recemment ecrite - avec le programme et le
      * passage qui l'ont produite. Une date a blanc restitue tout
      * l'historique de la police. Une version de reprise ('I',
      * histinit) porte les valeurs connues a la reprise, pas
      * forcement celles de sa date d'effet : la reponse le signale.
      * Repondre a "quelle prime, quel etat le jour du sinistre"
      * ne demande plus des heures de fouille dans les audits.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDEMANDES ASSIGN TO "ASSUHIST-DEMANDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMANDES.

           SELECT FHIST ASSIGN TO "ASSURANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHIST.

           SELECT FREPONSES ASSIGN TO "ASSUHIST-REPONSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREPONSES.
       DATA DIVISION.
       FILE SECTION.
       FD     FDEMANDES
              RECORDING MODE IS F.
       01 DEMANDE-REG.
              05 DEMANDE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEMANDE-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DEMANDE-DATE PIC X(8).

       FD     FHIST
              RECORDING MODE IS F.
       COPY HISTREC.

       FD     FREPONSES
              RECORDING MODE IS F.
       01 REPONSE-REG PIC X(132).
       01 REPONSE-TRAILER.
              05 REPONSE-TRAILER-LIB PIC X(20).
              05 REPONSE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FDEMANDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHIST PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREPONSES PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDEMANDES PIC X VALUE 'N'.
           88 WS-EOF-FDEMANDES-REACHED VALUE 'Y'.
       01 WS-EOF-FHIST PIC X VALUE 'N'.
           88 WS-EOF-FHIST-REACHED VALUE 'Y'.

      * DEMANDES EN TABLE ; POUR UNE DATE DONNEE, LA MEILLEURE
      * VERSION TROUVEE (DATE D'EFFET + HORODATAGE) EST RETENUE
       01 WS-NB-DEMANDES PIC 9(3) VALUE 0.
       01 WS-TABLE-DEMANDES.
           05 WS-DEM-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-DEM-IDX.
               10 WS-DEM-CLE.
                   15 WS-DEM-MUNA PIC 9(8).
                   15 WS-DEM-IDENT PIC X(14).
               10 WS-DEM-DATE PIC X(8).
               10 WS-DEM-MEILLEURE PIC X(22).
               10 WS-DEM-VERSION PIC X(230).
       01 WS-CLE-HIST.
           05 WS-CLE-MUNA PIC 9(8).
           05 WS-CLE-IDENT PIC X(14).
       01 WS-RANG-HIST.
           05 WS-RANG-DATE PIC X(8).
           05 WS-RANG-HORO PIC X(14).

      * VERSIONS RETENUES POUR LES DEMANDES D'HISTORIQUE COMPLET
       01 WS-NB-VERSIONS PIC 9(4) VALUE 0.
       01 WS-TABLE-VERSIONS.
           05 WS-VER-ENTRY OCCURS 2000 TIMES.
               10 WS-VER-DEMANDE PIC 9(3).
               10 WS-VER-LIGNE PIC X(230).
       01 WS-NB-VERSIONS-DEMANDE PIC 9(4) VALUE 0.

       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.

       01 WS-LIGNE-ENTETE.
           05 FILLER PIC X(7) VALUE 'POLICE '.
           05 WS-ENT-MUNA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ENT-IDENT PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ENT-LIB PIC X(22).
           05 WS-ENT-DATE PIC X(8).
       01 WS-LIGNE-VERSION.
           05 FILLER PIC X(8) VALUE '  EFFET '.
           05 WS-LV-EFFET PIC X(8).
           05 FILLER PIC X(7) VALUE '  OPER '.
           05 WS-LV-OPERATION PIC X(1).
           05 FILLER PIC X(6) VALUE '  PAR '.
           05 WS-LV-PROGRAMME PIC X(12).
           05 FILLER PIC X(9) VALUE ' PASSAGE '.
           05 WS-LV-NO-RUN PIC 9(6).
           05 FILLER PIC X(4) VALUE ' LE '.
           05 WS-LV-HORODATAGE PIC X(14).
       01 WS-LIGNE-VALEURS.
           05 FILLER PIC X(7) VALUE '  ETAT '.
           05 WS-LX-ETAT PIC X(10).
           05 FILLER PIC X(8) VALUE '  DEBUT '.
           05 WS-LX-DEBUT PIC X(8).
           05 FILLER PIC X(6) VALUE '  FIN '.
           05 WS-LX-FIN PIC X(8).
           05 FILLER PIC X(10) VALUE '  MONTANT '.
           05 WS-LX-MONTANT PIC ZZZZ9.99.
       01 WS-LIGNE-LIBELLE.
           05 FILLER PIC X(10) VALUE '  LIBELLE '.
           05 WS-LL-LIBELLE PIC X(101).

       01 WS-I PIC 9(3).
       01 WS-V PIC 9(4).
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-INVALIDES PIC 9(7) VALUE 0.
       01 WS-NB-SANS-VERSION PIC 9(7) VALUE 0.
       01 WS-NB-HISTORIQUE-LUES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'assuhist' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FDEMANDES.
           IF WS-STATUS-FDEMANDES NOT = '00'
               DISPLAY 'ASSUHIST-DEMANDES.txt non disponible - code '
                   'statut ' WS-STATUS-FDEMANDES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FREPONSES.
           PERFORM UNTIL WS-EOF-FDEMANDES-REACHED
               READ FDEMANDES
                   AT END
                       SET WS-EOF-FDEMANDES-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM CHARGER-DEMANDE
               END-READ
           END-PERFORM.
           CLOSE FDEMANDES.

      *    UN SEUL PASSAGE SUR L'HISTORIQUE POUR TOUTES LES DEMANDES
           OPEN INPUT FHIST.
           IF WS-STATUS-FHIST NOT = '00'
               DISPLAY 'ASSURANCES-HISTORIQUE.txt non disponible - '
                   'code statut ' WS-STATUS-FHIST
               CLOSE FREPONSES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FHIST-REACHED
               READ FHIST
                   AT END
                       SET WS-EOF-FHIST-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-HISTORIQUE-LUES
                       PERFORM RAPPROCHER-VERSION
               END-READ
           END-PERFORM.
           CLOSE FHIST.

           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEMANDES
               PERFORM ECRIRE-REPONSE
           END-PERFORM
           MOVE SPACES TO REPONSE-TRAILER
           MOVE 'TOTAL DEMANDES : ' TO REPONSE-TRAILER-LIB
           MOVE WS-NB-LUES TO REPONSE-TRAILER-NB
           WRITE REPONSE-TRAILER
           CLOSE FREPONSES.

           DISPLAY 'Demandes lues          : ' WS-NB-LUES
           DISPLAY 'Demandes invalides     : ' WS-NB-INVALIDES
           DISPLAY 'Sans version connue    : ' WS-NB-SANS-VERSION
           DISPLAY 'Versions historisees   : ' WS-NB-HISTORIQUE-LUES
           DISPLAY 'Reponses dans ASSUHIST-REPONSES.txt'
           MOVE 'F' TO WS-RA-FONCTION
           EVALUATE TRUE
               WHEN WS-NB-INVALIDES > 0
                   MOVE 8 TO WS-RA-RC
               WHEN WS-NB-SANS-VERSION > 0
                   MOVE 4 TO WS-RA-RC
               WHEN OTHER
                   MOVE 0 TO WS-RA-RC
           END-EVALUATE
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    MUNA NUMERIQUE ET DATE VALIDE (OU A BLANC) ; UNE DEMANDE
      *    INVALIDE EST SIGNALEE DIRECTEMENT DANS LES REPONSES.
       CHARGER-DEMANDE.
           MOVE 'Y' TO WS-DATE-VALIDE
           IF DEMANDE-DATE NOT = SPACES
               CALL 'DATEVALID' USING DEMANDE-DATE, WS-DATE-VALIDE,
                   WS-MOTIF-DATE
           END-IF
           EVALUATE TRUE
               WHEN DEMANDE-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique' TO WS-ENT-LIB
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date invalide' TO WS-ENT-LIB
               WHEN WS-NB-DEMANDES >= 200
                   MOVE 'Au-dela de 200 demandes' TO WS-ENT-LIB
               WHEN OTHER
                   ADD 1 TO WS-NB-DEMANDES
                   MOVE DEMANDE-MUNA TO WS-DEM-MUNA(WS-NB-DEMANDES)
                   MOVE DEMANDE-IDENTIFIANT
                       TO WS-DEM-IDENT(WS-NB-DEMANDES)
                   MOVE DEMANDE-DATE TO WS-DEM-DATE(WS-NB-DEMANDES)
                   MOVE LOW-VALUES TO WS-DEM-MEILLEURE(WS-NB-DEMANDES)
                   MOVE SPACES TO WS-DEM-VERSION(WS-NB-DEMANDES)
                   MOVE SPACES TO WS-ENT-LIB
           END-EVALUATE
           IF WS-ENT-LIB NOT = SPACES
               ADD 1 TO WS-NB-INVALIDES
               MOVE SPACES TO REPONSE-REG
               STRING 'DEMANDE REFUSEE : ' DELIMITED BY SIZE
                   DEMANDE-REG DELIMITED BY SIZE
                   ' | ' DELIMITED BY SIZE
                   WS-ENT-LIB DELIMITED BY SIZE
                   INTO REPONSE-REG
               WRITE REPONSE-REG
           END-IF.

      *    LA VERSION LUE EST CONFRONTEE A TOUTES LES DEMANDES DE LA
      *    MEME POLICE (PLUSIEURS DATES PEUVENT ETRE DEMANDEES).
       RAPPROCHER-VERSION.
           MOVE HIST-MUNA TO WS-CLE-MUNA
           MOVE HIST-IDENTIFIANT TO WS-CLE-IDENT
           MOVE HIST-DATE-EFFET TO WS-RANG-DATE
           MOVE HIST-HORODATAGE TO WS-RANG-HORO
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEMANDES
               IF WS-DEM-CLE(WS-I) = WS-CLE-HIST
                   IF WS-DEM-DATE(WS-I) = SPACES
                       IF WS-NB-VERSIONS < 2000
                           ADD 1 TO WS-NB-VERSIONS
                           MOVE WS-I TO WS-VER-DEMANDE(WS-NB-VERSIONS)
                           MOVE HIST-REG
                               TO WS-VER-LIGNE(WS-NB-VERSIONS)
                       END-IF
                   ELSE
                       IF HIST-DATE-EFFET <= WS-DEM-DATE(WS-I)
                          AND WS-RANG-HIST >= WS-DEM-MEILLEURE(WS-I)
                           MOVE WS-RANG-HIST TO WS-DEM-MEILLEURE(WS-I)
                           MOVE HIST-REG TO WS-DEM-VERSION(WS-I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ECRIRE-REPONSE.
           MOVE SPACES TO REPONSE-REG
           WRITE REPONSE-REG
           MOVE WS-DEM-MUNA(WS-I) TO WS-ENT-MUNA
           MOVE WS-DEM-IDENT(WS-I) TO WS-ENT-IDENT
           IF WS-DEM-DATE(WS-I) = SPACES
               MOVE 'HISTORIQUE COMPLET' TO WS-ENT-LIB
               MOVE SPACES TO WS-ENT-DATE
               MOVE WS-LIGNE-ENTETE TO REPONSE-REG
               WRITE REPONSE-REG
               MOVE 0 TO WS-NB-VERSIONS-DEMANDE
               PERFORM VARYING WS-V FROM 1 BY 1
                       UNTIL WS-V > WS-NB-VERSIONS
                   IF WS-VER-DEMANDE(WS-V) = WS-I
                       ADD 1 TO WS-NB-VERSIONS-DEMANDE
                       MOVE WS-VER-LIGNE(WS-V) TO HIST-REG
                       PERFORM EDITER-VERSION
                   END-IF
               END-PERFORM
               IF WS-NB-VERSIONS-DEMANDE = 0
                   ADD 1 TO WS-NB-SANS-VERSION
                   MOVE '  Aucune version dans l historique'
                       TO REPONSE-REG
                   WRITE REPONSE-REG
               END-IF
           ELSE
               MOVE 'VERSION EN VIGUEUR AU ' TO WS-ENT-LIB
               MOVE WS-DEM-DATE(WS-I) TO WS-ENT-DATE
               MOVE WS-LIGNE-ENTETE TO REPONSE-REG
               WRITE REPONSE-REG
               IF WS-DEM-VERSION(WS-I) = SPACES
                   ADD 1 TO WS-NB-SANS-VERSION
                   MOVE '  Aucune version connue a cette date'
                       TO REPONSE-REG
                   WRITE REPONSE-REG
               ELSE
                   MOVE WS-DEM-VERSION(WS-I) TO HIST-REG
                   IF HIST-SUPPRESSION
                       MOVE '  Police supprimee a cette date, image :'
                           TO REPONSE-REG
                       WRITE REPONSE-REG
                   END-IF
                   PERFORM EDITER-VERSION
               END-IF
           END-IF.

       EDITER-VERSION.
           MOVE HIST-DATE-EFFET TO WS-LV-EFFET
           MOVE HIST-OPERATION TO WS-LV-OPERATION
           MOVE HIST-PROGRAMME TO WS-LV-PROGRAMME
           MOVE HIST-NO-RUN TO WS-LV-NO-RUN
           MOVE HIST-HORODATAGE TO WS-LV-HORODATAGE
           MOVE WS-LIGNE-VERSION TO REPONSE-REG
           WRITE REPONSE-REG
           MOVE HIST-ETAT TO WS-LX-ETAT
           MOVE HIST-DEBUT-EFFET TO WS-LX-DEBUT
           MOVE HIST-FIN-EFFET TO WS-LX-FIN
           MOVE HIST-MONTANT TO WS-LX-MONTANT
           MOVE WS-LIGNE-VALEURS TO REPONSE-REG
           WRITE REPONSE-REG
           MOVE HIST-LIBELLE TO WS-LL-LIBELLE
           MOVE WS-LIGNE-LIBELLE TO REPONSE-REG
           WRITE REPONSE-REG
           IF HIST-INITIALE
               MOVE '  Version de reprise (valeurs a la reprise)'
                   TO REPONSE-REG
               WRITE REPONSE-REG
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
