       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAIMAJ.
      * Enregistrement des courriers revenus "N'habite pas a
      * l'adresse indiquee" (NPAI) sur le fichier des adherents
      * ADHERENTS.IDX, dans le style d'ADHMAJ : chaque retour de
      * NPAI-RETOURS.txt (MUNA, date du retour AAAAMMJJ, courrier
      * d'origine) pose le marquage NPAI et la date du retour sur
      * la fiche de l'adherent. Controles : MUNA numerique sur 8,
      * date calendaire valide (DATEVALID) et non posterieure au
      * jour du passage, adherent present au fichier. Un adherent
      * deja marque garde la date de retour la plus recente.
      * Tant que le marquage est pose, les programmes de courrier
      * n'impriment plus l'adresse et orientent l'adherent vers
      * LETTRES-SANS-ADRESSE.txt ; ADHMAJ leve le marquage des
      * qu'une nouvelle adresse est saisie. Chaque retour accepte
      * est trace en image avant / apres dans NPAI-AUDIT.txt, les
      * autres partent dans NPAI-REJETS.txt ; la fiche de
      * l'adherent est lue par son MUNA et reecrite sur place.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FRETOURS ASSIGN TO "NPAI-RETOURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRETOURS.

           SELECT FAUDIT ASSIGN TO "NPAI-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "NPAI-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FRETOURS
              RECORDING MODE IS F.
       01 RETOUR-REG.
              05 RETOUR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 RETOUR-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 RETOUR-ORIGINE PIC X(12).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ORIGINE PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(70).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(70).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REJET-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRETOURS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FRETOURS PIC X VALUE 'N'.
           88 WS-EOF-FRETOURS-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(70).
       01 WS-NB-ACCEPTES PIC 9(5) VALUE 0.
       01 WS-NB-REJETES PIC 9(5) VALUE 0.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'npaimaj' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a npaimaj (role P, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
      *    FICHIER DES ADHERENTS EN MISE A JOUR : SANS LUI AUCUN
      *    RETOUR NE PEUT ETRE RATTACHE
           OPEN I-O FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - '
                   'code statut ' WS-STATUS-FADH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    APPLICATION DES RETOURS DE COURRIER
           OPEN INPUT FRETOURS.
           IF WS-STATUS-FRETOURS NOT = '00'
               DISPLAY 'NPAI-RETOURS.txt non disponible - '
                   'code statut ' WS-STATUS-FRETOURS
               CLOSE FADH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FAUDIT.
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FRETOURS-REACHED
               READ FRETOURS
                   AT END
                       SET WS-EOF-FRETOURS-REACHED TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-RETOUR
               END-READ
           END-PERFORM.
           CLOSE FRETOURS.

           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL ACCEPTES : ' TO AUDIT-TRAILER-LIB
           MOVE WS-NB-ACCEPTES TO AUDIT-TRAILER-NB
           WRITE AUDIT-TRAILER
           CLOSE FAUDIT.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETES TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           CLOSE FADH.

           DISPLAY 'Retours NPAI acceptes : ' WS-NB-ACCEPTES
               ' (voir NPAI-AUDIT.txt)'
           DISPLAY 'Retours NPAI rejetes  : ' WS-NB-REJETES
               ' (voir NPAI-REJETS.txt)'
           IF WS-NB-REJETES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-RETOUR.
           MOVE SPACES TO WS-MOTIF
           CALL 'DATEVALID' USING RETOUR-DATE, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN RETOUR-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-DATE-VALIDE NOT = 'Y'
                   MOVE 'Date de retour invalide (AAAAMMJJ attendu)'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN RETOUR-DATE > WS-RUN-YYYYMMDD
                   MOVE 'Date de retour posterieure au jour'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   PERFORM CHERCHER-MUNA
                   IF WS-MUNA-TROUVE
                       PERFORM MARQUER-NPAI
                   ELSE
                       MOVE 'MUNA absent du fichier des adherents'
                           TO WS-MOTIF
                       PERFORM ECRIRE-REJET
                   END-IF
           END-EVALUATE.

      *    UN ADHERENT DEJA MARQUE GARDE LE RETOUR LE PLUS RECENT
       MARQUER-NPAI.
           PERFORM GARNIR-IMAGE
           MOVE SPACES TO AUDIT-REG
           MOVE WS-IMAGE TO AUDIT-AVANT
           MOVE 'O' TO ADH-FILE-NPAI
           IF ADH-FILE-NPAI-DATE = SPACES
              OR RETOUR-DATE > ADH-FILE-NPAI-DATE
               MOVE RETOUR-DATE TO ADH-FILE-NPAI-DATE
           END-IF
           REWRITE ADHREG
               INVALID KEY
                   MOVE 'MUNA absent du fichier des adherents'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   PERFORM ECRIRE-AUDIT
           END-REWRITE.

       CHERCHER-MUNA.
           MOVE RETOUR-MUNA TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TROUVE
           END-READ.

       GARNIR-IMAGE.
           MOVE SPACES TO WS-IMAGE
           MOVE ADH-FILE-MUNA TO WS-IMAGE(1:8)
           MOVE ADH-FILE-NOM TO WS-IMAGE(9:30)
           MOVE ADH-FILE-CP TO WS-IMAGE(39:5)
           MOVE ADH-FILE-NPAI TO WS-IMAGE(45:1)
           MOVE ADH-FILE-NPAI-DATE TO WS-IMAGE(47:8).

       ECRIRE-AUDIT.
           ADD 1 TO WS-NB-ACCEPTES
           MOVE RETOUR-ORIGINE TO AUDIT-ORIGINE
           MOVE ' | ' TO AUDIT-REG(84:3)
           PERFORM GARNIR-IMAGE
           MOVE WS-IMAGE TO AUDIT-APRES
           WRITE AUDIT-REG.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETES
           MOVE SPACES TO REJET-REG
           MOVE RETOUR-MUNA TO REJET-MUNA
           MOVE RETOUR-DATE TO REJET-DATE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
