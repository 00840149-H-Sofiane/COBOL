      * SUIVI-RENOUVELLEMENTS.txt, ASSUR-EXCEPTIONS.txt,
      * ASSUR-CORRECTIONS-REJETS.txt et ECHEANCIER.txt un par un.
      * Ce programme prend un MUNA et assemble tout dans
      * DOSSIER-ADHERENT.txt (et a l'ecran) : la fiche de
      * l'adherent lue par son MUNA dans ADHERENTS.IDX (nom,
      * adresse, marquage NPAI, canal et adresse electronique),
      * les polices vives de
      * ASSURANCES.IDX, les polices archivees de
      * ASSURANCES-ARCHIVE.txt, le statut de suivi des
      * renouvellements, les exceptions en attente et les
      * corrections qui rebondissent, les lignes d'echeancier, et
      * les reclamations non closes du registre
      * RECLAMATIONS-REGISTRE.txt avec leurs echeances.
      * Sept fichiers et dix minutes par appel deviennent une
      * consultation.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FSEQ ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSEQ.

           SELECT FRECL ASSIGN TO "RECLAMATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRECL.

           SELECT FDOSSIER ASSIGN TO "DOSSIER-ADHERENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FSEQ
              RECORDING MODE IS F.
       01 SEQ-REG PIC X(250).
              05 SEQ-MUNA PIC X(8).
              05 FILLER PIC X(242).

       FD     FRECL
              RECORDING MODE IS F.
       COPY RECLREC.

       FD     FDOSSIER
              RECORDING MODE IS F.
       01 DOSSIER-REG PIC X(132).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSEQ PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRECL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDOSSIER PIC X(02) VALUE SPACES.

       01 WS-NOM-FICHIER PIC X(40) VALUE SPACES.
       01 WS-EOF-FSEQ PIC X VALUE 'N'.
           88 WS-EOF-FSEQ-REACHED VALUE 'Y'.
       01 WS-EOF-FRECL PIC X VALUE 'N'.
           88 WS-EOF-FRECL-REACHED VALUE 'Y'.
       01 WS-FIN-PARCOURS PIC X VALUE 'N'.
           88 WS-PARCOURS-TERMINE VALUE 'Y'.

       01 WS-NB-SECTION PIC 9(5) VALUE 0.
       01 WS-NB-TOTAL PIC 9(5) VALUE 0.

       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'C'
      *    (CONSULTATION) EXIGE AVANT TOUTE ACTION
           MOVE 'dossier' TO WS-OA-PROGRAMME
           MOVE 'C' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a dossier (role C, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Saisir le MUNA (8 chiffres)'
           ACCEPT WS-MUNA-SAISI
           IF WS-MUNA-SAISI IS NOT NUMERIC
               INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE

      *    1. FICHE DE L'ADHERENT
           MOVE '=== ADHERENT (ADHERENTS.IDX) ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM EDITER-FICHE-ADHERENT
           PERFORM CLORE-SECTION

      *    2. POLICES VIVES (INDEX)
           MOVE '=== POLICES VIVES (ASSURANCES.IDX) ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-POLICES-VIVES
           PERFORM CLORE-SECTION

      *    3. POLICES ARCHIVEES
           MOVE '=== POLICES ARCHIVEES ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-FICHIER-MUNA
           PERFORM CLORE-SECTION

      *    4. SUIVI DES RENOUVELLEMENTS
           MOVE '=== SUIVI DES RENOUVELLEMENTS ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-FICHIER-MUNA
           PERFORM CLORE-SECTION

      *    5. EXCEPTIONS EN ATTENTE
           MOVE '=== EXCEPTIONS EN ATTENTE ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-FICHIER-MUNA
           PERFORM CLORE-SECTION

      *    6. CORRECTIONS QUI REBONDISSENT
           MOVE '=== CORRECTIONS REJETEES ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-FICHIER-MUNA
           PERFORM CLORE-SECTION

      *    7. ECHEANCIER DE PRIMES
           MOVE '=== ECHEANCIER DE PRIMES ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-FICHIER-MUNA
           PERFORM CLORE-SECTION

      *    8. RECLAMATIONS EN COURS
           MOVE '=== RECLAMATIONS EN COURS ===' TO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           MOVE 0 TO WS-NB-SECTION
           PERFORM LISTER-RECLAMATIONS
           PERFORM CLORE-SECTION

           MOVE SPACES TO WS-LIGNE
           STRING 'FIN DU DOSSIER - ' DELIMITED BY SIZE
               WS-NB-TOTAL DELIMITED BY SIZE
           END-IF
           STOP RUN.

      *    LECTURE DIRECTE DE LA FICHE PAR LE MUNA SAISI ; UN
      *    ADHERENT SANS FICHE LAISSE LA SECTION A NEANT.
       EDITER-FICHE-ADHERENT.
           OPEN INPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               MOVE 'ADHERENTS.IDX indisponible' TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           ELSE
               MOVE WS-MUNA-SAISI TO ADH-FILE-MUNA
               READ FADH
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EDITER-LIGNES-ADHERENT
               END-READ
               CLOSE FADH
           END-IF.

       EDITER-LIGNES-ADHERENT.
           ADD 1 TO WS-NB-SECTION
           ADD 1 TO WS-NB-TOTAL
           STRING 'Nom      : ' DELIMITED BY SIZE
               ADH-FILE-NOM DELIMITED BY SIZE
               INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           STRING 'Adresse  : ' DELIMITED BY SIZE
               ADH-FILE-ADRESSE1 DELIMITED BY SIZE
               INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           IF ADH-FILE-ADRESSE2 NOT = SPACES
               STRING '           ' DELIMITED BY SIZE
                   ADH-FILE-ADRESSE2 DELIMITED BY SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF
           STRING '           ' DELIMITED BY SIZE
               ADH-FILE-CP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ADH-FILE-VILLE DELIMITED BY SIZE
               INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE
           IF ADH-FILE-ADRESSE-NPAI
               STRING 'ADRESSE NPAI - courrier revenu le '
                   DELIMITED BY SIZE
                   ADH-FILE-NPAI-DATE DELIMITED BY SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF
           EVALUATE ADH-FILE-CANAL
               WHEN 'E'
                   MOVE 'Canal    : courriel' TO WS-LIGNE
               WHEN 'D'
                   MOVE 'Canal    : papier et courriel' TO WS-LIGNE
               WHEN OTHER
                   MOVE 'Canal    : papier' TO WS-LIGNE
           END-EVALUATE
           PERFORM ECRIRE-LIGNE
           IF ADH-FILE-EMAIL NOT = SPACES
               STRING 'Courriel : ' DELIMITED BY SIZE
                   ADH-FILE-EMAIL DELIMITED BY SIZE
                   INTO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    PARCOURS DE TOUTES LES POLICES DU MUNA DANS L'INDEX,
      *    COMME LE MODE 2 DE assulook.
       LISTER-POLICES-VIVES.
               CLOSE FSEQ
           END-IF.

      *    RECLAMATIONS NON CLOSES DU MUNA : LE MUNA N'EST PAS EN
      *    TETE DE LIGNE DANS CE REGISTRE, D'OU UN PARCOURS PROPRE.
       LISTER-RECLAMATIONS.
           MOVE 'N' TO WS-EOF-FRECL
           OPEN INPUT FRECL.
           IF WS-STATUS-FRECL NOT = '00'
               MOVE 'RECLAMATIONS-REGISTRE.txt indisponible'
                   TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           ELSE
               PERFORM UNTIL WS-EOF-FRECL-REACHED
                   READ FRECL
                       AT END
                           SET WS-EOF-FRECL-REACHED TO TRUE
                       NOT AT END
                           IF RECL-MUNA IS NUMERIC
                              AND RECL-MUNA = WS-MUNA-SAISI
                              AND NOT RECL-CLOSE
                               PERFORM EDITER-RECLAMATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRECL
           END-IF.

       EDITER-RECLAMATION.
           ADD 1 TO WS-NB-SECTION
           ADD 1 TO WS-NB-TOTAL
           STRING RECL-NUMERO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RECL-CATEGORIE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RECL-STATUT DELIMITED BY SIZE
               ' recue le ' DELIMITED BY SIZE
               RECL-DATE-RECEPTION DELIMITED BY SIZE
               ' accuse avant ' DELIMITED BY SIZE
               RECL-ECHEANCE-AR DELIMITED BY SIZE
               ' reponse avant ' DELIMITED BY SIZE
               RECL-ECHEANCE-REP DELIMITED BY SIZE
               ' police ' DELIMITED BY SIZE
               RECL-IDENTIFIANT DELIMITED BY SIZE
               INTO WS-LIGNE
           PERFORM ECRIRE-LIGNE.

       CLORE-SECTION.
           IF WS-NB-SECTION = 0
               MOVE '  (neant)' TO WS-LIGNE
