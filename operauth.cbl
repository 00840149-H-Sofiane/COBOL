       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERAUTH.
      * Habilitation des operateurs : le referentiel OPERATEURS.txt
      * (code operateur, nom, roles, indicateur actif) dit qui peut
      * consulter ('C'), maintenir les polices ('P') ou les
      * referentiels ('R'), la scolarite ('E'), lancer les chaines
      * ('X') ou reprendre un verrou ('V'). Chaque programme
      * interactif ou de maintenance demande ici, avant d'agir, si
      * l'operateur de la session (le meme que celui estampille par
      * RUNAUDIT) detient le role exige ; la reponse est estampillee
      * dans RUN-AUDIT.txt en ligne ACCES ou REFUS avec le role, et
      * la revue mensuelle accrevue les relit. Sans referentiel,
      * tout est refuse. Interface dans le copybook AUTHLNK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOPERATEURS ASSIGN TO "OPERATEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FOPERATEURS.

           SELECT FAUDIT ASSIGN TO "RUN-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.
       DATA DIVISION.
       FILE SECTION.
       FD     FOPERATEURS
              RECORDING MODE IS F.
       01 OPER-REG.
              05 OPER-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 OPER-NOM PIC X(20).
              05 FILLER PIC X(1).
              05 OPER-ROLES PIC X(6).
              05 FILLER PIC X(1).
              05 OPER-ACTIF PIC X(1).

      * MEME LIGNE QUE RUNAUDIT, SUIVIE DU ROLE CONTROLE
       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-NO-RUN PIC 9(6).
              05 FILLER PIC X(1).
              05 AUDIT-TYPE PIC X(5).
              05 FILLER PIC X(1).
              05 AUDIT-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-OPERATEUR PIC X(8).
              05 FILLER PIC X(1).
              05 AUDIT-HORODATAGE PIC X(14).
              05 FILLER PIC X(1).
              05 AUDIT-RC PIC ZZ9.
              05 FILLER PIC X(1).
              05 AUDIT-ROLE PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FOPERATEURS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       01 WS-EOF-FOPERATEURS PIC X VALUE 'N'.
           88 WS-EOF-FOPERATEURS-REACHED VALUE 'Y'.
       01 WS-OPERATEUR PIC X(8) VALUE SPACES.
       01 WS-NB-ROLE PIC 9(2) VALUE 0.
       01 WS-HORODATAGE.
           05 WS-HORO-DATE PIC 9(8).
           05 WS-HORO-HEURE PIC 9(6).
           05 FILLER PIC X(7).

       LINKAGE SECTION.
       01 LK-DEMANDE.
           05 LK-PROGRAMME PIC X(12).
           05 LK-ROLE PIC X(1).
           05 LK-NO-RUN PIC 9(6).
       01 LK-REPONSE.
           05 LK-RETOUR PIC X(2).
           05 LK-OPERATEUR PIC X(8).

       PROCEDURE DIVISION USING LK-DEMANDE, LK-REPONSE.
           ACCEPT WS-OPERATEUR FROM ENVIRONMENT 'USER'
           IF WS-OPERATEUR = SPACES
               MOVE 'INCONNU' TO WS-OPERATEUR
           END-IF
           MOVE WS-OPERATEUR TO LK-OPERATEUR
           PERFORM CHERCHER-OPERATEUR
           PERFORM ESTAMPILLER-CONTROLE
           GOBACK.

      *    L'OPERATEUR DOIT ETRE CONNU, ACTIF ET DETENIR LE ROLE
       CHERCHER-OPERATEUR.
           MOVE '02' TO LK-RETOUR
           MOVE 'N' TO WS-EOF-FOPERATEURS
           OPEN INPUT FOPERATEURS
           IF WS-STATUS-FOPERATEURS NOT = '00'
               MOVE '35' TO LK-RETOUR
           ELSE
               PERFORM UNTIL WS-EOF-FOPERATEURS-REACHED
                   READ FOPERATEURS
                       AT END
                           SET WS-EOF-FOPERATEURS-REACHED TO TRUE
                       NOT AT END
                           IF OPER-CODE = WS-OPERATEUR
                              AND OPER-ACTIF = 'O'
                               SET WS-EOF-FOPERATEURS-REACHED TO TRUE
                               MOVE 0 TO WS-NB-ROLE
                               INSPECT OPER-ROLES TALLYING WS-NB-ROLE
                                   FOR ALL LK-ROLE
                               IF WS-NB-ROLE > 0
                                   MOVE '00' TO LK-RETOUR
                               ELSE
                                   MOVE '01' TO LK-RETOUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOPERATEURS
           END-IF.

      *    LIGNE ACCES (RC 0) OU REFUS (RC 8) DANS RUN-AUDIT.txt
       ESTAMPILLER-CONTROLE.
           OPEN EXTEND FAUDIT
           IF WS-STATUS-FAUDIT NOT = '00'
               OPEN OUTPUT FAUDIT
           END-IF
           MOVE SPACES TO AUDIT-REG
           MOVE LK-NO-RUN TO AUDIT-NO-RUN
           IF LK-RETOUR = '00'
               MOVE 'ACCES' TO AUDIT-TYPE
               MOVE 0 TO AUDIT-RC
           ELSE
               MOVE 'REFUS' TO AUDIT-TYPE
               MOVE 8 TO AUDIT-RC
           END-IF
           MOVE LK-PROGRAMME TO AUDIT-PROGRAMME
           MOVE WS-OPERATEUR TO AUDIT-OPERATEUR
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
           MOVE WS-HORODATAGE(1:14) TO AUDIT-HORODATAGE
           MOVE LK-ROLE TO AUDIT-ROLE
           WRITE AUDIT-REG
           CLOSE FAUDIT.
