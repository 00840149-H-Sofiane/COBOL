      * la retention sont supprimees. Tout ce qui est copie ou
      * supprime est trace dans GENERATIONS-LOG.txt : la preuve de
      * la veille ne disparait plus au lancement de la chaine du
      * jour, et les audits retrouvent leurs petits. Chaque copie
      * est mesuree par GENCTRL (taille, nombre de lignes, trailer
      * 'TOTAL', somme de controle) et inscrite au manifeste du
      * jour GENERATIONS-MANIFESTE.AAAAMMJJ, que genrest, gencomp
      * et genverif confrontent avant de se fier a une generation ;
      * les manifestes suivent la plus longue retention.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLOG.

           SELECT FMANIF ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANIF.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 LOG-REG PIC X(80).

       FD     FMANIF
              RECORDING MODE IS F.
       COPY GENMANIF.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLOG PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANIF PIC X(02) VALUE SPACES.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-NB-COPIES PIC 9(5) VALUE 0.
       01 WS-NB-SUPPRIMEES PIC 9(5) VALUE 0.
       01 WS-NB-ABSENTS PIC 9(5) VALUE 0.
       01 WS-NOM-MANIFESTE PIC X(40) VALUE SPACES.
       01 WS-RETENTION-MAX PIC 9(3) VALUE 0.
       COPY GENCLNK.

       PROCEDURE DIVISION.
           OPEN INPUT FPARAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYYMMDD)
           MOVE SPACES TO WS-NOM-MANIFESTE
           STRING 'GENERATIONS-MANIFESTE.' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO WS-NOM-MANIFESTE
           OPEN OUTPUT FMANIF.

           PERFORM UNTIL WS-EOF-FPARAM-REACHED
               READ FPARAM
                          AND PARAM-JOURS > 0
                           MOVE PARAM-NOM TO WS-NOM-FICHIER
                           MOVE PARAM-JOURS TO WS-JOURS-RETENTION
                           IF PARAM-JOURS > WS-RETENTION-MAX
                               MOVE PARAM-JOURS TO WS-RETENTION-MAX
                           END-IF
                           PERFORM TRAITER-FICHIER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPARAM.
           CLOSE FMANIF.

      *    LES MANIFESTES SONT GARDES AUSSI LONGTEMPS QUE LA PLUS
      *    LONGUE RETENTION DES FICHIERS VERSIONNES
           IF WS-RETENTION-MAX > 0
               MOVE 'GENERATIONS-MANIFESTE' TO WS-NOM-FICHIER
               MOVE WS-RETENTION-MAX TO WS-JOURS-RETENTION
               PERFORM CALCULER-LONGUEUR-NOM
               PERFORM PURGER-GENERATIONS
           END-IF

           MOVE SPACES TO WS-COMMANDE
           STRING 'rm -f GENERATIONS-LISTE.TMP' DELIMITED BY SIZE
           DISPLAY 'Journal dans GENERATIONS-LOG.txt'
           STOP RUN.

      *    COPIE LA GENERATION DU JOUR, L'INSCRIT AU MANIFESTE,
      *    PUIS SUPPRIME LES GENERATIONS PLUS VIEILLES QUE LA
      *    RETENTION.
       TRAITER-FICHIER.
           PERFORM CALCULER-LONGUEUR-NOM
      *    GENERATION DU JOUR
                   WS-RUN-YYYYMMDD DELIMITED BY SIZE
                   INTO LOG-REG
               WRITE LOG-REG
               PERFORM INSCRIRE-MANIFESTE
           ELSE
               ADD 1 TO WS-NB-ABSENTS
               MOVE 0 TO RETURN-CODE
                   INTO LOG-REG
               WRITE LOG-REG
           END-IF
           PERFORM PURGER-GENERATIONS.

      *    MESURE DE LA COPIE DU JOUR PAR GENCTRL ET LIGNE DE
      *    MANIFESTE CORRESPONDANTE
       INSCRIRE-MANIFESTE.
           MOVE 'M' TO WS-GC-FONCTION
           MOVE WS-NOM-FICHIER TO WS-GC-FICHIER
           MOVE WS-RUN-YYYYMMDD TO WS-GC-DATE
           CALL 'GENCTRL' USING WS-GC-DEMANDE, WS-GC-REPONSE
           MOVE SPACES TO MANIF-REG
           MOVE WS-NOM-FICHIER TO MANIF-FICHIER
           MOVE WS-GC-TAILLE TO MANIF-TAILLE
           MOVE WS-GC-NB-ENREG TO MANIF-NB-ENREG
           MOVE WS-GC-CHECKSUM TO MANIF-CHECKSUM
           MOVE WS-GC-TRAILER TO MANIF-TRAILER
           WRITE MANIF-REG.

      *    SUPPRESSION DES GENERATIONS DE WS-NOM-FICHIER PLUS
      *    VIEILLES QUE WS-JOURS-RETENTION
       PURGER-GENERATIONS.
      *    DATE BUTOIR DE RETENTION
           COMPUTE WS-BUTOIR-INT =
               WS-RUN-DATE-INT - WS-JOURS-RETENTION
