       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENVERIF.
      * Verification hebdomadaire des generations gensauve : chaque
      * generation NOM.AAAAMMJJ encore retenue des fichiers listes
      * dans GENERATIONS-PARAM.txt est remesuree par GENCTRL et
      * confrontee a sa ligne du manifeste du jour de copie
      * (GENERATIONS-MANIFESTE.AAAAMMJJ) ; puis chaque ligne de
      * manifeste est relue pour retrouver les generations disparues
      * avant la fin de leur retention. Les derives - generation
      * tronquee ou modifiee, absente du manifeste, disparue trop
      * tot - partent dans GENVERIF-RAPPORT.txt, RETURN-CODE 8 :
      * une generation abimee se voit le vendredi, pas le jour ou
      * l'on en a besoin pour restaurer.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "GENERATIONS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FLISTE ASSIGN TO "GENVERIF-LISTE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTE.

           SELECT FMANIF ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANIF.

           SELECT FRAPPORT ASSIGN TO "GENVERIF-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-NOM PIC X(40).
              05 PARAM-JOURS PIC 9(3).

       FD     FLISTE
              RECORDING MODE IS F.
       01 LISTE-REG PIC X(60).

       FD     FMANIF
              RECORDING MODE IS F.
       COPY GENMANIF.

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(110).
       01 FRAPPORT-DETAIL.
              05 FRAPPORT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 FRAPPORT-FICHIER PIC X(40).
              05 FILLER PIC X(1).
              05 FRAPPORT-STATUT PIC X(14).
              05 FILLER PIC X(1).
              05 FRAPPORT-TEXTE PIC X(45).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANIF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-EOF-FLISTE PIC X VALUE 'N'.
           88 WS-EOF-FLISTE-REACHED VALUE 'Y'.
       01 WS-EOF-FMANIF PIC X VALUE 'N'.
           88 WS-EOF-FMANIF-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DATE-INT PIC 9(9).
       01 WS-BUTOIR-INT PIC 9(9).
       01 WS-DATE-BUTOIR PIC 9(8).

      * FICHIERS VERSIONNES ET LEUR RETENTION
       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-TABLE-FICHIERS.
           05 WS-FICHIER-ENTRY OCCURS 100 TIMES.
               10 WS-FICHIER-NOM PIC X(40).
               10 WS-FICHIER-JOURS PIC 9(3).
       01 WS-I PIC 9(3).
       01 WS-TROUVE PIC 9(3).

       01 WS-NOM-FICHIER PIC X(40).
       01 WS-NOM-MANIFESTE PIC X(40) VALUE SPACES.
       01 WS-LG-NOM PIC 9(3).
       01 WS-LG-LISTE PIC 9(3).
       01 WS-POS PIC 9(3).
       01 WS-DATE-GENERATION PIC X(8).
       01 WS-DATE-GEN-NUM PIC 9(8).
       01 WS-COMMANDE PIC X(120).
       01 WS-NB-CONFORMES PIC 9(5) VALUE 0.
       01 WS-NB-DERIVES PIC 9(5) VALUE 0.
       01 WS-NB-PURGEES PIC 9(5) VALUE 0.
       COPY GENCLNK.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'genverif' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM NOT = '00'
               DISPLAY 'GENERATIONS-PARAM.txt non disponible - aucune '
                   'generation a verifier (code statut '
                   WS-STATUS-FPARAM ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 0 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE WS-RA-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FPARAM-REACHED
               READ FPARAM
                   AT END
                       SET WS-EOF-FPARAM-REACHED TO TRUE
                   NOT AT END
                       IF PARAM-NOM NOT = SPACES
                          AND PARAM-JOURS IS NUMERIC
                          AND PARAM-JOURS > 0
                          AND WS-NB-FICHIERS < 100
                           ADD 1 TO WS-NB-FICHIERS
                           MOVE PARAM-NOM
                               TO WS-FICHIER-NOM(WS-NB-FICHIERS)
                           MOVE PARAM-JOURS
                               TO WS-FICHIER-JOURS(WS-NB-FICHIERS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPARAM.

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYYMMDD)
           OPEN OUTPUT FRAPPORT.
           MOVE SPACES TO FRAPPORT-REG
           STRING 'VERIFICATION DES GENERATIONS DU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               WS-RA-NO-RUN DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           STRING 'DATE     FICHIER' DELIMITED BY SIZE
               '                                  ' DELIMITED BY SIZE
               'STATUT         DETAIL' DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG

      *    PREMIER PASSAGE : CHAQUE GENERATION RETENUE CONTRE SON
      *    MANIFESTE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-FICHIERS
               MOVE WS-FICHIER-NOM(WS-I) TO WS-NOM-FICHIER
               PERFORM CALCULER-LONGUEUR-NOM
               PERFORM LISTER-GENERATIONS
               MOVE 'N' TO WS-EOF-FLISTE
               OPEN INPUT FLISTE
               IF WS-STATUS-FLISTE = '00'
                   PERFORM UNTIL WS-EOF-FLISTE-REACHED
                       READ FLISTE
                           AT END
                               SET WS-EOF-FLISTE-REACHED TO TRUE
                           NOT AT END
                               PERFORM VERIFIER-GENERATION
                       END-READ
                   END-PERFORM
                   CLOSE FLISTE
               END-IF
           END-PERFORM

      *    SECOND PASSAGE : CHAQUE LIGNE DE MANIFESTE DOIT AVOIR SA
      *    GENERATION TANT QUE LA RETENTION N'EST PAS ECHUE
           MOVE 'GENERATIONS-MANIFESTE' TO WS-NOM-FICHIER
           PERFORM CALCULER-LONGUEUR-NOM
           PERFORM LISTER-GENERATIONS
           MOVE 'N' TO WS-EOF-FLISTE
           OPEN INPUT FLISTE
           IF WS-STATUS-FLISTE = '00'
               PERFORM UNTIL WS-EOF-FLISTE-REACHED
                   READ FLISTE
                       AT END
                           SET WS-EOF-FLISTE-REACHED TO TRUE
                       NOT AT END
                           PERFORM RELIRE-MANIFESTE
                   END-READ
               END-PERFORM
               CLOSE FLISTE
           END-IF

           MOVE SPACES TO WS-COMMANDE
           STRING 'rm -f GENVERIF-LISTE.TMP' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO FRAPPORT-REG
           STRING 'TOTAL CONFORMES : ' DELIMITED BY SIZE
               WS-NB-CONFORMES DELIMITED BY SIZE
               '  DERIVES : ' DELIMITED BY SIZE
               WS-NB-DERIVES DELIMITED BY SIZE
               '  PURGEES : ' DELIMITED BY SIZE
               WS-NB-PURGEES DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           CLOSE FRAPPORT.

           DISPLAY 'Generations conformes : ' WS-NB-CONFORMES
           DISPLAY 'Derives constatees    : ' WS-NB-DERIVES
           DISPLAY 'Generations purgees   : ' WS-NB-PURGEES
           DISPLAY 'Rapport dans GENVERIF-RAPPORT.txt'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-DERIVES > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    INVENTAIRE DES COPIES DATEES DE WS-NOM-FICHIER
       LISTER-GENERATIONS.
           MOVE SPACES TO WS-COMMANDE
           STRING 'ls -1 ' DELIMITED BY SIZE
               WS-NOM-FICHIER(1:WS-LG-NOM) DELIMITED BY SIZE
               '.???????? > GENVERIF-LISTE.TMP 2>/dev/null'
               DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE 0 TO RETURN-CODE.

      *    DATE SUFFIXE DE LA LIGNE D'INVENTAIRE (ESPACES SI LE
      *    SUFFIXE N'EST PAS UNE DATE)
       EXTRAIRE-DATE.
           MOVE SPACES TO WS-DATE-GENERATION
           PERFORM CALCULER-LONGUEUR-LISTE
           IF WS-LG-LISTE > 9
               COMPUTE WS-POS = WS-LG-LISTE - 7
               MOVE LISTE-REG(WS-POS:8) TO WS-DATE-GENERATION
               IF WS-DATE-GENERATION NOT NUMERIC
                   MOVE SPACES TO WS-DATE-GENERATION
               END-IF
           END-IF.

       VERIFIER-GENERATION.
           PERFORM EXTRAIRE-DATE
           IF WS-DATE-GENERATION NOT = SPACES
               MOVE 'V' TO WS-GC-FONCTION
               MOVE WS-NOM-FICHIER TO WS-GC-FICHIER
               MOVE WS-DATE-GENERATION TO WS-GC-DATE
               CALL 'GENCTRL' USING WS-GC-DEMANDE, WS-GC-REPONSE
               IF WS-GC-RETOUR = '00'
                   ADD 1 TO WS-NB-CONFORMES
               ELSE
                   ADD 1 TO WS-NB-DERIVES
                   MOVE SPACES TO FRAPPORT-DETAIL
                   MOVE WS-DATE-GENERATION TO FRAPPORT-DATE
                   MOVE WS-NOM-FICHIER TO FRAPPORT-FICHIER
                   IF WS-GC-RETOUR = '10'
                       MOVE 'HORS MANIFESTE' TO FRAPPORT-STATUT
                   ELSE
                       MOVE 'ECART' TO FRAPPORT-STATUT
                   END-IF
                   MOVE WS-GC-MOTIF TO FRAPPORT-TEXTE
                   WRITE FRAPPORT-DETAIL
                   IF WS-GC-RETOUR = '20' OR WS-GC-RETOUR = '30'
                       MOVE SPACES TO FRAPPORT-DETAIL
                       STRING 'lignes ' DELIMITED BY SIZE
                           WS-GC-NB-ENREG DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           WS-GC-ATT-NB-ENREG DELIMITED BY SIZE
                           ' somme ' DELIMITED BY SIZE
                           WS-GC-CHECKSUM DELIMITED BY SIZE
                           INTO FRAPPORT-TEXTE
                       WRITE FRAPPORT-DETAIL
                   END-IF
               END-IF
           END-IF.

      *    LES LIGNES DU MANIFESTE DONT LA GENERATION A DISPARU :
      *    DERIVE SI LA RETENTION DU FICHIER N'EST PAS ECHUE,
      *    PURGE NORMALE SINON
       RELIRE-MANIFESTE.
           PERFORM EXTRAIRE-DATE
           IF WS-DATE-GENERATION NOT = SPACES
               MOVE SPACES TO WS-NOM-MANIFESTE
               MOVE LISTE-REG(1:WS-LG-LISTE) TO WS-NOM-MANIFESTE
               MOVE WS-DATE-GENERATION TO WS-DATE-GEN-NUM
               MOVE 'N' TO WS-EOF-FMANIF
               OPEN INPUT FMANIF
               IF WS-STATUS-FMANIF = '00'
                   PERFORM UNTIL WS-EOF-FMANIF-REACHED
                       READ FMANIF
                           AT END
                               SET WS-EOF-FMANIF-REACHED TO TRUE
                           NOT AT END
                               PERFORM CONTROLER-PRESENCE
                       END-READ
                   END-PERFORM
                   CLOSE FMANIF
               END-IF
           END-IF.

       CONTROLER-PRESENCE.
           MOVE 'M' TO WS-GC-FONCTION
           MOVE MANIF-FICHIER TO WS-GC-FICHIER
           MOVE WS-DATE-GENERATION TO WS-GC-DATE
           CALL 'GENCTRL' USING WS-GC-DEMANDE, WS-GC-REPONSE
           IF WS-GC-RETOUR = '35'
               MOVE 0 TO WS-TROUVE
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-FICHIERS OR WS-TROUVE > 0
                   IF WS-FICHIER-NOM(WS-I) = MANIF-FICHIER
                       MOVE WS-I TO WS-TROUVE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-DATE-BUTOIR
               IF WS-TROUVE > 0
                   COMPUTE WS-BUTOIR-INT = WS-RUN-DATE-INT
                       - WS-FICHIER-JOURS(WS-TROUVE)
                   COMPUTE WS-DATE-BUTOIR = FUNCTION
                       DATE-OF-INTEGER(WS-BUTOIR-INT)
               END-IF
               IF WS-TROUVE > 0
                  AND WS-DATE-GEN-NUM NOT < WS-DATE-BUTOIR
                   ADD 1 TO WS-NB-DERIVES
                   MOVE SPACES TO FRAPPORT-DETAIL
                   MOVE WS-DATE-GENERATION TO FRAPPORT-DATE
                   MOVE MANIF-FICHIER TO FRAPPORT-FICHIER
                   MOVE 'DISPARUE' TO FRAPPORT-STATUT
                   MOVE 'generation absente avant fin de retention'
                       TO FRAPPORT-TEXTE
                   WRITE FRAPPORT-DETAIL
               ELSE
                   ADD 1 TO WS-NB-PURGEES
               END-IF
           END-IF.

       CALCULER-LONGUEUR-NOM.
           MOVE 0 TO WS-LG-NOM
           PERFORM VARYING WS-POS FROM 40 BY -1
                   UNTIL WS-POS < 1 OR WS-LG-NOM > 0
               IF WS-NOM-FICHIER(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-LG-NOM
               END-IF
           END-PERFORM.

       CALCULER-LONGUEUR-LISTE.
           MOVE 0 TO WS-LG-LISTE
           PERFORM VARYING WS-POS FROM 60 BY -1
                   UNTIL WS-POS < 1 OR WS-LG-LISTE > 0
               IF LISTE-REG(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-LG-LISTE
               END-IF
           END-PERFORM.
