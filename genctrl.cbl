       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENCTRL.
      * Controle d'une generation gensauve NOM.AAAAMMJJ : la copie
      * datee est mesuree (taille et somme de controle par cksum,
      * nombre de lignes et dernier trailer 'TOTAL' en relecture),
      * puis, sur demande de verification, confrontee a sa ligne du
      * manifeste GENERATIONS-MANIFESTE.AAAAMMJJ ecrit le jour de la
      * copie. Une generation tronquee ou recopiee a moitie ne
      * repond plus au manifeste et est refusee par genrest,
      * gencomp et la verification hebdomadaire genverif.
      * Interface dans le copybook GENCLNK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCIBLE ASSIGN TO DYNAMIC WS-NOM-GENERATION
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCIBLE.

           SELECT FSOMME ASSIGN TO "GENCTRL-SOMME.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOMME.

           SELECT FMANIF ASSIGN TO DYNAMIC WS-NOM-MANIFESTE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANIF.
       DATA DIVISION.
       FILE SECTION.
       FD     FCIBLE
              RECORDING MODE IS F.
       01 CIBLE-REG PIC X(256).

       FD     FSOMME
              RECORDING MODE IS F.
       01 SOMME-REG PIC X(120).

       FD     FMANIF
              RECORDING MODE IS F.
       COPY GENMANIF.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FCIBLE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOMME PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANIF PIC X(02) VALUE SPACES.

       01 WS-EOF-FCIBLE PIC X VALUE 'N'.
           88 WS-EOF-FCIBLE-REACHED VALUE 'Y'.
       01 WS-EOF-FMANIF PIC X VALUE 'N'.
           88 WS-EOF-FMANIF-REACHED VALUE 'Y'.
       01 WS-ENTREE-TROUVEE PIC X VALUE 'N'.
           88 WS-ENTREE-EST-TROUVEE VALUE 'O'.

       01 WS-NOM-GENERATION PIC X(50) VALUE SPACES.
       01 WS-NOM-MANIFESTE PIC X(40) VALUE SPACES.
       01 WS-COMMANDE PIC X(160).
       01 WS-TXT-CHECKSUM PIC X(12).
       01 WS-TXT-TAILLE PIC X(12).

       LINKAGE SECTION.
       01 LK-DEMANDE.
           05 LK-FONCTION PIC X(1).
           05 LK-FICHIER PIC X(40).
           05 LK-DATE PIC X(8).
       01 LK-REPONSE.
           05 LK-RETOUR PIC X(2).
           05 LK-MOTIF PIC X(40).
           05 LK-MESURE.
               10 LK-TAILLE PIC 9(10).
               10 LK-NB-ENREG PIC 9(8).
               10 LK-CHECKSUM PIC 9(10).
               10 LK-TRAILER PIC X(60).
           05 LK-ATTENDU.
               10 LK-ATT-TAILLE PIC 9(10).
               10 LK-ATT-NB-ENREG PIC 9(8).
               10 LK-ATT-CHECKSUM PIC 9(10).

       PROCEDURE DIVISION USING LK-DEMANDE, LK-REPONSE.
           MOVE '00' TO LK-RETOUR
           MOVE SPACES TO LK-MOTIF
           MOVE 0 TO LK-TAILLE LK-NB-ENREG LK-CHECKSUM
           MOVE SPACES TO LK-TRAILER
           MOVE 0 TO LK-ATT-TAILLE LK-ATT-NB-ENREG LK-ATT-CHECKSUM
           MOVE SPACES TO WS-NOM-GENERATION
           STRING LK-FICHIER DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               LK-DATE DELIMITED BY SIZE
               INTO WS-NOM-GENERATION

           PERFORM MESURER-GENERATION
           IF LK-RETOUR = '00' AND LK-FONCTION = 'V'
               PERFORM CONFRONTER-MANIFESTE
           END-IF
           GOBACK.

      *    TAILLE ET SOMME DE CONTROLE PAR cksum, PUIS RELECTURE
      *    POUR LE NOMBRE DE LIGNES ET LE DERNIER TRAILER 'TOTAL'
       MESURER-GENERATION.
           MOVE SPACES TO WS-COMMANDE
           STRING 'cksum ' DELIMITED BY SIZE
               WS-NOM-GENERATION DELIMITED BY SPACE
               ' > GENCTRL-SOMME.TMP 2>/dev/null' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               MOVE 0 TO RETURN-CODE
               MOVE '35' TO LK-RETOUR
               MOVE 'generation absente' TO LK-MOTIF
           ELSE
               OPEN INPUT FSOMME
               IF WS-STATUS-FSOMME = '00'
                   READ FSOMME
                       AT END CONTINUE
                       NOT AT END
                           MOVE SPACES TO WS-TXT-CHECKSUM
                               WS-TXT-TAILLE
                           UNSTRING SOMME-REG DELIMITED BY ALL SPACE
                               INTO WS-TXT-CHECKSUM WS-TXT-TAILLE
                           END-UNSTRING
                           MOVE FUNCTION NUMVAL(WS-TXT-CHECKSUM)
                               TO LK-CHECKSUM
                           MOVE FUNCTION NUMVAL(WS-TXT-TAILLE)
                               TO LK-TAILLE
                   END-READ
                   CLOSE FSOMME
               END-IF
               MOVE 'rm -f GENCTRL-SOMME.TMP' TO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
               MOVE 'N' TO WS-EOF-FCIBLE
               OPEN INPUT FCIBLE
               IF WS-STATUS-FCIBLE = '00'
                   PERFORM UNTIL WS-EOF-FCIBLE-REACHED
                       READ FCIBLE
                           AT END
                               SET WS-EOF-FCIBLE-REACHED TO TRUE
                           NOT AT END
                               ADD 1 TO LK-NB-ENREG
                               IF CIBLE-REG(1:5) = 'TOTAL'
                                   MOVE CIBLE-REG TO LK-TRAILER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FCIBLE
               END-IF
           END-IF.

      *    LA LIGNE DU MANIFESTE DU JOUR DE COPIE FAIT FOI : LE
      *    NOMBRE DE LIGNES PUIS LA TAILLE ET LA SOMME DE CONTROLE
      *    DOIVENT ETRE RETROUVES A L'IDENTIQUE
       CONFRONTER-MANIFESTE.
           MOVE SPACES TO WS-NOM-MANIFESTE
           STRING 'GENERATIONS-MANIFESTE.' DELIMITED BY SIZE
               LK-DATE DELIMITED BY SIZE
               INTO WS-NOM-MANIFESTE
           MOVE 'N' TO WS-ENTREE-TROUVEE
           MOVE 'N' TO WS-EOF-FMANIF
           OPEN INPUT FMANIF
           IF WS-STATUS-FMANIF = '00'
               PERFORM UNTIL WS-EOF-FMANIF-REACHED
                       OR WS-ENTREE-EST-TROUVEE
                   READ FMANIF
                       AT END
                           SET WS-EOF-FMANIF-REACHED TO TRUE
                       NOT AT END
                           IF MANIF-FICHIER = LK-FICHIER
                               SET WS-ENTREE-EST-TROUVEE TO TRUE
                               MOVE MANIF-TAILLE TO LK-ATT-TAILLE
                               MOVE MANIF-NB-ENREG TO LK-ATT-NB-ENREG
                               MOVE MANIF-CHECKSUM TO LK-ATT-CHECKSUM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMANIF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ENTREE-EST-TROUVEE
                   MOVE '10' TO LK-RETOUR
                   MOVE 'absente du manifeste' TO LK-MOTIF
               WHEN LK-NB-ENREG NOT = LK-ATT-NB-ENREG
                   MOVE '30' TO LK-RETOUR
                   MOVE 'nombre de lignes different' TO LK-MOTIF
               WHEN LK-TAILLE NOT = LK-ATT-TAILLE
                    OR LK-CHECKSUM NOT = LK-ATT-CHECKSUM
                   MOVE '20' TO LK-RETOUR
                   MOVE 'somme de controle differente' TO LK-MOTIF
           END-EVALUATE.
