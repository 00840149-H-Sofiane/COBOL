      * non nul pour que la chaine refuse de certifier un classement
      * incomplet : une moyenne sur cinq matieres au lieu de six ne
      * doit plus passer inapercue.
      * Quand le referentiel PROGRAMMES-CLASSES.txt est present, les
      * matieres attendues sont celles du programme de la classe de
      * l'eleve (les lignes 'M' sont alors ignorees) : une matiere
      * notee hors programme, un coefficient different de celui du
      * programme ou un nombre de notes inferieur au minimum du
      * trimestre part dans NOTES-MANQUANTES.txt. Le referentiel
      * est controle au chargement (coefficient, minimum, doublon,
      * enseignant connu de ENSEIGNANTS.txt et charge de la classe).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FELEVES.

           SELECT FPROGRAMME ASSIGN TO "PROGRAMMES-CLASSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPROGRAMME.

           SELECT FENSEIGNANTS ASSIGN TO "ENSEIGNANTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FENSEIGNANTS.

           SELECT FMANQUES ASSIGN TO "NOTES-MANQUANTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ELV-COEF PIC X(4).
              05 ELV-NOTE PIC X(5).

       FD     FPROGRAMME
              RECORDING MODE IS F.
       COPY PROGREC.

       FD     FENSEIGNANTS
              RECORDING MODE IS F.
       01 ENSEIGNANT-REG.
              05 ENS-CODE PIC X(4).
              05 FILLER PIC X(1).
              05 ENS-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 ENS-MATIERE PIC X(30).
              05 FILLER PIC X(1).
              05 ENS-CLASSES PIC X(23).

       FD     FMANQUES
              RECORDING MODE IS F.
       01 MANQUE-REG.
       WORKING-STORAGE SECTION.
       77 WS-STATUS-FEFFECTIFS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FELEVES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPROGRAMME PIC X(02) VALUE SPACES.
       77 WS-STATUS-FENSEIGNANTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANQUES PIC X(02) VALUE SPACES.

       01 WS-EOF-FEFFECTIFS PIC X VALUE 'N'.
           88 WS-EOF-FEFFECTIFS-REACHED VALUE 'Y'.
       01 WS-EOF-FELEVES PIC X VALUE 'N'.
           88 WS-EOF-FELEVES-REACHED VALUE 'Y'.
       01 WS-EOF-FPROGRAMME PIC X VALUE 'N'.
           88 WS-EOF-FPROGRAMME-REACHED VALUE 'Y'.
       01 WS-EOF-FENSEIGNANTS PIC X VALUE 'N'.
           88 WS-EOF-FENSEIGNANTS-REACHED VALUE 'Y'.

      * REFERENTIEL DES ENSEIGNANTS (CODE ET CLASSES CHARGEES)
       01 WS-NB-ENSEIGNANTS PIC 9(3) VALUE 0.
       01 WS-TABLE-ENSEIGNANTS.
           05 WS-ENS-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-ENS-IDX.
               10 WS-ENS-CODE PIC X(4).
               10 WS-ENS-CLASSES PIC X(23).

      * PROGRAMME PAR NIVEAU ; LE RANG EST LA POSITION DE LA
      * MATIERE DANS LE PROGRAMME DE SA CLASSE (COMPTEURS DE NOTES
      * DE L'ELEVE)
       01 WS-NB-PROGRAMME PIC 9(3) VALUE 0.
       01 WS-TABLE-PROGRAMME.
           05 WS-PRG-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PRG-IDX.
               10 WS-PRG-CLE.
                   15 WS-PRG-CLASSE PIC X(3).
                   15 WS-PRG-MATIERE PIC X(30).
               10 WS-PRG-COEF PIC 9(4).
               10 WS-PRG-MIN PIC 9(2).
               10 WS-PRG-RANG PIC 9(2).
               10 WS-PRG-NB-MANQUES PIC 9(4).
       01 WS-CLE-PROGRAMME.
           05 WS-CLE-PRG-CLASSE PIC X(3).
           05 WS-CLE-PRG-MATIERE PIC X(30).

      * REGISTRE DES INSCRITS ET DES MATIERES ATTENDUES
       01 WS-NB-INSCRITS PIC 9(3) VALUE 0.
               10 WS-INS-CLASSE PIC X(3).
               10 WS-INS-PRESENT PIC X(1).
               10 WS-INS-MAT-VUE OCCURS 10 TIMES PIC X(1).
               10 WS-INS-NB-NOTES OCCURS 15 TIMES PIC 9(2).
       01 WS-NB-MATIERES PIC 9(2) VALUE 0.
       01 WS-TABLE-MATIERES.
           05 WS-MAT-ATTENDUE OCCURS 10 TIMES.
       01 WS-IDX-COURANT PIC 9(3) VALUE 0.
       01 WS-IDX PIC 9(3).
       01 WS-NB-MANQUES PIC 9(5) VALUE 0.
       01 WS-NB-ANOMALIES-PROG PIC 9(5) VALUE 0.
       01 WS-NB-HORS-PROGRAMME PIC 9(5) VALUE 0.
       01 WS-NB-ECARTS-COEF PIC 9(5) VALUE 0.
       01 WS-K PIC 9(3).
       01 WS-RANG PIC 9(3).
       01 WS-NB-CLASSE PIC 9(3).
       01 WS-COEF-NOTE PIC 9(4).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(30).
       01 WS-NB-NOTES-EDIT PIC Z9.
       01 WS-MIN-EDIT PIC Z9.
       01 WS-NB-EDIT PIC ZZZZ9.
       01 WS-LIGNE PIC X(91).

       PROCEDURE DIVISION.
           OPEN OUTPUT FMANQUES.

      *    REFERENTIEL DES ENSEIGNANTS, POUR CONTROLER LES CODES DU
      *    PROGRAMME (FACULTATIF)
           OPEN INPUT FENSEIGNANTS.
           IF WS-STATUS-FENSEIGNANTS = '00'
               PERFORM UNTIL WS-EOF-FENSEIGNANTS-REACHED
                   READ FENSEIGNANTS
                       AT END
                           SET WS-EOF-FENSEIGNANTS-REACHED TO TRUE
                       NOT AT END
                           IF ENS-CODE NOT = SPACES
                              AND WS-NB-ENSEIGNANTS < 100
                               ADD 1 TO WS-NB-ENSEIGNANTS
                               MOVE ENS-CODE TO
                                   WS-ENS-CODE(WS-NB-ENSEIGNANTS)
                               MOVE ENS-CLASSES TO
                                   WS-ENS-CLASSES(WS-NB-ENSEIGNANTS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FENSEIGNANTS
           END-IF

      *    PROGRAMME PAR NIVEAU : S'IL EST ABSENT, LES LIGNES 'M' DU
      *    REGISTRE RESTENT LA LISTE DES MATIERES ATTENDUES
           OPEN INPUT FPROGRAMME.
           IF WS-STATUS-FPROGRAMME = '00'
               IF WS-NB-ENSEIGNANTS = 0
                   DISPLAY 'ENSEIGNANTS.txt absent - codes '
                       'enseignants du programme non controles'
               END-IF
               PERFORM UNTIL WS-EOF-FPROGRAMME-REACHED
                   READ FPROGRAMME
                       AT END
                           SET WS-EOF-FPROGRAMME-REACHED TO TRUE
                       NOT AT END
                           IF PROGRAMME-REG NOT = SPACES
                               PERFORM RETENIR-PROGRAMME
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPROGRAMME
           ELSE
               DISPLAY 'PROGRAMMES-CLASSES.txt absent - matieres '
                   'attendues selon les lignes M du registre'
           END-IF

      *    CHARGEMENT DU REGISTRE DES INSCRITS
           OPEN INPUT FEFFECTIFS.
           IF WS-STATUS-FEFFECTIFS NOT = '00'
                                       MOVE 'N' TO WS-INS-MAT-VUE
                                           (WS-NB-INSCRITS, WS-J)
                                   END-PERFORM
                                   PERFORM VARYING WS-J FROM 1 BY 1
                                           UNTIL WS-J > 15
                                       MOVE 0 TO WS-INS-NB-NOTES
                                           (WS-NB-INSCRITS, WS-J)
                                   END-PERFORM
                               END-IF
                           WHEN 'M'
                               IF WS-NB-MATIERES < 10
           CLOSE FELEVES.

      *    EDITION DES MANQUES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INSCRITS
               EVALUATE TRUE
                   WHEN WS-INS-PRESENT(WS-I) = 'N'
                       ADD 1 TO WS-NB-MANQUES
                       MOVE SPACES TO MANQUE-REG
                       MOVE WS-INS-CLASSE(WS-I) TO MANQUE-CLASSE
                       MOVE WS-INS-NOM(WS-I) TO MANQUE-NOM
                       MOVE 'ELEVE ABSENT DU FICHIER' TO MANQUE-MOTIF
                       WRITE MANQUE-REG
                   WHEN WS-NB-PROGRAMME > 0
                       PERFORM CONTROLER-NOMBRE-NOTES
                   WHEN OTHER
                       PERFORM VARYING WS-J FROM 1 BY 1
                               UNTIL WS-J > WS-NB-MATIERES
                           IF WS-INS-MAT-VUE(WS-I, WS-J) = 'N'
                               ADD 1 TO WS-NB-MANQUES
                               ADD 1 TO WS-MAT-NB-MANQUES(WS-J)
                               MOVE SPACES TO MANQUE-REG
                               MOVE WS-INS-CLASSE(WS-I)
                                   TO MANQUE-CLASSE
                               MOVE WS-INS-NOM(WS-I) TO MANQUE-NOM
                               MOVE WS-MAT-NOM(WS-J) TO MANQUE-MATIERE
                               MOVE 'NOTE MANQUANTE' TO MANQUE-MOTIF
                               WRITE MANQUE-REG
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM

      *    RECAPITULATIF PAR MATIERE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-PROGRAMME
               IF WS-PRG-NB-MANQUES(WS-K) > 0
                   MOVE SPACES TO WS-LIGNE
                   MOVE WS-PRG-NB-MANQUES(WS-K) TO WS-NB-EDIT
                   STRING 'MATIERE ' DELIMITED BY SIZE
                       WS-PRG-MATIERE(WS-K) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PRG-CLASSE(WS-K) DELIMITED BY SIZE
                       ' : ' DELIMITED BY SIZE
                       WS-NB-EDIT DELIMITED BY SIZE
                       ' NOTE(S) MANQUANTE(S)' DELIMITED BY SIZE
                       INTO WS-LIGNE
                   MOVE WS-LIGNE TO MANQUE-REG
                   WRITE MANQUE-REG
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-MATIERES
               IF WS-MAT-NB-MANQUES(WS-J) > 0
           DISPLAY 'Matieres attendues: ' WS-NB-MATIERES
           DISPLAY 'Manques detectes  : ' WS-NB-MANQUES
               ' (voir NOTES-MANQUANTES.txt)'
           IF WS-NB-PROGRAMME > 0
               DISPLAY 'Matieres au programme  : ' WS-NB-PROGRAMME
               DISPLAY 'Notes hors programme   : '
                   WS-NB-HORS-PROGRAMME
               DISPLAY 'Ecarts de coefficient  : ' WS-NB-ECARTS-COEF
           END-IF
           IF WS-NB-ANOMALIES-PROG > 0
               DISPLAY 'Anomalies du programme : '
                   WS-NB-ANOMALIES-PROG
           END-IF
           EVALUATE TRUE
               WHEN WS-NB-MANQUES > 0
                   DISPLAY 'Classement non certifiable : notes '
                       'manquantes'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-HORS-PROGRAMME > 0
                  OR WS-NB-ANOMALIES-PROG > 0
                   DISPLAY 'Classement non certifiable : notes ou '
                       'programme non conformes'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-ECARTS-COEF > 0
      *            LE PROGRAMME Eleves APPLIQUE LE COEFFICIENT DU
      *            PROGRAMME : ECART A CORRIGER, PAS BLOQUANT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *    CONTROLE D'UNE LIGNE DU PROGRAMME ; UNE LIGNE MAL FORMEE
      *    N'EST PAS RETENUE, UN ENSEIGNANT INCONNU OU NON CHARGE DE
      *    LA CLASSE EST SIGNALE SANS ECARTER LA MATIERE
       RETENIR-PROGRAMME.
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO WS-NB-CLASSE
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-PROGRAMME
               IF WS-PRG-CLASSE(WS-K) = PROG-CLASSE
                   ADD 1 TO WS-NB-CLASSE
                   IF WS-PRG-MATIERE(WS-K) = PROG-MATIERE
                       MOVE 'Y' TO WS-TROUVE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PROG-CLASSE = SPACES OR PROG-MATIERE = SPACES
                   MOVE 'PROGRAMME : LIGNE INCOMPLETE' TO WS-MOTIF
               WHEN PROG-COEF IS NOT NUMERIC OR PROG-COEF = '0000'
                   MOVE 'PROGRAMME : COEF. INVALIDE' TO WS-MOTIF
               WHEN PROG-MIN-NOTES IS NOT NUMERIC
                   MOVE 'PROGRAMME : MINIMUM INVALIDE' TO WS-MOTIF
               WHEN WS-EST-TROUVE
                   MOVE 'PROGRAMME : MATIERE EN DOUBLE' TO WS-MOTIF
               WHEN WS-NB-CLASSE >= 15
                   MOVE 'PROGRAMME : > 15 MATIERES' TO WS-MOTIF
               WHEN WS-NB-PROGRAMME >= 200
                   MOVE 'PROGRAMME : CAPACITE ATTEINTE' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               PERFORM SIGNALER-PROGRAMME
           ELSE
               ADD 1 TO WS-NB-PROGRAMME
               MOVE PROG-CLASSE TO WS-PRG-CLASSE(WS-NB-PROGRAMME)
               MOVE PROG-MATIERE TO WS-PRG-MATIERE(WS-NB-PROGRAMME)
               MOVE PROG-COEF TO WS-PRG-COEF(WS-NB-PROGRAMME)
               MOVE PROG-MIN-NOTES TO WS-PRG-MIN(WS-NB-PROGRAMME)
               COMPUTE WS-PRG-RANG(WS-NB-PROGRAMME) = WS-NB-CLASSE + 1
               MOVE 0 TO WS-PRG-NB-MANQUES(WS-NB-PROGRAMME)
               IF WS-NB-ENSEIGNANTS > 0
                   PERFORM CONTROLER-ENSEIGNANT
               END-IF
           END-IF.

       CONTROLER-ENSEIGNANT.
           MOVE 'N' TO WS-TROUVE
           SET WS-ENS-IDX TO 1
           SEARCH WS-ENS-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-ENS-CODE(WS-ENS-IDX) = PROG-ENSEIGNANT
                   MOVE 'Y' TO WS-TROUVE
           END-SEARCH
           IF NOT WS-EST-TROUVE OR PROG-ENSEIGNANT = SPACES
               MOVE 'PROGRAMME : ENSEIGNANT INCONNU' TO WS-MOTIF
               PERFORM SIGNALER-PROGRAMME
           ELSE
               MOVE 0 TO WS-K
               INSPECT WS-ENS-CLASSES(WS-ENS-IDX)
                   TALLYING WS-K FOR ALL PROG-CLASSE
               IF WS-K = 0
                   MOVE 'PROGRAMME : CLASSE NON CONFIEE'
                       TO WS-MOTIF
                   PERFORM SIGNALER-PROGRAMME
               END-IF
           END-IF.

       SIGNALER-PROGRAMME.
           ADD 1 TO WS-NB-ANOMALIES-PROG
           MOVE SPACES TO MANQUE-REG
           MOVE PROG-CLASSE TO MANQUE-CLASSE
           MOVE 'PROGRAMMES-CLASSES.txt' TO MANQUE-NOM
           MOVE PROG-MATIERE TO MANQUE-MATIERE
           MOVE WS-MOTIF TO MANQUE-MOTIF
           WRITE MANQUE-REG.

      *    NOMBRE DE NOTES DE L'ELEVE PAR MATIERE DU PROGRAMME DE SA
      *    CLASSE, CONFRONTE AU MINIMUM DU TRIMESTRE
       CONTROLER-NOMBRE-NOTES.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-PROGRAMME
               IF WS-PRG-CLASSE(WS-K) = WS-INS-CLASSE(WS-I)
                   MOVE WS-PRG-RANG(WS-K) TO WS-RANG
                   IF WS-INS-NB-NOTES(WS-I, WS-RANG) <
                      WS-PRG-MIN(WS-K)
                       ADD 1 TO WS-NB-MANQUES
                       ADD 1 TO WS-PRG-NB-MANQUES(WS-K)
                       MOVE SPACES TO MANQUE-REG
                       MOVE WS-INS-CLASSE(WS-I) TO MANQUE-CLASSE
                       MOVE WS-INS-NOM(WS-I) TO MANQUE-NOM
                       MOVE WS-PRG-MATIERE(WS-K) TO MANQUE-MATIERE
                       IF WS-INS-NB-NOTES(WS-I, WS-RANG) = 0
                           MOVE 'NOTE MANQUANTE' TO MANQUE-MOTIF
                       ELSE
                           MOVE WS-INS-NB-NOTES(WS-I, WS-RANG)
                               TO WS-NB-NOTES-EDIT
                           MOVE WS-PRG-MIN(WS-K) TO WS-MIN-EDIT
                           STRING 'NOTES INSUFFISANTES '
                               DELIMITED BY SIZE
                               WS-NB-NOTES-EDIT DELIMITED BY SIZE
                               '/' DELIMITED BY SIZE
                               WS-MIN-EDIT DELIMITED BY SIZE
                               INTO MANQUE-MOTIF
                       END-IF
                       WRITE MANQUE-REG
                   END-IF
               END-IF
           END-PERFORM.

      *    RETROUVE L'ELEVE INSCRIT (NOM + CLASSE) ET LE MARQUE
      *    PRESENT ; LES NOTES SUIVANTES POINTERONT SES MATIERES.
       POINTER-ELEVE.
      *    POINTE LA MATIERE ATTENDUE CORRESPONDANTE POUR L'ELEVE
      *    COURANT, SI LA NOTE EST EXPLOITABLE.
       POINTER-MATIERE.
           EVALUATE TRUE
               WHEN WS-IDX-COURANT = 0
                   CONTINUE
               WHEN WS-NB-PROGRAMME > 0
                   PERFORM CONFRONTER-PROGRAMME
               WHEN ELV-NOTE IS NUMERIC
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-MATIERES
                       IF WS-MAT-NOM(WS-J) = ELV-NOMMAT(1:28)
                           MOVE 'O' TO
                               WS-INS-MAT-VUE(WS-IDX-COURANT, WS-J)
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      *    LA NOTE DOIT PORTER SUR UNE MATIERE DU PROGRAMME DE LA
      *    CLASSE, AVEC LE COEFFICIENT DU PROGRAMME ; UNE NOTE
      *    EXPLOITABLE COMPTE POUR LE MINIMUM DU TRIMESTRE.
       CONFRONTER-PROGRAMME.
           MOVE WS-INS-CLASSE(WS-IDX-COURANT) TO WS-CLE-PRG-CLASSE
           MOVE ELV-NOMMAT TO WS-CLE-PRG-MATIERE
           MOVE 'N' TO WS-TROUVE
           SET WS-PRG-IDX TO 1
           SEARCH WS-PRG-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-PRG-CLE(WS-PRG-IDX) = WS-CLE-PROGRAMME
                   MOVE 'Y' TO WS-TROUVE
           END-SEARCH
           IF NOT WS-EST-TROUVE
               ADD 1 TO WS-NB-HORS-PROGRAMME
               MOVE 'MATIERE HORS PROGRAMME' TO WS-MOTIF
               PERFORM SIGNALER-NOTE
           ELSE
               MOVE 0 TO WS-COEF-NOTE
               IF ELV-COEF IS NUMERIC
                   MOVE ELV-COEF TO WS-COEF-NOTE
               END-IF
               IF WS-COEF-NOTE NOT = WS-PRG-COEF(WS-PRG-IDX)
                   ADD 1 TO WS-NB-ECARTS-COEF
                   MOVE 'COEF. DIFFERENT DU PROGRAMME' TO WS-MOTIF
                   PERFORM SIGNALER-NOTE
               END-IF
               IF ELV-NOTE IS NUMERIC
                   MOVE WS-PRG-RANG(WS-PRG-IDX) TO WS-RANG
                   ADD 1 TO WS-INS-NB-NOTES(WS-IDX-COURANT, WS-RANG)
               END-IF
           END-IF.

       SIGNALER-NOTE.
           MOVE SPACES TO MANQUE-REG
           MOVE WS-INS-CLASSE(WS-IDX-COURANT) TO MANQUE-CLASSE
           MOVE WS-INS-NOM(WS-IDX-COURANT) TO MANQUE-NOM
           MOVE ELV-NOMMAT TO MANQUE-MATIERE
           MOVE WS-MOTIF TO MANQUE-MOTIF
           WRITE MANQUE-REG.
