       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARLETTRE.
      * Lettres aux familles : les parents etaient prevenus par des
      * mots ecrits a la main. Ce batch edite, a l'adresse des
      * responsables legaux tenus dans RESPONSABLES.IDX (respmaj),
      * trois lots de courriers : l'avertissement d'absences pour
      * chaque eleve de ABSENCES-ALERTES.txt (LETTRES-PARENTS-
      * ABSENCES.txt), la lettre de resultats preoccupants avec la
      * moyenne et les matieres les plus faibles pour chaque eleve
      * de ELEVES-RISQUE.txt (LETTRES-PARENTS-RISQUE.txt), toutes
      * deux produites par le traitement Eleves, et la lettre de
      * decision de fin d'annee (ADMIS, EXAMEN, REDOUBLE) pour
      * chaque ligne de DECISIONS-PASSAGE.txt produit par promotion
      * (LETTRES-PARENTS-DECISIONS.txt). LETTRES-PARENTS-PARAM.txt
      * choisit le lot ('A', 'R' ou 'D' ; a blanc ou absent : les
      * trois, un fichier d'entree manquant faisant alors sauter
      * son lot). Chaque lot se termine par une page de controle
      * (eleves lus, lettres produites, eleves sans adresse) ; les
      * eleves sans responsable au fichier ou sans adresse
      * complete partent dans LETTRES-PARENTS-EXCEPTIONS.txt pour
      * que la scolarite complete le fichier.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "LETTRES-PARENTS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FALERTES ASSIGN TO "ABSENCES-ALERTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FALERTES.

           SELECT FRISQUE ASSIGN TO "ELEVES-RISQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRISQUE.

           SELECT FDECISIONS ASSIGN TO "DECISIONS-PASSAGE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECISIONS.

           SELECT FRESP ASSIGN TO "RESPONSABLES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESP-FILE-CLE
           FILE STATUS IS WS-STATUS-FRESP.

           SELECT FLETTRES ASSIGN TO DYNAMIC WS-NOM-LETTRES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLETTRES.

           SELECT FEXCEP ASSIGN TO "LETTRES-PARENTS-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-LOT PIC X(1).

      * MEME LIGNE QUE LE TRAITEMENT Eleves (TRAILER EN FIN)
       FD     FALERTES
              RECORDING MODE IS F.
       01 ALERTE-REG.
              05 ALERTE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 ALERTE-NUMERO PIC X(2).
              05 FILLER PIC X(1).
              05 ALERTE-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 ALERTE-TOTAL PIC 9(3).
              05 FILLER PIC X(1).
              05 ALERTE-NJ PIC 9(3).

       FD     FRISQUE
              RECORDING MODE IS F.
       01 RISQUE-REG.
              05 RISQUE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 RISQUE-NUMERO PIC X(2).
              05 FILLER PIC X(1).
              05 RISQUE-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 RISQUE-MOYENNE PIC 9(2)V99.
              05 FILLER PIC X(1).
              05 RISQUE-MAT1 PIC X(30).
              05 FILLER PIC X(1).
              05 RISQUE-NOTE1 PIC 9(2).
              05 FILLER PIC X(1).
              05 RISQUE-MAT2 PIC X(30).
              05 FILLER PIC X(1).
              05 RISQUE-NOTE2 PIC 9(2).

      * MEME LIGNE QUE promotion (TRAILER EN FIN)
       FD     FDECISIONS
              RECORDING MODE IS F.
       01 DECISION-REG.
              05 DECISION-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 DECISION-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 DECISION-PRENOM PIC X(25).
              05 FILLER PIC X(1).
              05 DECISION-MOYENNE PIC X(5).
              05 FILLER PIC X(1).
              05 DECISION-ABSENCES PIC X(3).
              05 FILLER PIC X(1).
              05 DECISION-VERDICT PIC X(8).
                  88 DECISION-ADMIS VALUE 'ADMIS'.
                  88 DECISION-EXAMEN VALUE 'EXAMEN'.
                  88 DECISION-REDOUBLE VALUE 'REDOUBLE'.

       FD     FRESP
              RECORDING MODE IS F.
       COPY RESPREC.

       FD     FLETTRES
              RECORDING MODE IS F.
       01 FLETTRES-REG PIC X(80).

       FD     FEXCEP
              RECORDING MODE IS F.
       01 EXCEP-REG.
              05 EXCEP-LOT PIC X(9).
              05 FILLER PIC X(1).
              05 EXCEP-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 EXCEP-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 EXCEP-MOTIF PIC X(35).
       01 EXCEP-TRAILER.
              05 EXCEP-TRAILER-LIB PIC X(20).
              05 EXCEP-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FALERTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRISQUE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECISIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRESP PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLETTRES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEP PIC X(02) VALUE SPACES.

       01 WS-EOF-FALERTES PIC X VALUE 'N'.
           88 WS-EOF-FALERTES-REACHED VALUE 'Y'.
       01 WS-EOF-FRISQUE PIC X VALUE 'N'.
           88 WS-EOF-FRISQUE-REACHED VALUE 'Y'.
       01 WS-EOF-FDECISIONS PIC X VALUE 'N'.
           88 WS-EOF-FDECISIONS-REACHED VALUE 'Y'.

      * LOT DEMANDE : 'A' ABSENCES, 'R' RISQUE, 'D' DECISIONS,
      * BLANC LES TROIS
       01 WS-LOT-DEMANDE PIC X(1) VALUE SPACE.
           88 WS-TOUS-LES-LOTS VALUE SPACE.
           88 WS-LOT-VALIDE VALUES 'A' 'R' 'D' ' '.
       01 WS-LOT PIC X(9).
       01 WS-NOM-LETTRES PIC X(40) VALUE SPACES.

      * RESPONSABLE DE L'ELEVE EN COURS
       01 WS-CLE-ELEVE.
           05 WS-CLE-NOM PIC X(25).
           05 WS-CLE-CLASSE PIC X(3).
       01 WS-RESP-TROUVE PIC X VALUE 'N'.
           88 WS-RESP-EST-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(35).

      * COMPTEURS DU LOT EN COURS, POUR LA PAGE DE CONTROLE
       01 WS-NB-LUS PIC 9(5) VALUE 0.
       01 WS-NB-LETTRES PIC 9(5) VALUE 0.
       01 WS-NB-SANS-ADRESSE PIC 9(5) VALUE 0.
       01 WS-NB-ADMIS PIC 9(5) VALUE 0.
       01 WS-NB-EXAMEN PIC 9(5) VALUE 0.
       01 WS-NB-REDOUBLE PIC 9(5) VALUE 0.
       01 WS-NB-EXCEPTIONS PIC 9(5) VALUE 0.
       01 WS-NB-LOTS PIC 9(1) VALUE 0.
       01 WS-NB-LOTS-ABSENTS PIC 9(1) VALUE 0.

       01 WS-RUN-DATE.
           05 WS-RUN-AAAA PIC X(4).
           05 WS-RUN-MM PIC X(2).
           05 WS-RUN-JJ PIC X(2).
           05 FILLER PIC X(13).
       01 WS-DATE-EDITEE.
           05 WS-DED-JJ PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DED-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-DED-AAAA PIC X(4).
       01 WS-MOYENNE-EDITEE PIC Z9,99.
       01 WS-NOTE-EDITEE PIC Z9.
       01 WS-NB-EDITE PIC ZZZZ9.
       01 WS-NB-EDITE2 PIC ZZZZ9.
       01 WS-LIGNE PIC X(80).

       PROCEDURE DIVISION.
      *    LOT DEMANDE (DEFAUT : LES TROIS)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARAM-LOT TO WS-LOT-DEMANDE
               END-READ
               CLOSE FPARAM
           END-IF
           IF NOT WS-LOT-VALIDE
               DISPLAY 'LETTRES-PARENTS-PARAM.txt : lot inconnu '
                   WS-LOT-DEMANDE ' (A, R, D ou blanc attendu)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    FICHIER DES RESPONSABLES : OBLIGATOIRE, SANS LUI AUCUNE
      *    LETTRE N'A DE DESTINATAIRE
           OPEN INPUT FRESP.
           IF WS-STATUS-FRESP NOT = '00'
               DISPLAY 'RESPONSABLES.IDX non disponible - code '
                   'statut ' WS-STATUS-FRESP
               DISPLAY 'Executer respmaj avant parlettre'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-JJ TO WS-DED-JJ
           MOVE WS-RUN-MM TO WS-DED-MM
           MOVE WS-RUN-AAAA TO WS-DED-AAAA
           OPEN OUTPUT FEXCEP.

           IF WS-TOUS-LES-LOTS OR WS-LOT-DEMANDE = 'A'
               PERFORM TRAITER-ABSENCES
           END-IF
           IF WS-TOUS-LES-LOTS OR WS-LOT-DEMANDE = 'R'
               PERFORM TRAITER-RISQUE
           END-IF
           IF WS-TOUS-LES-LOTS OR WS-LOT-DEMANDE = 'D'
               PERFORM TRAITER-DECISIONS
           END-IF

           MOVE SPACES TO EXCEP-TRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO EXCEP-TRAILER-LIB
           MOVE WS-NB-EXCEPTIONS TO EXCEP-TRAILER-NB
           WRITE EXCEP-TRAILER
           CLOSE FEXCEP.
           CLOSE FRESP.

           DISPLAY 'Lots edites             : ' WS-NB-LOTS
           DISPLAY 'Eleves sans adresse     : ' WS-NB-EXCEPTIONS
               ' (voir LETTRES-PARENTS-EXCEPTIONS.txt)'
           EVALUATE TRUE
               WHEN WS-NB-LOTS = 0
                   DISPLAY 'Aucun fichier d entree disponible'
                   MOVE 16 TO RETURN-CODE
               WHEN NOT WS-TOUS-LES-LOTS AND WS-NB-LOTS-ABSENTS > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NB-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *    AVERTISSEMENT D'ABSENCES, UN PAR ELEVE EN ALERTE
       TRAITER-ABSENCES.
           MOVE 'ABSENCES' TO WS-LOT
           OPEN INPUT FALERTES.
           IF WS-STATUS-FALERTES NOT = '00'
               DISPLAY 'ABSENCES-ALERTES.txt non disponible - lot '
                   'des absences non edite'
               ADD 1 TO WS-NB-LOTS-ABSENTS
           ELSE
               MOVE 'LETTRES-PARENTS-ABSENCES.txt' TO WS-NOM-LETTRES
               PERFORM OUVRIR-LOT
               PERFORM UNTIL WS-EOF-FALERTES-REACHED
                   READ FALERTES
                       AT END
                           SET WS-EOF-FALERTES-REACHED TO TRUE
                       NOT AT END
      *                    LA DERNIERE LIGNE EST LE TRAILER
                           IF ALERTE-NUMERO IS NUMERIC
                               ADD 1 TO WS-NB-LUS
                               MOVE ALERTE-NOM TO WS-CLE-NOM
                               MOVE ALERTE-CLASSE TO WS-CLE-CLASSE
                               PERFORM LIRE-RESPONSABLE
                               IF WS-RESP-EST-TROUVE
                                   PERFORM EDITER-LETTRE-ABSENCES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALERTES
               PERFORM ECRIRE-PAGE-CONTROLE
           END-IF.

      *    RESULTATS PREOCCUPANTS, UN PAR ELEVE SOUS LE SEUIL DE
      *    RISQUE
       TRAITER-RISQUE.
           MOVE 'RISQUE' TO WS-LOT
           OPEN INPUT FRISQUE.
           IF WS-STATUS-FRISQUE NOT = '00'
               DISPLAY 'ELEVES-RISQUE.txt non disponible - lot '
                   'des resultats non edite'
               ADD 1 TO WS-NB-LOTS-ABSENTS
           ELSE
               MOVE 'LETTRES-PARENTS-RISQUE.txt' TO WS-NOM-LETTRES
               PERFORM OUVRIR-LOT
               PERFORM UNTIL WS-EOF-FRISQUE-REACHED
                   READ FRISQUE
                       AT END
                           SET WS-EOF-FRISQUE-REACHED TO TRUE
                       NOT AT END
                           IF RISQUE-NUMERO IS NUMERIC
                               ADD 1 TO WS-NB-LUS
                               MOVE RISQUE-NOM TO WS-CLE-NOM
                               MOVE RISQUE-CLASSE TO WS-CLE-CLASSE
                               PERFORM LIRE-RESPONSABLE
                               IF WS-RESP-EST-TROUVE
                                   PERFORM EDITER-LETTRE-RISQUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRISQUE
               PERFORM ECRIRE-PAGE-CONTROLE
           END-IF.

      *    DECISION DE FIN D'ANNEE, UNE PAR ELEVE DECIDE
       TRAITER-DECISIONS.
           MOVE 'DECISION' TO WS-LOT
           OPEN INPUT FDECISIONS.
           IF WS-STATUS-FDECISIONS NOT = '00'
               DISPLAY 'DECISIONS-PASSAGE.txt non disponible - lot '
                   'des decisions non edite'
               ADD 1 TO WS-NB-LOTS-ABSENTS
           ELSE
               MOVE 'LETTRES-PARENTS-DECISIONS.txt' TO WS-NOM-LETTRES
               PERFORM OUVRIR-LOT
               PERFORM UNTIL WS-EOF-FDECISIONS-REACHED
                   READ FDECISIONS
                       AT END
                           SET WS-EOF-FDECISIONS-REACHED TO TRUE
                       NOT AT END
                           IF DECISION-ADMIS OR DECISION-EXAMEN
                              OR DECISION-REDOUBLE
                               ADD 1 TO WS-NB-LUS
                               MOVE DECISION-NOM TO WS-CLE-NOM
                               MOVE DECISION-CLASSE TO WS-CLE-CLASSE
                               PERFORM LIRE-RESPONSABLE
                               IF WS-RESP-EST-TROUVE
                                   PERFORM EDITER-LETTRE-DECISION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDECISIONS
               PERFORM ECRIRE-PAGE-CONTROLE
           END-IF.

       OUVRIR-LOT.
           ADD 1 TO WS-NB-LOTS
           MOVE 0 TO WS-NB-LUS WS-NB-LETTRES WS-NB-SANS-ADRESSE
           MOVE 0 TO WS-NB-ADMIS WS-NB-EXAMEN WS-NB-REDOUBLE
           OPEN OUTPUT FLETTRES.

      *    LECTURE DU RESPONSABLE PAR NOM + CLASSE DE L'ELEVE ; UN
      *    ELEVE ABSENT DU FICHIER OU SANS ADRESSE COMPLETE PART EN
      *    EXCEPTION
       LIRE-RESPONSABLE.
           MOVE 'N' TO WS-RESP-TROUVE
           MOVE SPACES TO WS-MOTIF
           MOVE WS-CLE-ELEVE TO RESP-FILE-CLE
           READ FRESP
               INVALID KEY
                   MOVE 'Responsable absent du fichier'
                       TO WS-MOTIF
               NOT INVALID KEY
                   IF RESP-FILE-NOM = SPACES
                      OR RESP-FILE-ADRESSE1 = SPACES
                      OR RESP-FILE-CP IS NOT NUMERIC
                       MOVE 'Adresse du responsable incomplete'
                           TO WS-MOTIF
                   ELSE
                       MOVE 'Y' TO WS-RESP-TROUVE
                   END-IF
           END-READ
           IF NOT WS-RESP-EST-TROUVE
               ADD 1 TO WS-NB-SANS-ADRESSE
               ADD 1 TO WS-NB-EXCEPTIONS
               MOVE SPACES TO EXCEP-REG
               MOVE WS-LOT TO EXCEP-LOT
               MOVE WS-CLE-CLASSE TO EXCEP-CLASSE
               MOVE WS-CLE-NOM TO EXCEP-NOM
               MOVE WS-MOTIF TO EXCEP-MOTIF
               WRITE EXCEP-REG
           END-IF.

      *    EN-TETE COMMUN : TITRE, BLOC DESTINATAIRE, DATE, ELEVE
       EDITER-EN-TETE.
           ADD 1 TO WS-NB-LETTRES
           MOVE ALL '=' TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           MOVE WS-LIGNE TO FLETTRES-REG(11:70)
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE RESP-FILE-NOM TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           MOVE RESP-FILE-ADRESSE1 TO FLETTRES-REG
           WRITE FLETTRES-REG
           IF RESP-FILE-ADRESSE2 NOT = SPACES
               MOVE SPACES TO FLETTRES-REG
               MOVE RESP-FILE-ADRESSE2 TO FLETTRES-REG
               WRITE FLETTRES-REG
           END-IF
           MOVE SPACES TO FLETTRES-REG
           STRING RESP-FILE-CP DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               RESP-FILE-VILLE DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           STRING 'Le ' DELIMITED BY SIZE
               WS-DATE-EDITEE DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           STRING 'Eleve  : ' DELIMITED BY SIZE
               WS-CLE-NOM DELIMITED BY '  '
               ' (classe ' DELIMITED BY SIZE
               WS-CLE-CLASSE DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE 'Madame, Monsieur,' TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG.

       EDITER-LETTRE-ABSENCES.
           MOVE 'AVERTISSEMENT D ABSENCES' TO WS-LIGNE
           PERFORM EDITER-EN-TETE
           MOVE ALERTE-TOTAL TO WS-NB-EDITE
           MOVE ALERTE-NJ TO WS-NB-EDITE2
           MOVE SPACES TO FLETTRES-REG
           STRING 'Votre enfant totalise ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               ' absence(s), dont' DELIMITED BY SIZE
               WS-NB-EDITE2 DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE 'non justifiee(s), au-dela du seuil fixe par l ecole.'
               TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           STRING 'Nous vous remercions de justifier ces absences '
               DELIMITED BY SIZE
               'aupres du secretariat' DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE 'et de veiller a l assiduite de votre enfant.'
               TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG.

       EDITER-LETTRE-RISQUE.
           MOVE 'RESULTATS SCOLAIRES PREOCCUPANTS' TO WS-LIGNE
           PERFORM EDITER-EN-TETE
           MOVE RISQUE-MOYENNE TO WS-MOYENNE-EDITEE
           MOVE SPACES TO FLETTRES-REG
           STRING 'La moyenne generale de votre enfant est de '
               DELIMITED BY SIZE
               WS-MOYENNE-EDITEE DELIMITED BY SIZE
               ' / 20.' DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           IF RISQUE-MAT1 NOT = SPACES
               MOVE 'Matieres les plus faibles :' TO FLETTRES-REG
               WRITE FLETTRES-REG
               MOVE RISQUE-NOTE1 TO WS-NOTE-EDITEE
               MOVE SPACES TO FLETTRES-REG
               STRING '  - ' DELIMITED BY SIZE
                   RISQUE-MAT1 DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-NOTE-EDITEE DELIMITED BY SIZE
                   ' / 20' DELIMITED BY SIZE
                   INTO FLETTRES-REG
               WRITE FLETTRES-REG
           END-IF
           IF RISQUE-MAT2 NOT = SPACES
               MOVE RISQUE-NOTE2 TO WS-NOTE-EDITEE
               MOVE SPACES TO FLETTRES-REG
               STRING '  - ' DELIMITED BY SIZE
                   RISQUE-MAT2 DELIMITED BY SIZE
                   ' : ' DELIMITED BY SIZE
                   WS-NOTE-EDITEE DELIMITED BY SIZE
                   ' / 20' DELIMITED BY SIZE
                   INTO FLETTRES-REG
               WRITE FLETTRES-REG
           END-IF
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           STRING 'Nous vous proposons de prendre rendez-vous avec '
               DELIMITED BY SIZE
               'l enseignant de la' DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE 'classe pour convenir ensemble d un soutien.'
               TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG.

       EDITER-LETTRE-DECISION.
           MOVE 'DECISION DE FIN D ANNEE' TO WS-LIGNE
           PERFORM EDITER-EN-TETE
           MOVE SPACES TO FLETTRES-REG
           STRING 'Moyenne annuelle : ' DELIMITED BY SIZE
               DECISION-MOYENNE DELIMITED BY SIZE
               ' / 20     Absences : ' DELIMITED BY SIZE
               DECISION-ABSENCES DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           STRING 'Decision du conseil des maitres : '
               DELIMITED BY SIZE
               DECISION-VERDICT DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           EVALUATE TRUE
               WHEN DECISION-ADMIS
                   ADD 1 TO WS-NB-ADMIS
                   STRING 'Votre enfant est admis dans la classe '
                       DELIMITED BY SIZE
                       'superieure a la rentree.' DELIMITED BY SIZE
                       INTO FLETTRES-REG
                   WRITE FLETTRES-REG
               WHEN DECISION-EXAMEN
                   ADD 1 TO WS-NB-EXAMEN
                   STRING 'Votre enfant devra se presenter a l examen '
                       DELIMITED BY SIZE
                       'de passage ; la' DELIMITED BY SIZE
                       INTO FLETTRES-REG
                   WRITE FLETTRES-REG
                   MOVE SPACES TO FLETTRES-REG
                   MOVE 'date vous sera communiquee par le secretariat.'
                       TO FLETTRES-REG
                   WRITE FLETTRES-REG
               WHEN DECISION-REDOUBLE
                   ADD 1 TO WS-NB-REDOUBLE
                   STRING 'Votre enfant redoublera sa classe a la '
                       DELIMITED BY SIZE
                       'rentree. L equipe' DELIMITED BY SIZE
                       INTO FLETTRES-REG
                   WRITE FLETTRES-REG
                   MOVE SPACES TO FLETTRES-REG
                   STRING 'enseignante se tient a votre disposition '
                       DELIMITED BY SIZE
                       'pour en parler.' DELIMITED BY SIZE
                       INTO FLETTRES-REG
                   WRITE FLETTRES-REG
           END-EVALUATE
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG.

      *    PAGE DE CONTROLE DU LOT : TOUT ELEVE LU A SA LETTRE OU SA
      *    LIGNE D'EXCEPTION
       ECRIRE-PAGE-CONTROLE.
           MOVE ALL '=' TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           STRING 'PAGE DE CONTROLE - LETTRES AUX FAMILLES - LOT '
               DELIMITED BY SIZE
               WS-LOT DELIMITED BY SPACE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           STRING 'Edite le ' DELIMITED BY SIZE
               WS-DATE-EDITEE DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE WS-NB-LUS TO WS-NB-EDITE
           STRING 'Eleves lus          : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           MOVE WS-NB-LETTRES TO WS-NB-EDITE
           STRING 'Lettres produites   : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           IF WS-LOT = 'DECISION'
               MOVE SPACES TO FLETTRES-REG
               MOVE WS-NB-ADMIS TO WS-NB-EDITE
               STRING '  dont ADMIS        : ' DELIMITED BY SIZE
                   WS-NB-EDITE DELIMITED BY SIZE
                   INTO FLETTRES-REG
               WRITE FLETTRES-REG
               MOVE SPACES TO FLETTRES-REG
               MOVE WS-NB-EXAMEN TO WS-NB-EDITE
               STRING '  dont EXAMEN       : ' DELIMITED BY SIZE
                   WS-NB-EDITE DELIMITED BY SIZE
                   INTO FLETTRES-REG
               WRITE FLETTRES-REG
               MOVE SPACES TO FLETTRES-REG
               MOVE WS-NB-REDOUBLE TO WS-NB-EDITE
               STRING '  dont REDOUBLE     : ' DELIMITED BY SIZE
                   WS-NB-EDITE DELIMITED BY SIZE
                   INTO FLETTRES-REG
               WRITE FLETTRES-REG
           END-IF
           MOVE SPACES TO FLETTRES-REG
           MOVE WS-NB-SANS-ADRESSE TO WS-NB-EDITE
           STRING 'Eleves sans adresse : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               ' (voir LETTRES-PARENTS-EXCEPTIONS.txt)'
               DELIMITED BY SIZE
               INTO FLETTRES-REG
           WRITE FLETTRES-REG
           MOVE SPACES TO FLETTRES-REG
           IF WS-NB-LUS = WS-NB-LETTRES + WS-NB-SANS-ADRESSE
               MOVE 'Controle lus = lettres + sans adresse : OK'
                   TO FLETTRES-REG
           ELSE
               MOVE 'Controle lus = lettres + sans adresse : ECART'
                   TO FLETTRES-REG
           END-IF
           WRITE FLETTRES-REG
           MOVE ALL '=' TO FLETTRES-REG
           WRITE FLETTRES-REG
           CLOSE FLETTRES
           DISPLAY 'Lot ' WS-LOT ' : ' WS-NB-LETTRES
               ' lettre(s), ' WS-NB-SANS-ADRESSE ' sans adresse'.
