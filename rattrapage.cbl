       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATTRAPAGE.
      * Session de rattrapage des eleves envoyes a l'examen par
      * promotion : les notes de rattrapage et la decision finale
      * se traitaient sur papier et EFFECTIFS-SUIVANT.txt etait
      * corrige a la main. Les notes de RATTRAPAGE-TRANSACTIONS.txt
      * (nom, prenom, classe, matiere, coefficient, note) sont
      * controlees comme dans ELEVMAJ (note numerique 0-20, matiere
      * non vide, une seule note par matiere) et l'eleve doit etre
      * en EXAMEN dans DECISIONS-PASSAGE.txt ; les autres partent
      * dans RATTRAPAGE-REJETS.txt. La moyenne ponderee de
      * rattrapage est combinee a la moyenne de l'annee selon la
      * regle de RATTRAPAGE-PARAM.txt ('P' ponderation avec le
      * poids de l'annee en pourcentage, 'M' meilleure des deux,
      * 'R' rattrapage seul ; seuil d'admission ; defaut P 50 %
      * et 10) : ADMIS au seuil, REDOUBLE en dessous. Les decisions
      * sont reportees dans DECISIONS-PASSAGE.txt, les admis passent
      * dans la classe suivante (CLASSES-SUIVANTES.txt) dans
      * EFFECTIFS-SUIVANT.txt, et chaque decision changee est tracee
      * dans RATTRAPAGE-AUDIT.txt. Un eleve en EXAMEN sans aucune
      * note reste en EXAMEN et est signale.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "RATTRAPAGE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSUIVANTES ASSIGN TO "CLASSES-SUIVANTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVANTES.

           SELECT FDECISIONS ASSIGN TO "DECISIONS-PASSAGE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECISIONS.

           SELECT FDECISIONSN ASSIGN TO "DECISIONS-PASSAGE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECISIONSN.

           SELECT FTRANS ASSIGN TO "RATTRAPAGE-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FSUIVANT ASSIGN TO "EFFECTIFS-SUIVANT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVANT.

           SELECT FSUIVANTN ASSIGN TO "EFFECTIFS-SUIVANT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVANTN.

           SELECT FAUDIT ASSIGN TO "RATTRAPAGE-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "RATTRAPAGE-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-REGLE PIC X(1).
              05 FILLER PIC X(1).
              05 PARAM-POIDS-ANNEE PIC 9(3).
              05 FILLER PIC X(1).
              05 PARAM-SEUIL PIC 9(2)V99.

       FD     FSUIVANTES
              RECORDING MODE IS F.
       01 SUIVANTE-REG.
              05 SUIVANTE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANTE-CIBLE PIC X(3).

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
              05 DECISION-MOYENNE.
                  10 DECISION-MOY-ENT PIC 9(2).
                  10 FILLER PIC X(1).
                  10 DECISION-MOY-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 DECISION-ABSENCES PIC X(3).
              05 FILLER PIC X(1).
              05 DECISION-VERDICT PIC X(8).

       FD     FDECISIONSN
              RECORDING MODE IS F.
       01 DECISIONN-REG.
              05 FILLER PIC X(66).
              05 DECISIONN-VERDICT PIC X(8).

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-CLE.
                  10 TRANS-NOM PIC X(25).
                  10 TRANS-PRENOM PIC X(25).
                  10 TRANS-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 TRANS-NOMMAT PIC X(30).
              05 FILLER PIC X(1).
              05 TRANS-COEF PIC X(4).
              05 FILLER PIC X(1).
              05 TRANS-NOTE PIC X(5).

       FD     FSUIVANT
              RECORDING MODE IS F.
       01 SUIVANT-REG.
              05 SUIVANT-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SUIVANT-NOM PIC X(25).
              05 SUIVANT-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANT-GENRE PIC X(1).

       FD     FSUIVANTN
              RECORDING MODE IS F.
       01 SUIVANTN-REG.
              05 SUIVANTN-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SUIVANTN-NOM PIC X(25).
              05 SUIVANTN-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANTN-GENRE PIC X(1).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 AUDIT-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 AUDIT-PRENOM PIC X(25).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(8).
              05 AUDIT-FLECHE PIC X(4).
              05 AUDIT-APRES PIC X(8).
              05 FILLER PIC X(1).
              05 AUDIT-MOY-ANNEE PIC 9(2),99.
              05 FILLER PIC X(1).
              05 AUDIT-MOY-RATTRAPAGE PIC 9(2),99.
              05 FILLER PIC X(1).
              05 AUDIT-MOY-RETENUE PIC 9(2),99.
              05 FILLER PIC X(1).
              05 AUDIT-CLASSE-SUIVANTE PIC X(3).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 REJET-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 REJET-NOMMAT PIC X(30).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(40).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVANTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECISIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECISIONSN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVANT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVANTN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FSUIVANTES PIC X VALUE 'N'.
           88 WS-EOF-FSUIVANTES-REACHED VALUE 'Y'.
       01 WS-EOF-FDECISIONS PIC X VALUE 'N'.
           88 WS-EOF-FDECISIONS-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.
       01 WS-EOF-FSUIVANT PIC X VALUE 'N'.
           88 WS-EOF-FSUIVANT-REACHED VALUE 'Y'.

      * REGLE DE COMBINAISON (DEFAUT : PONDERATION 50 / 50, ADMIS
      * A 10 COMME promotion)
       01 WS-REGLE PIC X(1) VALUE 'P'.
           88 WS-REGLE-PONDEREE VALUE 'P'.
           88 WS-REGLE-MEILLEURE VALUE 'M'.
           88 WS-REGLE-RATTRAPAGE VALUE 'R'.
       01 WS-POIDS-ANNEE PIC 9(3) VALUE 50.
       01 WS-POIDS-RATTRAPAGE PIC 9(3) VALUE 50.
       01 WS-SEUIL-ADMIS PIC 9(2)V99 VALUE 10.

      * BAREME CLASSE -> CLASSE SUIVANTE
       01 WS-NB-SUIVANTES PIC 9(2) VALUE 0.
       01 WS-TABLE-SUIVANTES.
           05 WS-SUIV-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-SUIV-IDX.
               10 WS-SUIV-CLASSE PIC X(3).
               10 WS-SUIV-CIBLE PIC X(3).

      * ELEVES EN EXAMEN ET CUMUL DE LEURS NOTES DE RATTRAPAGE
       01 WS-NB-EXAMEN PIC 9(4) VALUE 0.
       01 WS-TABLE-EXAMEN.
           05 WS-EX-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-EX-IDX.
               10 WS-EX-CLE.
                   15 WS-EX-NOM PIC X(25).
                   15 WS-EX-PRENOM PIC X(25).
                   15 WS-EX-CLASSE PIC X(3).
               10 WS-EX-MOY-ANNEE PIC 9(2)V99.
               10 WS-EX-TOTAL-POINTS PIC 9(5)V99.
               10 WS-EX-TOTAL-COEF PIC 9(4)V99.
               10 WS-EX-NB-NOTES PIC 9(2).
               10 WS-EX-VERDICT PIC X(8).
               10 WS-EX-CIBLE PIC X(3).
               10 WS-EX-BASCULE PIC X(1).

      * MATIERES DEJA NOTEES (ELEVE + MATIERE), CONTRE LES DOUBLONS
       01 WS-NB-NOTES PIC 9(4) VALUE 0.
       01 WS-TABLE-NOTES.
           05 WS-NOTE-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-NOTE-IDX.
               10 WS-NOTE-ELEVE PIC 9(4).
               10 WS-NOTE-NOMMAT PIC X(30).

       01 WS-CLE-ELEVE.
           05 WS-CLE-NOM PIC X(25).
           05 WS-CLE-CLASSE PIC X(3).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(40) VALUE SPACES.
       01 WS-NOTE-NUM PIC 9(2)V99.
       01 WS-COEF-NUM PIC 9(2)V99.
       01 WS-MOY-RATTRAPAGE PIC 9(2)V99.
       01 WS-MOY-RETENUE PIC 9(2)V99.
       01 WS-I PIC 9(4).
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-NB-ADMIS PIC 9(4) VALUE 0.
       01 WS-NB-REDOUBLE PIC 9(4) VALUE 0.
       01 WS-NB-SANS-NOTE PIC 9(4) VALUE 0.
       01 WS-NB-SANS-BAREME PIC 9(4) VALUE 0.
       01 WS-NB-HORS-REGISTRE PIC 9(4) VALUE 0.
       01 WS-NB-CHANGEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'E'
      *    (SCOLARITE) EXIGE AVANT TOUTE ACTION
           MOVE 'rattrapage' TO WS-OA-PROGRAMME
           MOVE 'E' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a rattrapage (role E, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

      *    REGLE DE COMBINAISON ET SEUIL D'ADMISSION
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-REGLE = 'P' OR PARAM-REGLE = 'M'
                          OR PARAM-REGLE = 'R'
                           MOVE PARAM-REGLE TO WS-REGLE
                       END-IF
                       IF PARAM-POIDS-ANNEE IS NUMERIC
                          AND PARAM-POIDS-ANNEE <= 100
                           MOVE PARAM-POIDS-ANNEE TO WS-POIDS-ANNEE
                           SUBTRACT WS-POIDS-ANNEE FROM 100
                               GIVING WS-POIDS-RATTRAPAGE
                       END-IF
                       IF PARAM-SEUIL IS NUMERIC
                          AND PARAM-SEUIL > 0
                           MOVE PARAM-SEUIL TO WS-SEUIL-ADMIS
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    BAREME DES CLASSES SUIVANTES : OBLIGATOIRE, COMME POUR
      *    LA BASCULE DE promotion
           OPEN INPUT FSUIVANTES.
           IF WS-STATUS-FSUIVANTES NOT = '00'
               DISPLAY 'CLASSES-SUIVANTES.txt non disponible - code '
                   'statut ' WS-STATUS-FSUIVANTES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FSUIVANTES-REACHED
               READ FSUIVANTES
                   AT END
                       SET WS-EOF-FSUIVANTES-REACHED TO TRUE
                   NOT AT END
                       IF SUIVANTE-CLASSE NOT = SPACES
                          AND WS-NB-SUIVANTES < 50
                           ADD 1 TO WS-NB-SUIVANTES
                           MOVE SUIVANTE-CLASSE
                               TO WS-SUIV-CLASSE(WS-NB-SUIVANTES)
                           MOVE SUIVANTE-CIBLE
                               TO WS-SUIV-CIBLE(WS-NB-SUIVANTES)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSUIVANTES.

      *    ELEVES ENVOYES A L'EXAMEN PAR promotion
           OPEN INPUT FDECISIONS.
           IF WS-STATUS-FDECISIONS NOT = '00'
               DISPLAY 'DECISIONS-PASSAGE.txt non disponible - code '
                   'statut ' WS-STATUS-FDECISIONS
               DISPLAY 'Executer promotion avant rattrapage'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FDECISIONS-REACHED
               READ FDECISIONS
                   AT END
                       SET WS-EOF-FDECISIONS-REACHED TO TRUE
                   NOT AT END
                       IF DECISION-VERDICT = 'EXAMEN'
                           PERFORM RETENIR-EXAMEN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDECISIONS.

      *    CONTROLE ET CUMUL DES NOTES DE RATTRAPAGE
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'RATTRAPAGE-TRANSACTIONS.txt non disponible - '
                   'code statut ' WS-STATUS-FTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FTRANS-REACHED
               READ FTRANS
                   AT END
                       SET WS-EOF-FTRANS-REACHED TO TRUE
                   NOT AT END
                       PERFORM CONTROLER-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE FTRANS.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETEES TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    DECISION FINALE DE CHAQUE ELEVE EN EXAMEN
           OPEN OUTPUT FAUDIT.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-EXAMEN
               PERFORM DECIDER-ELEVE
           END-PERFORM
           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL CHANGEES : ' TO AUDIT-TRAILER-LIB
           MOVE WS-NB-CHANGEES TO AUDIT-TRAILER-NB
           WRITE AUDIT-TRAILER
           CLOSE FAUDIT.

      *    REPORT DES DECISIONS DANS DECISIONS-PASSAGE.txt
           IF WS-NB-CHANGEES > 0
               PERFORM REECRIRE-DECISIONS
               PERFORM REECRIRE-EFFECTIFS
           END-IF

           DISPLAY 'Eleves en EXAMEN        : ' WS-NB-EXAMEN
           DISPLAY 'Notes acceptees         : ' WS-NB-ACCEPTEES
           DISPLAY 'Notes rejetees          : ' WS-NB-REJETEES
               ' (voir RATTRAPAGE-REJETS.txt)'
           DISPLAY 'ADMIS apres rattrapage  : ' WS-NB-ADMIS
           DISPLAY 'REDOUBLE                : ' WS-NB-REDOUBLE
           DISPLAY 'Decisions changees      : ' WS-NB-CHANGEES
               ' (voir RATTRAPAGE-AUDIT.txt)'
           DISPLAY 'Sans note (EXAMEN)      : ' WS-NB-SANS-NOTE
           DISPLAY 'Classes sans bareme     : ' WS-NB-SANS-BAREME
           DISPLAY 'Admis hors registre     : ' WS-NB-HORS-REGISTRE
           EVALUATE TRUE
               WHEN WS-NB-REJETEES > 0 OR WS-NB-SANS-BAREME > 0
                    OR WS-NB-HORS-REGISTRE > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NB-SANS-NOTE > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       RETENIR-EXAMEN.
           IF WS-NB-EXAMEN < 500
               ADD 1 TO WS-NB-EXAMEN
               MOVE DECISION-NOM TO WS-EX-NOM(WS-NB-EXAMEN)
               MOVE DECISION-PRENOM TO WS-EX-PRENOM(WS-NB-EXAMEN)
               MOVE DECISION-CLASSE TO WS-EX-CLASSE(WS-NB-EXAMEN)
               IF DECISION-MOY-ENT IS NUMERIC
                  AND DECISION-MOY-DEC IS NUMERIC
                   COMPUTE WS-EX-MOY-ANNEE(WS-NB-EXAMEN) =
                       DECISION-MOY-ENT + DECISION-MOY-DEC / 100
               ELSE
                   MOVE 0 TO WS-EX-MOY-ANNEE(WS-NB-EXAMEN)
               END-IF
               MOVE 0 TO WS-EX-TOTAL-POINTS(WS-NB-EXAMEN)
               MOVE 0 TO WS-EX-TOTAL-COEF(WS-NB-EXAMEN)
               MOVE 0 TO WS-EX-NB-NOTES(WS-NB-EXAMEN)
               MOVE 'EXAMEN' TO WS-EX-VERDICT(WS-NB-EXAMEN)
               MOVE SPACES TO WS-EX-CIBLE(WS-NB-EXAMEN)
               MOVE 'N' TO WS-EX-BASCULE(WS-NB-EXAMEN)
           ELSE
               DISPLAY 'Capacite de 500 eleves en EXAMEN atteinte, '
                   DECISION-NOM ' ignore(e)'
           END-IF.

      *    MEMES REGLES QUE ELEVMAJ : NOTE NUMERIQUE ENTRE 0 ET 20,
      *    MATIERE NON VIDE ; L'ELEVE DOIT ETRE EN EXAMEN ET LA
      *    MATIERE NE PAS AVOIR DEJA ETE NOTEE
       CONTROLER-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN TRANS-NOM = SPACES
                   MOVE 'Nom d eleve vide' TO WS-MOTIF
               WHEN TRANS-NOMMAT = SPACES
                   MOVE 'Matiere vide' TO WS-MOTIF
               WHEN TRANS-NOTE IS NOT NUMERIC
                   MOVE 'Note non numerique' TO WS-MOTIF
               WHEN TRANS-COEF NOT = SPACES
                    AND TRANS-COEF IS NOT NUMERIC
                   MOVE 'Coefficient non numerique' TO WS-MOTIF
               WHEN OTHER
                   COMPUTE WS-NOTE-NUM = FUNCTION NUMVAL(TRANS-NOTE)
                   IF WS-NOTE-NUM > 20
                       MOVE 'Note hors plage 0-20' TO WS-MOTIF
                   ELSE
                       PERFORM CHERCHER-EXAMEN
                   END-IF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETEES
               MOVE SPACES TO REJET-REG
               MOVE TRANS-NOM TO REJET-NOM
               MOVE TRANS-CLASSE TO REJET-CLASSE
               MOVE TRANS-NOMMAT TO REJET-NOMMAT
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               PERFORM CUMULER-NOTE
           END-IF.

       CHERCHER-EXAMEN.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-EXAMEN > 0
               SET WS-EX-IDX TO 1
               SEARCH WS-EX-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-EX-IDX > WS-NB-EXAMEN
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-EX-CLE(WS-EX-IDX) = TRANS-CLE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-EST-TROUVE
               MOVE 'Eleve non envoye a l examen' TO WS-MOTIF
           ELSE
               SET WS-I TO WS-EX-IDX
               MOVE 'N' TO WS-TROUVE
               IF WS-NB-NOTES > 0
                   SET WS-NOTE-IDX TO 1
                   SEARCH WS-NOTE-ENTRY
                       AT END
                           MOVE 'N' TO WS-TROUVE
                       WHEN WS-NOTE-IDX > WS-NB-NOTES
                           MOVE 'N' TO WS-TROUVE
                       WHEN WS-NOTE-ELEVE(WS-NOTE-IDX) = WS-I
                            AND WS-NOTE-NOMMAT(WS-NOTE-IDX) =
                                TRANS-NOMMAT
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               END-IF
               IF WS-EST-TROUVE
                   MOVE 'Matiere deja notee au rattrapage'
                       TO WS-MOTIF
               END-IF
           END-IF.

      *    NOTE ACCEPTEE : CUMUL PONDERE SUR L'ELEVE (COEFFICIENT 1
      *    A BLANC)
       CUMULER-NOTE.
           ADD 1 TO WS-NB-ACCEPTEES
           IF TRANS-COEF = SPACES
               MOVE 1 TO WS-COEF-NUM
           ELSE
               COMPUTE WS-COEF-NUM = FUNCTION NUMVAL(TRANS-COEF)
           END-IF
           COMPUTE WS-EX-TOTAL-POINTS(WS-I) =
               WS-EX-TOTAL-POINTS(WS-I) + WS-NOTE-NUM * WS-COEF-NUM
           ADD WS-COEF-NUM TO WS-EX-TOTAL-COEF(WS-I)
           ADD 1 TO WS-EX-NB-NOTES(WS-I)
           IF WS-NB-NOTES < 3000
               ADD 1 TO WS-NB-NOTES
               MOVE WS-I TO WS-NOTE-ELEVE(WS-NB-NOTES)
               MOVE TRANS-NOMMAT TO WS-NOTE-NOMMAT(WS-NB-NOTES)
           END-IF.

      *    REGLE DE COMBINAISON PUIS ADMIS AU SEUIL, REDOUBLE
      *    EN DESSOUS ; SANS NOTE (OU COEFFICIENTS NULS) L'ELEVE
      *    RESTE EN EXAMEN
       DECIDER-ELEVE.
           IF WS-EX-NB-NOTES(WS-I) = 0
              OR WS-EX-TOTAL-COEF(WS-I) = 0
               ADD 1 TO WS-NB-SANS-NOTE
               DISPLAY 'Sans note de rattrapage : '
                   WS-EX-NOM(WS-I) ' ' WS-EX-CLASSE(WS-I)
                   ' (reste en EXAMEN)'
           ELSE
               COMPUTE WS-MOY-RATTRAPAGE ROUNDED =
                   WS-EX-TOTAL-POINTS(WS-I) / WS-EX-TOTAL-COEF(WS-I)
               EVALUATE TRUE
                   WHEN WS-REGLE-MEILLEURE
                       IF WS-MOY-RATTRAPAGE > WS-EX-MOY-ANNEE(WS-I)
                           MOVE WS-MOY-RATTRAPAGE TO WS-MOY-RETENUE
                       ELSE
                           MOVE WS-EX-MOY-ANNEE(WS-I) TO WS-MOY-RETENUE
                       END-IF
                   WHEN WS-REGLE-RATTRAPAGE
                       MOVE WS-MOY-RATTRAPAGE TO WS-MOY-RETENUE
                   WHEN OTHER
                       COMPUTE WS-MOY-RETENUE ROUNDED =
                           (WS-EX-MOY-ANNEE(WS-I) * WS-POIDS-ANNEE
                            + WS-MOY-RATTRAPAGE * WS-POIDS-RATTRAPAGE)
                           / 100
               END-EVALUATE
               IF WS-MOY-RETENUE >= WS-SEUIL-ADMIS
                   MOVE 'ADMIS' TO WS-EX-VERDICT(WS-I)
                   ADD 1 TO WS-NB-ADMIS
                   PERFORM CHERCHER-CLASSE-SUIVANTE
               ELSE
                   MOVE 'REDOUBLE' TO WS-EX-VERDICT(WS-I)
                   ADD 1 TO WS-NB-REDOUBLE
               END-IF
               ADD 1 TO WS-NB-CHANGEES
               MOVE SPACES TO AUDIT-REG
               MOVE WS-EX-CLASSE(WS-I) TO AUDIT-CLASSE
               MOVE WS-EX-NOM(WS-I) TO AUDIT-NOM
               MOVE WS-EX-PRENOM(WS-I) TO AUDIT-PRENOM
               MOVE 'EXAMEN' TO AUDIT-AVANT
               MOVE ' -> ' TO AUDIT-FLECHE
               MOVE WS-EX-VERDICT(WS-I) TO AUDIT-APRES
               MOVE WS-EX-MOY-ANNEE(WS-I) TO AUDIT-MOY-ANNEE
               MOVE WS-MOY-RATTRAPAGE TO AUDIT-MOY-RATTRAPAGE
               MOVE WS-MOY-RETENUE TO AUDIT-MOY-RETENUE
               MOVE WS-EX-CIBLE(WS-I) TO AUDIT-CLASSE-SUIVANTE
               WRITE AUDIT-REG
           END-IF.

       CHERCHER-CLASSE-SUIVANTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-SUIVANTES > 0
               SET WS-SUIV-IDX TO 1
               SEARCH WS-SUIV-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-SUIV-CLASSE(WS-SUIV-IDX) =
                        WS-EX-CLASSE(WS-I)
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-EST-TROUVE
               MOVE WS-SUIV-CIBLE(WS-SUIV-IDX) TO WS-EX-CIBLE(WS-I)
           ELSE
               ADD 1 TO WS-NB-SANS-BAREME
               DISPLAY 'Classe sans suivante au bareme : '
                   WS-EX-CLASSE(WS-I) ' (eleve reconduit)'
               MOVE WS-EX-CLASSE(WS-I) TO WS-EX-CIBLE(WS-I)
           END-IF.

      *    RECOPIE DE DECISIONS-PASSAGE.txt AVEC LA DECISION FINALE
      *    DES ELEVES PASSES AU RATTRAPAGE (TRAILER CONSERVE)
       REECRIRE-DECISIONS.
           MOVE 'N' TO WS-EOF-FDECISIONS
           OPEN INPUT FDECISIONS.
           OPEN OUTPUT FDECISIONSN.
           PERFORM UNTIL WS-EOF-FDECISIONS-REACHED
               READ FDECISIONS
                   AT END
                       SET WS-EOF-FDECISIONS-REACHED TO TRUE
                   NOT AT END
                       MOVE DECISION-REG TO DECISIONN-REG
                       IF DECISION-VERDICT = 'EXAMEN'
                           PERFORM CHERCHER-DECISION
                           IF WS-EST-TROUVE
                               MOVE WS-EX-VERDICT(WS-EX-IDX)
                                   TO DECISIONN-VERDICT
                           END-IF
                       END-IF
                       WRITE DECISIONN-REG
               END-READ
           END-PERFORM.
           CLOSE FDECISIONS.
           CLOSE FDECISIONSN.
           MOVE 'mv DECISIONS-PASSAGE.TMP DECISIONS-PASSAGE.txt'
               TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de '
                   'DECISIONS-PASSAGE.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHERCHER-DECISION.
           MOVE 'N' TO WS-TROUVE
           SET WS-EX-IDX TO 1
           SEARCH WS-EX-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-EX-IDX > WS-NB-EXAMEN
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-EX-NOM(WS-EX-IDX) = DECISION-NOM
                    AND WS-EX-PRENOM(WS-EX-IDX) = DECISION-PRENOM
                    AND WS-EX-CLASSE(WS-EX-IDX) = DECISION-CLASSE
                   MOVE 'Y' TO WS-TROUVE
           END-SEARCH.

      *    RECOPIE DU REGISTRE SUIVANT : LES ADMIS AU RATTRAPAGE,
      *    RECONDUITS DANS LEUR CLASSE PAR promotion, PASSENT DANS
      *    LA CLASSE SUIVANTE (CLE NOM + CLASSE DU REGISTRE)
       REECRIRE-EFFECTIFS.
           OPEN INPUT FSUIVANT.
           IF WS-STATUS-FSUIVANT NOT = '00'
               DISPLAY 'EFFECTIFS-SUIVANT.txt non disponible - code '
                   'statut ' WS-STATUS-FSUIVANT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FSUIVANTN.
           PERFORM UNTIL WS-EOF-FSUIVANT-REACHED
               READ FSUIVANT
                   AT END
                       SET WS-EOF-FSUIVANT-REACHED TO TRUE
                   NOT AT END
                       MOVE SUIVANT-REG TO SUIVANTN-REG
                       IF SUIVANT-TYPE = 'E'
                           PERFORM BASCULER-ADMIS
                       END-IF
                       WRITE SUIVANTN-REG
               END-READ
           END-PERFORM.
           CLOSE FSUIVANT.
           CLOSE FSUIVANTN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-EXAMEN
               IF WS-EX-VERDICT(WS-I) = 'ADMIS'
                  AND WS-EX-BASCULE(WS-I) = 'N'
                   ADD 1 TO WS-NB-HORS-REGISTRE
                   DISPLAY 'Admis absent de EFFECTIFS-SUIVANT.txt : '
                       WS-EX-NOM(WS-I) ' ' WS-EX-CLASSE(WS-I)
               END-IF
           END-PERFORM
           MOVE 'mv EFFECTIFS-SUIVANT.TMP EFFECTIFS-SUIVANT.txt'
               TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de '
                   'EFFECTIFS-SUIVANT.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       BASCULER-ADMIS.
           MOVE SUIVANT-NOM TO WS-CLE-NOM
           MOVE SUIVANT-CLASSE TO WS-CLE-CLASSE
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-EXAMEN
                   OR WS-EST-TROUVE
               IF WS-EX-VERDICT(WS-I) = 'ADMIS'
                  AND WS-EX-BASCULE(WS-I) = 'N'
                  AND WS-EX-NOM(WS-I) = WS-CLE-NOM
                  AND WS-EX-CLASSE(WS-I) = WS-CLE-CLASSE
                   MOVE 'Y' TO WS-TROUVE
                   MOVE 'O' TO WS-EX-BASCULE(WS-I)
                   MOVE WS-EX-CIBLE(WS-I) TO SUIVANTN-CLASSE
               END-IF
           END-PERFORM.
