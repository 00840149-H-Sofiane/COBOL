      * les autres partent dans ELEVES-MAJ-REJETS.txt, et
      * ELEVESB.txt est reecrit par le programme. Completude attrape
      * les notes manquantes apres coup ; ceci arrete la corruption
      * a la porte. Avec le referentiel PROGRAMMES-CLASSES.txt, la
      * matiere doit etre au programme de la classe et le
      * coefficient celui du programme (a blanc, il est repris du
      * programme) ; une matiere dont le programme demande plusieurs
      * notes par trimestre accepte un nouvel ajout.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEFFECTIFS.

           SELECT FPROGRAMME ASSIGN TO "PROGRAMMES-CLASSES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPROGRAMME.

           SELECT FTRANS ASSIGN TO "ELEVES-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 EFFECTIF-NOM PIC X(25).
              05 EFFECTIF-CLASSE PIC X(3).

       FD     FPROGRAMME
              RECORDING MODE IS F.
       COPY PROGREC.

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FEFFECTIFS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPROGRAMME PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FELEVES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.

       01 WS-EOF-FEFFECTIFS PIC X VALUE 'N'.
           88 WS-EOF-FEFFECTIFS-REACHED VALUE 'Y'.
       01 WS-EOF-FPROGRAMME PIC X VALUE 'N'.
           88 WS-EOF-FPROGRAMME-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.
       01 WS-EOF-FELEVES PIC X VALUE 'N'.
                   15 WS-INSCRIT-NOM PIC X(25).
                   15 WS-INSCRIT-CLASSE PIC X(3).

      * PROGRAMME PAR NIVEAU (MATIERE, COEFFICIENT, MINIMUM DE
      * NOTES PAR TRIMESTRE)
       01 WS-NB-PROGRAMME PIC 9(3) VALUE 0.
       01 WS-TABLE-PROGRAMME.
           05 WS-PRG-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-PRG-IDX.
               10 WS-PRG-CLE.
                   15 WS-PRG-CLASSE PIC X(3).
                   15 WS-PRG-MATIERE PIC X(30).
               10 WS-PRG-COEF PIC X(4).
               10 WS-PRG-MIN PIC 9(2).
       01 WS-CLE-PROGRAMME.
           05 WS-CLE-PRG-CLASSE PIC X(3).
           05 WS-CLE-PRG-MATIERE PIC X(30).

      * TRANSACTIONS CHARGEES, AVEC INDICATEUR D'APPLICATION
       01 WS-NB-TRANS PIC 9(3) VALUE 0.
       01 WS-TABLE-TRANS.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(40) VALUE SPACES.
       01 WS-NOTE-NUM PIC 9(2)V99.
       01 WS-MIN-NOTES PIC 9(2).
       01 WS-I PIC 9(3).
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'E'
      *    (SCOLARITE) EXIGE AVANT TOUTE ACTION
           MOVE 'elevmaj' TO WS-OA-PROGRAMME
           MOVE 'E' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a elevmaj (role E, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU REGISTRE DES INSCRITS
           OPEN INPUT FEFFECTIFS.
           IF WS-STATUS-FEFFECTIFS NOT = '00'
           END-PERFORM.
           CLOSE FEFFECTIFS.

      *    PROGRAMME PAR NIVEAU (FACULTATIF) ; LES LIGNES MAL FORMEES
      *    SONT SIGNALEES PAR COMPLETUDE ET IGNOREES ICI
           OPEN INPUT FPROGRAMME.
           IF WS-STATUS-FPROGRAMME = '00'
               PERFORM UNTIL WS-EOF-FPROGRAMME-REACHED
                   READ FPROGRAMME
                       AT END
                           SET WS-EOF-FPROGRAMME-REACHED TO TRUE
                       NOT AT END
                           IF PROG-CLASSE NOT = SPACES
                              AND PROG-MATIERE NOT = SPACES
                              AND PROG-COEF IS NUMERIC
                              AND WS-NB-PROGRAMME < 200
                               ADD 1 TO WS-NB-PROGRAMME
                               MOVE PROG-CLASSE TO
                                   WS-PRG-CLASSE(WS-NB-PROGRAMME)
                               MOVE PROG-MATIERE TO
                                   WS-PRG-MATIERE(WS-NB-PROGRAMME)
                               MOVE PROG-COEF TO
                                   WS-PRG-COEF(WS-NB-PROGRAMME)
                               MOVE 0 TO WS-PRG-MIN(WS-NB-PROGRAMME)
                               IF PROG-MIN-NOTES IS NUMERIC
                                   MOVE PROG-MIN-NOTES TO
                                       WS-PRG-MIN(WS-NB-PROGRAMME)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPROGRAMME
           ELSE
               DISPLAY 'PROGRAMMES-CLASSES.txt absent - matieres et '
                   'coefficients non controles'
           END-IF

      *    CHARGEMENT ET VALIDATION DE FORME DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
                      AND TRANS-ACTION NOT = 'S'
                       PERFORM CONTROLER-NOTE
                   END-IF
                   IF WS-MOTIF = SPACES
                      AND TRANS-ACTION NOT = 'S'
                      AND WS-NB-PROGRAMME > 0
                       PERFORM CONTROLER-PROGRAMME
                   END-IF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETEES
               END-IF
           END-IF.

      *    LA MATIERE DOIT FIGURER AU PROGRAMME DE LA CLASSE ; UN
      *    COEFFICIENT A BLANC PREND CELUI DU PROGRAMME, UN AUTRE
      *    COEFFICIENT EST REFUSE : LES MOYENNES SE CALCULENT AVEC LES
      *    MEMES COEFFICIENTS DANS TOUTES LES CLASSES.
       CONTROLER-PROGRAMME.
           MOVE TRANS-CLASSE TO WS-CLE-PRG-CLASSE
           MOVE TRANS-NOMMAT TO WS-CLE-PRG-MATIERE
           PERFORM CHERCHER-PROGRAMME
           EVALUATE TRUE
               WHEN NOT WS-EST-TROUVE
                   MOVE 'Matiere hors programme de la classe'
                       TO WS-MOTIF
               WHEN TRANS-COEF = SPACES
                   MOVE WS-PRG-COEF(WS-PRG-IDX) TO TRANS-COEF
               WHEN TRANS-COEF NOT = WS-PRG-COEF(WS-PRG-IDX)
                   STRING 'Coef. different du programme ('
                       DELIMITED BY SIZE
                       WS-PRG-COEF(WS-PRG-IDX) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-MOTIF
           END-EVALUATE.

       CHERCHER-PROGRAMME.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-PROGRAMME > 0
               SET WS-PRG-IDX TO 1
               SEARCH WS-PRG-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-PRG-CLE(WS-PRG-IDX) = WS-CLE-PROGRAMME
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

      *    RECOPIE UN ENREGISTREMENT DE ELEVESB.txt : LES AJOUTS EN
      *    ATTENTE DE L'ELEVE PRECEDENT SONT INSERES AVANT CHAQUE
      *    NOUVEL ELEVE, LES CORRECTIONS ET SUPPRESSIONS

       TRAITER-MATIERE.
      *    UN AJOUT EN ATTENTE SUR UNE MATIERE DEJA NOTEE DE CET
      *    ELEVE EST UN DOUBLON : IL EST REJETE ICI, SAUF SI LE
      *    PROGRAMME DEMANDE PLUSIEURS NOTES PAR TRIMESTRE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TRANS
               IF WS-TR-SERVIE(WS-I) = 'N'
                  AND WS-TR-ACTION(WS-I) = 'A'
                  AND WS-TR-CLE(WS-I) = WS-CLE-COURANTE
                  AND WS-TR-NOMMAT(WS-I) = NOMMAT
                   MOVE WS-TR-CLASSE(WS-I) TO WS-CLE-PRG-CLASSE
                   MOVE NOMMAT TO WS-CLE-PRG-MATIERE
                   PERFORM CHERCHER-PROGRAMME
                   MOVE 0 TO WS-MIN-NOTES
                   IF WS-EST-TROUVE
                       MOVE WS-PRG-MIN(WS-PRG-IDX) TO WS-MIN-NOTES
                   END-IF
                   IF WS-MIN-NOTES < 2
                       MOVE 'R' TO WS-TR-SERVIE(WS-I)
                       ADD 1 TO WS-NB-REJETEES
                       MOVE SPACES TO REJET-REG
                       MOVE 'A' TO REJET-ACTION
                       MOVE WS-TR-NOM(WS-I) TO REJET-NOM
                       MOVE WS-TR-NOMMAT(WS-I) TO REJET-NOMMAT
                       MOVE 'Matiere deja notee, ajout refuse'
                           TO REJET-MOTIF
                       WRITE REJET-REG
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-TROUVE
