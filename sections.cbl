       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTIONS.
      * Repartition des eleves de l'annee suivante en sections : le
      * decoupage de chaque niveau en classes se faisait a la main
      * en septembre a partir de EFFECTIFS-SUIVANT.txt (registre
      * genere par promotion puis corrige par rattrapage). Ce batch
      * decoupe chaque niveau en autant de sections que l'effectif
      * maximum de SECTIONS-PARAM.txt l'impose (une ligne 'NIV 99'
      * par niveau, '*' pour le defaut ; 28 sans parametre), puis
      * repartit les eleves en equilibrant le genre (codes F/H de
      * GENRE, colonne 32 des lignes 'E' du registre) et les
      * moyennes de l'annee (CLASSEMENT.txt, rapprochees par nom et
      * par la classe d'origine ou sa suivante au bareme
      * CLASSES-SUIVANTES.txt). Les paires de
      * SECTIONS-CONTRAINTES.txt sont honorees : 'S' a separer,
      * 'E' a garder ensemble ; une contrainte invalide ou qui n'a
      * pu etre respectee part dans SECTIONS-EXCEPTIONS.txt. Les
      * listes par section sont ecrites dans SECTIONS-LISTES.txt et
      * le bilan d'equilibre (effectif, filles, garcons, genre non
      * renseigne, moyenne) dans SECTIONS-EQUILIBRE.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "SECTIONS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSUIVANTES ASSIGN TO "CLASSES-SUIVANTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVANTES.

           SELECT FCLASSEMENT ASSIGN TO "CLASSEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCLASSEMENT.

           SELECT FSUIVANT ASSIGN TO "EFFECTIFS-SUIVANT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVANT.

           SELECT FCONTRAINTES ASSIGN TO "SECTIONS-CONTRAINTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTRAINTES.

           SELECT FLISTES ASSIGN TO "SECTIONS-LISTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTES.

           SELECT FEQUILIBRE ASSIGN TO "SECTIONS-EQUILIBRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEQUILIBRE.

           SELECT FEXCEP ASSIGN TO "SECTIONS-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-NIVEAU PIC X(3).
              05 FILLER PIC X(1).
              05 PARAM-MAX PIC 9(2).

       FD     FSUIVANTES
              RECORDING MODE IS F.
       01 SUIVANTE-REG.
              05 SUIVANTE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANTE-CIBLE PIC X(3).

       FD     FCLASSEMENT
              RECORDING MODE IS F.
       01 CLASSENR.
              05 CLASS-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 CLASS-RANG PIC X(3).
              05 FILLER PIC X(1).
              05 CLASS-NUMERO PIC X(2).
              05 FILLER PIC X(1).
              05 CLASS-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 CLASS-PRENOM PIC X(25).
              05 FILLER PIC X(1).
              05 CLASS-MOYENNE PIC 9(2)V99.

      * MEME LIGNE QUE promotion (LIGNES 'E' AVEC LE GENRE)
       FD     FSUIVANT
              RECORDING MODE IS F.
       01 SUIVANT-REG.
              05 SUIVANT-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SUIVANT-NOM PIC X(25).
              05 SUIVANT-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANT-GENRE PIC X(1).

       FD     FCONTRAINTES
              RECORDING MODE IS F.
       01 CONTR-REG.
              05 CONTR-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 CONTR-NOM1 PIC X(25).
              05 FILLER PIC X(1).
              05 CONTR-NOM2 PIC X(25).
              05 FILLER PIC X(1).
              05 CONTR-NIVEAU PIC X(3).

       FD     FLISTES
              RECORDING MODE IS F.
       01 LISTE-REG.
              05 LISTE-SECTION PIC X(5).
              05 FILLER PIC X(1).
              05 LISTE-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 LISTE-GENRE PIC X(1).
              05 FILLER PIC X(1).
              05 LISTE-MOYENNE PIC 99,99.
              05 LISTE-MOYENNE-X REDEFINES LISTE-MOYENNE PIC X(5).
       01 LISTE-TRAILER.
              05 LISTE-TRAILER-LIB PIC X(20).
              05 LISTE-TRAILER-NB PIC ZZZZ9.

       FD     FEQUILIBRE
              RECORDING MODE IS F.
       01 EQUIL-REG.
              05 EQUIL-SECTION PIC X(5).
              05 FILLER PIC X(1).
              05 EQUIL-EFFECTIF PIC ZZ9.
              05 FILLER PIC X(1).
              05 EQUIL-MAX PIC Z9.
              05 FILLER PIC X(1).
              05 EQUIL-FILLES PIC ZZ9.
              05 FILLER PIC X(1).
              05 EQUIL-GARCONS PIC ZZ9.
              05 FILLER PIC X(1).
              05 EQUIL-NON-RENSEIGNE PIC ZZ9.
              05 FILLER PIC X(1).
              05 EQUIL-MOYENNE PIC 99,99.
              05 EQUIL-MOYENNE-X REDEFINES EQUIL-MOYENNE PIC X(5).
              05 FILLER PIC X(1).
              05 EQUIL-SANS-MOYENNE PIC ZZ9.
       01 EQUIL-TRAILER.
              05 EQUIL-TRAILER-LIB PIC X(20).
              05 EQUIL-TRAILER-NB PIC ZZZZ9.

       FD     FEXCEP
              RECORDING MODE IS F.
       01 EXCEP-REG.
              05 EXCEP-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 EXCEP-NOM1 PIC X(25).
              05 FILLER PIC X(1).
              05 EXCEP-NOM2 PIC X(25).
              05 FILLER PIC X(1).
              05 EXCEP-NIVEAU PIC X(3).
              05 FILLER PIC X(1).
              05 EXCEP-MOTIF PIC X(35).
       01 EXCEP-TRAILER.
              05 EXCEP-TRAILER-LIB PIC X(20).
              05 EXCEP-TRAILER-NB PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVANTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCLASSEMENT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVANT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONTRAINTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEQUILIBRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEP PIC X(02) VALUE SPACES.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-EOF-FSUIVANTES PIC X VALUE 'N'.
           88 WS-EOF-FSUIVANTES-REACHED VALUE 'Y'.
       01 WS-EOF-FCLASSEMENT PIC X VALUE 'N'.
           88 WS-EOF-FCLASSEMENT-REACHED VALUE 'Y'.
       01 WS-EOF-FSUIVANT PIC X VALUE 'N'.
           88 WS-EOF-FSUIVANT-REACHED VALUE 'Y'.
       01 WS-EOF-FCONTRAINTES PIC X VALUE 'N'.
           88 WS-EOF-FCONTRAINTES-REACHED VALUE 'Y'.

      * EFFECTIF MAXIMUM PAR NIVEAU ('*' : DEFAUT DE L'ETABLISSEMENT)
       01 WS-MAX-DEFAUT PIC 9(2) VALUE 28.
       01 WS-NB-MAX PIC 9(2) VALUE 0.
       01 WS-TABLE-MAX.
           05 WS-MAX-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-MAX-IDX.
               10 WS-MAX-CLASSE PIC X(3).
               10 WS-MAX-EFFECTIF PIC 9(2).

      * BAREME CLASSE -> CLASSE SUIVANTE
       01 WS-NB-SUIVANTES PIC 9(2) VALUE 0.
       01 WS-TABLE-SUIVANTES.
           05 WS-SUIV-ENTRY OCCURS 50 TIMES
                             INDEXED BY WS-SUIV-IDX.
               10 WS-SUIV-CLASSE PIC X(3).
               10 WS-SUIV-CIBLE PIC X(3).

      * MOYENNES DE L'ANNEE, AVEC LA CLASSE SUIVANTE DE LA CLASSE
      * D'ORIGINE (UN ADMIS EST RETROUVE DANS SON NOUVEAU NIVEAU, UN
      * REDOUBLANT DANS SA CLASSE)
       01 WS-NB-CLASSEMENT PIC 9(4) VALUE 0.
       01 WS-TABLE-CLASSEMENT.
           05 WS-CLT-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-CLT-IDX.
               10 WS-CLT-NOM PIC X(25).
               10 WS-CLT-CLASSE PIC X(3).
               10 WS-CLT-CIBLE PIC X(3).
               10 WS-CLT-MOYENNE PIC 9(2)V99.

      * ELEVES DU REGISTRE SUIVANT. LE GROUPE REUNIT LES ELEVES A
      * GARDER ENSEMBLE (NUMERO DE L'ELEVE DE TETE) ; LA SECTION EST
      * LE RANG DANS LA TABLE DES SECTIONS (0 : PAS ENCORE PLACE).
       01 WS-NB-ELEVES PIC 9(4) VALUE 0.
       01 WS-TABLE-ELEVES.
           05 WS-ELEVE-ENTRY OCCURS 2000 TIMES
                              INDEXED BY WS-ELEVE-IDX.
               10 WS-EL-NOM PIC X(25).
               10 WS-EL-NIVEAU PIC X(3).
               10 WS-EL-GENRE PIC X(1).
                   88 WS-EL-FILLE VALUE 'F'.
                   88 WS-EL-GARCON VALUE 'H'.
               10 WS-EL-MOYENNE PIC 9(2)V99.
               10 WS-EL-A-MOYENNE PIC X(1).
                   88 WS-EL-MOYENNE-CONNUE VALUE 'Y'.
               10 WS-EL-GROUPE PIC 9(4).
               10 WS-EL-SECTION PIC 9(3).

      * NIVEAUX DANS L'ORDRE DU REGISTRE
       01 WS-NB-NIVEAUX PIC 9(2) VALUE 0.
       01 WS-TABLE-NIVEAUX.
           05 WS-NIV-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-NIV-IDX.
               10 WS-NIV-NIVEAU PIC X(3).
               10 WS-NIV-EFFECTIF PIC 9(4).

      * CONTRAINTES RETENUES (LES DEUX ELEVES TROUVES AU NIVEAU)
       01 WS-NB-CONTRAINTES PIC 9(3) VALUE 0.
       01 WS-TABLE-CONTRAINTES.
           05 WS-CT-ENTRY OCCURS 500 TIMES.
               10 WS-CT-TYPE PIC X(1).
                   88 WS-CT-SEPARER VALUE 'S'.
                   88 WS-CT-ENSEMBLE VALUE 'E'.
               10 WS-CT-NIVEAU PIC X(3).
               10 WS-CT-ELEVE1 PIC 9(4).
               10 WS-CT-ELEVE2 PIC 9(4).
               10 WS-CT-RETENUE PIC X(1).
                   88 WS-CT-EST-RETENUE VALUE 'Y'.

      * SECTIONS CREEES, TOUS NIVEAUX CONFONDUS
       01 WS-NB-SECTIONS PIC 9(3) VALUE 0.
       01 WS-TABLE-SECTIONS.
           05 WS-SEC-ENTRY OCCURS 300 TIMES.
               10 WS-SEC-NOM PIC X(5).
               10 WS-SEC-EFFECTIF PIC 9(3).
               10 WS-SEC-FILLES PIC 9(3).
               10 WS-SEC-GARCONS PIC 9(3).
               10 WS-SEC-NON-RENSEIGNE PIC 9(3).
               10 WS-SEC-SOMME PIC 9(5)V99.
               10 WS-SEC-NB-MOYENNES PIC 9(3).

      * ORDRE DE TRAITEMENT DES ELEVES DU NIVEAU COURANT : D'ABORD
      * PAR GENRE PUIS PAR MOYENNE DECROISSANTE POUR LA REPARTITION,
      * ENSUITE PAR SECTION PUIS NOM POUR L'EDITION DES LISTES
       01 WS-NB-ORDRE PIC 9(4) VALUE 0.
       01 WS-TABLE-ORDRE.
           05 WS-ORD-ENTRY OCCURS 2000 TIMES.
               10 WS-ORD-CLE PIC X(30).
               10 WS-ORD-ELEVE PIC 9(4).
       01 WS-ORD-TEMP.
           05 WS-ORD-TEMP-CLE PIC X(30).
           05 WS-ORD-TEMP-ELEVE PIC 9(4).
       01 WS-CLE-REPARTITION.
           05 WS-CR-RANG-GENRE PIC X(1).
           05 WS-CR-INVERSE PIC 9(4).
           05 WS-CR-NOM PIC X(25).
       01 WS-CLE-EDITION.
           05 WS-CE-SECTION PIC 9(3).
           05 WS-CE-NOM PIC X(25).
           05 FILLER PIC X(2) VALUE SPACES.

       01 WS-LETTRES PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-TABLE-LETTRES REDEFINES WS-LETTRES.
           05 WS-LETTRE PIC X(1) OCCURS 26 TIMES.
       01 WS-NOM-SECTION.
           05 WS-NS-NIVEAU PIC X(3).
           05 FILLER PIC X(1) VALUE '-'.
           05 WS-NS-LETTRE PIC X(1).

      * NIVEAU EN COURS DE REPARTITION
       01 WS-NIVEAU PIC X(3).
       01 WS-MAX-NIVEAU PIC 9(2).
       01 WS-NB-SECTIONS-NIVEAU PIC 9(3).
       01 WS-RESTE PIC 9(3).
       01 WS-PREMIERE-SECTION PIC 9(3).
       01 WS-DERNIERE-SECTION PIC 9(3).

      * UNITE A PLACER : UN ELEVE SEUL OU UN GROUPE 'E'
       01 WS-UNITE-GROUPE PIC 9(4).
       01 WS-UNITE-TAILLE PIC 9(4).
       01 WS-UNITE-GENRE PIC X(1).
       01 WS-TAILLE-GROUPE PIC 9(4).
       01 WS-AUTRE-TAILLE PIC 9(4).
       01 WS-EXIGENCE PIC 9(1).
           88 WS-EXIGER-PLACE VALUE 1 2.
           88 WS-EXIGER-SEPARATION VALUE 1.

      * CHOIX DE LA SECTION : MOINS D'ELEVES DU MEME GENRE, PUIS
      * MOINS D'ELEVES, PUIS LA PLUS FAIBLE SOMME DES MOYENNES
       01 WS-MEILLEURE PIC 9(3).
       01 WS-BEST-GENRE PIC 9(3).
       01 WS-BEST-EFFECTIF PIC 9(3).
       01 WS-BEST-SOMME PIC 9(5)V99.
       01 WS-CAND-GENRE PIC 9(3).
       01 WS-APRES PIC 9(4).
       01 WS-CONFLIT PIC X VALUE 'N'.
           88 WS-EST-EN-CONFLIT VALUE 'Y'.

       01 WS-I PIC 9(4).
       01 WS-J PIC 9(4).
       01 WS-K PIC 9(4).
       01 WS-L PIC 9(4).
       01 WS-P PIC 9(4).
       01 WS-S PIC 9(3).
       01 WS-E1 PIC 9(4).
       01 WS-E2 PIC 9(4).
       01 WS-G1 PIC 9(4).
       01 WS-G2 PIC 9(4).
       01 WS-LIMITE PIC 9(4).
       01 WS-CENTIEMES PIC 9(4).
       01 WS-MOYENNE PIC 9(2)V99.
       01 WS-MOTIF PIC X(35).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.

       01 WS-NB-SANS-NIVEAU PIC 9(4) VALUE 0.
       01 WS-NB-SANS-MOYENNE PIC 9(4) VALUE 0.
       01 WS-NB-PLACES PIC 9(5) VALUE 0.
       01 WS-NB-EXCEPTIONS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *    EFFECTIF MAXIMUM PAR NIVEAU (FACULTATIF : 28 PAR DEFAUT)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   READ FPARAM
                       AT END
                           SET WS-EOF-FPARAM-REACHED TO TRUE
                       NOT AT END
                           PERFORM RETENIR-MAX
                   END-READ
               END-PERFORM
               CLOSE FPARAM
           END-IF

      *    BAREME DES CLASSES SUIVANTES : OBLIGATOIRE, SANS LUI LES
      *    MOYENNES DES ADMIS NE SONT PAS RETROUVEES
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

      *    MOYENNES DE L'ANNEE
           OPEN INPUT FCLASSEMENT.
           IF WS-STATUS-FCLASSEMENT NOT = '00'
               DISPLAY 'CLASSEMENT.txt non disponible - code statut '
                   WS-STATUS-FCLASSEMENT
               DISPLAY 'Executer le traitement Eleves avant '
                   'sections'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FCLASSEMENT-REACHED
               READ FCLASSEMENT
                   AT END
                       SET WS-EOF-FCLASSEMENT-REACHED TO TRUE
                   NOT AT END
      *                LA DERNIERE LIGNE EST LE TRAILER
                       IF CLASS-RANG IS NUMERIC
                          AND CLASS-MOYENNE IS NUMERIC
                           PERFORM RETENIR-MOYENNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FCLASSEMENT.

      *    REGISTRE DE L'ANNEE SUIVANTE : SEULES LES LIGNES 'E'
           OPEN INPUT FSUIVANT.
           IF WS-STATUS-FSUIVANT NOT = '00'
               DISPLAY 'EFFECTIFS-SUIVANT.txt non disponible - code '
                   'statut ' WS-STATUS-FSUIVANT
               DISPLAY 'Executer promotion avant sections'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FSUIVANT-REACHED
               READ FSUIVANT
                   AT END
                       SET WS-EOF-FSUIVANT-REACHED TO TRUE
                   NOT AT END
                       IF SUIVANT-TYPE = 'E'
                           PERFORM RETENIR-ELEVE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSUIVANT.

           OPEN OUTPUT FEXCEP.

      *    CONTRAINTES DE REPARTITION (FACULTATIVES)
           OPEN INPUT FCONTRAINTES.
           IF WS-STATUS-FCONTRAINTES = '00'
               PERFORM UNTIL WS-EOF-FCONTRAINTES-REACHED
                   READ FCONTRAINTES
                       AT END
                           SET WS-EOF-FCONTRAINTES-REACHED TO TRUE
                       NOT AT END
                           IF CONTR-REG NOT = SPACES
                               PERFORM RETENIR-CONTRAINTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCONTRAINTES
           END-IF

           OPEN OUTPUT FLISTES.
           OPEN OUTPUT FEQUILIBRE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NB-NIVEAUX
               PERFORM REPARTIR-NIVEAU
           END-PERFORM

           MOVE SPACES TO LISTE-TRAILER
           MOVE 'TOTAL ELEVES : ' TO LISTE-TRAILER-LIB
           MOVE WS-NB-PLACES TO LISTE-TRAILER-NB
           WRITE LISTE-TRAILER
           CLOSE FLISTES.
           MOVE SPACES TO EQUIL-TRAILER
           MOVE 'TOTAL SECTIONS : ' TO EQUIL-TRAILER-LIB
           MOVE WS-NB-SECTIONS TO EQUIL-TRAILER-NB
           WRITE EQUIL-TRAILER
           CLOSE FEQUILIBRE.
           MOVE SPACES TO EXCEP-TRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO EXCEP-TRAILER-LIB
           MOVE WS-NB-EXCEPTIONS TO EXCEP-TRAILER-NB
           WRITE EXCEP-TRAILER
           CLOSE FEXCEP.

           DISPLAY 'Eleves repartis        : ' WS-NB-PLACES
               ' (voir SECTIONS-LISTES.txt)'
           DISPLAY 'Sections creees        : ' WS-NB-SECTIONS
               ' (voir SECTIONS-EQUILIBRE.txt)'
           DISPLAY 'Eleves sans moyenne    : ' WS-NB-SANS-MOYENNE
           DISPLAY 'Inscrits sans classe   : ' WS-NB-SANS-NIVEAU
           DISPLAY 'Contraintes en anomalie: ' WS-NB-EXCEPTIONS
               ' (voir SECTIONS-EXCEPTIONS.txt)'
           IF WS-NB-EXCEPTIONS > 0 OR WS-NB-SANS-NIVEAU > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       RETENIR-MAX.
           IF PARAM-MAX IS NUMERIC AND PARAM-MAX > 0
               IF PARAM-NIVEAU = '*'
                   MOVE PARAM-MAX TO WS-MAX-DEFAUT
               ELSE
                   IF PARAM-NIVEAU NOT = SPACES
                      AND WS-NB-MAX < 50
                       ADD 1 TO WS-NB-MAX
                       MOVE PARAM-NIVEAU TO WS-MAX-CLASSE(WS-NB-MAX)
                       MOVE PARAM-MAX TO WS-MAX-EFFECTIF(WS-NB-MAX)
                   END-IF
               END-IF
           ELSE
               DISPLAY 'SECTIONS-PARAM.txt : ligne ignoree '
                   PARAM-REG
           END-IF.

       RETENIR-MOYENNE.
           IF WS-NB-CLASSEMENT < 2000
               ADD 1 TO WS-NB-CLASSEMENT
               MOVE CLASS-NOM TO WS-CLT-NOM(WS-NB-CLASSEMENT)
               MOVE CLASS-CLASSE TO WS-CLT-CLASSE(WS-NB-CLASSEMENT)
               MOVE CLASS-MOYENNE TO WS-CLT-MOYENNE(WS-NB-CLASSEMENT)
               MOVE SPACES TO WS-CLT-CIBLE(WS-NB-CLASSEMENT)
               IF WS-NB-SUIVANTES > 0
                   SET WS-SUIV-IDX TO 1
                   SEARCH WS-SUIV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-SUIV-CLASSE(WS-SUIV-IDX) =
                            CLASS-CLASSE
                           MOVE WS-SUIV-CIBLE(WS-SUIV-IDX)
                               TO WS-CLT-CIBLE(WS-NB-CLASSEMENT)
                   END-SEARCH
               END-IF
           END-IF.

      *    ELEVE DU REGISTRE : MOYENNE DE L'ANNEE ET NIVEAU
       RETENIR-ELEVE.
           IF SUIVANT-CLASSE = SPACES
               ADD 1 TO WS-NB-SANS-NIVEAU
               DISPLAY 'Inscrit sans classe, non reparti : '
                   SUIVANT-NOM
           ELSE
               IF WS-NB-ELEVES < 2000
                   ADD 1 TO WS-NB-ELEVES
                   MOVE SUIVANT-NOM TO WS-EL-NOM(WS-NB-ELEVES)
                   MOVE SUIVANT-CLASSE TO WS-EL-NIVEAU(WS-NB-ELEVES)
                   MOVE SUIVANT-GENRE TO WS-EL-GENRE(WS-NB-ELEVES)
                   MOVE 0 TO WS-EL-MOYENNE(WS-NB-ELEVES)
                   MOVE 'N' TO WS-EL-A-MOYENNE(WS-NB-ELEVES)
                   MOVE WS-NB-ELEVES TO WS-EL-GROUPE(WS-NB-ELEVES)
                   MOVE 0 TO WS-EL-SECTION(WS-NB-ELEVES)
                   IF WS-NB-CLASSEMENT > 0
                       SET WS-CLT-IDX TO 1
                       SEARCH WS-CLT-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-CLT-NOM(WS-CLT-IDX) = SUIVANT-NOM
                            AND (WS-CLT-CLASSE(WS-CLT-IDX) =
                                 SUIVANT-CLASSE
                             OR WS-CLT-CIBLE(WS-CLT-IDX) =
                                 SUIVANT-CLASSE)
                               MOVE WS-CLT-MOYENNE(WS-CLT-IDX)
                                   TO WS-EL-MOYENNE(WS-NB-ELEVES)
                               MOVE 'Y'
                                   TO WS-EL-A-MOYENNE(WS-NB-ELEVES)
                       END-SEARCH
                   END-IF
                   IF NOT WS-EL-MOYENNE-CONNUE(WS-NB-ELEVES)
                       ADD 1 TO WS-NB-SANS-MOYENNE
                   END-IF
                   PERFORM RETENIR-NIVEAU
               END-IF
           END-IF.

       RETENIR-NIVEAU.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-NIVEAUX > 0
               SET WS-NIV-IDX TO 1
               SEARCH WS-NIV-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-NIV-NIVEAU(WS-NIV-IDX) = SUIVANT-CLASSE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-EST-TROUVE
               ADD 1 TO WS-NIV-EFFECTIF(WS-NIV-IDX)
           ELSE
               IF WS-NB-NIVEAUX < 50
                   ADD 1 TO WS-NB-NIVEAUX
                   MOVE SUIVANT-CLASSE
                       TO WS-NIV-NIVEAU(WS-NB-NIVEAUX)
                   MOVE 1 TO WS-NIV-EFFECTIF(WS-NB-NIVEAUX)
               END-IF
           END-IF.

      *    UNE CONTRAINTE N'EST RETENUE QUE SI SON TYPE EST CONNU ET
      *    SI LES DEUX ELEVES SONT INSCRITS AU NIVEAU INDIQUE
       RETENIR-CONTRAINTE.
           MOVE SPACES TO WS-MOTIF
           MOVE 0 TO WS-E1
           MOVE 0 TO WS-E2
           IF CONTR-TYPE NOT = 'S' AND CONTR-TYPE NOT = 'E'
               MOVE 'TYPE INCONNU (S OU E ATTENDU)' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND CONTR-NOM1 = CONTR-NOM2
               MOVE 'MEME ELEVE DES DEUX COTES' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-ELEVES
                   IF WS-EL-NIVEAU(WS-I) = CONTR-NIVEAU
                       IF WS-EL-NOM(WS-I) = CONTR-NOM1
                           MOVE WS-I TO WS-E1
                       END-IF
                       IF WS-EL-NOM(WS-I) = CONTR-NOM2
                           MOVE WS-I TO WS-E2
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-E1 = 0 OR WS-E2 = 0
                   MOVE 'ELEVE ABSENT DU NIVEAU' TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES AND WS-NB-CONTRAINTES >= 500
               MOVE 'TABLE DES CONTRAINTES PLEINE' TO WS-MOTIF
           END-IF
           IF WS-MOTIF NOT = SPACES
               MOVE SPACES TO EXCEP-REG
               MOVE CONTR-TYPE TO EXCEP-TYPE
               MOVE CONTR-NOM1 TO EXCEP-NOM1
               MOVE CONTR-NOM2 TO EXCEP-NOM2
               MOVE CONTR-NIVEAU TO EXCEP-NIVEAU
               PERFORM ECRIRE-EXCEPTION
           ELSE
               ADD 1 TO WS-NB-CONTRAINTES
               MOVE CONTR-TYPE TO WS-CT-TYPE(WS-NB-CONTRAINTES)
               MOVE CONTR-NIVEAU TO WS-CT-NIVEAU(WS-NB-CONTRAINTES)
               MOVE WS-E1 TO WS-CT-ELEVE1(WS-NB-CONTRAINTES)
               MOVE WS-E2 TO WS-CT-ELEVE2(WS-NB-CONTRAINTES)
               MOVE 'Y' TO WS-CT-RETENUE(WS-NB-CONTRAINTES)
           END-IF.

      *    REPARTITION D'UN NIVEAU : CREATION DES SECTIONS,
      *    CONSTITUTION DES GROUPES A GARDER ENSEMBLE, PLACEMENT DES
      *    GROUPES PUIS DES ELEVES SEULS, CONTROLE DES CONTRAINTES,
      *    EDITION DES LISTES ET DU BILAN
       REPARTIR-NIVEAU.
           MOVE WS-NIV-NIVEAU(WS-L) TO WS-NIVEAU
           PERFORM CHERCHER-MAX-NIVEAU
           DIVIDE WS-NIV-EFFECTIF(WS-L) BY WS-MAX-NIVEAU
               GIVING WS-NB-SECTIONS-NIVEAU REMAINDER WS-RESTE
           IF WS-RESTE > 0
               ADD 1 TO WS-NB-SECTIONS-NIVEAU
           END-IF
           IF WS-NB-SECTIONS-NIVEAU > 26
               DISPLAY 'Niveau ' WS-NIVEAU ' : ' WS-NB-SECTIONS-NIVEAU
                   ' sections necessaires, limite a 26'
               MOVE 26 TO WS-NB-SECTIONS-NIVEAU
           END-IF
           IF WS-NB-SECTIONS + WS-NB-SECTIONS-NIVEAU > 300
               DISPLAY 'Table des sections pleine - niveau '
                   WS-NIVEAU ' non reparti'
               ADD WS-NIV-EFFECTIF(WS-L) TO WS-NB-SANS-NIVEAU
           ELSE
               COMPUTE WS-PREMIERE-SECTION = WS-NB-SECTIONS + 1
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-SECTIONS-NIVEAU
                   ADD 1 TO WS-NB-SECTIONS
                   MOVE WS-NIVEAU TO WS-NS-NIVEAU
                   MOVE WS-LETTRE(WS-K) TO WS-NS-LETTRE
                   MOVE WS-NOM-SECTION TO WS-SEC-NOM(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-EFFECTIF(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-FILLES(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-GARCONS(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-NON-RENSEIGNE(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-SOMME(WS-NB-SECTIONS)
                   MOVE 0 TO WS-SEC-NB-MOYENNES(WS-NB-SECTIONS)
               END-PERFORM
               MOVE WS-NB-SECTIONS TO WS-DERNIERE-SECTION

      *        ORDRE DE REPARTITION : FILLES, GARCONS, NON
      *        RENSEIGNES ; MOYENNE DECROISSANTE, SANS MOYENNE EN FIN
               MOVE 0 TO WS-NB-ORDRE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-NB-ELEVES
                   IF WS-EL-NIVEAU(WS-P) = WS-NIVEAU
                       ADD 1 TO WS-NB-ORDRE
                       EVALUATE TRUE
                           WHEN WS-EL-FILLE(WS-P)
                               MOVE '1' TO WS-CR-RANG-GENRE
                           WHEN WS-EL-GARCON(WS-P)
                               MOVE '2' TO WS-CR-RANG-GENRE
                           WHEN OTHER
                               MOVE '3' TO WS-CR-RANG-GENRE
                       END-EVALUATE
                       IF WS-EL-MOYENNE-CONNUE(WS-P)
                           MULTIPLY WS-EL-MOYENNE(WS-P) BY 100
                               GIVING WS-CENTIEMES
                           SUBTRACT WS-CENTIEMES FROM 2000
                               GIVING WS-CR-INVERSE
                       ELSE
                           MOVE 9999 TO WS-CR-INVERSE
                       END-IF
                       MOVE WS-EL-NOM(WS-P) TO WS-CR-NOM
                       MOVE WS-CLE-REPARTITION
                           TO WS-ORD-CLE(WS-NB-ORDRE)
                       MOVE WS-P TO WS-ORD-ELEVE(WS-NB-ORDRE)
                   END-IF
               END-PERFORM
               PERFORM TRIER-ORDRE

      *        GROUPES A GARDER ENSEMBLE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-CONTRAINTES
                   IF WS-CT-NIVEAU(WS-K) = WS-NIVEAU
                      AND WS-CT-ENSEMBLE(WS-K)
                       PERFORM REUNIR-GROUPES
                   END-IF
               END-PERFORM

      *        LES GROUPES D'ABORD, PUIS LES ELEVES SEULS
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-ORDRE
                   MOVE WS-ORD-ELEVE(WS-I) TO WS-P
                   IF WS-EL-SECTION(WS-P) = 0
                       MOVE WS-EL-GROUPE(WS-P) TO WS-UNITE-GROUPE
                       PERFORM COMPTER-GROUPE
                       IF WS-TAILLE-GROUPE > 1
                           PERFORM PLACER-GROUPE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-ORDRE
                   MOVE WS-ORD-ELEVE(WS-I) TO WS-P
                   IF WS-EL-SECTION(WS-P) = 0
                       PERFORM PLACER-ELEVE
                   END-IF
               END-PERFORM

               PERFORM CONTROLER-CONTRAINTES
               PERFORM EDITER-NIVEAU
           END-IF.

       CHERCHER-MAX-NIVEAU.
           MOVE WS-MAX-DEFAUT TO WS-MAX-NIVEAU
           IF WS-NB-MAX > 0
               SET WS-MAX-IDX TO 1
               SEARCH WS-MAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MAX-CLASSE(WS-MAX-IDX) = WS-NIVEAU
                       MOVE WS-MAX-EFFECTIF(WS-MAX-IDX)
                           TO WS-MAX-NIVEAU
               END-SEARCH
           END-IF.

      *    TRI A BULLES DE LA TABLE D'ORDRE SUR LA CLE
       TRIER-ORDRE.
           IF WS-NB-ORDRE > 1
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J >= WS-NB-ORDRE
                   COMPUTE WS-LIMITE = WS-NB-ORDRE - WS-J
                   PERFORM VARYING WS-K FROM 1 BY 1
                           UNTIL WS-K > WS-LIMITE
                       IF WS-ORD-CLE(WS-K) > WS-ORD-CLE(WS-K + 1)
                           MOVE WS-ORD-ENTRY(WS-K) TO WS-ORD-TEMP
                           MOVE WS-ORD-ENTRY(WS-K + 1)
                               TO WS-ORD-ENTRY(WS-K)
                           MOVE WS-ORD-TEMP TO WS-ORD-ENTRY(WS-K + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

      *    FUSION DES GROUPES DES DEUX ELEVES D'UNE CONTRAINTE 'E',
      *    SAUF SI LE GROUPE OBTENU DEPASSAIT L'EFFECTIF MAXIMUM
       REUNIR-GROUPES.
           MOVE WS-CT-ELEVE1(WS-K) TO WS-E1
           MOVE WS-CT-ELEVE2(WS-K) TO WS-E2
           MOVE WS-EL-GROUPE(WS-E1) TO WS-G1
           MOVE WS-EL-GROUPE(WS-E2) TO WS-G2
           IF WS-G1 NOT = WS-G2
               MOVE WS-G1 TO WS-UNITE-GROUPE
               PERFORM COMPTER-GROUPE
               MOVE WS-TAILLE-GROUPE TO WS-AUTRE-TAILLE
               MOVE WS-G2 TO WS-UNITE-GROUPE
               PERFORM COMPTER-GROUPE
               ADD WS-AUTRE-TAILLE TO WS-TAILLE-GROUPE
               IF WS-TAILLE-GROUPE > WS-MAX-NIVEAU
                   MOVE 'N' TO WS-CT-RETENUE(WS-K)
                   MOVE 'GROUPE PLUS GRAND QUE LA SECTION'
                       TO WS-MOTIF
                   PERFORM SIGNALER-CONTRAINTE
               ELSE
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-ORDRE
                       MOVE WS-ORD-ELEVE(WS-J) TO WS-P
                       IF WS-EL-GROUPE(WS-P) = WS-G2
                           MOVE WS-G1 TO WS-EL-GROUPE(WS-P)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       COMPTER-GROUPE.
           MOVE 0 TO WS-TAILLE-GROUPE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-ORDRE
               IF WS-EL-GROUPE(WS-ORD-ELEVE(WS-J)) = WS-UNITE-GROUPE
                   ADD 1 TO WS-TAILLE-GROUPE
               END-IF
           END-PERFORM.

      *    UN GROUPE VA EN ENTIER DANS UNE SECTION QUI A LA PLACE ;
      *    SI AUCUNE NE L'A, IL EST DISSOUS ET SES ELEVES SONT PLACES
      *    SEULS (LA CONTRAINTE SERA SIGNALEE AU CONTROLE)
       PLACER-GROUPE.
           MOVE WS-TAILLE-GROUPE TO WS-UNITE-TAILLE
           MOVE SPACE TO WS-UNITE-GENRE
           MOVE 0 TO WS-MEILLEURE
           MOVE 1 TO WS-EXIGENCE
           PERFORM CHOISIR-SECTION
           IF WS-MEILLEURE = 0
               MOVE 2 TO WS-EXIGENCE
               PERFORM CHOISIR-SECTION
           END-IF
           IF WS-MEILLEURE > 0
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-ORDRE
                   MOVE WS-ORD-ELEVE(WS-J) TO WS-P
                   IF WS-EL-GROUPE(WS-P) = WS-UNITE-GROUPE
                       PERFORM AFFECTER-ELEVE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-ORDRE
                   MOVE WS-ORD-ELEVE(WS-J) TO WS-P
                   IF WS-EL-GROUPE(WS-P) = WS-UNITE-GROUPE
                       MOVE WS-P TO WS-EL-GROUPE(WS-P)
                   END-IF
               END-PERFORM
           END-IF.

      *    ELEVE SEUL : D'ABORD UNE SECTION AVEC DE LA PLACE ET SANS
      *    ELEVE A SEPARER, A DEFAUT AVEC DE LA PLACE, A DEFAUT LA
      *    MOINS CHARGEE
       PLACER-ELEVE.
           MOVE WS-EL-GROUPE(WS-P) TO WS-UNITE-GROUPE
           MOVE 1 TO WS-UNITE-TAILLE
           MOVE WS-EL-GENRE(WS-P) TO WS-UNITE-GENRE
           MOVE 0 TO WS-MEILLEURE
           MOVE 1 TO WS-EXIGENCE
           PERFORM CHOISIR-SECTION
           IF WS-MEILLEURE = 0
               MOVE 2 TO WS-EXIGENCE
               PERFORM CHOISIR-SECTION
           END-IF
           IF WS-MEILLEURE = 0
               MOVE 3 TO WS-EXIGENCE
               PERFORM CHOISIR-SECTION
           END-IF
           PERFORM AFFECTER-ELEVE.

       CHOISIR-SECTION.
           PERFORM VARYING WS-S FROM WS-PREMIERE-SECTION BY 1
                   UNTIL WS-S > WS-DERNIERE-SECTION
               MOVE 'N' TO WS-CONFLIT
               COMPUTE WS-APRES = WS-SEC-EFFECTIF(WS-S)
                   + WS-UNITE-TAILLE
               IF WS-EXIGER-PLACE AND WS-APRES > WS-MAX-NIVEAU
                   MOVE 'Y' TO WS-CONFLIT
               END-IF
               IF WS-EXIGER-SEPARATION AND NOT WS-EST-EN-CONFLIT
                   PERFORM VERIFIER-SEPARATION
               END-IF
               IF NOT WS-EST-EN-CONFLIT
                   EVALUATE WS-UNITE-GENRE
                       WHEN 'F'
                           MOVE WS-SEC-FILLES(WS-S) TO WS-CAND-GENRE
                       WHEN 'H'
                           MOVE WS-SEC-GARCONS(WS-S) TO WS-CAND-GENRE
                       WHEN SPACE
                           MOVE 0 TO WS-CAND-GENRE
                       WHEN OTHER
                           MOVE WS-SEC-NON-RENSEIGNE(WS-S)
                               TO WS-CAND-GENRE
                   END-EVALUATE
                   IF WS-MEILLEURE = 0
                      OR WS-CAND-GENRE < WS-BEST-GENRE
                      OR (WS-CAND-GENRE = WS-BEST-GENRE
                          AND WS-SEC-EFFECTIF(WS-S) <
                              WS-BEST-EFFECTIF)
                      OR (WS-CAND-GENRE = WS-BEST-GENRE
                          AND WS-SEC-EFFECTIF(WS-S) =
                              WS-BEST-EFFECTIF
                          AND WS-SEC-SOMME(WS-S) < WS-BEST-SOMME)
                       MOVE WS-S TO WS-MEILLEURE
                       MOVE WS-CAND-GENRE TO WS-BEST-GENRE
                       MOVE WS-SEC-EFFECTIF(WS-S) TO WS-BEST-EFFECTIF
                       MOVE WS-SEC-SOMME(WS-S) TO WS-BEST-SOMME
                   END-IF
               END-IF
           END-PERFORM.

      *    UN MEMBRE DE L'UNITE A SEPARER D'UN ELEVE DEJA PLACE DANS
      *    LA SECTION CANDIDATE ?
       VERIFIER-SEPARATION.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CONTRAINTES
                      OR WS-EST-EN-CONFLIT
               IF WS-CT-NIVEAU(WS-K) = WS-NIVEAU
                  AND WS-CT-SEPARER(WS-K)
                   MOVE WS-CT-ELEVE1(WS-K) TO WS-E1
                   MOVE WS-CT-ELEVE2(WS-K) TO WS-E2
                   IF WS-EL-GROUPE(WS-E1) = WS-UNITE-GROUPE
                      AND WS-EL-SECTION(WS-E2) = WS-S
                       MOVE 'Y' TO WS-CONFLIT
                   END-IF
                   IF WS-EL-GROUPE(WS-E2) = WS-UNITE-GROUPE
                      AND WS-EL-SECTION(WS-E1) = WS-S
                       MOVE 'Y' TO WS-CONFLIT
                   END-IF
               END-IF
           END-PERFORM.

       AFFECTER-ELEVE.
           MOVE WS-MEILLEURE TO WS-EL-SECTION(WS-P)
           ADD 1 TO WS-SEC-EFFECTIF(WS-MEILLEURE)
           EVALUATE TRUE
               WHEN WS-EL-FILLE(WS-P)
                   ADD 1 TO WS-SEC-FILLES(WS-MEILLEURE)
               WHEN WS-EL-GARCON(WS-P)
                   ADD 1 TO WS-SEC-GARCONS(WS-MEILLEURE)
               WHEN OTHER
                   ADD 1 TO WS-SEC-NON-RENSEIGNE(WS-MEILLEURE)
           END-EVALUATE
           IF WS-EL-MOYENNE-CONNUE(WS-P)
               ADD WS-EL-MOYENNE(WS-P) TO WS-SEC-SOMME(WS-MEILLEURE)
               ADD 1 TO WS-SEC-NB-MOYENNES(WS-MEILLEURE)
           END-IF.

      *    CONTROLE FINAL DES CONTRAINTES RETENUES DU NIVEAU
       CONTROLER-CONTRAINTES.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CONTRAINTES
               IF WS-CT-NIVEAU(WS-K) = WS-NIVEAU
                  AND WS-CT-EST-RETENUE(WS-K)
                   MOVE WS-CT-ELEVE1(WS-K) TO WS-E1
                   MOVE WS-CT-ELEVE2(WS-K) TO WS-E2
                   IF WS-CT-SEPARER(WS-K)
                      AND WS-EL-SECTION(WS-E1) = WS-EL-SECTION(WS-E2)
                       MOVE 'NON RESPECTEE : MEME SECTION'
                           TO WS-MOTIF
                       PERFORM SIGNALER-CONTRAINTE
                   END-IF
                   IF WS-CT-ENSEMBLE(WS-K)
                      AND WS-EL-SECTION(WS-E1) NOT =
                          WS-EL-SECTION(WS-E2)
                       MOVE 'NON RESPECTEE : SECTIONS DIFFERENTES'
                           TO WS-MOTIF
                       PERFORM SIGNALER-CONTRAINTE
                   END-IF
               END-IF
           END-PERFORM.

       SIGNALER-CONTRAINTE.
           MOVE SPACES TO EXCEP-REG
           MOVE WS-CT-TYPE(WS-K) TO EXCEP-TYPE
           MOVE WS-EL-NOM(WS-E1) TO EXCEP-NOM1
           MOVE WS-EL-NOM(WS-E2) TO EXCEP-NOM2
           MOVE WS-NIVEAU TO EXCEP-NIVEAU
           PERFORM ECRIRE-EXCEPTION.

       ECRIRE-EXCEPTION.
           MOVE WS-MOTIF TO EXCEP-MOTIF
           WRITE EXCEP-REG
           ADD 1 TO WS-NB-EXCEPTIONS.

      *    LISTES PAR SECTION (ELEVES PAR ORDRE ALPHABETIQUE) ET
      *    BILAN D'EQUILIBRE DE CHAQUE SECTION DU NIVEAU
       EDITER-NIVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ORDRE
               MOVE WS-ORD-ELEVE(WS-I) TO WS-P
               MOVE WS-EL-SECTION(WS-P) TO WS-CE-SECTION
               MOVE WS-EL-NOM(WS-P) TO WS-CE-NOM
               MOVE WS-CLE-EDITION TO WS-ORD-CLE(WS-I)
           END-PERFORM
           PERFORM TRIER-ORDRE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ORDRE
               MOVE WS-ORD-ELEVE(WS-I) TO WS-P
               MOVE SPACES TO LISTE-REG
               MOVE WS-SEC-NOM(WS-EL-SECTION(WS-P)) TO LISTE-SECTION
               MOVE WS-EL-NOM(WS-P) TO LISTE-NOM
               MOVE WS-EL-GENRE(WS-P) TO LISTE-GENRE
               IF WS-EL-MOYENNE-CONNUE(WS-P)
                   MOVE WS-EL-MOYENNE(WS-P) TO LISTE-MOYENNE
               ELSE
                   MOVE SPACES TO LISTE-MOYENNE-X
               END-IF
               WRITE LISTE-REG
               ADD 1 TO WS-NB-PLACES
           END-PERFORM
           PERFORM VARYING WS-S FROM WS-PREMIERE-SECTION BY 1
                   UNTIL WS-S > WS-DERNIERE-SECTION
               MOVE SPACES TO EQUIL-REG
               MOVE WS-SEC-NOM(WS-S) TO EQUIL-SECTION
               MOVE WS-SEC-EFFECTIF(WS-S) TO EQUIL-EFFECTIF
               MOVE WS-MAX-NIVEAU TO EQUIL-MAX
               MOVE WS-SEC-FILLES(WS-S) TO EQUIL-FILLES
               MOVE WS-SEC-GARCONS(WS-S) TO EQUIL-GARCONS
               MOVE WS-SEC-NON-RENSEIGNE(WS-S) TO EQUIL-NON-RENSEIGNE
               IF WS-SEC-NB-MOYENNES(WS-S) > 0
                   DIVIDE WS-SEC-SOMME(WS-S)
                       BY WS-SEC-NB-MOYENNES(WS-S)
                       GIVING WS-MOYENNE ROUNDED
                   MOVE WS-MOYENNE TO EQUIL-MOYENNE
               ELSE
                   MOVE SPACES TO EQUIL-MOYENNE-X
               END-IF
               COMPUTE WS-APRES = WS-SEC-EFFECTIF(WS-S)
                   - WS-SEC-NB-MOYENNES(WS-S)
               MOVE WS-APRES TO EQUIL-SANS-MOYENNE
               WRITE EQUIL-REG
           END-PERFORM.
