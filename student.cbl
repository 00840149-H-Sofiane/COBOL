      * pagination, ligne de fin d'etat), statistiques par matiere et
      * par classe dans STATS-MATIERES.txt, trailers par classe, et
      * synthese inter-classes comparant les moyennes de classes.
      * Quand le referentiel PROGRAMMES-CLASSES.txt est present, la
      * moyenne ponderee utilise le coefficient du programme de la
      * classe : un coefficient saisi different est remplace et une
      * matiere hors programme est signalee dans
      * ELEVES-EXCEPTIONS.txt. Plusieurs notes d'une meme matiere
      * sont moyennees avant application du coefficient.
       ENVIRONMENT DIVISION.
       configuration section.
       special-names.
           ACCESS mode IS sequential
           FILE status IS WS-STATUS-BULL.

           select PROGFILE assign to 'PROGRAMMES-CLASSES.txt'
           organization IS LINE sequential
           ACCESS mode IS sequential
           FILE status IS WS-STATUS-PROG.

           select PERIODFILE assign to 'ELEVES-PERIODE.txt'
           organization IS LINE sequential
           ACCESS mode IS sequential
           recording MODE IS F.
       01  DEMOENR pic x(90).

       FD  PROGFILE
           recording MODE IS F.
       COPY PROGREC.

       FD  PERIODFILE
           recording MODE IS F.
       01  PERIODENR.
       01  WS-STATUS-STATS   pic x(2).
       01  WS-STATUS-BULL    pic x(2).
       01  WS-STATUS-PERIODE pic x(2).
       01  WS-STATUS-PROG    pic x(2).
       01  WS-STATUS-SEUILS  pic x(2).
       01  WS-STATUS-HONNEUR pic x(2).
       01  WS-STATUS-RISQUE  pic x(2).
       01  WS-MAT2 pic 9(1) VALUE 0.
       01  WS-STATUS-HISTO   pic x(2).
       01  WS-PERIODE pic x(2) VALUE '??'.
      * PROGRAMME PAR NIVEAU : COEFFICIENT DE REFERENCE DE CHAQUE
      * MATIERE DE CHAQUE CLASSE
       01  WS-NB-PROG pic 9(3) VALUE 0.
       01  WS-PROG-TABLE.
           03 WS-PROG-ENTRY occurs 200 times
                            indexed by WS-PROG-IDX.
              05 ws-prog-cle.
                 07 ws-prog-classe pic x(3).
                 07 ws-prog-matiere pic x(30).
              05 ws-prog-coef pic x(4).
              05 ws-prog-coef-num pic 9(4).
       01  WS-CLE-PROG.
           05 ws-cle-prog-classe pic x(3).
           05 ws-cle-prog-matiere pic x(30).
       01  WS-NB-ECARTS-PROG pic 9(4) VALUE 0.
      * STATISTIQUES PAR CLASSE : code classe, effectif, somme des
      * moyennes (pour la synthese inter-classes) et statistiques
      * des 6 matieres de la classe.
       01  MAXELEVES       PIC 9(4) VALUE 200.
       01  I PIC 9(4) VALUE 0.
       01  J PIC 99 value 0.
       01  WS-CASE-MAT PIC 99 value 0.
       01  WS-M PIC 99 value 0.
       01  WS-NOTE-LUE PIC 9(5) value 0.
       01  WS-NB-ELEVES-LUS     PIC 9(4) VALUE 0.
       01  WS-NB-ELEVES-STOCKES PIC 9(4) VALUE 0.
       01  WS-NB-ELEVES-ECRITS  PIC 9(4) VALUE 0.
                  09 ws-coefmat pic X(4).
                  09 ws-coefmat-num pic 9(2)V99.
                  09 ws-notemat pic 9(5).
      *           NOTES DE LA MATIERE : NOMBRE, SOMME ET MOYENNE
      *           EXACTE PONDEREE DANS LA MOYENNE GENERALE
                  09 ws-nb-notes pic 9(2).
                  09 ws-somme-notes pic 9(5).
                  09 ws-note-moy pic 9(2)V99.


      * LIGNES DU CLASSEMENT, EDITEES VIA LE SERVICE COMMUN EDITREP
                   'l historique'
           END-IF

      *    PROGRAMME PAR NIVEAU (facultatif) : LES MOYENNES SONT
      *    PONDEREES PAR LES COEFFICIENTS DU PROGRAMME
           open INPUT PROGFILE
           IF WS-STATUS-PROG = '00'
               PERFORM UNTIL WS-STATUS-PROG NOT = '00'
                   READ PROGFILE
                       AT END CONTINUE
                       NOT AT END
                           IF PROG-CLASSE NOT = SPACES
                              AND PROG-MATIERE NOT = SPACES
                              AND PROG-COEF IS NUMERIC
                              AND WS-NB-PROG < 200
                               ADD 1 TO WS-NB-PROG
                               MOVE PROG-CLASSE
                                   TO ws-prog-classe(WS-NB-PROG)
                               MOVE PROG-MATIERE
                                   TO ws-prog-matiere(WS-NB-PROG)
                               MOVE PROG-COEF
                                   TO ws-prog-coef(WS-NB-PROG)
                               MOVE PROG-COEF
                                   TO ws-prog-coef-num(WS-NB-PROG)
                           END-IF
                   END-READ
               END-PERFORM
               close PROGFILE
           ELSE
               DISPLAY 'PROGRAMMES-CLASSES.txt absent - coefficients '
                   'saisis utilises'
           END-IF

           PERFORM VARYING WS-CL FROM 1 BY 1 UNTIL WS-CL > 10
               MOVE SPACES TO ws-cl-code(WS-CL)
               MOVE 0 TO ws-cl-nb-eleves(WS-CL)
                            MOVE SPACES TO ws-coefmat(I, K)
                            MOVE 0 TO ws-coefmat-num(I, K)
                            MOVE 0 TO ws-notemat(I, K)
                            MOVE 0 TO ws-nb-notes(I, K)
                            MOVE 0 TO ws-somme-notes(I, K)
                            MOVE 0 TO ws-note-moy(I, K)
                        END-PERFORM
                        MOVE nom TO ws-nom(I)
                        MOVE PRENOM TO ws-prenom(I)
                    END-IF

                    ELSE IF numeromat = 02 THEN
                    IF I > 0
                        PERFORM RANGER-NOTE
                    END-IF

                    ELSE IF numeroabs = 03 THEN
                       move WS-coefmat (I, J) TO coefmats
                       write  OMATIEREENR
                       COMPUTE WS-SOMME-NOTE-COEF = WS-SOMME-NOTE-COEF
                           + (ws-note-moy(I, J) * ws-coefmat-num(I, J))
                       ADD ws-coefmat-num(I, J) TO WS-SOMME-COEF
                       IF ws-nommat(I, J) NOT = SPACES
                           MOVE ws-nommat(I, J)

           MOVE SPACES TO EXCEPTRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO exceptrailer-lib
           COMPUTE exceptrailer-nb =
               WS-NB-EXCEPTIONS + WS-NB-ECARTS-PROG
           WRITE EXCEPTRAILER
           close EXCEPFILE

           DISPLAY 'classes distinctes: ' WS-NB-CLASSES
           DISPLAY 'notes hors plage rejetees: ' WS-NB-EXCEPTIONS
               ' (voir ELEVES-EXCEPTIONS.txt)'
           IF WS-NB-PROG > 0
               DISPLAY 'ecarts au programme: ' WS-NB-ECARTS-PROG
                   ' (voir ELEVES-EXCEPTIONS.txt)'
           END-IF
           DISPLAY 'records read: ' WS-NB-ELEVES-LUS
               ', records written: ' WS-NB-ELEVES-ECRITS
               ', exceptions: ' WS-NB-EXCEPTIONS
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    RANGE UNE LIGNE DE NOTE DE L'ELEVE I : UNE MATIERE DEJA
      *    NOTEE CUMULE LA NOTE DANS SA CASE, ET C'EST LA MOYENNE DES
      *    NOTES DE LA MATIERE QUI EST PONDEREE PAR SON COEFFICIENT
      *    (UNE SEULE FOIS) ; UNE NOUVELLE MATIERE PREND LA CASE
      *    SUIVANTE, SIX AU PLUS. UNE NOTE HORS PLAGE COMPTE 0. LE
      *    PROGRAMME DE LA CLASSE EST APPLIQUE A LA PREMIERE NOTE.
       RANGER-NOTE.
           MOVE 0 TO WS-CASE-MAT
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > J OR WS-CASE-MAT > 0
               IF ws-nommat(I, WS-M) = nommat
                   MOVE WS-M TO WS-CASE-MAT
               END-IF
           END-PERFORM
           IF WS-CASE-MAT = 0 AND J < 6
               ADD 1 TO J
               MOVE J TO WS-CASE-MAT
               MOVE nommat TO ws-nommat(I, J)
               MOVE coefmat TO ws-coefmat(I, J)
               IF coefmat IS NUMERIC
                   MOVE FUNCTION NUMVAL(coefmat)
                       TO ws-coefmat-num(I, J)
               ELSE
                   MOVE 0 TO ws-coefmat-num(I, J)
               END-IF
           END-IF
           IF WS-CASE-MAT > 0
               IF notemat IS NUMERIC
                  AND FUNCTION NUMVAL(notemat) >= 0
                  AND FUNCTION NUMVAL(notemat) <= 20
                   MOVE notemat TO WS-NOTE-LUE
               ELSE
                   ADD 1 TO WS-NB-EXCEPTIONS
                   MOVE SPACES TO EXCEPENR
                   MOVE ws-numero(I) TO excep-numero
                   MOVE nommat TO excep-nommat
                   MOVE notemat TO excep-notemat
                   MOVE 'Note hors plage 0-20' TO excep-motif
                   WRITE EXCEPENR
                   MOVE 0 TO WS-NOTE-LUE
               END-IF
               ADD 1 TO ws-nb-notes(I, WS-CASE-MAT)
               ADD WS-NOTE-LUE TO ws-somme-notes(I, WS-CASE-MAT)
               COMPUTE ws-note-moy(I, WS-CASE-MAT) ROUNDED =
                   ws-somme-notes(I, WS-CASE-MAT)
                   / ws-nb-notes(I, WS-CASE-MAT)
               COMPUTE ws-notemat(I, WS-CASE-MAT) ROUNDED =
                   ws-somme-notes(I, WS-CASE-MAT)
                   / ws-nb-notes(I, WS-CASE-MAT)
               IF WS-NB-PROG > 0 AND ws-nb-notes(I, WS-CASE-MAT) = 1
                   PERFORM APPLIQUER-PROGRAMME
               END-IF
           END-IF.

      *    COEFFICIENT DU PROGRAMME DE LA CLASSE POUR LA MATIERE DE LA
      *    CASE WS-CASE-MAT DE L'ELEVE I : UN COEFFICIENT SAISI
      *    DIFFERENT EST REMPLACE ET SIGNALE ; UNE MATIERE HORS
      *    PROGRAMME EST SIGNALEE ET GARDE LE COEFFICIENT SAISI.
       APPLIQUER-PROGRAMME.
           MOVE ws-classe(I) TO ws-cle-prog-classe
           MOVE nommat TO ws-cle-prog-matiere
           SET WS-PROG-IDX TO 1
           SEARCH WS-PROG-ENTRY
               AT END
                   ADD 1 TO WS-NB-ECARTS-PROG
                   MOVE SPACES TO EXCEPENR
                   MOVE ws-numero(I) TO excep-numero
                   MOVE nommat TO excep-nommat
                   MOVE notemat TO excep-notemat
                   MOVE 'Matiere hors programme' TO excep-motif
                   WRITE EXCEPENR
               WHEN ws-prog-cle(WS-PROG-IDX) = WS-CLE-PROG
                   IF coefmat NOT = ws-prog-coef(WS-PROG-IDX)
                       ADD 1 TO WS-NB-ECARTS-PROG
                       MOVE SPACES TO EXCEPENR
                       MOVE ws-numero(I) TO excep-numero
                       MOVE nommat TO excep-nommat
                       MOVE notemat TO excep-notemat
                       MOVE 'Coef. remplace par programme'
                           TO excep-motif
                       WRITE EXCEPENR
                       MOVE ws-prog-coef(WS-PROG-IDX)
                           TO ws-coefmat(I, WS-CASE-MAT)
                       MOVE ws-prog-coef-num(WS-PROG-IDX)
                           TO ws-coefmat-num(I, WS-CASE-MAT)
                   END-IF
           END-SEARCH.

      *    RETROUVE (OU CREE) L'ENTREE DE LA CLASSE DE L'ELEVE I
      *    DANS LA TABLE DES CLASSES, INDICE RENDU DANS WS-CL.
       CHERCHER-CLASSE.
