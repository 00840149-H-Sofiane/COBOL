       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECSTAT.
      * Statistiques annuelles des reclamations pour l'autorite de
      * controle, tirees du registre RECLAMATIONS-REGISTRE.txt tenu
      * par recgest. L'exercice est lu dans
      * RECLAMATIONS-STAT-PARAM.txt (AAAA ; defaut : l'annee
      * civile precedente). Par categorie puis au total :
      *   - reclamations recues dans l'annee ;
      *   - reclamations closes dans l'annee, par issue (fondee,
      *     partiellement fondee, non fondee) ;
      *   - parmi les recues, accuses de reception donnes dans les
      *     dix jours ouvres et reponses donnees dans les deux mois ;
      *   - reclamations escaladees dans l'annee ;
      *   - reclamations en cours au 31 decembre.
      * Le delai moyen de reponse en jours ouvres (service CALJOUR)
      * des reclamations repondues dans l'annee termine l'etat. L'etat
      * RECLAMATIONS-STATISTIQUES.txt est edite par le service
      * commun EDITREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "RECLAMATIONS-STAT-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FREGISTRE ASSIGN TO "RECLAMATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC 9(4).

       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY RECLREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FSTAT-ENTETE.
              05 FILLER PIC X(20) VALUE 'CATEGORIE'.
              05 FILLER PIC X(8) VALUE ' RECUES '.
              05 FILLER PIC X(8) VALUE ' CLOSES '.
              05 FILLER PIC X(8) VALUE 'FONDEES '.
              05 FILLER PIC X(8) VALUE 'PARTIEL '.
              05 FILLER PIC X(8) VALUE 'NONFOND '.
              05 FILLER PIC X(8) VALUE 'AR<=10J '.
              05 FILLER PIC X(8) VALUE 'REP<=2M '.
              05 FILLER PIC X(8) VALUE ' ESCAL. '.
              05 FILLER PIC X(8) VALUE 'ENCOURS '.
       01 FSTAT-DETAIL.
              05 FSTAT-LIB PIC X(20).
              05 FSTAT-RECUES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-CLOSES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-FONDEES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-PARTIELLES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-NON-FONDEES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-AR-DELAI PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-REP-DELAI PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-ESCALADEES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTAT-EN-COURS PIC ZZZZZZ9.
       01 FSTAT-DELAI.
              05 FILLER PIC X(40)
                 VALUE 'Delai moyen de reponse (jours ouvres) : '.
              05 FSTAT-DELAI-MOYEN PIC ZZZ9.9.
              05 FILLER PIC X(18) VALUE '  sur reponses : '.
              05 FSTAT-DELAI-NB PIC ZZZZZZ9.
       COPY RUNLNK.
       COPY EDITLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-AAAA PIC 9(4).
           05 FILLER PIC X(17).
       01 WS-ANNEE PIC 9(4) VALUE 0.
       01 WS-DEBUT-ANNEE PIC X(8).
       01 WS-FIN-ANNEE PIC X(8).
       01 WS-TITRE PIC X(40).

      * CUMULS PAR CATEGORIE (LA SEPTIEME LIGNE PORTE LE TOTAL)
       01 WS-CATEGORIES-VAL.
           05 FILLER PIC X(23) VALUE 'SINSinistres'.
           05 FILLER PIC X(23) VALUE 'COTCotisations'.
           05 FILLER PIC X(23) VALUE 'CONContrat'.
           05 FILLER PIC X(23) VALUE 'SERQualite de service'.
           05 FILLER PIC X(23) VALUE 'COMCommercialisation'.
           05 FILLER PIC X(23) VALUE 'AUTAutres'.
           05 FILLER PIC X(23) VALUE '   TOTAL'.
       01 WS-CATEGORIES REDEFINES WS-CATEGORIES-VAL.
           05 WS-CAT-DEF OCCURS 7 TIMES
                          INDEXED BY WS-CAT-IDX.
               10 WS-CAT-CODE PIC X(3).
               10 WS-CAT-LIB PIC X(20).
       01 WS-CUMULS.
           05 WS-CUMUL OCCURS 7 TIMES.
               10 WS-CUM-RECUES PIC 9(7).
               10 WS-CUM-CLOSES PIC 9(7).
               10 WS-CUM-FONDEES PIC 9(7).
               10 WS-CUM-PARTIELLES PIC 9(7).
               10 WS-CUM-NON-FONDEES PIC 9(7).
               10 WS-CUM-AR-DELAI PIC 9(7).
               10 WS-CUM-REP-DELAI PIC 9(7).
               10 WS-CUM-ESCALADEES PIC 9(7).
               10 WS-CUM-EN-COURS PIC 9(7).
       01 WS-C PIC 9(1).

      * ZONES D'APPEL DU SERVICE CALJOUR
       01 WS-CALJOUR-DEMANDE.
           05 WS-CJ-FONCTION PIC X(1).
           05 WS-CJ-DATE PIC X(8).
           05 WS-CJ-DATE2 PIC X(8).
       01 WS-CALJOUR-REPONSE.
           05 WS-CJ-RETOUR PIC X(2).
           05 WS-CJ-OUVRE PIC X(1).
           05 WS-CJ-RESULTAT PIC 9(8).
           05 WS-CJ-NB PIC S9(5).

       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-DELAIS PIC 9(7) VALUE 0.
       01 WS-TOTAL-DELAIS PIC 9(9) VALUE 0.
       01 WS-DELAI-MOYEN PIC 9(4)V9 VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'recstat' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    EXERCICE (DEFAUT : ANNEE CIVILE PRECEDENTE)
           COMPUTE WS-ANNEE = WS-RUN-AAAA - 1
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                          AND PARAM-ANNEE > 1900
                           MOVE PARAM-ANNEE TO WS-ANNEE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           MOVE SPACES TO WS-DEBUT-ANNEE
           STRING WS-ANNEE DELIMITED BY SIZE
               '0101' DELIMITED BY SIZE
               INTO WS-DEBUT-ANNEE
           MOVE SPACES TO WS-FIN-ANNEE
           STRING WS-ANNEE DELIMITED BY SIZE
               '1231' DELIMITED BY SIZE
               INTO WS-FIN-ANNEE
           INITIALIZE WS-CUMULS

           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE NOT = '00'
               DISPLAY 'RECLAMATIONS-REGISTRE.txt non disponible - '
                   'code statut ' WS-STATUS-FREGISTRE
               DISPLAY 'Executer recgest avant recstat'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
               READ FREGISTRE
                   AT END
                       SET WS-EOF-FREGISTRE-REACHED TO TRUE
                   NOT AT END
                       IF RECL-MUNA IS NUMERIC
                          AND RECL-DATE-RECEPTION NOT > WS-FIN-ANNEE
                           ADD 1 TO WS-NB-LUES
                           PERFORM CUMULER-RECLAMATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGISTRE.

      *    EDITION DES STATISTIQUES
           MOVE SPACES TO WS-TITRE
           STRING 'STATISTIQUES DES RECLAMATIONS ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO WS-TITRE
           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'RECLAMATIONS-STATISTIQUES.txt' TO WS-ED-NOM-FICHIER
           MOVE WS-TITRE TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           IF WS-ED-RETOUR NOT = '00'
               DISPLAY 'RECLAMATIONS-STATISTIQUES.txt inexploitable'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FSTAT-ENTETE TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 7
               MOVE SPACES TO FSTAT-DETAIL
               MOVE WS-CAT-LIB(WS-C) TO FSTAT-LIB
               MOVE WS-CUM-RECUES(WS-C) TO FSTAT-RECUES
               MOVE WS-CUM-CLOSES(WS-C) TO FSTAT-CLOSES
               MOVE WS-CUM-FONDEES(WS-C) TO FSTAT-FONDEES
               MOVE WS-CUM-PARTIELLES(WS-C) TO FSTAT-PARTIELLES
               MOVE WS-CUM-NON-FONDEES(WS-C) TO FSTAT-NON-FONDEES
               MOVE WS-CUM-AR-DELAI(WS-C) TO FSTAT-AR-DELAI
               MOVE WS-CUM-REP-DELAI(WS-C) TO FSTAT-REP-DELAI
               MOVE WS-CUM-ESCALADEES(WS-C) TO FSTAT-ESCALADEES
               MOVE WS-CUM-EN-COURS(WS-C) TO FSTAT-EN-COURS
               MOVE 'L' TO WS-ED-FONCTION
               MOVE SPACES TO WS-ED-LIGNE
               MOVE FSTAT-DETAIL TO WS-ED-LIGNE
               CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           END-PERFORM
           IF WS-NB-DELAIS > 0
               COMPUTE WS-DELAI-MOYEN ROUNDED =
                   WS-TOTAL-DELAIS / WS-NB-DELAIS
           END-IF
           MOVE WS-DELAI-MOYEN TO FSTAT-DELAI-MOYEN
           MOVE WS-NB-DELAIS TO FSTAT-DELAI-NB
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE FSTAT-DELAI TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Exercice               : ' WS-ANNEE
           DISPLAY 'Reclamations retenues  : ' WS-NB-LUES
           DISPLAY 'Reclamations recues    : ' WS-CUM-RECUES(7)
           DISPLAY 'Reclamations closes    : ' WS-CUM-CLOSES(7)
           DISPLAY 'En cours au 31/12      : ' WS-CUM-EN-COURS(7)
           DISPLAY 'Rapport ecrit dans RECLAMATIONS-STATISTIQUES.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    RANGE LA RECLAMATION SOUS SA CATEGORIE (UNE CATEGORIE
      *    INCONNUE VA SOUS 'AUTRES') ET AU TOTAL
       CUMULER-RECLAMATION.
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-DEF
               AT END
                   SET WS-CAT-IDX TO 6
               WHEN WS-CAT-CODE(WS-CAT-IDX) = RECL-CATEGORIE
                   CONTINUE
           END-SEARCH
           IF WS-CAT-IDX > 6
               SET WS-CAT-IDX TO 6
           END-IF
           SET WS-C TO WS-CAT-IDX
           PERFORM CUMULER-LIGNE
           MOVE 7 TO WS-C
           PERFORM CUMULER-LIGNE
           IF RECL-DATE-REPONSE NOT < WS-DEBUT-ANNEE
              AND RECL-DATE-REPONSE NOT > WS-FIN-ANNEE
               MOVE 'N' TO WS-CJ-FONCTION
               MOVE RECL-DATE-RECEPTION TO WS-CJ-DATE
               MOVE RECL-DATE-REPONSE TO WS-CJ-DATE2
               CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
                   WS-CALJOUR-REPONSE
               IF WS-CJ-RETOUR = '00'
                   ADD 1 TO WS-NB-DELAIS
                   ADD WS-CJ-NB TO WS-TOTAL-DELAIS
               END-IF
           END-IF.

       CUMULER-LIGNE.
           IF RECL-DATE-RECEPTION NOT < WS-DEBUT-ANNEE
               ADD 1 TO WS-CUM-RECUES(WS-C)
               IF RECL-DATE-AR NOT = SPACES
                  AND RECL-DATE-AR NOT > RECL-ECHEANCE-AR
                   ADD 1 TO WS-CUM-AR-DELAI(WS-C)
               END-IF
               IF RECL-DATE-REPONSE NOT = SPACES
                  AND RECL-DATE-REPONSE NOT > RECL-ECHEANCE-REP
                   ADD 1 TO WS-CUM-REP-DELAI(WS-C)
               END-IF
           END-IF
           IF RECL-DATE-CLOTURE NOT < WS-DEBUT-ANNEE
              AND RECL-DATE-CLOTURE NOT > WS-FIN-ANNEE
               ADD 1 TO WS-CUM-CLOSES(WS-C)
               EVALUATE RECL-ISSUE
                   WHEN 'F'
                       ADD 1 TO WS-CUM-FONDEES(WS-C)
                   WHEN 'P'
                       ADD 1 TO WS-CUM-PARTIELLES(WS-C)
                   WHEN 'N'
                       ADD 1 TO WS-CUM-NON-FONDEES(WS-C)
               END-EVALUATE
           END-IF
           IF RECL-DATE-ESCALADE NOT < WS-DEBUT-ANNEE
              AND RECL-DATE-ESCALADE NOT > WS-FIN-ANNEE
               ADD 1 TO WS-CUM-ESCALADEES(WS-C)
           END-IF
           IF RECL-DATE-CLOTURE = SPACES
              OR RECL-DATE-CLOTURE > WS-FIN-ANNEE
               ADD 1 TO WS-CUM-EN-COURS(WS-C)
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
