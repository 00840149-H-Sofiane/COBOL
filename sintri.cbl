       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINTRI.
      * Triangles de liquidation des sinistres pour la revue
      * annuelle des provisions : en ligne l'annee de survenance
      * (SINJ-DATE-SURVENANCE), en colonne l'annee de developpement
      * (1 = annee de survenance, 2 = annee suivante, ...), en
      * cellule le cumul regle (triangle des reglements) et la
      * charge regle + provision (triangle de la charge) a la fin
      * de l'annee de developpement. Les montants sont repris de
      * l'historique SINISTRES-JOURNAL.txt tenu par singest, trie
      * par sinistre et date d'evenement : la situation d'un
      * sinistre en fin d'annee est celle de son dernier evenement
      * de l'annee, reportee telle quelle les annees sans
      * evenement. L'annee d'inventaire se lit dans
      * SINISTRES-TRIANGLE-PARAM.txt (AAAA) ; a defaut, c'est
      * l'annee en cours. Les dix dernieres annees de survenance
      * sont editees dans SINISTRES-TRIANGLE.txt par le service
      * commun EDITREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPERIODE ASSIGN TO "SINISTRES-TRIANGLE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FJOURNAL ASSIGN TO "SINISTRES-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAL.

           SELECT FTRIE ASSIGN TO "SINTRI-JOURNAL.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRIE.

           SELECT FTRI ASSIGN TO "SINTRI-TRAVAIL.TRI".
       DATA DIVISION.
       FILE SECTION.
       FD     FPERIODE
              RECORDING MODE IS F.
       01 PERIODE-REG.
              05 PERIODE-ANNEE PIC X(4).

       FD     FJOURNAL
              RECORDING MODE IS F.
       01 JOURNAL-REG PIC X(82).

       FD     FTRIE
              RECORDING MODE IS F.
       COPY SINJRN.

       SD     FTRI.
       01 TRI-REG.
              05 FILLER PIC X(9).
              05 TRI-NUMERO PIC X(10).
              05 FILLER PIC X(21).
              05 TRI-DATE-EVT PIC X(8).
              05 FILLER PIC X(34).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRIE PIC X(02) VALUE SPACES.
      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FTRI-ENTETE.
              05 FILLER PIC X(12) VALUE 'SURV. NB SIN'.
              05 FILLER PIC X(12) VALUE '       DEV 1'.
              05 FILLER PIC X(12) VALUE '       DEV 2'.
              05 FILLER PIC X(12) VALUE '       DEV 3'.
              05 FILLER PIC X(12) VALUE '       DEV 4'.
              05 FILLER PIC X(12) VALUE '       DEV 5'.
              05 FILLER PIC X(12) VALUE '       DEV 6'.
              05 FILLER PIC X(12) VALUE '       DEV 7'.
              05 FILLER PIC X(12) VALUE '       DEV 8'.
              05 FILLER PIC X(12) VALUE '       DEV 9'.
              05 FILLER PIC X(12) VALUE '      DEV 10'.
       01 FTRI-DETAIL.
              05 FTRI-DETAIL-ANNEE PIC X(5).
              05 FILLER PIC X(1).
              05 FTRI-DETAIL-NB PIC ZZZZZ9.
              05 FTRI-CELLULE OCCURS 10 TIMES.
                  10 FILLER PIC X(1).
                  10 FTRI-DETAIL-MONTANT PIC ZZZ,ZZZ,ZZ9.
       COPY RUNLNK.
       COPY EDITLNK.

       01 WS-EOF-FTRIE PIC X VALUE 'N'.
           88 WS-EOF-FTRIE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-ANNEE-INVENTAIRE PIC 9(4).
       01 WS-PREMIERE-ANNEE PIC 9(4).
       01 WS-ANNEE-EVT PIC 9(4).

      * SINISTRE EN COURS DE REGROUPEMENT : SITUATION EN FIN DE
      * CHAQUE ANNEE DE DEVELOPPEMENT
       01 WS-NUMERO-COURANT PIC X(10) VALUE SPACES.
       01 WS-SURV-COURANTE PIC 9(4) VALUE 0.
       01 WS-SINISTRE-RETENU PIC X VALUE 'N'.
           88 WS-SINISTRE-EST-RETENU VALUE 'Y'.
       01 WS-SITUATION.
           05 WS-SIT-ENTRY OCCURS 10 TIMES.
               10 WS-SIT-CONNUE PIC X(1).
               10 WS-SIT-RESERVE PIC 9(9)V9(2).
               10 WS-SIT-PAYE PIC 9(9)V9(2).

      * TRIANGLES : LIGNE = ANNEE DE SURVENANCE (PREMIERE ANNEE +
      * RANG - 1), COLONNE = ANNEE DE DEVELOPPEMENT
       01 WS-TRIANGLES.
           05 WS-TRI-LIGNE OCCURS 10 TIMES.
               10 WS-TRI-NB PIC 9(6).
               10 WS-TRI-CELLULE OCCURS 10 TIMES.
                   15 WS-TRI-PAYE PIC 9(12)V9(2).
                   15 WS-TRI-CHARGE PIC 9(12)V9(2).

       01 WS-I PIC 9(2) COMP VALUE 0.
       01 WS-K PIC 9(2) COMP VALUE 0.
       01 WS-NB-COLONNES PIC 9(2) COMP VALUE 0.
       01 WS-TYPE-TRIANGLE PIC X(1).
           88 WS-TRIANGLE-REGLEMENTS VALUE 'P'.
       01 WS-NB-LIGNES-LUES PIC 9(7) VALUE 0.
       01 WS-NB-SINISTRES PIC 9(7) VALUE 0.
       01 WS-NB-ANCIENS PIC 9(7) VALUE 0.
       01 WS-NB-POSTERIEURS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'sintri' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    ANNEE D'INVENTAIRE (A DEFAUT, L'ANNEE EN COURS)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-ANNEE-INVENTAIRE
           OPEN INPUT FPERIODE.
           IF WS-STATUS-FPERIODE = '00'
               READ FPERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PERIODE-ANNEE IS NUMERIC
                           MOVE PERIODE-ANNEE TO WS-ANNEE-INVENTAIRE
                       END-IF
               END-READ
               CLOSE FPERIODE
           END-IF
           COMPUTE WS-PREMIERE-ANNEE = WS-ANNEE-INVENTAIRE - 9
           INITIALIZE WS-TRIANGLES

      *    TRI DE L'HISTORIQUE PAR SINISTRE PUIS DATE D'EVENEMENT ;
      *    A DATE EGALE, L'ORDRE D'APPLICATION EST CONSERVE
           OPEN INPUT FJOURNAL.
           IF WS-STATUS-FJOURNAL NOT = '00'
               DISPLAY 'SINISTRES-JOURNAL.txt non disponible - code '
                   'statut ' WS-STATUS-FJOURNAL
               DISPLAY 'Executer singest avant sintri'
      *        LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *        ENTREE MANQUANTE NE DOIT PAS COMPTER COMME UN
      *        PASSAGE PLANTE (DEBUT SANS FIN)
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FJOURNAL.
           SORT FTRI ON ASCENDING KEY TRI-NUMERO TRI-DATE-EVT
               WITH DUPLICATES IN ORDER
               USING FJOURNAL GIVING FTRIE.

           OPEN INPUT FTRIE.
           PERFORM UNTIL WS-EOF-FTRIE-REACHED
               READ FTRIE
                   AT END
                       SET WS-EOF-FTRIE-REACHED TO TRUE
                   NOT AT END
                       IF SINJ-MUNA IS NUMERIC
                           ADD 1 TO WS-NB-LIGNES-LUES
                           IF SINJ-NUMERO NOT = WS-NUMERO-COURANT
                               PERFORM CUMULER-SINISTRE
                               PERFORM DEBUTER-SINISTRE
                           END-IF
                           PERFORM NOTER-EVENEMENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CUMULER-SINISTRE.
           CLOSE FTRIE.

      *    EDITION DES DEUX TRIANGLES
           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'SINISTRES-TRIANGLE.txt' TO WS-ED-NOM-FICHIER
           MOVE 'TRIANGLES DE LIQUIDATION DES SINISTRES'
               TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           STRING 'ANNEE D INVENTAIRE ' DELIMITED BY SIZE
               WS-ANNEE-INVENTAIRE DELIMITED BY SIZE
               ' - MONTANTS EN EUROS, CUMULES EN FIN D ANNEE DE '
               DELIMITED BY SIZE
               'DEVELOPPEMENT' DELIMITED BY SIZE
               INTO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE 'P' TO WS-TYPE-TRIANGLE
           PERFORM EDITER-TRIANGLE
           MOVE 'C' TO WS-TYPE-TRIANGLE
           PERFORM EDITER-TRIANGLE
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Lignes d historique lues   : ' WS-NB-LIGNES-LUES
           DISPLAY 'Sinistres au triangle      : ' WS-NB-SINISTRES
           DISPLAY 'Survenances avant ' WS-PREMIERE-ANNEE
               '      : ' WS-NB-ANCIENS
           DISPLAY 'Survenances apres ' WS-ANNEE-INVENTAIRE
               '      : ' WS-NB-POSTERIEURS
           DISPLAY 'Rapport ecrit dans SINISTRES-TRIANGLE.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    NOUVEAU SINISTRE : IL N'ENTRE AU TRIANGLE QUE SI SA
      *    SURVENANCE TOMBE DANS LES DIX ANNEES EDITEES.
       DEBUTER-SINISTRE.
           MOVE SINJ-NUMERO TO WS-NUMERO-COURANT
           MOVE SINJ-DATE-SURVENANCE(1:4) TO WS-SURV-COURANTE
           INITIALIZE WS-SITUATION
           MOVE 'N' TO WS-SINISTRE-RETENU
           EVALUATE TRUE
               WHEN WS-SURV-COURANTE < WS-PREMIERE-ANNEE
                   ADD 1 TO WS-NB-ANCIENS
               WHEN WS-SURV-COURANTE > WS-ANNEE-INVENTAIRE
                   ADD 1 TO WS-NB-POSTERIEURS
               WHEN OTHER
                   SET WS-SINISTRE-EST-RETENU TO TRUE
           END-EVALUATE.

      *    LA SITUATION APRES L'EVENEMENT DEVIENT CELLE DE SON ANNEE
      *    DE DEVELOPPEMENT ; LES EVENEMENTS POSTERIEURS A L'ANNEE
      *    D'INVENTAIRE SONT IGNORES.
       NOTER-EVENEMENT.
           IF WS-SINISTRE-EST-RETENU
               MOVE SINJ-DATE-EVT(1:4) TO WS-ANNEE-EVT
               IF WS-ANNEE-EVT <= WS-ANNEE-INVENTAIRE
                   IF WS-ANNEE-EVT < WS-SURV-COURANTE
                       MOVE 1 TO WS-K
                   ELSE
                       COMPUTE WS-K = WS-ANNEE-EVT
                           - WS-SURV-COURANTE + 1
                   END-IF
                   MOVE 'O' TO WS-SIT-CONNUE(WS-K)
                   MOVE SINJ-RESERVE TO WS-SIT-RESERVE(WS-K)
                   MOVE SINJ-PAYE TO WS-SIT-PAYE(WS-K)
               END-IF
           END-IF.

      *    REPORTE LA SITUATION DU SINISTRE SUR LES ANNEES SANS
      *    EVENEMENT PUIS LA CUMULE DANS SA LIGNE DE SURVENANCE,
      *    JUSQU'A LA DIAGONALE DE L'ANNEE D'INVENTAIRE.
       CUMULER-SINISTRE.
           IF WS-SINISTRE-EST-RETENU
               ADD 1 TO WS-NB-SINISTRES
               COMPUTE WS-I = WS-SURV-COURANTE - WS-PREMIERE-ANNEE
                   + 1
               COMPUTE WS-NB-COLONNES = WS-ANNEE-INVENTAIRE
                   - WS-SURV-COURANTE + 1
               ADD 1 TO WS-TRI-NB(WS-I)
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-COLONNES
                   IF WS-SIT-CONNUE(WS-K) NOT = 'O' AND WS-K > 1
                       MOVE WS-SIT-RESERVE(WS-K - 1)
                           TO WS-SIT-RESERVE(WS-K)
                       MOVE WS-SIT-PAYE(WS-K - 1)
                           TO WS-SIT-PAYE(WS-K)
                   END-IF
                   ADD WS-SIT-PAYE(WS-K) TO WS-TRI-PAYE(WS-I, WS-K)
                   ADD WS-SIT-PAYE(WS-K) WS-SIT-RESERVE(WS-K)
                       TO WS-TRI-CHARGE(WS-I, WS-K)
               END-PERFORM
           END-IF
           MOVE 'N' TO WS-SINISTRE-RETENU.

      *    EDITE LE TRIANGLE DES REGLEMENTS ('P') OU DE LA CHARGE
      *    ('C') ; LES CELLULES AU-DELA DE LA DIAGONALE RESTENT EN
      *    BLANC.
       EDITER-TRIANGLE.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           IF WS-TRIANGLE-REGLEMENTS
               MOVE 'TRIANGLE DES REGLEMENTS CUMULES' TO WS-ED-LIGNE
           ELSE
               MOVE 'TRIANGLE DE LA CHARGE (REGLE + PROVISION)'
                   TO WS-ED-LIGNE
           END-IF
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FTRI-ENTETE TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 10
               MOVE SPACES TO FTRI-DETAIL
               COMPUTE WS-ANNEE-EVT = WS-PREMIERE-ANNEE + WS-I - 1
               MOVE WS-ANNEE-EVT TO FTRI-DETAIL-ANNEE
               MOVE WS-TRI-NB(WS-I) TO FTRI-DETAIL-NB
               COMPUTE WS-NB-COLONNES = 11 - WS-I
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-COLONNES
                   IF WS-TRIANGLE-REGLEMENTS
                       COMPUTE FTRI-DETAIL-MONTANT(WS-K) ROUNDED =
                           WS-TRI-PAYE(WS-I, WS-K)
                   ELSE
                       COMPUTE FTRI-DETAIL-MONTANT(WS-K) ROUNDED =
                           WS-TRI-CHARGE(WS-I, WS-K)
                   END-IF
               END-PERFORM
               MOVE 'L' TO WS-ED-FONCTION
               MOVE SPACES TO WS-ED-LIGNE
               MOVE FTRI-DETAIL TO WS-ED-LIGNE
               CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           END-PERFORM.
