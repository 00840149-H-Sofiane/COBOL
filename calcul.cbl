           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREQUESTS.

           SELECT FECHPRET ASSIGN TO "CALCUL-ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHPRET.
       DATA DIVISION.
       FILE SECTION.
       FD     FLOG
              RECORDING MODE IS F.
       01  FREQUESTS-REG PIC X(40).

      * TABLEAU D'AMORTISSEMENT : UNE LIGNE PAR ECHEANCE, PRECEDEE
      * D'UNE LIGNE D'ENTETE ET SUIVIE D'UNE LIGNE DE TOTAUX PAR
      * ECHEANCIER
       FD     FECHPRET
              RECORDING MODE IS F.
       01  FECHP-REG.
              05 FECHP-NO       PIC 9(5).
              05 FILLER         PIC X(1).
              05 FECHP-RANG     PIC 9(3).
              05 FILLER         PIC X(1).
              05 FECHP-DATE     PIC 9(8).
              05 FILLER         PIC X(1).
              05 FECHP-ECHEANCE PIC Z(7)9.99.
              05 FILLER         PIC X(1).
              05 FECHP-INTERETS PIC Z(7)9.99.
              05 FILLER         PIC X(1).
              05 FECHP-CAPITAL  PIC Z(7)9.99.
              05 FILLER         PIC X(1).
              05 FECHP-RESTANT  PIC Z(7)9.99.
       01  FECHP-LIGNE PIC X(100).
       01  FECHP-TRAILER.
              05 FECHP-TRAILER-LIB PIC X(20).
              05 FECHP-TRAILER-NB  PIC ZZZZ9.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FLOG      PIC X(02) VALUE SPACES.
       77  WS-STATUS-FREQUESTS PIC X(02) VALUE SPACES.
       77  WS-STATUS-FECHPRET  PIC X(02) VALUE SPACES.

       01 WS-A PIC S9(6)V99.
       01 WS-B PIC S9(6)V99.
       01 WS-PREMIER-CALCUL PIC X VALUE 'O'.
           88 WS-A-UN-RESULTAT VALUE 'N'.
       01 WS-OPERATION-2 PIC X(2).
      * ECHEANCIER DE PRET OU DE FINANCEMENT DE PRIME : CAPITAL,
      * TAUX ANNUEL EN POURCENTAGE, NOMBRE D'ECHEANCES, FREQUENCE
      * ('M' mensuelle, 'T' trimestrielle, 'S' semestrielle, 'A'
      * annuelle, comme FREQUENCES-PAIEMENT.txt) et date de depart
      * AAAAMMJJ ; la premiere echeance tombe une periode apres la
      * date de depart.
       01 WS-N-TXTE PIC X(5).
       01 WS-FREQ-TXTE PIC X(1).
       01 WS-DATE-TXTE PIC X(8).
       01 WS-CAPITAL PIC S9(7)V99.
       01 WS-TAUX-ANNUEL PIC S9(3)V9(4).
       01 WS-NB-SAISI PIC S9(5).
       01 WS-NB-ECHEANCES PIC 9(3).
       01 WS-PAS-MOIS PIC 9(2).
       01 WS-TAUX-PERIODE PIC 9V9(12).
       01 WS-UN-PLUS-TAUX PIC 9(2)V9(12).
       01 WS-ACTUALISATION PIC 9V9(12).
       01 WS-FACTEUR PIC 9V9(12).
       01 WS-UN-MOINS-FACTEUR PIC 9V9(12).
       01 WS-NUMERATEUR PIC 9(7)V9(12).
       01 WS-ECHEANCE PIC 9(7)V99.
       01 WS-ECHEANCE-COURANTE PIC 9(7)V99.
       01 WS-INTERETS PIC 9(7)V99.
       01 WS-PART-CAPITAL PIC 9(7)V99.
       01 WS-RESTANT PIC 9(7)V99.
       01 WS-TOTAL-ECHEANCES PIC 9(8)V99.
       01 WS-TOTAL-INTERETS PIC 9(8)V99.
       01 WS-TOTAL-CAPITAL PIC 9(8)V99.
       01 WS-IDX-ECHEANCE PIC 9(3).
       01 WS-NB-ECHEANCIERS PIC 9(5) VALUE 0.
       01 WS-FECHPRET-OUVERT PIC X VALUE 'N'.
           88 WS-FECHPRET-EST-OUVERT VALUE 'Y'.
       01 WS-DEPASSEMENT PIC X VALUE 'N'.
           88 WS-CALCUL-EN-DEPASSEMENT VALUE 'Y'.
       01 WS-MOTIF-ECH PIC X(40).
       01 WS-STATUT-ECH PIC X(20).
       01 WS-DATE-DEBUT.
           05 WS-DEBUT-ANNEE PIC 9(4).
           05 WS-DEBUT-MOIS PIC 9(2).
           05 WS-DEBUT-JOUR PIC 9(2).
       01 WS-DATE-ECHEANCE.
           05 WS-ECH-ANNEE PIC 9(4).
           05 WS-ECH-MOIS PIC 9(2).
           05 WS-ECH-JOUR PIC 9(2).
       01 WS-MOIS-CUMULES PIC 9(6).
       01 WS-ANNEES-AJOUT PIC 9(4).
       01 WS-RESTE-MOIS PIC 9(2).
       01 WS-JOURS-PAR-MOIS-VAL.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-JOURS-PAR-MOIS REDEFINES WS-JOURS-PAR-MOIS-VAL.
           05 WS-JOURS-MOIS OCCURS 12 TIMES PIC 9(2).
       01 WS-JOURS-MAX PIC 9(2).
       01 WS-QUOTIENT PIC 9(4).
       01 WS-RESTE-4 PIC 9(4).
       01 WS-RESTE-100 PIC 9(4).
       01 WS-RESTE-400 PIC 9(4).
       01 WS-DATE-VALIDE PIC X(1).
       01 WS-DATE-MOTIF PIC X(2).
       01 WS-ED-NO PIC 9(5).
       01 WS-ED-CAPITAL PIC Z(6)9.99.
       01 WS-ED-TAUX PIC Z9.9999.
       01 WS-ED-NB PIC ZZ9.
       01 WS-ED-ECHEANCE PIC Z(6)9.99.

       PROCEDURE DIVISION.
           OPEN OUTPUT FLOG
           DISPLAY "--------------------".
           DISPLAY "1 - Mode interactif"
           DISPLAY "2 - Mode batch (CALCUL-REQUESTS.txt)"
           DISPLAY "3 - Echeancier de pret / financement de prime"
           ACCEPT WS-MODE

           IF WS-MODE = 3
               PERFORM TEST AFTER UNTIL WS-STOP IN WS-CHOICE
                   PERFORM SAISIE-ECHEANCIER
                   DISPLAY "Voulez-vous continuer ? o/n"
                   ACCEPT WS-CHOICE
                   IF WS-CHOICE = "o"
                      SET WS-CONTINU TO TRUE
                   ELSE
                      SET WS-STOP TO TRUE
                      DISPLAY 'Au revoir'
                   END-IF
               END-PERFORM
           ELSE
           IF WS-MODE = 2
               OPEN INPUT FREQUESTS
               IF WS-STATUS-FREQUESTS NOT = '00'
                       READ FREQUESTS INTO FREQUESTS-REG
                       AT END CONTINUE
                       NOT AT END
                           MOVE SPACES TO WS-N-TXTE, WS-FREQ-TXTE,
                               WS-DATE-TXTE
                           UNSTRING FREQUESTS-REG DELIMITED BY ';'
                               INTO WS-OPERATION, WS-A-TXTE, WS-B-TXTE,
                                   WS-N-TXTE, WS-FREQ-TXTE, WS-DATE-TXTE
                           MOVE FUNCTION NUMVAL(WS-A-TXTE) TO WS-A
                           MOVE FUNCTION NUMVAL(WS-B-TXTE) TO WS-B
                           MOVE 'Y' TO WS-DIVISION-OK
                                  DISPLAY WS-A ' mod ' WS-B ' = '
                                      WS-RESULT
                              END-IF
                           WHEN 'E'
                              PERFORM PRET-ECHEANCIER
                           WHEN OTHER
                              MOVE 'N' TO WS-DIVISION-OK
                              MOVE 0 TO WS-RESULT
                           ELSE
                               MOVE 'REJETEE' TO FLOG-STATUT
                           END-IF
                           IF WS-OPERATION = 'E' AND WS-DIVISION-VALIDE
                               MOVE WS-STATUT-ECH TO FLOG-STATUT
                           END-IF
                           MOVE ' = ' TO FLOG-REG(24:3)
                           MOVE ' M=' TO FLOG-REG(37:3)
                           MOVE WS-MEMOIRE TO FLOG-MEMOIRE
               END-IF
               END-PERFORM
           END-IF
           END-IF

           MOVE SPACES TO FLOG-TRAILER
           MOVE 'TOTAL OPERATIONS : ' TO FLOG-TRAILER-LIB
           MOVE WS-NB-OPERATIONS TO FLOG-TRAILER-NB
           WRITE FLOG-TRAILER

           IF WS-FECHPRET-EST-OUVERT
               MOVE SPACES TO FECHP-TRAILER
               MOVE 'TOTAL ECHEANCIERS : ' TO FECHP-TRAILER-LIB
               MOVE WS-NB-ECHEANCIERS TO FECHP-TRAILER-NB
               WRITE FECHP-TRAILER
               CLOSE FECHPRET
           END-IF

           CLOSE FLOG
           DISPLAY 'Operations traitees : ' WS-NB-OPERATIONS
               ' (voir CALCUL-LOG.txt)'
           IF WS-NB-ECHEANCIERS > 0
               DISPLAY 'Echeanciers produits : ' WS-NB-ECHEANCIERS
                   ' (voir CALCUL-ECHEANCIER.txt)'
           END-IF
           STOP RUN.

      *    COMMANDES MEMOIRE DE LA SESSION : M+ ET M- CUMULENT LE
           MOVE WS-MEMOIRE TO FLOG-MEMOIRE
           MOVE WS-OPERATION-2 TO FLOG-STATUT
           WRITE FLOG-REG.

      *    SAISIE INTERACTIVE D'UN ECHEANCIER : MEMES DONNEES QU'UNE
      *    LIGNE 'E' DE CALCUL-REQUESTS.txt, MEME JOURNALISATION.
       SAISIE-ECHEANCIER.
           MOVE 'E' TO WS-OPERATION
           DISPLAY 'Capital emprunte ou prime a financer'
           ACCEPT WS-A-TXTE
           DISPLAY 'Taux annuel en pourcentage (ex. 4.25)'
           ACCEPT WS-B-TXTE
           DISPLAY 'Nombre d echeances (1 a 600)'
           ACCEPT WS-N-TXTE
           DISPLAY 'Frequence : M=mensuelle T=trimestrielle '
               'S=semestrielle A=annuelle'
           ACCEPT WS-FREQ-TXTE
           DISPLAY 'Date de depart AAAAMMJJ'
           ACCEPT WS-DATE-TXTE
           MOVE FUNCTION NUMVAL(WS-A-TXTE) TO WS-A
           MOVE FUNCTION NUMVAL(WS-B-TXTE) TO WS-B
           MOVE 'Y' TO WS-DIVISION-OK
           PERFORM PRET-ECHEANCIER
           ADD 1 TO WS-NB-OPERATIONS
           MOVE SPACES TO FLOG-REG
           MOVE WS-A TO FLOG-A
           MOVE WS-OPERATION TO FLOG-OP
           MOVE WS-B TO FLOG-B
           MOVE ' = ' TO FLOG-REG(24:3)
           MOVE WS-RESULT TO FLOG-RESULT
           MOVE ' M=' TO FLOG-REG(37:3)
           MOVE WS-MEMOIRE TO FLOG-MEMOIRE
           IF WS-DIVISION-VALIDE
               MOVE WS-STATUT-ECH TO FLOG-STATUT
           ELSE
               MOVE 'REJETEE' TO FLOG-STATUT
           END-IF
           WRITE FLOG-REG.

      *    CONTROLE LA DEMANDE PUIS ECRIT LE TABLEAU D'AMORTISSEMENT A
      *    ECHEANCES CONSTANTES DANS CALCUL-ECHEANCIER.txt. Les
      *    interets de chaque periode sont arrondis au centime ; la
      *    derniere echeance reprend tout le capital restant du pour
      *    que l'echeancier retombe exactement a zero. WS-RESULT rend
      *    l'echeance constante pour le journal.
       PRET-ECHEANCIER.
           MOVE 'Y' TO WS-DIVISION-OK
           MOVE SPACES TO WS-MOTIF-ECH
           MOVE 0 TO WS-RESULT
           COMPUTE WS-CAPITAL = FUNCTION NUMVAL(WS-A-TXTE)
           COMPUTE WS-TAUX-ANNUEL = FUNCTION NUMVAL(WS-B-TXTE)
           COMPUTE WS-NB-SAISI = FUNCTION NUMVAL(WS-N-TXTE)
           MOVE WS-DATE-TXTE TO WS-DATE-DEBUT
           CALL 'DATEVALID' USING WS-DATE-TXTE, WS-DATE-VALIDE,
               WS-DATE-MOTIF
           EVALUATE TRUE
               WHEN WS-CAPITAL NOT > 0 OR WS-CAPITAL > 999999.99
                   MOVE 'Capital hors limites (0,01 a 999999,99)'
                       TO WS-MOTIF-ECH
               WHEN WS-TAUX-ANNUEL < 0 OR WS-TAUX-ANNUEL > 99.9999
                   MOVE 'Taux annuel hors limites (0 a 99,9999)'
                       TO WS-MOTIF-ECH
               WHEN WS-NB-SAISI < 1 OR WS-NB-SAISI > 600
                   MOVE 'Nombre d echeances hors limites (1 a 600)'
                       TO WS-MOTIF-ECH
               WHEN WS-FREQ-TXTE = 'M'
                   MOVE 1 TO WS-PAS-MOIS
               WHEN WS-FREQ-TXTE = 'T'
                   MOVE 3 TO WS-PAS-MOIS
               WHEN WS-FREQ-TXTE = 'S'
                   MOVE 6 TO WS-PAS-MOIS
               WHEN WS-FREQ-TXTE = 'A'
                   MOVE 12 TO WS-PAS-MOIS
               WHEN OTHER
                   MOVE 'Frequence inconnue (M, T, S ou A)'
                       TO WS-MOTIF-ECH
           END-EVALUATE
           IF WS-MOTIF-ECH = SPACES AND WS-DATE-VALIDE NOT = 'Y'
               STRING 'Date de depart invalide (motif '
                   WS-DATE-MOTIF ')' DELIMITED BY SIZE
                   INTO WS-MOTIF-ECH
           END-IF
           IF WS-MOTIF-ECH NOT = SPACES
               MOVE 'N' TO WS-DIVISION-OK
               DISPLAY 'Echeancier refuse : ' WS-MOTIF-ECH
           ELSE
               MOVE WS-NB-SAISI TO WS-NB-ECHEANCES
               PERFORM CALCULER-ECHEANCE
               IF WS-CALCUL-EN-DEPASSEMENT
                   MOVE 'N' TO WS-DIVISION-OK
                   MOVE 0 TO WS-RESULT
                   MOVE 'Capacite de calcul de l echeance depassee'
                       TO WS-MOTIF-ECH
                   DISPLAY 'Echeancier refuse : ' WS-MOTIF-ECH
               ELSE
                   PERFORM ECRIRE-ECHEANCIER
               END-IF
           END-IF.

      *    ECHEANCE CONSTANTE : C * i / (1 - F) AVEC LE FACTEUR
      *    D'ACTUALISATION F = (1 / (1 + i)) ** n, COMPRIS ENTRE 0 ET
      *    1 : LES INTERMEDIAIRES RESTENT DE L'ORDRE DE C * i POUR
      *    TOUTE DEMANDE ACCEPTEE. A TAUX NUL LE CAPITAL EST DIVISE
      *    PAR LE NOMBRE D'ECHEANCES. UN DEPASSEMENT DE CAPACITE FAIT
      *    REFUSER LA DEMANDE.
       CALCULER-ECHEANCE.
           MOVE 'N' TO WS-DEPASSEMENT
           COMPUTE WS-TAUX-PERIODE ROUNDED =
               WS-TAUX-ANNUEL * WS-PAS-MOIS / 1200
           IF WS-TAUX-PERIODE = 0
               COMPUTE WS-ECHEANCE ROUNDED =
                   WS-CAPITAL / WS-NB-ECHEANCES
           ELSE
               ADD 1 WS-TAUX-PERIODE GIVING WS-UN-PLUS-TAUX
               DIVIDE 1 BY WS-UN-PLUS-TAUX
                   GIVING WS-ACTUALISATION ROUNDED
               MOVE 1 TO WS-FACTEUR
               PERFORM CUMULER-FACTEUR WS-NB-ECHEANCES TIMES
               SUBTRACT WS-FACTEUR FROM 1
                   GIVING WS-UN-MOINS-FACTEUR
               MULTIPLY WS-CAPITAL BY WS-TAUX-PERIODE
                   GIVING WS-NUMERATEUR ROUNDED
                   ON SIZE ERROR
                       SET WS-CALCUL-EN-DEPASSEMENT TO TRUE
               END-MULTIPLY
               DIVIDE WS-NUMERATEUR BY WS-UN-MOINS-FACTEUR
                   GIVING WS-ECHEANCE ROUNDED
                   ON SIZE ERROR
                       SET WS-CALCUL-EN-DEPASSEMENT TO TRUE
               END-DIVIDE
           END-IF
           MOVE WS-ECHEANCE TO WS-RESULT.

       CUMULER-FACTEUR.
           MULTIPLY WS-ACTUALISATION BY WS-FACTEUR ROUNDED
               ON SIZE ERROR
                   SET WS-CALCUL-EN-DEPASSEMENT TO TRUE
           END-MULTIPLY.

       ECRIRE-ECHEANCIER.
           IF NOT WS-FECHPRET-EST-OUVERT
               OPEN OUTPUT FECHPRET
               SET WS-FECHPRET-EST-OUVERT TO TRUE
           END-IF
           ADD 1 TO WS-NB-ECHEANCIERS
           MOVE WS-NB-ECHEANCIERS TO WS-ED-NO
           MOVE WS-CAPITAL TO WS-ED-CAPITAL
           MOVE WS-TAUX-ANNUEL TO WS-ED-TAUX
           MOVE WS-NB-ECHEANCES TO WS-ED-NB
           MOVE SPACES TO FECHP-LIGNE
           STRING 'ECHEANCIER ' WS-ED-NO ' CAPITAL ' WS-ED-CAPITAL
               ' TAUX ' WS-ED-TAUX '% ' WS-ED-NB ' ECHEANCES '
               WS-FREQ-TXTE ' DEPART ' WS-DATE-DEBUT
               DELIMITED BY SIZE INTO FECHP-LIGNE
           WRITE FECHP-LIGNE
           MOVE SPACES TO FECHP-LIGNE
           STRING 'NO    RG  ECHEANCE     ECHEANCE     INTERETS'
               '      CAPITAL   RESTANT DU' DELIMITED BY SIZE
               INTO FECHP-LIGNE
           WRITE FECHP-LIGNE
           MOVE WS-CAPITAL TO WS-RESTANT
           MOVE 0 TO WS-TOTAL-ECHEANCES, WS-TOTAL-INTERETS,
               WS-TOTAL-CAPITAL
           PERFORM ECRIRE-ECHEANCE
               VARYING WS-IDX-ECHEANCE FROM 1 BY 1
               UNTIL WS-IDX-ECHEANCE > WS-NB-ECHEANCES
           MOVE SPACES TO FECHP-REG
           MOVE WS-NB-ECHEANCIERS TO FECHP-NO
           MOVE 'TOTAL' TO FECHP-REG(7:12)
           MOVE WS-TOTAL-ECHEANCES TO FECHP-ECHEANCE
           MOVE WS-TOTAL-INTERETS TO FECHP-INTERETS
           MOVE WS-TOTAL-CAPITAL TO FECHP-CAPITAL
           MOVE WS-RESTANT TO FECHP-RESTANT
           WRITE FECHP-REG
           MOVE SPACES TO WS-STATUT-ECH
           STRING 'OK ' WS-ED-NB ' ' WS-FREQ-TXTE ' ' WS-DATE-DEBUT
               DELIMITED BY SIZE INTO WS-STATUT-ECH
           MOVE WS-ECHEANCE TO WS-ED-ECHEANCE
           DISPLAY 'Echeancier ' WS-ED-NO ' : ' WS-ED-NB
               ' echeances de ' WS-ED-ECHEANCE
               ' (voir CALCUL-ECHEANCIER.txt)'.

      *    ECHEANCE DE RANG WS-IDX-ECHEANCE : INTERETS SUR LE RESTANT
      *    DU, PART DE CAPITAL, ET SOLDE SUR LA DERNIERE ECHEANCE.
       ECRIRE-ECHEANCE.
           COMPUTE WS-INTERETS ROUNDED = WS-RESTANT * WS-TAUX-PERIODE
           IF WS-IDX-ECHEANCE = WS-NB-ECHEANCES
              OR WS-ECHEANCE - WS-INTERETS > WS-RESTANT
               MOVE WS-RESTANT TO WS-PART-CAPITAL
           ELSE
               SUBTRACT WS-INTERETS FROM WS-ECHEANCE
                   GIVING WS-PART-CAPITAL
           END-IF
           ADD WS-INTERETS WS-PART-CAPITAL
               GIVING WS-ECHEANCE-COURANTE
           SUBTRACT WS-PART-CAPITAL FROM WS-RESTANT
           ADD WS-ECHEANCE-COURANTE TO WS-TOTAL-ECHEANCES
           ADD WS-INTERETS TO WS-TOTAL-INTERETS
           ADD WS-PART-CAPITAL TO WS-TOTAL-CAPITAL
           PERFORM DATE-ECHEANCE
           MOVE SPACES TO FECHP-REG
           MOVE WS-NB-ECHEANCIERS TO FECHP-NO
           MOVE WS-IDX-ECHEANCE TO FECHP-RANG
           MOVE WS-DATE-ECHEANCE TO FECHP-DATE
           MOVE WS-ECHEANCE-COURANTE TO FECHP-ECHEANCE
           MOVE WS-INTERETS TO FECHP-INTERETS
           MOVE WS-PART-CAPITAL TO FECHP-CAPITAL
           MOVE WS-RESTANT TO FECHP-RESTANT
           WRITE FECHP-REG.

      *    DATE DE L'ECHEANCE : DATE DE DEPART AVANCEE DE RANG x PAS
      *    MOIS, LE JOUR ETANT RAMENE AU DERNIER JOUR DU MOIS QUAND IL
      *    N'EXISTE PAS (31 janvier -> 28 ou 29 fevrier).
       DATE-ECHEANCE.
           COMPUTE WS-MOIS-CUMULES =
               WS-DEBUT-MOIS - 1 + WS-IDX-ECHEANCE * WS-PAS-MOIS
           DIVIDE WS-MOIS-CUMULES BY 12 GIVING WS-ANNEES-AJOUT
               REMAINDER WS-RESTE-MOIS
           ADD WS-DEBUT-ANNEE WS-ANNEES-AJOUT GIVING WS-ECH-ANNEE
           ADD 1 WS-RESTE-MOIS GIVING WS-ECH-MOIS
           MOVE WS-JOURS-MOIS(WS-ECH-MOIS) TO WS-JOURS-MAX
           IF WS-ECH-MOIS = 2
               DIVIDE WS-ECH-ANNEE BY 4 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-4
               DIVIDE WS-ECH-ANNEE BY 100 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-100
               DIVIDE WS-ECH-ANNEE BY 400 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE-400
               IF WS-RESTE-400 = 0
                  OR (WS-RESTE-4 = 0 AND WS-RESTE-100 NOT = 0)
                   MOVE 29 TO WS-JOURS-MAX
               END-IF
           END-IF
           IF WS-DEBUT-JOUR > WS-JOURS-MAX
               MOVE WS-JOURS-MAX TO WS-ECH-JOUR
           ELSE
               MOVE WS-DEBUT-JOUR TO WS-ECH-JOUR
           END-IF.
