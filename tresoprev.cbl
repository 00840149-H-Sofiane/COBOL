       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRESOPREV.
      * Prevision de tresorerie sur 13 semaines civiles (du lundi
      * au dimanche, la premiere etant celle du passage), partant
      * du solde bancaire rapproche depose par bankrec dans
      * SOLDE-BANQUE.txt (solde reel du releve a la fin de la
      * periode rapprochee) ; si relcfonb a importe depuis un
      * releve plus recent, la prevision part de son nouveau solde
      * (RELEVE-BANQUE-SOLDE.txt). Sont projetes, semaine par
      * semaine :
      *   - les primes attendues : appels de ECHEANCES-APPELEES.txt
      *     quand avisech les a produits, sinon mensualites de
      *     ECHEANCIER.txt, encaissees le jour de collecte du mois ;
      *   - les arrieres ouverts de ARRIERES.txt, ponderes par le
      *     taux de recouvrement et etales sur les premieres
      *     semaines ;
      *   - les reglements de sinistres attendus : provisions
      *     restantes des sinistres non clos de
      *     SINISTRES-REGISTRE.txt, etalees sur l'horizon ;
      *   - les factures fournisseurs non payees de
      *     FACTURES-FOURNISSEURS.txt a leur echeance (les echues
      *     en premiere semaine) ;
      *   - les ecritures recurrentes de ECRITURES-MODELES.txt qui
      *     mouvementent le 512000, au dernier jour de leur periode.
      * TRESORERIE-PARAM.txt donne le plancher de tresorerie, le
      * jour de collecte des primes, le taux de recouvrement des
      * arrieres (en %) et le nombre de semaines d'etalement des
      * arrieres et des sinistres. La projection est editee dans
      * TRESORERIE-PREVISION.txt ; chaque semaine dont le solde
      * prevu passe sous le plancher est signalee et ajoutee a
      * ALERTES.txt pour alertsuivi (code retour 4).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "TRESORERIE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSOLDE ASSIGN TO "SOLDE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOLDE.

           SELECT FSOLDES ASSIGN TO "RELEVE-BANQUE-SOLDE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOLDES.

           SELECT FECHEANCIER ASSIGN TO "ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FAPPELS ASSIGN TO "ECHEANCES-APPELEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FARRIERES ASSIGN TO "ARRIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FARRIERES.

           SELECT FSINISTRES ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSINISTRES.

           SELECT FFACTURES ASSIGN TO "FACTURES-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFACTURES.

           SELECT FMODELES ASSIGN TO "ECRITURES-MODELES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMODELES.

           SELECT FPREVISION ASSIGN TO "TRESORERIE-PREVISION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPREVISION.

           SELECT FALERTES ASSIGN TO "ALERTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FALERTES.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-PLANCHER-X PIC X(11).
              05 PARAM-PLANCHER REDEFINES PARAM-PLANCHER-X
                               PIC 9(9)V99.
              05 FILLER PIC X(1).
              05 PARAM-JOUR PIC X(2).
              05 FILLER PIC X(1).
              05 PARAM-TAUX PIC X(3).
              05 FILLER PIC X(1).
              05 PARAM-SEM-ARRIERES PIC X(2).
              05 FILLER PIC X(1).
              05 PARAM-SEM-SINISTRES PIC X(2).

       FD     FSOLDE
              RECORDING MODE IS F.
       01 SOLDE-REG.
              05 SOLDE-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SOLDE-RELEVE PIC S9(9)V99 SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 SOLDE-LIVRE PIC S9(9)V99 SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 SOLDE-ECART PIC S9(9)V99 SIGN LEADING SEPARATE.

      * DERNIER NOUVEAU SOLDE CFONB PAR COMPTE RETENU (relcfonb)
       FD     FSOLDES
              RECORDING MODE IS F.
       01 SOLDES-REG.
              05 SOLDES-COMPTE PIC X(11).
              05 FILLER PIC X(1).
              05 SOLDES-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SOLDES-SOLDE PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD     FECHEANCIER
              RECORDING MODE IS F.
       01 FECH-REG.
              05 FECH-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 FECH-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 FECH-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-ENT PIC 9(5).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-DEC PIC 9(9).

      * MEME FORMAT QUE ECHEANCIER.txt
       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG PIC X(46).

       FD     FARRIERES
              RECORDING MODE IS F.
       01 ARR-REG.
              05 ARR-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 ARR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 ARR-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 ARR-DU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RECU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RESTE-ENT PIC 9(7).
              05 FILLER PIC X(1).
              05 ARR-RESTE-DEC PIC 9(2).

       FD     FSINISTRES
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FFACTURES
              RECORDING MODE IS F.
       COPY FACTREC.

       FD     FMODELES
              RECORDING MODE IS F.
       01 MODELE-REG.
              05 MODELE-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 MODELE-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 MODELE-DEBIT PIC X(6).
              05 FILLER PIC X(1).
              05 MODELE-CREDIT PIC X(6).
              05 FILLER PIC X(1).
              05 MODELE-MONTANT-X PIC X(9).
              05 MODELE-MONTANT REDEFINES MODELE-MONTANT-X
                               PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 MODELE-FREQUENCE PIC X(1).
              05 FILLER PIC X(1).
              05 MODELE-DEBUT PIC X(6).
              05 FILLER PIC X(1).
              05 MODELE-FIN PIC X(6).

       FD     FPREVISION
              RECORDING MODE IS F.
       01 PREVISION-REG PIC X(120).
       01 PREVISION-DETAIL.
              05 PREV-SEMAINE PIC ZZ9.
              05 FILLER PIC X(1).
              05 PREV-DU PIC X(8).
              05 FILLER PIC X(1).
              05 PREV-AU PIC X(8).
              05 FILLER PIC X(1).
              05 PREV-PRIMES PIC Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-ARRIERES PIC Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-SINISTRES PIC Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-FOURNISSEURS PIC Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-RECURRENTES PIC -Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-SOLDE PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 PREV-ALERTE PIC X(9).
       01 PREVISION-TRAILER.
              05 PREVISION-TRAILER-LIB PIC X(26).
              05 PREVISION-TRAILER-NB  PIC ZZZZZZ9.

       FD     FALERTES
              RECORDING MODE IS F.
       01 ALERTE-REG PIC X(90).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOLDE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOLDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARRIERES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSINISTRES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFACTURES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMODELES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPREVISION PIC X(02) VALUE SPACES.
       77 WS-STATUS-FALERTES PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FECHEANCIER PIC X VALUE 'N'.
           88 WS-EOF-FECHEANCIER-REACHED VALUE 'Y'.
       01 WS-EOF-FARRIERES PIC X VALUE 'N'.
           88 WS-EOF-FARRIERES-REACHED VALUE 'Y'.
       01 WS-EOF-FSINISTRES PIC X VALUE 'N'.
           88 WS-EOF-FSINISTRES-REACHED VALUE 'Y'.
       01 WS-EOF-FFACTURES PIC X VALUE 'N'.
           88 WS-EOF-FFACTURES-REACHED VALUE 'Y'.
       01 WS-EOF-FMODELES PIC X VALUE 'N'.
           88 WS-EOF-FMODELES-REACHED VALUE 'Y'.

       01 WS-SOURCE PIC X VALUE 'E'.
           88 WS-SOURCE-EST-APPELS VALUE 'A'.
           88 WS-SOURCE-OUVERTE VALUE 'A' 'E'.
           88 WS-SOURCE-ABSENTE VALUE 'N'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * PARAMETRES (VALEURS PAR DEFAUT SI ABSENTS OU INVALIDES)
       01 WS-PLANCHER PIC 9(9)V99 VALUE 0.
       01 WS-JOUR-COLLECTE PIC 9(2) VALUE 5.
       01 WS-TAUX-RECOUVREMENT PIC 9(3) VALUE 50.
       01 WS-ETALEMENT-ARRIERES PIC 9(2) VALUE 4.
       01 WS-ETALEMENT-SINISTRES PIC 9(2) VALUE 13.

      * SOLDE DE DEPART
       01 WS-DATE-SOLDE PIC X(8).
       01 WS-SOLDE-DEPART PIC S9(9)V99 VALUE 0.
       01 WS-ECART-LIVRE PIC S9(9)V99 VALUE 0.
       01 WS-SOLDE-CFONB PIC S9(11)V99 VALUE 0.
       01 WS-DATE-CFONB PIC X(8) VALUE SPACES.
       01 WS-EOF-FSOLDES PIC X VALUE 'N'.
           88 WS-EOF-FSOLDES-REACHED VALUE 'Y'.
       01 WS-LIBELLE-SOLDE PIC X(28)
           VALUE 'SOLDE BANCAIRE RAPPROCHE AU '.

      * HORIZON : 13 SEMAINES CIVILES DEPUIS LE LUNDI DU PASSAGE
       01 WS-RUN-INT PIC 9(7).
       01 WS-LUNDI-INT PIC 9(7).
       01 WS-FIN-INT PIC 9(7).
       01 WS-DATE-FIN PIC 9(8).
       01 WS-DATE-FIN-DEC REDEFINES WS-DATE-FIN.
           05 WS-FIN-AAAAMM PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-NB-SEMAINES PIC 9(2) VALUE 13.
       01 WS-TABLE-SEMAINES.
           05 WS-SEM-ENTRY OCCURS 13 TIMES.
               10 WS-SEM-DEBUT PIC 9(8).
               10 WS-SEM-FIN PIC 9(8).
               10 WS-SEM-PRIMES PIC 9(9)V99.
               10 WS-SEM-ARRIERES PIC 9(9)V99.
               10 WS-SEM-SINISTRES PIC 9(9)V99.
               10 WS-SEM-FOURNISSEURS PIC 9(9)V99.
               10 WS-SEM-RECURRENTES PIC S9(9)V99.
               10 WS-SEM-SOLDE PIC S9(9)V99.

      * PLACEMENT D'UN FLUX DANS SA SEMAINE (0 = HORS HORIZON)
       01 WS-DATE-FLUX PIC 9(8).
       01 WS-DATE-FLUX-DEC REDEFINES WS-DATE-FLUX.
           05 WS-FLUX-AAAAMM PIC 9(6).
           05 WS-FLUX-JJ PIC 9(2).
       01 WS-FLUX-INT PIC 9(7).
       01 WS-SEMAINE PIC 9(2).
       01 WS-MONTANT PIC 9(9)V99.
       01 WS-TOTAL-ETALE PIC 9(9)V99.
       01 WS-PART PIC 9(9)V99.
       01 WS-NB-PARTS PIC 9(2).

      * MOIS PARCOURUS POUR LES ECRITURES RECURRENTES
       01 WS-MOIS-CALCUL PIC 9(6).
       01 WS-MOIS-CALCUL-DEC REDEFINES WS-MOIS-CALCUL.
           05 WS-MCA-AAAA PIC 9(4).
           05 WS-MCA-MM PIC 9(2).
       01 WS-MOIS-COURANT PIC 9(6).
       01 WS-MOIS-COURANT-DEC REDEFINES WS-MOIS-COURANT.
           05 WS-MCO-AAAA PIC 9(4).
           05 WS-MCO-MM PIC 9(2).
       01 WS-DATE-CALCUL PIC 9(8).
       01 WS-DATE-CALCUL-DEC REDEFINES WS-DATE-CALCUL.
           05 WS-DCA-AAAAMM PIC 9(6).
           05 WS-DCA-JJ PIC 9(2).
       01 WS-RANG-DEBUT PIC 9(6).
       01 WS-ECART-MOIS PIC S9(6).
       01 WS-PAS PIC 9(2).
       01 WS-RESTE PIC 9(2).
       01 WS-QUOTIENT PIC 9(6).

       01 WS-I PIC 9(2).
       01 WS-MONTANT-EDITE PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-LIGNE PIC X(120).
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ALERTES PIC 9(7) VALUE 0.
       01 WS-TOTAL-ARRIERES PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-RESERVES PIC 9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'tresoprev' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    PARAMETRES DE LA PREVISION
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       PERFORM LIRE-PARAMETRES
               END-READ
               CLOSE FPARAM
           ELSE
               DISPLAY 'TRESORERIE-PARAM.txt absent - plancher a '
                   'zero et valeurs par defaut'
           END-IF

      *    SOLDE DE DEPART : LE RAPPROCHEMENT BANCAIRE
           OPEN INPUT FSOLDE.
           IF WS-STATUS-FSOLDE NOT = '00'
               DISPLAY 'SOLDE-BANQUE.txt non disponible - code '
                   'statut ' WS-STATUS-FSOLDE
               DISPLAY 'Executer bankrec avant tresoprev'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           READ FSOLDE
               AT END
                   DISPLAY 'SOLDE-BANQUE.txt vide'
                   CLOSE FSOLDE
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
           END-READ
           MOVE SOLDE-DATE TO WS-DATE-SOLDE
           MOVE SOLDE-RELEVE TO WS-SOLDE-DEPART
           MOVE SOLDE-ECART TO WS-ECART-LIVRE
           CLOSE FSOLDE.

      *    UN RELEVE CFONB PLUS RECENT DONNE UN SOLDE REEL PLUS FRAIS
           OPEN INPUT FSOLDES.
           IF WS-STATUS-FSOLDES = '00'
               PERFORM UNTIL WS-EOF-FSOLDES-REACHED
                   READ FSOLDES
                       AT END
                           SET WS-EOF-FSOLDES-REACHED TO TRUE
                       NOT AT END
                           IF SOLDES-COMPTE NOT = SPACES
                               ADD SOLDES-SOLDE TO WS-SOLDE-CFONB
                               IF SOLDES-DATE > WS-DATE-CFONB
                                   MOVE SOLDES-DATE TO WS-DATE-CFONB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSOLDES
               IF WS-DATE-CFONB IS NUMERIC
                  AND WS-DATE-CFONB > WS-DATE-SOLDE
                   MOVE WS-DATE-CFONB TO WS-DATE-SOLDE
                   MOVE WS-SOLDE-CFONB TO WS-SOLDE-DEPART
                   MOVE 'SOLDE BANCAIRE (CFONB) AU  '
                       TO WS-LIBELLE-SOLDE
               END-IF
           END-IF

      *    BORNES DES 13 SEMAINES (1 = LUNDI DANS FUNCTION MOD)
           COMPUTE WS-RUN-INT = FUNCTION
               INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
           COMPUTE WS-LUNDI-INT = WS-RUN-INT
               - FUNCTION MOD(WS-RUN-INT - 1, 7)
           COMPUTE WS-FIN-INT = WS-LUNDI-INT + WS-NB-SEMAINES * 7 - 1
           COMPUTE WS-DATE-FIN = FUNCTION DATE-OF-INTEGER(WS-FIN-INT)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SEMAINES
               COMPUTE WS-SEM-DEBUT(WS-I) = FUNCTION DATE-OF-INTEGER
                   (WS-LUNDI-INT + (WS-I - 1) * 7)
               COMPUTE WS-SEM-FIN(WS-I) = FUNCTION DATE-OF-INTEGER
                   (WS-LUNDI-INT + WS-I * 7 - 1)
               MOVE 0 TO WS-SEM-PRIMES(WS-I)
               MOVE 0 TO WS-SEM-ARRIERES(WS-I)
               MOVE 0 TO WS-SEM-SINISTRES(WS-I)
               MOVE 0 TO WS-SEM-FOURNISSEURS(WS-I)
               MOVE 0 TO WS-SEM-RECURRENTES(WS-I)
               MOVE 0 TO WS-SEM-SOLDE(WS-I)
           END-PERFORM

      *    PRIMES ATTENDUES ; LES APPELS DE PRIMES PRIMENT SUR
      *    L'ECHEANCIER. SEULES LES ECHEANCES A VENIR COMPTENT, LES
      *    PASSEES IMPAYEES SONT DANS LES ARRIERES
           OPEN INPUT FAPPELS.
           IF WS-STATUS-FAPPELS = '00'
               SET WS-SOURCE-EST-APPELS TO TRUE
               DISPLAY 'Primes lues dans ECHEANCES-APPELEES.txt'
           ELSE
               OPEN INPUT FECHEANCIER
               IF WS-STATUS-FECHEANCIER NOT = '00'
                   SET WS-SOURCE-ABSENTE TO TRUE
                   DISPLAY 'ECHEANCIER.txt absent - pas de primes '
                       'attendues'
               END-IF
           END-IF
           IF WS-SOURCE-OUVERTE
               PERFORM UNTIL WS-EOF-FECHEANCIER-REACHED
                   PERFORM LIRE-ECHEANCE
      *            LES DEUX DERNIERES LIGNES SONT LES TOTAUX
                   IF NOT WS-EOF-FECHEANCIER-REACHED
                      AND FECH-MUNA IS NUMERIC
                       ADD 1 TO WS-NB-LUES
                       PERFORM PROJETER-ECHEANCE
                   END-IF
               END-PERFORM
               IF WS-SOURCE-EST-APPELS
                   CLOSE FAPPELS
               ELSE
                   CLOSE FECHEANCIER
               END-IF
           END-IF

      *    ARRIERES OUVERTS, PONDERES PAR LE TAUX DE RECOUVREMENT
           OPEN INPUT FARRIERES.
           IF WS-STATUS-FARRIERES = '00'
               PERFORM UNTIL WS-EOF-FARRIERES-REACHED
                   READ FARRIERES
                       AT END
                           SET WS-EOF-FARRIERES-REACHED TO TRUE
                       NOT AT END
                           IF ARR-MUNA IS NUMERIC
                              AND ARR-RESTE-ENT IS NUMERIC
                              AND ARR-RESTE-DEC IS NUMERIC
                               COMPUTE WS-TOTAL-ARRIERES =
                                   WS-TOTAL-ARRIERES + ARR-RESTE-ENT
                                   + ARR-RESTE-DEC / 100
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARRIERES
           ELSE
               DISPLAY 'ARRIERES.txt absent - pas d arrieres'
           END-IF
           COMPUTE WS-TOTAL-ETALE ROUNDED =
               WS-TOTAL-ARRIERES * WS-TAUX-RECOUVREMENT / 100
           MOVE WS-ETALEMENT-ARRIERES TO WS-NB-PARTS
           PERFORM CALCULER-PART
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-PARTS
               IF WS-I = WS-NB-PARTS
                   COMPUTE WS-SEM-ARRIERES(WS-I) = WS-TOTAL-ETALE
                       + WS-PART - WS-PART * WS-NB-PARTS
               ELSE
                   MOVE WS-PART TO WS-SEM-ARRIERES(WS-I)
               END-IF
           END-PERFORM

      *    REGLEMENTS DE SINISTRES : PROVISIONS DES SINISTRES NON
      *    CLOS, ETALEES SUR L'HORIZON
           OPEN INPUT FSINISTRES.
           IF WS-STATUS-FSINISTRES = '00'
               PERFORM UNTIL WS-EOF-FSINISTRES-REACHED
                   READ FSINISTRES
                       AT END
                           SET WS-EOF-FSINISTRES-REACHED TO TRUE
                       NOT AT END
                           IF NOT SINR-CLOS
                              AND SINR-RESERVE IS NUMERIC
                               ADD SINR-RESERVE TO WS-TOTAL-RESERVES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSINISTRES
           ELSE
               DISPLAY 'SINISTRES-REGISTRE.txt absent - pas de '
                   'reglements de sinistres'
           END-IF
           MOVE WS-TOTAL-RESERVES TO WS-TOTAL-ETALE
           MOVE WS-ETALEMENT-SINISTRES TO WS-NB-PARTS
           PERFORM CALCULER-PART
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-PARTS
               IF WS-I = WS-NB-PARTS
                   COMPUTE WS-SEM-SINISTRES(WS-I) = WS-TOTAL-ETALE
                       + WS-PART - WS-PART * WS-NB-PARTS
               ELSE
                   MOVE WS-PART TO WS-SEM-SINISTRES(WS-I)
               END-IF
           END-PERFORM

      *    FACTURES FOURNISSEURS NON PAYEES, A LEUR ECHEANCE
           OPEN INPUT FFACTURES.
           IF WS-STATUS-FFACTURES = '00'
               PERFORM UNTIL WS-EOF-FFACTURES-REACHED
                   READ FFACTURES
                       AT END
                           SET WS-EOF-FFACTURES-REACHED TO TRUE
                       NOT AT END
                           IF NOT FACT-PAYEE
                              AND FACT-ECHEANCE IS NUMERIC
                              AND FACT-MONTANT IS NUMERIC
                               MOVE FACT-ECHEANCE TO WS-DATE-FLUX
                               PERFORM PLACER-FLUX
                               IF WS-SEMAINE > 0
                                   ADD FACT-MONTANT TO
                                       WS-SEM-FOURNISSEURS(WS-SEMAINE)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FFACTURES
           ELSE
               DISPLAY 'FACTURES-FOURNISSEURS.txt absent - pas de '
                   'factures a payer'
           END-IF

      *    ECRITURES RECURRENTES QUI MOUVEMENTENT LA BANQUE
           OPEN INPUT FMODELES.
           IF WS-STATUS-FMODELES = '00'
               PERFORM UNTIL WS-EOF-FMODELES-REACHED
                   READ FMODELES
                       AT END
                           SET WS-EOF-FMODELES-REACHED TO TRUE
                       NOT AT END
                           IF (MODELE-DEBIT = '512000'
                               OR MODELE-CREDIT = '512000')
                              AND MODELE-MONTANT-X IS NUMERIC
                              AND MODELE-DEBUT IS NUMERIC
                               PERFORM PROJETER-MODELE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMODELES
           END-IF

      *    SOLDES PREVUS ET CONFRONTATION AU PLANCHER
           OPEN OUTPUT FPREVISION.
           OPEN EXTEND FALERTES.
           IF WS-STATUS-FALERTES NOT = '00'
               OPEN OUTPUT FALERTES
           END-IF
           MOVE SPACES TO WS-LIGNE
           STRING 'PREVISION DE TRESORERIE SUR 13 SEMAINES - PASSAGE '
               DELIMITED BY SIZE
               'DU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO PREVISION-REG
           WRITE PREVISION-REG
           MOVE WS-SOLDE-DEPART TO WS-MONTANT-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING WS-LIBELLE-SOLDE DELIMITED BY SIZE
               WS-DATE-SOLDE DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO PREVISION-REG
           WRITE PREVISION-REG
           IF WS-ECART-LIVRE NOT = 0
               MOVE WS-ECART-LIVRE TO WS-MONTANT-EDITE
               MOVE SPACES TO WS-LIGNE
               STRING 'ECART LIVRE / RELEVE NON RAPPROCHE    : '
                   DELIMITED BY SIZE
                   WS-MONTANT-EDITE DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO PREVISION-REG
               WRITE PREVISION-REG
           END-IF
           MOVE WS-PLANCHER TO WS-MONTANT-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING 'PLANCHER DE TRESORERIE              : '
               DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO PREVISION-REG
           WRITE PREVISION-REG
           MOVE SPACES TO PREVISION-REG
           WRITE PREVISION-REG
           MOVE SPACES TO WS-LIGNE
           STRING 'SEM DU       AU             PRIMES     ARRIERES'
               DELIMITED BY SIZE
               '    SINISTRES FOURNISSEURS   RECURRENTES'
               DELIMITED BY SIZE
               '    SOLDE PREVU' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO PREVISION-REG
           WRITE PREVISION-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SEMAINES
               IF WS-I = 1
                   COMPUTE WS-SEM-SOLDE(WS-I) = WS-SOLDE-DEPART
               ELSE
                   MOVE WS-SEM-SOLDE(WS-I - 1) TO WS-SEM-SOLDE(WS-I)
               END-IF
               COMPUTE WS-SEM-SOLDE(WS-I) = WS-SEM-SOLDE(WS-I)
                   + WS-SEM-PRIMES(WS-I) + WS-SEM-ARRIERES(WS-I)
                   - WS-SEM-SINISTRES(WS-I)
                   - WS-SEM-FOURNISSEURS(WS-I)
                   + WS-SEM-RECURRENTES(WS-I)
               PERFORM EDITER-SEMAINE
           END-PERFORM
           MOVE SPACES TO PREVISION-TRAILER
           MOVE 'SEMAINES SOUS PLANCHER : ' TO PREVISION-TRAILER-LIB
           MOVE WS-NB-ALERTES TO PREVISION-TRAILER-NB
           WRITE PREVISION-TRAILER
           CLOSE FPREVISION.
           CLOSE FALERTES.

           MOVE WS-SEM-SOLDE(WS-NB-SEMAINES) TO WS-MONTANT-EDITE
           DISPLAY 'Solde de depart         : ' WS-SOLDE-DEPART
           DISPLAY 'Echeances de primes lues: ' WS-NB-LUES
           DISPLAY 'Solde prevu semaine 13  : ' WS-MONTANT-EDITE
           DISPLAY 'Semaines sous plancher  : ' WS-NB-ALERTES
               ' (voir TRESORERIE-PREVISION.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ALERTES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    PLANCHER (OBLIGATOIREMENT NUMERIQUE, SINON ZERO), JOUR DE
      *    COLLECTE 01-28, TAUX 0-100 %, ETALEMENTS 1-13 SEMAINES
       LIRE-PARAMETRES.
           IF PARAM-PLANCHER-X IS NUMERIC
               MOVE PARAM-PLANCHER TO WS-PLANCHER
           ELSE
               DISPLAY 'Plancher de tresorerie invalide - zero retenu'
           END-IF
           IF PARAM-JOUR IS NUMERIC
              AND PARAM-JOUR >= '01' AND PARAM-JOUR <= '28'
               MOVE PARAM-JOUR TO WS-JOUR-COLLECTE
           END-IF
           IF PARAM-TAUX IS NUMERIC AND PARAM-TAUX <= '100'
               MOVE PARAM-TAUX TO WS-TAUX-RECOUVREMENT
           END-IF
           IF PARAM-SEM-ARRIERES IS NUMERIC
              AND PARAM-SEM-ARRIERES >= '01'
              AND PARAM-SEM-ARRIERES <= '13'
               MOVE PARAM-SEM-ARRIERES TO WS-ETALEMENT-ARRIERES
           END-IF
           IF PARAM-SEM-SINISTRES IS NUMERIC
              AND PARAM-SEM-SINISTRES >= '01'
              AND PARAM-SEM-SINISTRES <= '13'
               MOVE PARAM-SEM-SINISTRES TO WS-ETALEMENT-SINISTRES
           END-IF.

      *    LIT LA LIGNE DUE SUIVANTE DANS LA SOURCE RETENUE (APPELS
      *    DE PRIMES OU ECHEANCIER), TOUJOURS AU FORMAT FECH-REG
       LIRE-ECHEANCE.
           IF WS-SOURCE-EST-APPELS
               READ FAPPELS INTO FECH-REG
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
               END-READ
           ELSE
               READ FECHEANCIER
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
               END-READ
           END-IF.

       PROJETER-ECHEANCE.
           IF FECH-PERIODE IS NUMERIC
              AND FECH-MONTANT-ENT IS NUMERIC
              AND FECH-MONTANT-DEC IS NUMERIC
               MOVE FECH-PERIODE TO WS-FLUX-AAAAMM
               MOVE WS-JOUR-COLLECTE TO WS-FLUX-JJ
               IF WS-DATE-FLUX >= WS-RUN-YYYYMMDD
                   PERFORM PLACER-FLUX
                   IF WS-SEMAINE > 0
                       COMPUTE WS-MONTANT ROUNDED = FECH-MONTANT-ENT
                           + FECH-MONTANT-DEC / 1000000000
                       ADD WS-MONTANT TO WS-SEM-PRIMES(WS-SEMAINE)
                   END-IF
               END-IF
           END-IF.

      *    CHAQUE MOIS DE L'HORIZON OU LE MODELE EST DU (MEME REGLE
      *    QUE ecrrecur) DONNE UN FLUX AU DERNIER JOUR DU MOIS :
      *    ENCAISSEMENT SI LE 512000 EST DEBITE, DECAISSEMENT SINON
       PROJETER-MODELE.
           EVALUATE MODELE-FREQUENCE
               WHEN 'M'
                   MOVE 1 TO WS-PAS
               WHEN 'T'
                   MOVE 3 TO WS-PAS
               WHEN 'S'
                   MOVE 6 TO WS-PAS
               WHEN 'A'
                   MOVE 12 TO WS-PAS
               WHEN OTHER
                   MOVE 0 TO WS-PAS
           END-EVALUATE
           IF WS-PAS > 0
               MOVE MODELE-DEBUT TO WS-MOIS-CALCUL
               COMPUTE WS-RANG-DEBUT = WS-MCA-AAAA * 12 + WS-MCA-MM
               MOVE WS-RUN-AAAAMM TO WS-MOIS-COURANT
               PERFORM UNTIL WS-MOIS-COURANT > WS-FIN-AAAAMM
                   PERFORM PROJETER-MOIS-MODELE
                   IF WS-MCO-MM = 12
                       ADD 1 TO WS-MCO-AAAA
                       MOVE 1 TO WS-MCO-MM
                   ELSE
                       ADD 1 TO WS-MCO-MM
                   END-IF
               END-PERFORM
           END-IF.

       PROJETER-MOIS-MODELE.
           COMPUTE WS-ECART-MOIS = WS-MCO-AAAA * 12 + WS-MCO-MM
               - WS-RANG-DEBUT
           IF WS-ECART-MOIS >= 0
              AND (MODELE-FIN = SPACES
                   OR WS-MOIS-COURANT <= MODELE-FIN)
               DIVIDE WS-ECART-MOIS BY WS-PAS GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE WS-MOIS-COURANT TO WS-MOIS-CALCUL
                   PERFORM CALCULER-FIN-DE-MOIS
                   MOVE WS-DATE-CALCUL TO WS-DATE-FLUX
                   IF WS-DATE-FLUX >= WS-RUN-YYYYMMDD
                       PERFORM PLACER-FLUX
                       IF WS-SEMAINE > 0
                          AND MODELE-DEBIT = '512000'
                           ADD MODELE-MONTANT TO
                               WS-SEM-RECURRENTES(WS-SEMAINE)
                       END-IF
                       IF WS-SEMAINE > 0
                          AND MODELE-CREDIT = '512000'
                           SUBTRACT MODELE-MONTANT FROM
                               WS-SEM-RECURRENTES(WS-SEMAINE)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    SEMAINE DU FLUX DATE WS-DATE-FLUX : UN FLUX ECHU TOMBE EN
      *    PREMIERE SEMAINE, UN FLUX AU-DELA DE L'HORIZON EST ECARTE
       PLACER-FLUX.
           MOVE 0 TO WS-SEMAINE
           IF WS-DATE-FLUX < WS-SEM-DEBUT(1)
               MOVE 1 TO WS-SEMAINE
           ELSE
               IF WS-DATE-FLUX <= WS-DATE-FIN
                   COMPUTE WS-FLUX-INT = FUNCTION
                       INTEGER-OF-DATE(WS-DATE-FLUX)
                   COMPUTE WS-SEMAINE =
                       (WS-FLUX-INT - WS-LUNDI-INT) / 7 + 1
               END-IF
           END-IF.

      *    PART HEBDOMADAIRE D'UN MONTANT ETALE ; LA DERNIERE
      *    SEMAINE RECOIT LE SOLDE DE L'ARRONDI
       CALCULER-PART.
           COMPUTE WS-PART ROUNDED = WS-TOTAL-ETALE / WS-NB-PARTS.

      *    DERNIER JOUR DU MOIS WS-MOIS-CALCUL DANS WS-DATE-CALCUL :
      *    LA VEILLE DU PREMIER DU MOIS SUIVANT
       CALCULER-FIN-DE-MOIS.
           IF WS-MCA-MM = 12
               ADD 1 TO WS-MCA-AAAA
               MOVE 1 TO WS-MCA-MM
           ELSE
               ADD 1 TO WS-MCA-MM
           END-IF
           MOVE WS-MOIS-CALCUL TO WS-DCA-AAAAMM
           MOVE 1 TO WS-DCA-JJ
           COMPUTE WS-DATE-CALCUL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATE-CALCUL) - 1).

      *    LIGNE DE LA SEMAINE ; SOUS LE PLANCHER, ALERTE AU TEXTE
      *    STABLE SUR LA SEMAINE POUR QU'ALERTSUIVI NE LA DUPLIQUE
      *    PAS D'UNE NUIT A L'AUTRE
       EDITER-SEMAINE.
           MOVE SPACES TO PREVISION-DETAIL
           MOVE WS-I TO PREV-SEMAINE
           MOVE WS-SEM-DEBUT(WS-I) TO PREV-DU
           MOVE WS-SEM-FIN(WS-I) TO PREV-AU
           MOVE WS-SEM-PRIMES(WS-I) TO PREV-PRIMES
           MOVE WS-SEM-ARRIERES(WS-I) TO PREV-ARRIERES
           MOVE WS-SEM-SINISTRES(WS-I) TO PREV-SINISTRES
           MOVE WS-SEM-FOURNISSEURS(WS-I) TO PREV-FOURNISSEURS
           MOVE WS-SEM-RECURRENTES(WS-I) TO PREV-RECURRENTES
           MOVE WS-SEM-SOLDE(WS-I) TO PREV-SOLDE
           IF WS-SEM-SOLDE(WS-I) < WS-PLANCHER
               MOVE '<PLANCHER' TO PREV-ALERTE
               ADD 1 TO WS-NB-ALERTES
               MOVE SPACES TO WS-LIGNE
               STRING 'ALERTE : tresorerie prevue sous le plancher '
                   DELIMITED BY SIZE
                   'semaine du ' DELIMITED BY SIZE
                   WS-SEM-DEBUT(WS-I) DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO ALERTE-REG
               WRITE ALERTE-REG
           END-IF
           WRITE PREVISION-DETAIL.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
