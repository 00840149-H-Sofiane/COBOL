       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      * Rapprochement bancaire du compte 512000 Banque : les lignes du
      * releve RELEVE-BANQUE.txt (date, libelle, montant, sens D/C au
      * sens comptable du compte, vue entreprise, code operation
      * interbancaire quand le releve vient de l'import CFONB
      * relcfonb) sont confrontees aux ecritures de BILAN.txt portant
      * le compte 512000, appariees sur montant et sens au plus proche
      * en date. Le rapport RAPPROCHEMENT-BANQUE.txt donne les paires
      * rapprochees avec leur ecart de jours, les lignes de releve
      * sans ecriture, les ecritures sans ligne de releve, et le solde
      * rapproche. Le rapprochement de fin de mois cesse d'etre une
      * journee de papier et de surligneur. Passe par la cloture
      * mensuelle, il s'arrete au dernier jour AAAAMMJJ de la
      * periode close lu dans BANKREC-PARAM.txt : releve et livre
      * posterieurs relevent de la periode suivante. Les soldes
      * sont des soldes reels, non de simples sommes de mouvements :
      * le livre repart du report 512000 de BANQUE-REPORT.txt
      * (cumule par bilanclot a chaque cloture, les lignes archivees
      * quittant BILAN.txt et RELEVE-BANQUE.txt) ; le releve prend
      * le nouveau solde des releves CFONB de
      * RELEVE-BANQUE-SOLDE.txt (relcfonb), diminue des mouvements
      * posterieurs a la periode, et a defaut (releve saisi hors
      * CFONB) le report releve plus les mouvements. Les soldes
      * sont deposes dans SOLDE-BANQUE.txt (date du solde, solde du
      * releve, solde du livre, ecart, signes en tete) ou la
      * prevision de tresorerie prend son solde de depart.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.

           SELECT FSOLDE ASSIGN TO "SOLDE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOLDE.

           SELECT FPARAM ASSIGN TO "BANKREC-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FREPORT ASSIGN TO "BANQUE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREPORT.

           SELECT FSOLDES ASSIGN TO "RELEVE-BANQUE-SOLDE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOLDES.
       DATA DIVISION.
       FILE SECTION.
       FD     FRELEVE
              05 RELEVE-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 RELEVE-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 RELEVE-CODE-OPERATION PIC X(2).

       FD     FBILAN
              RECORDING MODE IS F.
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(110).

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

       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-FIN-PERIODE PIC X(8).

       FD     FREPORT
              RECORDING MODE IS F.
       01 REPORT-REG.
              05 REPORT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 REPORT-RELEVE PIC S9(9)V99 SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 REPORT-LIVRE PIC S9(9)V99 SIGN LEADING SEPARATE.

      * DERNIER NOUVEAU SOLDE CFONB PAR COMPTE RETENU (relcfonb)
       FD     FSOLDES
              RECORDING MODE IS F.
       01 SOLDES-REG.
              05 SOLDES-COMPTE PIC X(11).
              05 FILLER PIC X(1).
              05 SOLDES-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SOLDES-SOLDE PIC S9(11)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FRELEVE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOLDE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOLDES PIC X(02) VALUE SPACES.
       01 WS-EOF-FSOLDES PIC X VALUE 'N'.
           88 WS-EOF-FSOLDES-REACHED VALUE 'Y'.

       01 WS-EOF-FRELEVE PIC X VALUE 'N'.
           88 WS-EOF-FRELEVE-REACHED VALUE 'Y'.
               10 WS-REL-LIBELLE PIC X(20).
               10 WS-REL-MONTANT PIC 9(7)V99.
               10 WS-REL-SENS PIC X(1).
               10 WS-REL-CODE-OPERATION PIC X(2).
               10 WS-REL-APPARIE PIC X(1).
               10 WS-REL-ECART PIC 9(4).
               10 WS-REL-LIVRE PIC 9(5).
       01 WS-SOLDE-LIVRE PIC S9(9)V99 VALUE 0.
       01 WS-SOLDE-RELEVE PIC S9(9)V99 VALUE 0.
       01 WS-ECART-SOLDE PIC S9(9)V99.
       01 WS-DATE-SOLDE PIC X(8) VALUE SPACES.
      * BORNE DE LA PERIODE, REPORTS ET SOLDE CFONB
       01 WS-FIN-PERIODE PIC X(8) VALUE '99999999'.
       01 WS-REPORT-RELEVE PIC S9(9)V99 VALUE 0.
       01 WS-SOLDE-CFONB PIC S9(11)V99 VALUE 0.
       01 WS-DATE-CFONB PIC X(8) VALUE SPACES.
       01 WS-CFONB PIC X VALUE 'N'.
           88 WS-SOLDE-CFONB-PRESENT VALUE 'O'.
       01 WS-MOUV-APRES PIC S9(9)V99 VALUE 0.
       01 WS-NB-APRES-PERIODE PIC 9(5) VALUE 0.
       01 WS-NB-PAIRES PIC 9(5) VALUE 0.
       01 WS-NB-RELEVE-SEUL PIC 9(5) VALUE 0.
       01 WS-NB-LIVRE-SEUL PIC 9(5) VALUE 0.
       01 WS-LIGNE PIC X(110).

       PROCEDURE DIVISION.
      *    SOUS finmois, DERNIER JOUR DE LA PERIODE CLOSE
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-FIN-PERIODE IS NUMERIC
                          AND PARAM-FIN-PERIODE(5:2) >= '01'
                          AND PARAM-FIN-PERIODE(5:2) <= '12'
                           MOVE PARAM-FIN-PERIODE TO WS-FIN-PERIODE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    REPORTS 512000 DES PERIODES DEJA CLOSES (bilanclot)
           OPEN INPUT FREPORT.
           IF WS-STATUS-FREPORT = '00'
               READ FREPORT
                   AT END CONTINUE
                   NOT AT END
                       MOVE REPORT-RELEVE TO WS-REPORT-RELEVE
                       MOVE REPORT-LIVRE TO WS-SOLDE-LIVRE
               END-READ
               CLOSE FREPORT
           END-IF
           MOVE WS-REPORT-RELEVE TO WS-SOLDE-RELEVE

      *    NOUVEAUX SOLDES DES RELEVES CFONB IMPORTES
           OPEN INPUT FSOLDES.
           IF WS-STATUS-FSOLDES = '00'
               PERFORM UNTIL WS-EOF-FSOLDES-REACHED
                   READ FSOLDES
                       AT END
                           SET WS-EOF-FSOLDES-REACHED TO TRUE
                       NOT AT END
                           IF SOLDES-COMPTE NOT = SPACES
                               MOVE 'O' TO WS-CFONB
                               ADD SOLDES-SOLDE TO WS-SOLDE-CFONB
                               IF SOLDES-DATE > WS-DATE-CFONB
                                   MOVE SOLDES-DATE TO WS-DATE-CFONB
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSOLDES
           END-IF

      *    CHARGEMENT DES ECRITURES 512000 DU LIVRE
           OPEN INPUT FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
                   NOT AT END
                       IF BILAN-COMPTE = '512000'
                          AND WS-NB-LIVRE < 10000
                          AND (BILAN-DATE IS NOT NUMERIC
                               OR BILAN-DATE NOT > WS-FIN-PERIODE)
                           PERFORM CHARGER-ECRITURE
                       END-IF
               END-READ
                   AT END
                       SET WS-EOF-FRELEVE-REACHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RELEVE-DATE IS NOT NUMERIC
                               CONTINUE
                           WHEN RELEVE-DATE > WS-FIN-PERIODE
                               PERFORM NOTER-APRES-PERIODE
                           WHEN WS-NB-RELEVE < 10000
                               PERFORM APPARIER-LIGNE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FRELEVE.

      *    SOLDE REEL DU RELEVE : NOUVEAU SOLDE CFONB RAMENE A LA
      *    FIN DE PERIODE, A DEFAUT REPORT + MOUVEMENTS
           IF WS-SOLDE-CFONB-PRESENT
               COMPUTE WS-SOLDE-RELEVE = WS-SOLDE-CFONB - WS-MOUV-APRES
               IF WS-FIN-PERIODE = '99999999'
                  AND WS-DATE-CFONB > WS-DATE-SOLDE
                   MOVE WS-DATE-CFONB TO WS-DATE-SOLDE
               END-IF
           END-IF
           IF WS-FIN-PERIODE NOT = '99999999'
               MOVE WS-FIN-PERIODE TO WS-DATE-SOLDE
           END-IF

      *    EDITION DES TROIS SECTIONS ET DU SOLDE RAPPROCHE
           OPEN OUTPUT FRAPPORT.
           MOVE 'RAPPROCHEMENT BANCAIRE DU COMPTE 512000'
           STRING 'SOLDE DU RELEVE          : ' DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           IF WS-SOLDE-CFONB-PRESENT
               MOVE ' (nouveau solde CFONB)' TO WS-LIGNE(41:)
           ELSE
               MOVE ' (report + mouvements)' TO WS-LIGNE(41:)
           END-IF
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-ECART-SOLDE TO WS-MONTANT-EDITE
           WRITE FRAPPORT-REG
           CLOSE FRAPPORT.

           OPEN OUTPUT FSOLDE.
           MOVE SPACES TO SOLDE-REG
           MOVE WS-DATE-SOLDE TO SOLDE-DATE
           MOVE WS-SOLDE-RELEVE TO SOLDE-RELEVE
           MOVE WS-SOLDE-LIVRE TO SOLDE-LIVRE
           MOVE WS-ECART-SOLDE TO SOLDE-ECART
           WRITE SOLDE-REG
           CLOSE FSOLDE.

           DISPLAY 'Paires rapprochees       : ' WS-NB-PAIRES
           DISPLAY 'Releve sans ecriture     : ' WS-NB-RELEVE-SEUL
           DISPLAY 'Ecritures sans releve    : ' WS-NB-LIVRE-SEUL
           IF WS-NB-APRES-PERIODE > 0
               DISPLAY 'Releve apres le ' WS-FIN-PERIODE ' : '
                   WS-NB-APRES-PERIODE ' (periode suivante)'
           END-IF
           DISPLAY 'Rapport ecrit dans RAPPROCHEMENT-BANQUE.txt'
           IF WS-NB-RELEVE-SEUL > 0 OR WS-NB-LIVRE-SEUL > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    LIGNE POSTERIEURE A LA PERIODE : HORS RAPPROCHEMENT, MAIS
      *    DEDUITE DU NOUVEAU SOLDE CFONB POUR REVENIR A LA FIN DE
      *    PERIODE
       NOTER-APRES-PERIODE.
           ADD 1 TO WS-NB-APRES-PERIODE
           IF RELEVE-SENS = 'D'
               ADD RELEVE-MONTANT TO WS-MOUV-APRES
           ELSE
               SUBTRACT RELEVE-MONTANT FROM WS-MOUV-APRES
           END-IF.

       CHARGER-ECRITURE.
           ADD 1 TO WS-NB-LIVRE
           MOVE BILAN-DATE TO WS-LIVRE-DATE(WS-NB-LIVRE)
           MOVE RELEVE-LIBELLE TO WS-REL-LIBELLE(WS-NB-RELEVE)
           MOVE RELEVE-MONTANT TO WS-REL-MONTANT(WS-NB-RELEVE)
           MOVE RELEVE-SENS TO WS-REL-SENS(WS-NB-RELEVE)
           MOVE RELEVE-CODE-OPERATION
               TO WS-REL-CODE-OPERATION(WS-NB-RELEVE)
           MOVE 'N' TO WS-REL-APPARIE(WS-NB-RELEVE)
           IF RELEVE-DATE > WS-DATE-SOLDE
               MOVE RELEVE-DATE TO WS-DATE-SOLDE
           END-IF
           MOVE 0 TO WS-REL-ECART(WS-NB-RELEVE)
           MOVE 0 TO WS-REL-LIVRE(WS-NB-RELEVE)
           IF RELEVE-SENS = 'D'
               WS-MONTANT-EDITE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REL-LIBELLE(WS-I) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REL-CODE-OPERATION(WS-I) DELIMITED BY SIZE
               ' <-> livre ' DELIMITED BY SIZE
               WS-LIVRE-DATE(WS-REL-LIVRE(WS-I))
               DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REL-LIBELLE(WS-I) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-REL-CODE-OPERATION(WS-I) DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG.
