       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANCLOT.
      * Cloture de periode du bilan : la periode close est donnee
      * par son dernier jour AAAAMMJJ dans BILANCLOT-PARAM.txt
      * (ecrit par finmois ; a defaut le dernier jour du mois
      * precedant le passage) et doit etre echue. Calcule le solde
      * de cloture selon les totaux (credit - debit) des ecritures
      * datees jusqu'a ce jour, les archive dans
      * BILAN-ARCHIVE-AAAAMM.txt (AAAAMM de la periode close, en
      * ajout), et redemarre BILAN.txt avec un enregistrement de
      * report a nouveau date du lendemain de la periode, portant
      * le solde (libelle 'REPORT A NOUVEAU', monte au credit si le
      * solde est crediteur, au debit sinon, compte 890000), suivi
      * des ecritures posterieures a la periode, conservees telles
      * quelles. Les lignes de RELEVE-BANQUE.txt datees jusqu'a ce
      * meme jour, rapprochees par bankrec avant la cloture,
      * partent de meme dans RELEVE-BANQUE-ARCHIVE-AAAAMM.txt ; les
      * soldes 512000 du livre et du releve ainsi archives
      * s'ajoutent aux reports de BANQUE-REPORT.txt, d'ou bankrec
      * repart. Le rapport BILAN-CLOTURE.txt donne le solde de
      * cloture, le report, et les comptages prouvant que archive
      * + ecritures conservees = ancien fichier. BILAN.txt cesse de
      * grossir indefiniment. La cloture est refusee tant que le
      * livre d'attente SUSPENS-ATTENTE.txt porte un suspens
      * OUVERT : on ne clot pas une periode sur un ecart non apure.
      * Elle l'est aussi tant qu'une ecriture n'a pas recu de
      * bilannum son journal et son numero : l'archive doit porter
      * la numerotation que reprend l'export des ecritures.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FPARAM ASSIGN TO "BILANCLOT-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FRELEVE ASSIGN TO "RELEVE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELEVE.

           SELECT FRELEVEN ASSIGN TO "RELEVE-BANQUE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELEVEN.

           SELECT FRELARCH ASSIGN TO DYNAMIC WS-NOM-ARCHIVE-RELEVE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELARCH.

           SELECT FREPORT ASSIGN TO "BANQUE-REPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREPORT.

           SELECT FSUSPENS ASSIGN TO "SUSPENS-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 BILAN-COMPTE  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-TVA     PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-JOURNAL PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-NUMERO  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-DATE-COMPTA PIC X(8).

       FD     FARCHIVE
              RECORDING MODE IS F.
       01 ARCHIVE-REG PIC X(78).

       FD     FNOUVEAU
              RECORDING MODE IS F.
              05 NOUVEAU-COMPTE PIC X(6).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-TVA PIC X(2).
       01 NOUVEAU-CONSERVE PIC X(78).

       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-FIN-PERIODE PIC X(8).

       FD     FRELEVE
              RECORDING MODE IS F.
       01 RELEVE-REG.
              05 RELEVE-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 RELEVE-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 RELEVE-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 RELEVE-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 RELEVE-CODE-OPERATION PIC X(2).

       FD     FRELEVEN
              RECORDING MODE IS F.
       01 RELEVEN-REG PIC X(44).

       FD     FRELARCH
              RECORDING MODE IS F.
       01 RELARCH-REG PIC X(44).

      * REPORTS 512000 CUMULES DES PERIODES CLOSES (LU PAR bankrec)
       FD     FREPORT
              RECORDING MODE IS F.
       01 REPORT-REG.
              05 REPORT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 REPORT-RELEVE PIC S9(9)V99 SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 REPORT-LIVRE PIC S9(9)V99 SIGN LEADING SEPARATE.

       FD     FSUSPENS
              RECORDING MODE IS F.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUSPENS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELEVE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELEVEN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELARCH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREPORT PIC X(02) VALUE SPACES.
       01 WS-EOF-FRELEVE PIC X VALUE 'N'.
           88 WS-EOF-FRELEVE-REACHED VALUE 'Y'.
       01 WS-EOF-FSUSPENS PIC X VALUE 'N'.
           88 WS-EOF-FSUSPENS-REACHED VALUE 'Y'.
       01 WS-NB-SUSPENS-OUVERTS PIC 9(3) VALUE 0.
       01 WS-NB-NON-NUMEROTEES PIC 9(7) VALUE 0.

       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-NOM-ARCHIVE PIC X(40).
       01 WS-NOM-ARCHIVE-RELEVE PIC X(40).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-AAAAMM PIC 9(6).
      * PERIODE CLOSE : DERNIER JOUR ET AAAAMM
       01 WS-FIN-PERIODE PIC X(8) VALUE SPACES.
       01 WS-FIN-NUM PIC 9(8).
       01 WS-PERIODE-CLOSE PIC X(6).
       01 WS-PREMIER-DU-MOIS PIC 9(8).
       01 WS-DATE-REPORT PIC 9(8).

       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ARCHIVEES PIC 9(7) VALUE 0.
       01 WS-NB-CONSERVEES PIC 9(7) VALUE 0.
       01 WS-NB-RELEVE-ARCHIVEES PIC 9(7) VALUE 0.
       01 WS-NB-RELEVE-CONSERVEES PIC 9(7) VALUE 0.
       01 WS-RELEVE-PRESENT PIC X VALUE 'N'.
           88 WS-RELEVE-EST-PRESENT VALUE 'O'.
      * SOLDES 512000 ARCHIVES (DEBIT - CREDIT, VUE ENTREPRISE)
       01 WS-BANQUE-LIVRE PIC S9(9)V99 VALUE 0.
       01 WS-BANQUE-RELEVE PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-LIVRE PIC S9(9)V99 VALUE 0.
       01 WS-REPORT-RELEVE PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(9)V99 VALUE 0.
       01 WS-SOLDE PIC S9(9)V99 VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    PERIODE CLOSE : BILANCLOT-PARAM.txt, A DEFAUT LE MOIS QUI
      *    PRECEDE LE PASSAGE ; ELLE DOIT ETRE ECHUE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           OPEN INPUT FPARAM
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
           IF WS-FIN-PERIODE = SPACES
               DIVIDE WS-RUN-YYYYMMDD BY 100 GIVING WS-RUN-AAAAMM
               COMPUTE WS-PREMIER-DU-MOIS = WS-RUN-AAAAMM * 100 + 1
               COMPUTE WS-FIN-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-PREMIER-DU-MOIS) - 1)
               MOVE WS-FIN-NUM TO WS-FIN-PERIODE
           END-IF
           IF WS-FIN-PERIODE NOT < WS-RUN-YYYYMMDD
               DISPLAY 'Cloture refusee : periode au ' WS-FIN-PERIODE
                   ' non echue'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FIN-PERIODE(1:6) TO WS-PERIODE-CLOSE

      *    LA CLOTURE EST REFUSEE TANT QU'UN SUSPENS 471000 RESTE
      *    OUVERT AU LIVRE D'ATTENTE (voir bilanjour)
           OPEN INPUT FSUSPENS
               STOP RUN
           END-IF

      *    ELLE L'EST AUSSI TANT QU'UNE ECRITURE N'EST PAS NUMEROTEE
      *    (LE REPORT A NOUVEAU 890000 NE SE NUMEROTE PAS)
           OPEN INPUT FENTREE.
           IF WS-STATUS-FENTREE = '00'
               PERFORM UNTIL WS-EOF-REACHED
                   READ FENTREE
                       AT END
                           SET WS-EOF-REACHED TO TRUE
                       NOT AT END
                           IF BILAN-COMPTE NOT = '890000'
                              AND (BILAN-NUMERO IS NOT NUMERIC
                                   OR BILAN-NUMERO = '000000')
                              AND (BILAN-DATE IS NOT NUMERIC
                                   OR BILAN-DATE NOT > WS-FIN-PERIODE)
                               ADD 1 TO WS-NB-NON-NUMEROTEES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FENTREE
               MOVE 'N' TO WS-EOF-FENTREE
           END-IF
           IF WS-NB-NON-NUMEROTEES > 0
               DISPLAY 'Cloture refusee : ' WS-NB-NON-NUMEROTEES
                   ' ecriture(s) non numerotee(s) - passer bilannum'
                   ' (voir BILAN-NUMEROTATION-REJETS.txt)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOM-ARCHIVE
           STRING 'BILAN-ARCHIVE-' DELIMITED BY SIZE
               WS-PERIODE-CLOSE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE
           MOVE SPACES TO WS-NOM-ARCHIVE-RELEVE
           STRING 'RELEVE-BANQUE-ARCHIVE-' DELIMITED BY SIZE
               WS-PERIODE-CLOSE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-ARCHIVE-RELEVE

      *    ARCHIVAGE DE LA PERIODE ET CALCUL DU SOLDE DE CLOTURE ;
      *    LES ECRITURES POSTERIEURES PASSENT AU NOUVEAU FICHIER
           OPEN INPUT FENTREE.
           IF WS-STATUS-FENTREE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FARCHIVE.
           IF WS-STATUS-FARCHIVE NOT = '00'
               OPEN OUTPUT FARCHIVE
           END-IF
           OPEN OUTPUT FNOUVEAU.
           PERFORM UNTIL WS-EOF-REACHED
               READ FENTREE
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF BILAN-DATE IS NUMERIC
                          AND BILAN-DATE > WS-FIN-PERIODE
                           MOVE FENREG TO NOUVEAU-CONSERVE
                           WRITE NOUVEAU-CONSERVE
                           ADD 1 TO WS-NB-CONSERVEES
                       ELSE
                           PERFORM ARCHIVER-ECRITURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FENTREE.
           CLOSE FARCHIVE.
           COMPUTE WS-SOLDE = WS-TOTAL-CREDIT - WS-TOTAL-DEBIT

      *    NOUVELLE PERIODE : ENREGISTREMENT DE REPORT A LA SUITE
      *    DES ECRITURES CONSERVEES
           MOVE SPACES TO NOUVEAU-REG
           MOVE WS-FIN-PERIODE TO WS-FIN-NUM
           COMPUTE WS-DATE-REPORT = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FIN-NUM) + 1)
           MOVE WS-DATE-REPORT TO NOUVEAU-DATE
           MOVE 'REPORT A NOUVEAU' TO NOUVEAU-LIBELLE
           MOVE '890000' TO NOUVEAU-COMPTE
           IF WS-SOLDE >= 0
               STOP RUN
           END-IF

      *    RELEVE BANCAIRE : LES LIGNES DE LA PERIODE, RAPPROCHEES
      *    PAR bankrec, SONT ARCHIVEES A LEUR TOUR
           OPEN INPUT FRELEVE
           IF WS-STATUS-FRELEVE = '00'
               MOVE 'O' TO WS-RELEVE-PRESENT
               OPEN EXTEND FRELARCH
               IF WS-STATUS-FRELARCH NOT = '00'
                   OPEN OUTPUT FRELARCH
               END-IF
               OPEN OUTPUT FRELEVEN
               PERFORM UNTIL WS-EOF-FRELEVE-REACHED
                   READ FRELEVE
                       AT END
                           SET WS-EOF-FRELEVE-REACHED TO TRUE
                       NOT AT END
                           PERFORM TRIER-LIGNE-RELEVE
                   END-READ
               END-PERFORM
               CLOSE FRELEVE
               CLOSE FRELARCH
               CLOSE FRELEVEN
               MOVE 'mv RELEVE-BANQUE.TMP RELEVE-BANQUE.txt'
                   TO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du remplacement de '
                       'RELEVE-BANQUE.txt'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *    LES SOLDES 512000 ARCHIVES S'AJOUTENT AUX REPORTS D'OU
      *    REPART LE RAPPROCHEMENT BANCAIRE
           OPEN INPUT FREPORT
           IF WS-STATUS-FREPORT = '00'
               READ FREPORT
                   AT END CONTINUE
                   NOT AT END
                       MOVE REPORT-RELEVE TO WS-REPORT-RELEVE
                       MOVE REPORT-LIVRE TO WS-REPORT-LIVRE
               END-READ
               CLOSE FREPORT
           END-IF
           ADD WS-BANQUE-RELEVE TO WS-REPORT-RELEVE
           ADD WS-BANQUE-LIVRE TO WS-REPORT-LIVRE
           OPEN OUTPUT FREPORT
           MOVE SPACES TO REPORT-REG
           MOVE WS-FIN-PERIODE TO REPORT-DATE
           MOVE WS-REPORT-RELEVE TO REPORT-RELEVE
           MOVE WS-REPORT-LIVRE TO REPORT-LIVRE
           WRITE REPORT-REG
           CLOSE FREPORT

      *    RAPPORT DE CLOTURE
           OPEN OUTPUT FRAPPORT.
           MOVE SPACES TO WS-LIGNE
           STRING 'CLOTURE DE PERIODE ' DELIMITED BY SIZE
               WS-PERIODE-CLOSE DELIMITED BY SIZE
               ' (ecritures au ' DELIMITED BY SIZE
               WS-FIN-PERIODE DELIMITED BY SIZE
               ' et avant)' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-NB-CONSERVEES TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'Ecritures conservees   : ' DELIMITED BY SIZE
               WS-NB-EDIT DELIMITED BY SIZE
               ' (+ 1 report)' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-RELEVE-EST-PRESENT
               MOVE WS-NB-RELEVE-ARCHIVEES TO WS-NB-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Lignes releve archivees: ' DELIMITED BY SIZE
                   WS-NB-EDIT DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO FRAPPORT-REG
               WRITE FRAPPORT-REG
               MOVE WS-NB-RELEVE-CONSERVEES TO WS-NB-EDIT
               MOVE SPACES TO WS-LIGNE
               STRING 'Lignes releve gardees  : ' DELIMITED BY SIZE
                   WS-NB-EDIT DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO FRAPPORT-REG
               WRITE FRAPPORT-REG
           END-IF
           MOVE WS-REPORT-LIVRE TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Report 512000 livre    : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-REPORT-RELEVE TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Report 512000 releve   : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-NB-ARCHIVEES + WS-NB-CONSERVEES = WS-NB-LUES
               MOVE 'CONTROLE OK : archive + conservees = ancien'
                   TO FRAPPORT-REG
               WRITE FRAPPORT-REG
           ELSE
           END-IF
           CLOSE FRAPPORT.

           MOVE WS-REPORT TO WS-EDIT-MONTANT
           DISPLAY 'Periode cloturee, archive dans ' WS-NOM-ARCHIVE
           DISPLAY 'Solde reporte : ' WS-EDIT-MONTANT
           STOP RUN.

      *    ECRITURE DE LA PERIODE CLOSE : AU SOLDE DE CLOTURE ET A
      *    L'ARCHIVE ; LE 512000 S'AJOUTE AU REPORT BANCAIRE
       ARCHIVER-ECRITURE.
           ADD BILAN-DEBIT TO WS-TOTAL-DEBIT
           ADD BILAN-CREDIT TO WS-TOTAL-CREDIT
           MOVE FENREG TO ARCHIVE-REG
           WRITE ARCHIVE-REG
           ADD 1 TO WS-NB-ARCHIVEES
           IF BILAN-COMPTE = '512000'
               ADD BILAN-DEBIT TO WS-BANQUE-LIVRE
               SUBTRACT BILAN-CREDIT FROM WS-BANQUE-LIVRE
           END-IF.

      *    LIGNE DE RELEVE DATEE DANS LA PERIODE : ARCHIVEE (SENS
      *    D = ENTREE DE FONDS) ; POSTERIEURE : GARDEE POUR LA
      *    PERIODE SUIVANTE
       TRIER-LIGNE-RELEVE.
           IF RELEVE-DATE IS NUMERIC
              AND RELEVE-DATE NOT > WS-FIN-PERIODE
               MOVE RELEVE-REG TO RELARCH-REG
               WRITE RELARCH-REG
               ADD 1 TO WS-NB-RELEVE-ARCHIVEES
               IF RELEVE-SENS = 'D'
                   ADD RELEVE-MONTANT TO WS-BANQUE-RELEVE
               ELSE
                   SUBTRACT RELEVE-MONTANT FROM WS-BANQUE-RELEVE
               END-IF
           ELSE
               MOVE RELEVE-REG TO RELEVEN-REG
               WRITE RELEVEN-REG
               ADD 1 TO WS-NB-RELEVE-CONSERVEES
           END-IF.
