       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIESAL.
      * Paie mensuelle : la paie ne se fait plus hors du systeme
      * avec saisie des ecritures a la main dans BILAN. Le fichier
      * du personnel SALARIES.txt donne pour chaque salarie son
      * matricule, son nom, sa categorie (CA cadre, NC non cadre,
      * ...), son salaire brut mensuel et son statut (A actif, S
      * sorti). Le bareme maintenu COTISATIONS-TAUX.txt donne par
      * categorie ('*' = toutes) chaque cotisation : caisse
      * destinataire, libelle, taux salarial et taux patronal en
      * pourcentage, plafond mensuel de l'assiette (zero = salaire
      * entier) et compte de la caisse au plan. Tournant en fin de
      * mois (etape 'M' de la chaine), le programme paie le mois du
      * passage, ou le mois AAAAMM lu dans PAIE-PARAM.txt pour
      * rattraper un mois manque (jamais un mois futur) : pour
      * chaque salarie actif pas encore paye sur la periode
      * (PAIE-HISTO.txt), brut, cotisations salariales et
      * patronales ligne a ligne, net a payer et cout employeur.
      * Les bulletins partent dans BULLETINS-PAIE.txt ; le journal
      * de paie est poste dans BILAN.txt au dernier jour du mois,
      * journal PA, libelle 'PAIE AAAAMM ...' : debit 641000 du
      * brut, debit 645000 des charges patronales, credit du compte
      * de chaque caisse (parts salariale et patronale) et credit
      * 421000 du net, equilibre par construction ; ses lignes sont
      * reprises dans PAIE-JOURNAL.txt. La declaration mensuelle
      * des cotisations par caisse (assiette, part salariale, part
      * patronale) est editee dans COTISATIONS-DECLARATION.txt. Un
      * salarie incoherent (brut non numerique ou nul, statut
      * inconnu, categorie sans cotisation au bareme) part dans
      * SALARIES-REJETS.txt et n'est pas paye (code retour 8) ; il
      * le sera au passage qui suit sa correction. Une ligne du
      * bareme illisible ou dont le compte est absent du plan
      * arrete la paie avant toute ecriture (code retour 16) ; un
      * mois tombant dans un exercice deja clos (EXERCLOS) est
      * refuse sans rien poster (code retour 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "PAIE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FTAUX ASSIGN TO "COTISATIONS-TAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTAUX.

           SELECT FSALARIES ASSIGN TO "SALARIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSALARIES.

           SELECT FHISTO ASSIGN TO "PAIE-HISTO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FBILAN ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBILAN.

           SELECT FBULLETINS ASSIGN TO "BULLETINS-PAIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBULLETINS.

           SELECT FJOURNAL ASSIGN TO "PAIE-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAL.

           SELECT FDECLARATION ASSIGN TO "COTISATIONS-DECLARATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECLARATION.

           SELECT FREJETS ASSIGN TO "SALARIES-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-PERIODE PIC X(6).

       FD     FPLAN
              RECORDING MODE IS F.
       01 PLAN-REG.
              05 PLAN-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 PLAN-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 PLAN-SENS PIC X(1).

       FD     FTAUX
              RECORDING MODE IS F.
       01 TAUX-REG.
              05 TAUX-CATEGORIE PIC X(2).
              05 FILLER PIC X(1).
              05 TAUX-CAISSE PIC X(6).
              05 FILLER PIC X(1).
              05 TAUX-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 TAUX-SALARIAL-X PIC X(5).
              05 TAUX-SALARIAL REDEFINES TAUX-SALARIAL-X
                               PIC 9(2)V9(3).
              05 FILLER PIC X(1).
              05 TAUX-PATRONAL-X PIC X(5).
              05 TAUX-PATRONAL REDEFINES TAUX-PATRONAL-X
                               PIC 9(2)V9(3).
              05 FILLER PIC X(1).
              05 TAUX-PLAFOND-X PIC X(9).
              05 TAUX-PLAFOND REDEFINES TAUX-PLAFOND-X
                              PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 TAUX-COMPTE PIC X(6).

       FD     FSALARIES
              RECORDING MODE IS F.
       01 SALARIE-REG.
              05 SAL-MATRICULE PIC X(6).
              05 FILLER PIC X(1).
              05 SAL-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 SAL-CATEGORIE PIC X(2).
              05 FILLER PIC X(1).
              05 SAL-BRUT-X PIC X(9).
              05 SAL-BRUT REDEFINES SAL-BRUT-X PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 SAL-STATUT PIC X(1).
                 88 SAL-ACTIF VALUE 'A'.
                 88 SAL-SORTI VALUE 'S'.

       FD     FHISTO
              RECORDING MODE IS F.
       01 HISTO-REG.
              05 HISTO-MATRICULE PIC X(6).
              05 FILLER PIC X(1).
              05 HISTO-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 HISTO-BRUT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 HISTO-SALARIAL PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 HISTO-PATRONAL PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 HISTO-NET PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 HISTO-DATE-PASSAGE PIC X(8).

       FD     FBILAN
              RECORDING MODE IS F.
       01 BILAN-REG.
              05 BILAN-DATE    PIC X(8).
              05 FILLER        PIC X(1).
              05 BILAN-LIBELLE PIC X(20).
              05 FILLER        PIC X(1).
              05 BILAN-DEBIT   PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-CREDIT  PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-COMPTE  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-TVA     PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-JOURNAL PIC X(2).

       FD     FBULLETINS
              RECORDING MODE IS F.
       01 BULLETIN-REG PIC X(90).
       01 BULLETIN-LIGNE.
              05 BUL-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 BUL-BASE PIC ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 BUL-TAUX-SAL PIC Z9.999.
              05 FILLER PIC X(1).
              05 BUL-PART-SAL PIC ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 BUL-TAUX-PAT PIC Z9.999.
              05 FILLER PIC X(1).
              05 BUL-PART-PAT PIC ZZZ,ZZ9.99.
       01 BULLETIN-MONTANT.
              05 BUL-MONTANT-LIB PIC X(40).
              05 FILLER PIC X(1).
              05 BUL-MONTANT PIC Z,ZZZ,ZZ9.99.

       FD     FJOURNAL
              RECORDING MODE IS F.
       01 JOURNAL-REG PIC X(80).
       01 JOURNAL-DETAIL.
              05 JRN-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 JRN-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 JRN-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 JRN-DEBIT PIC Z,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 JRN-CREDIT PIC Z,ZZZ,ZZ9.99.

       FD     FDECLARATION
              RECORDING MODE IS F.
       01 DECLARATION-REG PIC X(90).
       01 DECLARATION-DETAIL.
              05 DEC-CAISSE PIC X(6).
              05 FILLER PIC X(1).
              05 DEC-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 DEC-ASSIETTE PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 DEC-SALARIAL PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 DEC-PATRONAL PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 DEC-TOTAL PIC ZZ,ZZZ,ZZ9.99.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-IMAGE PIC X(77).
              05 REJET-SEP PIC X(3).
              05 REJET-MOTIF PIC X(40).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTAUX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSALARIES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBULLETINS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECLARATION PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY EXERLNK.

       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FTAUX PIC X VALUE 'N'.
           88 WS-EOF-FTAUX-REACHED VALUE 'Y'.
       01 WS-EOF-FSALARIES PIC X VALUE 'N'.
           88 WS-EOF-FSALARIES-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * PERIODE PAYEE ET SON DERNIER JOUR
       01 WS-PERIODE PIC 9(6).
       01 WS-FIN-PERIODE PIC 9(8).
       01 WS-MOIS-CALCUL PIC 9(6).
       01 WS-MOIS-CALCUL-DEC REDEFINES WS-MOIS-CALCUL.
           05 WS-MCA-AAAA PIC 9(4).
           05 WS-MCA-MM PIC 9(2).
       01 WS-DATE-CALCUL PIC 9(8).
       01 WS-DATE-CALCUL-DEC REDEFINES WS-DATE-CALCUL.
           05 WS-DCA-AAAAMM PIC 9(6).
           05 WS-DCA-JJ PIC 9(2).

      * COMPTES DU PLAN
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).

      * BAREME DES COTISATIONS ET CUMULS DE LA PERIODE PAR LIGNE
       01 WS-NB-TAUX PIC 9(3) VALUE 0.
       01 WS-TABLE-TAUX.
           05 WS-TAUX-ENTRY OCCURS 200 TIMES.
               10 WS-TAUX-CATEGORIE PIC X(2).
               10 WS-TAUX-CAISSE PIC X(6).
               10 WS-TAUX-LIBELLE PIC X(20).
               10 WS-TAUX-SAL PIC 9(2)V9(3).
               10 WS-TAUX-PAT PIC 9(2)V9(3).
               10 WS-TAUX-PLAFOND PIC 9(7)V99.
               10 WS-TAUX-COMPTE PIC X(6).
               10 WS-TAUX-ASSIETTE PIC 9(9)V99.
               10 WS-TAUX-CUMUL-SAL PIC 9(9)V99.
               10 WS-TAUX-CUMUL-PAT PIC 9(9)V99.
               10 WS-TAUX-EDITE PIC X(1).
       01 WS-NB-TAUX-INVALIDES PIC 9(5) VALUE 0.

      * CREDITS DU JOURNAL PAR CAISSE ET COMPTE DE CAISSE
       01 WS-NB-CAISSES PIC 9(3) VALUE 0.
       01 WS-TABLE-CAISSES.
           05 WS-CAI-ENTRY OCCURS 200 TIMES.
               10 WS-CAI-COMPTE PIC X(6).
               10 WS-CAI-CAISSE PIC X(6).
               10 WS-CAI-MONTANT PIC 9(9)V99.

      * SALARIES DEJA PAYES SUR LA PERIODE
       01 WS-NB-PAYES PIC 9(5) VALUE 0.
       01 WS-TABLE-PAYES.
           05 WS-PAYE-ENTRY OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-NB-PAYES
                             INDEXED BY WS-PAYE-IDX.
               10 WS-PAYE-MATRICULE PIC X(6).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-COMPTE PIC X(6).
       01 WS-MOTIF PIC X(40) VALUE SPACES.
       01 WS-I PIC 9(5).
       01 WS-J PIC 9(5).
       01 WS-K PIC 9(5).
       01 WS-NB-LIGNES-SALARIE PIC 9(3).

      * CALCUL DU BULLETIN COURANT
       01 WS-BASE PIC 9(7)V99.
       01 WS-PART-SAL PIC 9(7)V99.
       01 WS-PART-PAT PIC 9(7)V99.
       01 WS-SAL-SALARIAL PIC 9(7)V99.
       01 WS-SAL-PATRONAL PIC 9(7)V99.
       01 WS-SAL-NET PIC S9(7)V99.
       01 WS-SAL-COUT PIC 9(9)V99.

      * TOTAUX DE LA PERIODE
       01 WS-TOTAL-BRUT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SALARIAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PATRONAL PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-NET PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(9)V99 VALUE 0.

      * LIGNE DE JOURNAL A POSTER
       01 WS-ECR-LIBELLE PIC X(20).
       01 WS-ECR-COMPTE PIC X(6).
       01 WS-ECR-DEBIT PIC 9(7)V99.
       01 WS-ECR-CREDIT PIC 9(7)V99.

       01 WS-NB-SALARIES PIC 9(7) VALUE 0.
       01 WS-NB-PAYES-PERIODE PIC 9(7) VALUE 0.
       01 WS-NB-DEJA PIC 9(7) VALUE 0.
       01 WS-NB-SORTIS PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'paiesal' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    PERIODE : LE MOIS DU PASSAGE, OU UN MOIS ANTERIEUR A
      *    RATTRAPER (JAMAIS UN MOIS FUTUR)
           MOVE WS-RUN-AAAAMM TO WS-PERIODE
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-PERIODE IS NUMERIC
                          AND PARAM-PERIODE(5:2) >= '01'
                          AND PARAM-PERIODE(5:2) <= '12'
                          AND PARAM-PERIODE <= WS-RUN-YYYYMMDD(1:6)
                           MOVE PARAM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           MOVE WS-PERIODE TO WS-MOIS-CALCUL
           PERFORM CALCULER-FIN-DE-MOIS
           MOVE WS-DATE-CALCUL TO WS-FIN-PERIODE

      *    RIEN NE SE POSTE DANS UN EXERCICE DEJA CLOS
           MOVE WS-FIN-PERIODE TO WS-EX-DATE
           CALL 'EXERCLOS' USING WS-EX-DEMANDE, WS-EX-REPONSE
           IF WS-EX-RETOUR = '01'
               DISPLAY 'Periode ' WS-PERIODE ' dans un exercice clos'
                   ' (dernier exercice clos ' WS-EX-DERNIER-CLOS ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    PLAN DE COMPTES
           OPEN INPUT FPLAN.
           IF WS-STATUS-FPLAN NOT = '00'
               DISPLAY 'PLAN-COMPTES.txt non disponible - code '
                   'statut ' WS-STATUS-FPLAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPLAN-REACHED
               READ FPLAN
                   AT END
                       SET WS-EOF-FPLAN-REACHED TO TRUE
                   NOT AT END
                       IF PLAN-COMPTE NOT = SPACES
                          AND WS-NB-COMPTES < 500
                           ADD 1 TO WS-NB-COMPTES
                           MOVE PLAN-COMPTE
                               TO WS-CPT-COMPTE(WS-NB-COMPTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPLAN.
           MOVE '641000' TO WS-COMPTE
           PERFORM CHERCHER-COMPTE
           IF WS-EST-TROUVE
               MOVE '645000' TO WS-COMPTE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF WS-EST-TROUVE
               MOVE '421000' TO WS-COMPTE
               PERFORM CHERCHER-COMPTE
           END-IF
           IF NOT WS-EST-TROUVE
               DISPLAY 'Compte de paie ' WS-COMPTE
                   ' absent de PLAN-COMPTES.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           OPEN OUTPUT FREJETS.

      *    BAREME DES COTISATIONS : UNE LIGNE ILLISIBLE ARRETE LA
      *    PAIE, UN BULLETIN SANS ELLE SERAIT FAUX
           OPEN INPUT FTAUX.
           IF WS-STATUS-FTAUX NOT = '00'
               DISPLAY 'COTISATIONS-TAUX.txt non disponible - code '
                   'statut ' WS-STATUS-FTAUX
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FTAUX-REACHED
               READ FTAUX
                   AT END
                       SET WS-EOF-FTAUX-REACHED TO TRUE
                   NOT AT END
                       IF TAUX-CATEGORIE NOT = SPACES
                           PERFORM CHARGER-TAUX
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FTAUX.
           IF WS-NB-TAUX-INVALIDES > 0 OR WS-NB-TAUX = 0
               MOVE SPACES TO REJET-TRAILER
               MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
               MOVE WS-NB-REJETS TO REJET-TRAILER-NB
               WRITE REJET-TRAILER
               CLOSE FREJETS
               DISPLAY 'Bareme COTISATIONS-TAUX.txt invalide ou vide '
                   '- paie non calculee (voir SALARIES-REJETS.txt)'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    SALARIES DEJA PAYES SUR LA PERIODE (ABSENT AU PREMIER
      *    PASSAGE)
           OPEN INPUT FHISTO.
           IF WS-STATUS-FHISTO = '00'
               PERFORM UNTIL WS-EOF-FHISTO-REACHED
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                       NOT AT END
                           IF HISTO-PERIODE = WS-PERIODE
                              AND WS-NB-PAYES < 10000
                               ADD 1 TO WS-NB-PAYES
                               MOVE HISTO-MATRICULE
                                   TO WS-PAYE-MATRICULE(WS-NB-PAYES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTO
           END-IF

           OPEN INPUT FSALARIES.
           IF WS-STATUS-FSALARIES NOT = '00'
               DISPLAY 'SALARIES.txt non disponible - code statut '
                   WS-STATUS-FSALARIES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN EXTEND FHISTO.
           IF WS-STATUS-FHISTO NOT = '00'
               OPEN OUTPUT FHISTO
           END-IF
           OPEN OUTPUT FBULLETINS.

      *    UN BULLETIN PAR SALARIE ACTIF PAS ENCORE PAYE
           PERFORM UNTIL WS-EOF-FSALARIES-REACHED
               READ FSALARIES
                   AT END
                       SET WS-EOF-FSALARIES-REACHED TO TRUE
                   NOT AT END
                       IF SAL-MATRICULE NOT = SPACES
                           ADD 1 TO WS-NB-SALARIES
                           PERFORM TRAITER-SALARIE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FSALARIES.
           CLOSE FHISTO.
           CLOSE FBULLETINS.

      *    JOURNAL DE PAIE DE LA PERIODE DANS LE LIVRE
           OPEN OUTPUT FJOURNAL.
           MOVE SPACES TO JOURNAL-REG
           STRING 'JOURNAL DE PAIE - PERIODE ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' - PASSAGE DU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO JOURNAL-REG
           WRITE JOURNAL-REG
           MOVE SPACES TO JOURNAL-REG
           STRING 'DATE     COMPTE LIBELLE                     DEBIT'
               DELIMITED BY SIZE
               '       CREDIT' DELIMITED BY SIZE
               INTO JOURNAL-REG
           WRITE JOURNAL-REG
           IF WS-NB-PAYES-PERIODE > 0
               PERFORM POSTER-JOURNAL
           END-IF
           MOVE SPACES TO JOURNAL-DETAIL
           MOVE 'TOTAL' TO JRN-LIBELLE
           MOVE WS-TOTAL-DEBIT TO JRN-DEBIT
           MOVE WS-TOTAL-CREDIT TO JRN-CREDIT
           WRITE JOURNAL-DETAIL
           CLOSE FJOURNAL.

           PERFORM EDITER-DECLARATION

           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           DISPLAY 'Periode               : ' WS-PERIODE
           DISPLAY 'Salaries lus          : ' WS-NB-SALARIES
           DISPLAY 'Bulletins etablis     : ' WS-NB-PAYES-PERIODE
           DISPLAY 'Deja payes            : ' WS-NB-DEJA
           DISPLAY 'Salaries sortis       : ' WS-NB-SORTIS
           DISPLAY 'Salaries rejetes      : ' WS-NB-REJETS
               ' (voir SALARIES-REJETS.txt)'
           DISPLAY 'Masse salariale brute : ' WS-TOTAL-BRUT
           DISPLAY 'Net a payer           : ' WS-TOTAL-NET
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE LIGNE DU BAREME : TAUX ET PLAFOND NUMERIQUES, COMPTE
      *    DE LA CAISSE AU PLAN
       CHARGER-TAUX.
           MOVE SPACES TO WS-MOTIF
           IF TAUX-CAISSE = SPACES
               MOVE 'Caisse absente' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
              AND (TAUX-SALARIAL-X IS NOT NUMERIC
                   OR TAUX-PATRONAL-X IS NOT NUMERIC)
               MOVE 'Taux non numerique' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
              AND TAUX-PLAFOND-X NOT = SPACES
              AND TAUX-PLAFOND-X IS NOT NUMERIC
               MOVE 'Plafond non numerique' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               MOVE TAUX-COMPTE TO WS-COMPTE
               PERFORM CHERCHER-COMPTE
               IF NOT WS-EST-TROUVE
                   MOVE 'Compte de caisse absent du plan' TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES AND WS-NB-TAUX >= 200
               MOVE 'Bareme plein (200 lignes)' TO WS-MOTIF
           END-IF
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-TAUX-INVALIDES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE TAUX-REG TO REJET-IMAGE
               MOVE ' | ' TO REJET-SEP
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               ADD 1 TO WS-NB-TAUX
               MOVE TAUX-CATEGORIE TO WS-TAUX-CATEGORIE(WS-NB-TAUX)
               MOVE TAUX-CAISSE TO WS-TAUX-CAISSE(WS-NB-TAUX)
               MOVE TAUX-LIBELLE TO WS-TAUX-LIBELLE(WS-NB-TAUX)
               MOVE TAUX-SALARIAL TO WS-TAUX-SAL(WS-NB-TAUX)
               MOVE TAUX-PATRONAL TO WS-TAUX-PAT(WS-NB-TAUX)
               IF TAUX-PLAFOND-X = SPACES
                   MOVE 0 TO WS-TAUX-PLAFOND(WS-NB-TAUX)
               ELSE
                   MOVE TAUX-PLAFOND TO WS-TAUX-PLAFOND(WS-NB-TAUX)
               END-IF
               MOVE TAUX-COMPTE TO WS-TAUX-COMPTE(WS-NB-TAUX)
               MOVE 0 TO WS-TAUX-ASSIETTE(WS-NB-TAUX)
               MOVE 0 TO WS-TAUX-CUMUL-SAL(WS-NB-TAUX)
               MOVE 0 TO WS-TAUX-CUMUL-PAT(WS-NB-TAUX)
               MOVE 'N' TO WS-TAUX-EDITE(WS-NB-TAUX)
           END-IF.

      *    CONTROLE DU SALARIE, PUIS SON BULLETIN S'IL EST ACTIF ET
      *    PAS ENCORE PAYE SUR LA PERIODE
       TRAITER-SALARIE.
           MOVE SPACES TO WS-MOTIF
           IF NOT SAL-ACTIF AND NOT SAL-SORTI
               MOVE 'Statut inconnu (A ou S)' TO WS-MOTIF
           END-IF
           IF SAL-ACTIF AND WS-MOTIF = SPACES
               IF SAL-BRUT-X IS NOT NUMERIC
                   MOVE 'Salaire brut non numerique' TO WS-MOTIF
               ELSE
                   IF SAL-BRUT = 0
                       MOVE 'Salaire brut nul' TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
           IF SAL-ACTIF AND WS-MOTIF = SPACES
               MOVE 0 TO WS-NB-LIGNES-SALARIE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-TAUX
                   IF WS-TAUX-CATEGORIE(WS-J) = SAL-CATEGORIE
                      OR WS-TAUX-CATEGORIE(WS-J) = '* '
                       ADD 1 TO WS-NB-LIGNES-SALARIE
                   END-IF
               END-PERFORM
               IF WS-NB-LIGNES-SALARIE = 0
                   MOVE 'Categorie sans cotisation au bareme'
                       TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE SALARIE-REG TO REJET-IMAGE
               MOVE ' | ' TO REJET-SEP
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               IF SAL-SORTI
                   ADD 1 TO WS-NB-SORTIS
               ELSE
                   PERFORM CHERCHER-PAYE
                   IF WS-EST-TROUVE
                       ADD 1 TO WS-NB-DEJA
                   ELSE
                       PERFORM ETABLIR-BULLETIN
                   END-IF
               END-IF
           END-IF.

      *    BRUT -> NET : CHAQUE COTISATION DE LA CATEGORIE (ET DES
      *    LIGNES '*') SUR L'ASSIETTE PLAFONNEE, PART SALARIALE
      *    RETENUE SUR LE BRUT, PART PATRONALE EN SUS
       ETABLIR-BULLETIN.
           ADD 1 TO WS-NB-PAYES-PERIODE
           MOVE 0 TO WS-SAL-SALARIAL
           MOVE 0 TO WS-SAL-PATRONAL
           MOVE SPACES TO BULLETIN-REG
           STRING 'BULLETIN DE PAIE - PERIODE ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO BULLETIN-REG
           WRITE BULLETIN-REG
           MOVE SPACES TO BULLETIN-REG
           STRING 'MATRICULE ' DELIMITED BY SIZE
               SAL-MATRICULE DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               SAL-NOM DELIMITED BY SIZE
               '  CATEGORIE ' DELIMITED BY SIZE
               SAL-CATEGORIE DELIMITED BY SIZE
               INTO BULLETIN-REG
           WRITE BULLETIN-REG
           MOVE SPACES TO BULLETIN-MONTANT
           MOVE 'SALAIRE BRUT' TO BUL-MONTANT-LIB
           MOVE SAL-BRUT TO BUL-MONTANT
           WRITE BULLETIN-MONTANT
           MOVE SPACES TO BULLETIN-REG
           STRING 'COTISATION                 BASE  TX SAL'
               DELIMITED BY SIZE
               '   PART SAL  TX PAT   PART PAT' DELIMITED BY SIZE
               INTO BULLETIN-REG
           WRITE BULLETIN-REG
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-TAUX
               IF WS-TAUX-CATEGORIE(WS-J) = SAL-CATEGORIE
                  OR WS-TAUX-CATEGORIE(WS-J) = '* '
                   PERFORM CALCULER-COTISATION
               END-IF
           END-PERFORM
           COMPUTE WS-SAL-NET = SAL-BRUT - WS-SAL-SALARIAL
           COMPUTE WS-SAL-COUT = SAL-BRUT + WS-SAL-PATRONAL
           MOVE SPACES TO BULLETIN-MONTANT
           MOVE 'TOTAL COTISATIONS SALARIALES' TO BUL-MONTANT-LIB
           MOVE WS-SAL-SALARIAL TO BUL-MONTANT
           WRITE BULLETIN-MONTANT
           MOVE SPACES TO BULLETIN-MONTANT
           MOVE 'TOTAL COTISATIONS PATRONALES' TO BUL-MONTANT-LIB
           MOVE WS-SAL-PATRONAL TO BUL-MONTANT
           WRITE BULLETIN-MONTANT
           MOVE SPACES TO BULLETIN-MONTANT
           MOVE 'NET A PAYER' TO BUL-MONTANT-LIB
           MOVE WS-SAL-NET TO BUL-MONTANT
           WRITE BULLETIN-MONTANT
           MOVE SPACES TO BULLETIN-MONTANT
           MOVE 'COUT EMPLOYEUR' TO BUL-MONTANT-LIB
           MOVE WS-SAL-COUT TO BUL-MONTANT
           WRITE BULLETIN-MONTANT
           MOVE SPACES TO BULLETIN-REG
           WRITE BULLETIN-REG

           ADD SAL-BRUT TO WS-TOTAL-BRUT
           ADD WS-SAL-SALARIAL TO WS-TOTAL-SALARIAL
           ADD WS-SAL-PATRONAL TO WS-TOTAL-PATRONAL
           ADD WS-SAL-NET TO WS-TOTAL-NET

           MOVE SPACES TO HISTO-REG
           MOVE SAL-MATRICULE TO HISTO-MATRICULE
           MOVE WS-PERIODE TO HISTO-PERIODE
           MOVE SAL-BRUT TO HISTO-BRUT
           MOVE WS-SAL-SALARIAL TO HISTO-SALARIAL
           MOVE WS-SAL-PATRONAL TO HISTO-PATRONAL
           MOVE WS-SAL-NET TO HISTO-NET
           MOVE WS-RUN-YYYYMMDD TO HISTO-DATE-PASSAGE
           WRITE HISTO-REG
           IF WS-NB-PAYES < 10000
               ADD 1 TO WS-NB-PAYES
               MOVE SAL-MATRICULE TO WS-PAYE-MATRICULE(WS-NB-PAYES)
           END-IF.

      *    COTISATION WS-J DU SALARIE COURANT, CUMULEE POUR LA
      *    DECLARATION ET POUR LE CREDIT DE SA CAISSE
       CALCULER-COTISATION.
           MOVE SAL-BRUT TO WS-BASE
           IF WS-TAUX-PLAFOND(WS-J) > 0
              AND WS-BASE > WS-TAUX-PLAFOND(WS-J)
               MOVE WS-TAUX-PLAFOND(WS-J) TO WS-BASE
           END-IF
           COMPUTE WS-PART-SAL ROUNDED =
               WS-BASE * WS-TAUX-SAL(WS-J) / 100
           COMPUTE WS-PART-PAT ROUNDED =
               WS-BASE * WS-TAUX-PAT(WS-J) / 100
           ADD WS-PART-SAL TO WS-SAL-SALARIAL
           ADD WS-PART-PAT TO WS-SAL-PATRONAL
           ADD WS-BASE TO WS-TAUX-ASSIETTE(WS-J)
           ADD WS-PART-SAL TO WS-TAUX-CUMUL-SAL(WS-J)
           ADD WS-PART-PAT TO WS-TAUX-CUMUL-PAT(WS-J)
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CAISSES OR WS-EST-TROUVE
               IF WS-CAI-COMPTE(WS-K) = WS-TAUX-COMPTE(WS-J)
                  AND WS-CAI-CAISSE(WS-K) = WS-TAUX-CAISSE(WS-J)
                   MOVE 'Y' TO WS-TROUVE
                   COMPUTE WS-CAI-MONTANT(WS-K) = WS-CAI-MONTANT(WS-K)
                       + WS-PART-SAL + WS-PART-PAT
               END-IF
           END-PERFORM
           IF NOT WS-EST-TROUVE
               ADD 1 TO WS-NB-CAISSES
               MOVE WS-TAUX-COMPTE(WS-J)
                   TO WS-CAI-COMPTE(WS-NB-CAISSES)
               MOVE WS-TAUX-CAISSE(WS-J)
                   TO WS-CAI-CAISSE(WS-NB-CAISSES)
               COMPUTE WS-CAI-MONTANT(WS-NB-CAISSES) =
                   WS-PART-SAL + WS-PART-PAT
           END-IF
           MOVE SPACES TO BULLETIN-LIGNE
           MOVE WS-TAUX-LIBELLE(WS-J) TO BUL-LIBELLE
           MOVE WS-BASE TO BUL-BASE
           MOVE WS-TAUX-SAL(WS-J) TO BUL-TAUX-SAL
           MOVE WS-PART-SAL TO BUL-PART-SAL
           MOVE WS-TAUX-PAT(WS-J) TO BUL-TAUX-PAT
           MOVE WS-PART-PAT TO BUL-PART-PAT
           WRITE BULLETIN-LIGNE.

      *    ECRITURE DE PAIE DE LA PERIODE, DATEE DU DERNIER JOUR DU
      *    MOIS : BRUT ET CHARGES PATRONALES AU DEBIT, CAISSES ET NET
      *    A PAYER AU CREDIT
       POSTER-JOURNAL.
           OPEN EXTEND FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
               DISPLAY 'BILAN.txt non disponible en ajout - code '
                   'statut ' WS-STATUS-FBILAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE SPACES TO WS-ECR-LIBELLE
           STRING 'PAIE ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' BRUT' DELIMITED BY SIZE
               INTO WS-ECR-LIBELLE
           MOVE '641000' TO WS-ECR-COMPTE
           MOVE WS-TOTAL-BRUT TO WS-ECR-DEBIT
           MOVE 0 TO WS-ECR-CREDIT
           PERFORM POSTER-LIGNE
           IF WS-TOTAL-PATRONAL > 0
               MOVE SPACES TO WS-ECR-LIBELLE
               STRING 'PAIE ' DELIMITED BY SIZE
                   WS-PERIODE DELIMITED BY SIZE
                   ' CHARGES' DELIMITED BY SIZE
                   INTO WS-ECR-LIBELLE
               MOVE '645000' TO WS-ECR-COMPTE
               MOVE WS-TOTAL-PATRONAL TO WS-ECR-DEBIT
               MOVE 0 TO WS-ECR-CREDIT
               PERFORM POSTER-LIGNE
           END-IF
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CAISSES
               IF WS-CAI-MONTANT(WS-K) > 0
                   MOVE SPACES TO WS-ECR-LIBELLE
                   STRING 'PAIE ' DELIMITED BY SIZE
                       WS-PERIODE DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-CAI-CAISSE(WS-K) DELIMITED BY SPACE
                       INTO WS-ECR-LIBELLE
                   MOVE WS-CAI-COMPTE(WS-K) TO WS-ECR-COMPTE
                   MOVE 0 TO WS-ECR-DEBIT
                   MOVE WS-CAI-MONTANT(WS-K) TO WS-ECR-CREDIT
                   PERFORM POSTER-LIGNE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-ECR-LIBELLE
           STRING 'PAIE ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' NET' DELIMITED BY SIZE
               INTO WS-ECR-LIBELLE
           MOVE '421000' TO WS-ECR-COMPTE
           MOVE 0 TO WS-ECR-DEBIT
           MOVE WS-TOTAL-NET TO WS-ECR-CREDIT
           PERFORM POSTER-LIGNE
           CLOSE FBILAN.

       POSTER-LIGNE.
           MOVE SPACES TO BILAN-REG
           MOVE WS-FIN-PERIODE TO BILAN-DATE
           MOVE WS-ECR-LIBELLE TO BILAN-LIBELLE
           MOVE WS-ECR-DEBIT TO BILAN-DEBIT
           MOVE WS-ECR-CREDIT TO BILAN-CREDIT
           MOVE WS-ECR-COMPTE TO BILAN-COMPTE
           MOVE 'PA' TO BILAN-JOURNAL
           WRITE BILAN-REG
           ADD WS-ECR-DEBIT TO WS-TOTAL-DEBIT
           ADD WS-ECR-CREDIT TO WS-TOTAL-CREDIT
           MOVE SPACES TO JOURNAL-DETAIL
           MOVE WS-FIN-PERIODE TO JRN-DATE
           MOVE WS-ECR-COMPTE TO JRN-COMPTE
           MOVE WS-ECR-LIBELLE TO JRN-LIBELLE
           MOVE WS-ECR-DEBIT TO JRN-DEBIT
           MOVE WS-ECR-CREDIT TO JRN-CREDIT
           WRITE JOURNAL-DETAIL.

      *    DECLARATION DES COTISATIONS DE LA PERIODE, CAISSE PAR
      *    CAISSE (DANS L'ORDRE DU BAREME), AVEC SOUS-TOTAL PAR
      *    CAISSE ET TOTAL GENERAL
       EDITER-DECLARATION.
           OPEN OUTPUT FDECLARATION.
           MOVE SPACES TO DECLARATION-REG
           STRING 'DECLARATION DES COTISATIONS SOCIALES - PERIODE '
               DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               INTO DECLARATION-REG
           WRITE DECLARATION-REG
           MOVE SPACES TO DECLARATION-REG
           STRING 'CAISSE COTISATION                 ASSIETTE'
               DELIMITED BY SIZE
               '  PART SALARIE PART EMPLOYEUR         TOTAL'
               DELIMITED BY SIZE
               INTO DECLARATION-REG
           WRITE DECLARATION-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TAUX
               IF WS-TAUX-EDITE(WS-I) = 'N'
                   MOVE 0 TO WS-SAL-SALARIAL
                   MOVE 0 TO WS-SAL-PATRONAL
                   PERFORM VARYING WS-J FROM WS-I BY 1
                           UNTIL WS-J > WS-NB-TAUX
                       IF WS-TAUX-CAISSE(WS-J) = WS-TAUX-CAISSE(WS-I)
                           MOVE 'O' TO WS-TAUX-EDITE(WS-J)
                           MOVE SPACES TO DECLARATION-DETAIL
                           MOVE WS-TAUX-CAISSE(WS-J) TO DEC-CAISSE
                           MOVE WS-TAUX-LIBELLE(WS-J) TO DEC-LIBELLE
                           MOVE WS-TAUX-ASSIETTE(WS-J) TO DEC-ASSIETTE
                           MOVE WS-TAUX-CUMUL-SAL(WS-J)
                               TO DEC-SALARIAL
                           MOVE WS-TAUX-CUMUL-PAT(WS-J)
                               TO DEC-PATRONAL
                           COMPUTE DEC-TOTAL =
                               WS-TAUX-CUMUL-SAL(WS-J)
                               + WS-TAUX-CUMUL-PAT(WS-J)
                           WRITE DECLARATION-DETAIL
                           ADD WS-TAUX-CUMUL-SAL(WS-J)
                               TO WS-SAL-SALARIAL
                           ADD WS-TAUX-CUMUL-PAT(WS-J)
                               TO WS-SAL-PATRONAL
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO DECLARATION-DETAIL
                   MOVE WS-TAUX-CAISSE(WS-I) TO DEC-CAISSE
                   MOVE 'TOTAL CAISSE' TO DEC-LIBELLE
                   MOVE WS-SAL-SALARIAL TO DEC-SALARIAL
                   MOVE WS-SAL-PATRONAL TO DEC-PATRONAL
                   COMPUTE DEC-TOTAL = WS-SAL-SALARIAL
                       + WS-SAL-PATRONAL
                   WRITE DECLARATION-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO DECLARATION-DETAIL
           MOVE 'TOTAL GENERAL' TO DEC-LIBELLE
           MOVE WS-TOTAL-BRUT TO DEC-ASSIETTE
           MOVE WS-TOTAL-SALARIAL TO DEC-SALARIAL
           MOVE WS-TOTAL-PATRONAL TO DEC-PATRONAL
           COMPUTE DEC-TOTAL = WS-TOTAL-SALARIAL + WS-TOTAL-PATRONAL
           WRITE DECLARATION-DETAIL
           CLOSE FDECLARATION.

       CHERCHER-PAYE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-PAYES > 0
               SET WS-PAYE-IDX TO 1
               SEARCH WS-PAYE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAYE-MATRICULE(WS-PAYE-IDX) = SAL-MATRICULE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHERCHER-COMPTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-COMPTES > 0 AND WS-COMPTE NOT = SPACES
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-COMPTES
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = WS-COMPTE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

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

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
