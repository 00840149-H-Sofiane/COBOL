       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANEXE.
      * Cloture annuelle de l'exercice, a la suite de la cloture
      * mensuelle de decembre (bilanclot) : l'exercice AAAA est lu
      * dans CLOTURE-EXERCICE-PARAM.txt (annee sur 4, a defaut
      * l'annee qui precede le passage ; colonnes 6 a 11 le mois
      * d'origine des archives, a defaut 200001). Le livre est relu
      * en entier, chaque archive BILAN-ARCHIVE-AAAAMM.txt depuis
      * l'origine puis BILAN.txt, les reports 890000 ecartes :
      *  - a la premiere cloture, tout l'historique jusqu'au 31/12 ;
      *    les comptes de gestion d'avant l'exercice sont des
      *    resultats anterieurs, repris en report a nouveau
      *    (110000 crediteur / 119000 debiteur) ;
      *  - ensuite, les a-nouveaux de l'exercice (journal AN poses
      *    par la cloture precedente) et ses seuls mouvements.
      * L'ecriture de cloture (journal CL, au 31/12) solde chaque
      * compte des classes 6 et 7 dans le resultat de l'exercice,
      * 120000 pour un benefice, 129000 pour une perte. Les comptes
      * de bilan sont repris compte par compte en a-nouveaux au
      * 01/01 suivant (journal AN, libelle 'A NOUVEAU AAAA', a
      * numeroter par bilannum) : BILAN.txt est reecrit avec ces
      * a-nouveaux a la place du report unique 890000, un report
      * 890000 ne restant que pour les mouvements du nouvel
      * exercice deja archives par bilanclot. Les lignes de
      * l'exercice et son ecriture de cloture sont archivees dans
      * BILAN-EXERCICE-AAAA.txt et l'exercice est verrouille dans
      * EXERCICES-CLOS.txt : les programmes qui postent (voir
      * EXERCLOS) et bilannum refusent desormais toute date de cet
      * exercice ou d'un exercice anterieur. Le rapport
      * CLOTURE-EXERCICE-AAAA.txt donne l'ecriture de cloture puis,
      * compte par compte, le solde de cloture et l'a-nouveau relu
      * dans le nouveau BILAN.txt, qui doivent etre egaux.
      * La cloture est refusee (code retour 8, rien n'est modifie)
      * pour un exercice non echu, deja clos ou qui n'est pas le
      * suivant du dernier exercice clos, tant qu'un suspens reste
      * OUVERT au livre d'attente, qu'une ecriture n'est pas
      * numerotee, que BILAN.txt porte encore des lignes de
      * l'exercice (decembre non clos) ou que l'historique relu ne
      * raccorde pas au report 890000 en cours (archives
      * manquantes ou origine trop tardive).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "CLOTURE-EXERCICE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSUSPENS ASSIGN TO "SUSPENS-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUSPENS.

           SELECT FLIVRE ASSIGN TO DYNAMIC WS-NOM-LIVRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIVRE.

           SELECT FEXERCICE ASSIGN TO DYNAMIC WS-NOM-EXERCICE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXERCICE.

           SELECT FNOUVEAU ASSIGN TO "BILAN-NOUVEAU.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FCLOS ASSIGN TO "EXERCICES-CLOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCLOS.

           SELECT FRAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 PARAM-ORIGINE PIC X(6).

       FD     FSUSPENS
              RECORDING MODE IS F.
       01 SUSPENS-REG.
              05 SUSPENS-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SUSPENS-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 SUSPENS-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 SUSPENS-STATUT PIC X(6).

       FD     FLIVRE
              RECORDING MODE IS F.
       01  FENREG.
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
              05 FILLER        PIC X(1).
              05 BILAN-NUMERO  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-DATE-COMPTA PIC X(8).

       FD     FEXERCICE
              RECORDING MODE IS F.
       01 EXERCICE-REG PIC X(78).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(78).

       FD     FCLOS
              RECORDING MODE IS F.
       01 CLOS-REG.
              05 CLOS-ANNEE PIC 9(4).
              05 FILLER PIC X(1).
              05 CLOS-DATE PIC 9(8).
              05 FILLER PIC X(1).
              05 CLOS-NO-RUN PIC 9(6).

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(80).
       01 RAPPORT-DETAIL.
              05 RAP-COMPTE PIC X(6).
              05 FILLER PIC X(2).
              05 RAP-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 RAP-CLOTURE PIC ---,---,--9.99.
              05 FILLER PIC X(1).
              05 RAP-NOUVEAU PIC ---,---,--9.99.
              05 FILLER PIC X(2).
              05 RAP-CONTROLE PIC X(5).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUSPENS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIVRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXERCICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCLOS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY EXERLNK.

       01 WS-EOF-FSUSPENS PIC X VALUE 'N'.
           88 WS-EOF-FSUSPENS-REACHED VALUE 'Y'.
       01 WS-EOF-FLIVRE PIC X VALUE 'N'.
           88 WS-EOF-FLIVRE-REACHED VALUE 'Y'.
       01 WS-NOM-LIVRE PIC X(40) VALUE SPACES.
       01 WS-NOM-EXERCICE PIC X(40) VALUE SPACES.
       01 WS-NOM-RAPPORT PIC X(40) VALUE SPACES.
       01 WS-COMMANDE PIC X(80).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * EXERCICE A CLORE, SES BORNES ET L'EXERCICE QUI S'OUVRE
       01 WS-ANNEE PIC 9(4) VALUE 0.
       01 WS-ANNEE-SUIVANTE PIC 9(4) VALUE 0.
       01 WS-FIN-EXERCICE.
           05 WS-FIN-AAAA PIC 9(4).
           05 FILLER PIC X(4) VALUE '1231'.
       01 WS-DEBUT-SUIVANT.
           05 WS-DEBUT-AAAA PIC 9(4).
           05 FILLER PIC X(4) VALUE '0101'.
       01 WS-MODE PIC X VALUE 'P'.
           88 WS-PREMIERE-CLOTURE VALUE 'P'.
           88 WS-CLOTURE-SUIVANTE VALUE 'S'.

       01 WS-MOIS-COURANT PIC 9(6) VALUE 200001.
       01 WS-MOIS-DEC REDEFINES WS-MOIS-COURANT.
           05 WS-MC-AAAA PIC 9(4).
           05 WS-MC-MM PIC 9(2).
       01 WS-EN-ARCHIVE PIC X VALUE 'N'.
           88 WS-LECTURE-ARCHIVE VALUE 'O'.

      * COMPTES MOUVEMENTES : SOLDE DEBIT MOINS CREDIT AU 31/12
      * (PUIS APRES CLOTURE), MOUVEMENT DE L'EXERCICE, A-NOUVEAU
      * RELU DANS LE NOUVEAU LIVRE
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).
               10 WS-CPT-SOLDE PIC S9(11)V99.
               10 WS-CPT-MVT PIC S9(11)V99.
               10 WS-CPT-NOUVEAU PIC S9(11)V99.
       01 WS-ECHANGE PIC X(45).
       01 WS-COMPTE PIC X(6).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.

      * LIGNE A ECRIRE DANS L'ARCHIVE OU LE NOUVEAU LIVRE
       01 WS-ECRITURE.
           05 ECR-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-LIBELLE PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-DEBIT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-CREDIT PIC 9(7)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-COMPTE PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-TVA PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-JOURNAL PIC X(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-NUMERO PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ECR-DATE-COMPTA PIC X(8).
       01 WS-LIBELLE-CLOTURE PIC X(20).
       01 WS-LIBELLE-NOUVEAU PIC X(20).

       01 WS-MONTANT PIC S9(11)V99.
       01 WS-RESULTAT PIC S9(11)V99 VALUE 0.
       01 WS-ANTERIEURS PIC S9(11)V99 VALUE 0.
       01 WS-NET-EXERCICE PIC S9(11)V99 VALUE 0.
       01 WS-REPORT-ANCIEN PIC S9(11)V99 VALUE 0.
       01 WS-REPORT-RESIDUEL PIC S9(11)V99 VALUE 0.
       01 WS-ECART-REPORT PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-CL-DEBIT PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CL-CREDIT PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-AN-DEBIT PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-AN-CREDIT PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CLOTURE PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-NOUVEAU PIC S9(11)V99 VALUE 0.
       01 WS-EDIT-MONTANT PIC ---,---,--9.99.
       01 WS-NB-EDIT PIC ZZZZZZ9.
       01 WS-LIGNE PIC X(80).

       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-NB-SUSPENS-OUVERTS PIC 9(3) VALUE 0.
       01 WS-NB-NON-NUMEROTEES PIC 9(7) VALUE 0.
       01 WS-NB-DE-L-EXERCICE PIC 9(7) VALUE 0.
       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ARCHIVEES PIC 9(7) VALUE 0.
       01 WS-NB-CLOTURE PIC 9(7) VALUE 0.
       01 WS-NB-NOUVEAUX PIC 9(7) VALUE 0.
       01 WS-NB-REPRISES PIC 9(7) VALUE 0.
       01 WS-NB-ECARTS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'bilanexe' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    EXERCICE A CLORE ET MOIS D'ORIGINE DES ARCHIVES
           COMPUTE WS-ANNEE = WS-RUN-AAAAMM / 100 - 1
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                           MOVE PARAM-ANNEE TO WS-ANNEE
                       END-IF
                       IF PARAM-ORIGINE IS NUMERIC
                          AND PARAM-ORIGINE(5:2) >= '01'
                          AND PARAM-ORIGINE(5:2) <= '12'
                           MOVE PARAM-ORIGINE TO WS-MOIS-COURANT
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE + 1
           MOVE WS-ANNEE TO WS-FIN-AAAA
           MOVE WS-ANNEE-SUIVANTE TO WS-DEBUT-AAAA
           MOVE SPACES TO WS-NOM-EXERCICE
           STRING 'BILAN-EXERCICE-' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-EXERCICE
           MOVE SPACES TO WS-NOM-RAPPORT
           STRING 'CLOTURE-EXERCICE-' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           MOVE SPACES TO WS-LIBELLE-CLOTURE
           STRING 'CLOTURE ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO WS-LIBELLE-CLOTURE
           MOVE SPACES TO WS-LIBELLE-NOUVEAU
           STRING 'A NOUVEAU ' DELIMITED BY SIZE
               WS-ANNEE-SUIVANTE DELIMITED BY SIZE
               INTO WS-LIBELLE-NOUVEAU

      *    UN EXERCICE NE SE CLOT QU'ECHU, UNE SEULE FOIS, ET DANS
      *    L'ORDRE : LE SUIVANT DU DERNIER EXERCICE CLOS
           IF WS-FIN-EXERCICE NOT < WS-RUN-YYYYMMDD
               DISPLAY 'Cloture refusee : exercice ' WS-ANNEE
                   ' non echu'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE WS-FIN-EXERCICE TO WS-EX-DATE
           CALL 'EXERCLOS' USING WS-EX-DEMANDE, WS-EX-REPONSE
           IF WS-EX-RETOUR = '01'
               DISPLAY 'Cloture refusee : exercice ' WS-ANNEE
                   ' deja clos (dernier exercice clos '
                   WS-EX-DERNIER-CLOS ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           IF WS-EX-DERNIER-CLOS > 0
               IF WS-EX-DERNIER-CLOS + 1 NOT = WS-ANNEE
                   DISPLAY 'Cloture refusee : le dernier exercice '
                       'clos est ' WS-EX-DERNIER-CLOS
                       ' - clore les exercices dans l''ordre'
                   MOVE 8 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
               SET WS-CLOTURE-SUIVANTE TO TRUE
           END-IF

      *    PAS DE CLOTURE SUR UN SUSPENS NON APURE (voir bilanclot)
           OPEN INPUT FSUSPENS
           IF WS-STATUS-FSUSPENS = '00'
               PERFORM UNTIL WS-EOF-FSUSPENS-REACHED
                   READ FSUSPENS
                       AT END
                           SET WS-EOF-FSUSPENS-REACHED TO TRUE
                       NOT AT END
                           IF SUSPENS-STATUT = 'OUVERT'
                               ADD 1 TO WS-NB-SUSPENS-OUVERTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUSPENS
           END-IF
           IF WS-NB-SUSPENS-OUVERTS > 0
               DISPLAY 'Cloture refusee : ' WS-NB-SUSPENS-OUVERTS
                   ' suspens OUVERT(S) au 471000 (voir '
                   'SUSPENS-AGING.txt) - apurer avant de clore'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    LE LIVRE COURANT NE DOIT PLUS PORTER QUE DES ECRITURES
      *    NUMEROTEES DU NOUVEL EXERCICE ET LE REPORT 890000
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   WS-STATUS-FLIVRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FLIVRE-REACHED
               READ FLIVRE
                   AT END
                       SET WS-EOF-FLIVRE-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-COMPTE = '890000'
                           IF BILAN-DEBIT IS NUMERIC
                              AND BILAN-CREDIT IS NUMERIC
                               COMPUTE WS-REPORT-ANCIEN =
                                   WS-REPORT-ANCIEN + BILAN-CREDIT
                                   - BILAN-DEBIT
                           END-IF
                       ELSE
                           IF BILAN-NUMERO IS NOT NUMERIC
                              OR BILAN-NUMERO = '000000'
                               ADD 1 TO WS-NB-NON-NUMEROTEES
                           END-IF
                           IF BILAN-DATE <= WS-FIN-EXERCICE
                               ADD 1 TO WS-NB-DE-L-EXERCICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIVRE.
           IF WS-NB-NON-NUMEROTEES > 0
               DISPLAY 'Cloture refusee : ' WS-NB-NON-NUMEROTEES
                   ' ecriture(s) non numerotee(s) - passer bilannum'
                   ' (voir BILAN-NUMEROTATION-REJETS.txt)'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           IF WS-NB-DE-L-EXERCICE > 0
               DISPLAY 'Cloture refusee : ' WS-NB-DE-L-EXERCICE
                   ' ecriture(s) de l''exercice encore dans '
                   'BILAN.txt - passer d''abord bilanclot'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    RELECTURE DU LIVRE : CHAQUE ARCHIVE MENSUELLE DEPUIS
      *    L'ORIGINE (LES MOIS SANS ARCHIVE SONT SAUTES) PUIS LE
      *    LIVRE COURANT ; LES LIGNES DE L'EXERCICE SONT RECOPIEES
      *    DANS SON ARCHIVE
           OPEN OUTPUT FEXERCICE.
           MOVE 'O' TO WS-EN-ARCHIVE
           PERFORM UNTIL WS-MOIS-COURANT > WS-RUN-AAAAMM
               MOVE SPACES TO WS-NOM-LIVRE
               STRING 'BILAN-ARCHIVE-' DELIMITED BY SIZE
                   WS-MOIS-COURANT DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-NOM-LIVRE
               PERFORM CUMULER-FICHIER
               IF WS-MC-MM = 12
                   ADD 1 TO WS-MC-AAAA
                   MOVE 1 TO WS-MC-MM
               ELSE
                   ADD 1 TO WS-MC-MM
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-EN-ARCHIVE
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           PERFORM CUMULER-FICHIER

      *    L'HISTORIQUE RELU DOIT RACCORDER AU REPORT EN COURS, QUI
      *    CUMULE TOUT CE QUE bilanclot A DEJA ARCHIVE
           COMPUTE WS-ECART-REPORT = WS-REPORT-ANCIEN
               - WS-NET-EXERCICE - WS-REPORT-RESIDUEL
           IF WS-ECART-REPORT NOT = 0
               CLOSE FEXERCICE
               MOVE WS-ECART-REPORT TO WS-EDIT-MONTANT
               DISPLAY 'Cloture refusee : l''historique relu ne '
                   'raccorde pas au report 890000 (ecart '
                   WS-EDIT-MONTANT ') - archive manquante ou '
                   'origine trop tardive'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    ECRITURE DE CLOTURE : LES COMPTES DE GESTION SONT SOLDES,
      *    LE RESULTAT DE L'EXERCICE ET LES RESULTATS ANTERIEURS
      *    PASSENT EN CAPITAUX
           PERFORM TRIER-COMPTES
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-COMPTE(WS-I)(1:1) = '6'
                  OR WS-CPT-COMPTE(WS-I)(1:1) = '7'
                   COMPUTE WS-RESULTAT = WS-RESULTAT
                       - WS-CPT-MVT(WS-I)
                   COMPUTE WS-ANTERIEURS = WS-ANTERIEURS
                       - WS-CPT-SOLDE(WS-I) + WS-CPT-MVT(WS-I)
                   IF WS-CPT-SOLDE(WS-I) NOT = 0
                       MOVE WS-CPT-COMPTE(WS-I) TO WS-COMPTE
                       MOVE WS-CPT-SOLDE(WS-I) TO WS-MONTANT
                       PERFORM ECRIRE-CLOTURE
                       MOVE 0 TO WS-CPT-SOLDE(WS-I)
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RESULTAT >= 0
               MOVE '120000' TO WS-COMPTE
           ELSE
               MOVE '129000' TO WS-COMPTE
           END-IF
           MOVE WS-RESULTAT TO WS-MONTANT
           PERFORM PORTER-EN-CAPITAUX
           IF WS-ANTERIEURS >= 0
               MOVE '110000' TO WS-COMPTE
           ELSE
               MOVE '119000' TO WS-COMPTE
           END-IF
           MOVE WS-ANTERIEURS TO WS-MONTANT
           PERFORM PORTER-EN-CAPITAUX
           CLOSE FEXERCICE.

      *    NOUVEAU LIVRE : LES A-NOUVEAUX COMPTE PAR COMPTE, LE
      *    REPORT DES MOUVEMENTS DEJA ARCHIVES DU NOUVEL EXERCICE,
      *    PUIS LES ECRITURES COURANTES (SANS L'ANCIEN REPORT)
           PERFORM TRIER-COMPTES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-SOLDE(WS-I) NOT = 0
                   PERFORM ECRIRE-A-NOUVEAU
               END-IF
           END-PERFORM
           IF WS-REPORT-RESIDUEL NOT = 0
               MOVE SPACES TO WS-ECRITURE
               MOVE WS-RUN-YYYYMMDD TO ECR-DATE
               MOVE 'REPORT A NOUVEAU' TO ECR-LIBELLE
               MOVE '890000' TO ECR-COMPTE
               IF WS-REPORT-RESIDUEL > 0
                   MOVE 0 TO ECR-DEBIT
                   MOVE WS-REPORT-RESIDUEL TO ECR-CREDIT
               ELSE
                   COMPUTE ECR-DEBIT = 0 - WS-REPORT-RESIDUEL
                   MOVE 0 TO ECR-CREDIT
               END-IF
               MOVE WS-ECRITURE TO NOUVEAU-REG
               WRITE NOUVEAU-REG
           END-IF
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           MOVE 'N' TO WS-EOF-FLIVRE
           OPEN INPUT FLIVRE.
           PERFORM UNTIL WS-EOF-FLIVRE-REACHED
               READ FLIVRE
                   AT END
                       SET WS-EOF-FLIVRE-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-COMPTE NOT = '890000'
                           ADD 1 TO WS-NB-REPRISES
                           MOVE FENREG TO NOUVEAU-REG
                           WRITE NOUVEAU-REG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIVRE.
           CLOSE FNOUVEAU.

           MOVE 'mv BILAN-NOUVEAU.TMP BILAN.txt' TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de BILAN.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    L'EXERCICE EST VERROUILLE
           OPEN EXTEND FCLOS.
           IF WS-STATUS-FCLOS NOT = '00'
               OPEN OUTPUT FCLOS
           END-IF
           MOVE SPACES TO CLOS-REG
           MOVE WS-ANNEE TO CLOS-ANNEE
           MOVE WS-RUN-YYYYMMDD TO CLOS-DATE
           MOVE WS-RA-NO-RUN TO CLOS-NO-RUN
           WRITE CLOS-REG
           CLOSE FCLOS.

      *    PREUVE : LES A-NOUVEAUX SONT RELUS DANS LE NOUVEAU LIVRE
      *    ET RAPPROCHES DES SOLDES DE CLOTURE
           MOVE 'N' TO WS-EOF-FLIVRE
           OPEN INPUT FLIVRE.
           PERFORM UNTIL WS-EOF-FLIVRE-REACHED
               READ FLIVRE
                   AT END
                       SET WS-EOF-FLIVRE-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-JOURNAL = 'AN'
                          AND BILAN-DATE = WS-DEBUT-SUIVANT
                           MOVE BILAN-COMPTE TO WS-COMPTE
                           PERFORM CHERCHER-COMPTE
                           COMPUTE WS-CPT-NOUVEAU(WS-CPT-IDX) =
                               WS-CPT-NOUVEAU(WS-CPT-IDX)
                               + BILAN-DEBIT - BILAN-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIVRE.
           PERFORM EDITER-RAPPORT

           DISPLAY 'Exercice clos            : ' WS-ANNEE
           DISPLAY 'Fichiers livres lus      : ' WS-NB-FICHIERS
           DISPLAY 'Lignes de l''exercice     : ' WS-NB-ARCHIVEES
               ' (voir ' WS-NOM-EXERCICE(1:24) ')'
           DISPLAY 'Lignes de cloture        : ' WS-NB-CLOTURE
           DISPLAY 'A-nouveaux poses         : ' WS-NB-NOUVEAUX
           MOVE WS-RESULTAT TO WS-EDIT-MONTANT
           DISPLAY 'Resultat de l''exercice   : ' WS-EDIT-MONTANT
           DISPLAY 'Ecarts cloture/a-nouveau : ' WS-NB-ECARTS
               ' (voir ' WS-NOM-RAPPORT(1:26) ')'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ECARTS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    CUMULE LE FICHIER DE LIVRE COURANT ; UNE ARCHIVE ABSENTE
      *    EST SIMPLEMENT SAUTEE.
       CUMULER-FICHIER.
           MOVE 'N' TO WS-EOF-FLIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE = '00'
               ADD 1 TO WS-NB-FICHIERS
               PERFORM UNTIL WS-EOF-FLIVRE-REACHED
                   READ FLIVRE
                       AT END
                           SET WS-EOF-FLIVRE-REACHED TO TRUE
                       NOT AT END
                           IF BILAN-COMPTE NOT = '890000'
                              AND BILAN-COMPTE NOT = SPACES
                              AND BILAN-DEBIT IS NUMERIC
                              AND BILAN-CREDIT IS NUMERIC
                               ADD 1 TO WS-NB-LUES
                               PERFORM CUMULER-ECRITURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIVRE
           END-IF.

      *    UNE LIGNE DE L'EXERCICE EST ARCHIVEE ET CUMULEE (LES
      *    A-NOUVEAUX D'OUVERTURE COMPRIS) ; A LA PREMIERE CLOTURE
      *    L'HISTORIQUE ANTERIEUR EST AUSSI CUMULE. UNE LIGNE DU
      *    NOUVEL EXERCICE DEJA ARCHIVEE RESTE DANS LE REPORT 890000.
       CUMULER-ECRITURE.
           COMPUTE WS-MONTANT = BILAN-DEBIT - BILAN-CREDIT
           EVALUATE TRUE
               WHEN BILAN-DATE(1:4) = WS-FIN-AAAA
                   MOVE FENREG TO EXERCICE-REG
                   WRITE EXERCICE-REG
                   ADD 1 TO WS-NB-ARCHIVEES
                   MOVE BILAN-COMPTE TO WS-COMPTE
                   PERFORM CHERCHER-COMPTE
                   ADD WS-MONTANT TO WS-CPT-SOLDE(WS-CPT-IDX)
                   SUBTRACT WS-MONTANT FROM WS-NET-EXERCICE
                   IF BILAN-JOURNAL NOT = 'AN'
                       ADD WS-MONTANT TO WS-CPT-MVT(WS-CPT-IDX)
                   END-IF
               WHEN BILAN-DATE < WS-FIN-EXERCICE
                   IF WS-PREMIERE-CLOTURE
                       MOVE BILAN-COMPTE TO WS-COMPTE
                       PERFORM CHERCHER-COMPTE
                       ADD WS-MONTANT TO WS-CPT-SOLDE(WS-CPT-IDX)
                       SUBTRACT WS-MONTANT FROM WS-NET-EXERCICE
                   END-IF
               WHEN OTHER
                   IF WS-LECTURE-ARCHIVE
                       SUBTRACT WS-MONTANT FROM WS-REPORT-RESIDUEL
                   END-IF
           END-EVALUATE.

      *    POSITIONNE WS-CPT-IDX SUR LE COMPTE WS-COMPTE, CREE A
      *    ZERO S'IL N'EST PAS ENCORE CONNU
       CHERCHER-COMPTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-COMPTES > 0
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-COMPTES
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = WS-COMPTE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-EST-TROUVE AND WS-NB-COMPTES < 500
               ADD 1 TO WS-NB-COMPTES
               SET WS-CPT-IDX TO WS-NB-COMPTES
               MOVE WS-COMPTE TO WS-CPT-COMPTE(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-SOLDE(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-MVT(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-NOUVEAU(WS-CPT-IDX)
           END-IF.

      *    COMPTES DANS L'ORDRE DU PLAN POUR L'ECRITURE DE CLOTURE,
      *    LES A-NOUVEAUX ET LE RAPPORT
       TRIER-COMPTES.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-NB-COMPTES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-COMPTES - WS-I
                   IF WS-CPT-COMPTE(WS-J + 1) < WS-CPT-COMPTE(WS-J)
                       MOVE WS-CPT-ENTRY(WS-J) TO WS-ECHANGE
                       MOVE WS-CPT-ENTRY(WS-J + 1)
                           TO WS-CPT-ENTRY(WS-J)
                       MOVE WS-ECHANGE TO WS-CPT-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    RESULTAT (OU RESULTATS ANTERIEURS) WS-MONTANT, CREDIT
      *    MOINS DEBIT, PORTE AU COMPTE DE CAPITAUX WS-COMPTE
       PORTER-EN-CAPITAUX.
           IF WS-MONTANT NOT = 0
               PERFORM ECRIRE-CLOTURE
               PERFORM CHERCHER-COMPTE
               SUBTRACT WS-MONTANT FROM WS-CPT-SOLDE(WS-CPT-IDX)
           END-IF.

      *    LIGNE DE L'ECRITURE DE CLOTURE AU 31/12 : WS-MONTANT
      *    POSITIF AU CREDIT, NEGATIF AU DEBIT
       ECRIRE-CLOTURE.
           MOVE SPACES TO WS-ECRITURE
           MOVE WS-FIN-EXERCICE TO ECR-DATE
           MOVE WS-LIBELLE-CLOTURE TO ECR-LIBELLE
           MOVE WS-COMPTE TO ECR-COMPTE
           IF WS-MONTANT > 0
               MOVE 0 TO ECR-DEBIT
               MOVE WS-MONTANT TO ECR-CREDIT
               ADD WS-MONTANT TO WS-TOTAL-CL-CREDIT
           ELSE
               COMPUTE ECR-DEBIT = 0 - WS-MONTANT
               MOVE 0 TO ECR-CREDIT
               SUBTRACT WS-MONTANT FROM WS-TOTAL-CL-DEBIT
           END-IF
           MOVE 'CL' TO ECR-JOURNAL
           MOVE '000001' TO ECR-NUMERO
           MOVE WS-RUN-YYYYMMDD TO ECR-DATE-COMPTA
           MOVE WS-ECRITURE TO EXERCICE-REG
           WRITE EXERCICE-REG
           ADD 1 TO WS-NB-CLOTURE.

      *    A-NOUVEAU DU COMPTE WS-I AU 01/01 DE L'EXERCICE SUIVANT
       ECRIRE-A-NOUVEAU.
           MOVE SPACES TO WS-ECRITURE
           MOVE WS-DEBUT-SUIVANT TO ECR-DATE
           MOVE WS-LIBELLE-NOUVEAU TO ECR-LIBELLE
           MOVE WS-CPT-COMPTE(WS-I) TO ECR-COMPTE
           IF WS-CPT-SOLDE(WS-I) > 0
               MOVE WS-CPT-SOLDE(WS-I) TO ECR-DEBIT
               MOVE 0 TO ECR-CREDIT
               ADD WS-CPT-SOLDE(WS-I) TO WS-TOTAL-AN-DEBIT
           ELSE
               MOVE 0 TO ECR-DEBIT
               COMPUTE ECR-CREDIT = 0 - WS-CPT-SOLDE(WS-I)
               SUBTRACT WS-CPT-SOLDE(WS-I) FROM WS-TOTAL-AN-CREDIT
           END-IF
           MOVE 'AN' TO ECR-JOURNAL
           MOVE WS-ECRITURE TO NOUVEAU-REG
           WRITE NOUVEAU-REG
           ADD 1 TO WS-NB-NOUVEAUX.

      *    RAPPORT DE CLOTURE : RESULTAT, ECRITURE DE CLOTURE, PUIS
      *    PAR COMPTE LE SOLDE DE CLOTURE ET L'A-NOUVEAU RELU
       EDITER-RAPPORT.
           OPEN OUTPUT FRAPPORT.
           MOVE SPACES TO WS-LIGNE
           STRING 'CLOTURE DE L''EXERCICE ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               ' - PASSAGE DU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-PREMIERE-CLOTURE
               MOVE 'Premiere cloture : historique complet repris'
                   TO FRAPPORT-REG
           ELSE
               MOVE 'Ouverture : a-nouveaux de la cloture precedente'
                   TO FRAPPORT-REG
           END-IF
           WRITE FRAPPORT-REG
           MOVE WS-NB-ARCHIVEES TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'Lignes de l''exercice   : ' DELIMITED BY SIZE
               WS-NB-EDIT DELIMITED BY SIZE
               ' archivees dans ' DELIMITED BY SIZE
               WS-NOM-EXERCICE DELIMITED BY SPACE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-RESULTAT TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Resultat de l''exercice : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-PREMIERE-CLOTURE
               MOVE WS-ANTERIEURS TO WS-EDIT-MONTANT
               MOVE SPACES TO WS-LIGNE
               STRING 'Resultats anterieurs   : ' DELIMITED BY SIZE
                   WS-EDIT-MONTANT DELIMITED BY SIZE
                   INTO WS-LIGNE
               MOVE WS-LIGNE TO FRAPPORT-REG
               WRITE FRAPPORT-REG
           END-IF

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE '=== ECRITURE DE CLOTURE (JOURNAL CL) ==='
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO WS-LIGNE
           STRING 'COMPTE  LIBELLE                        DEBIT'
               DELIMITED BY SIZE
               '          CREDIT' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'N' TO WS-EOF-FLIVRE
           MOVE WS-NOM-EXERCICE TO WS-NOM-LIVRE
           OPEN INPUT FLIVRE.
           PERFORM UNTIL WS-EOF-FLIVRE-REACHED
               READ FLIVRE
                   AT END
                       SET WS-EOF-FLIVRE-REACHED TO TRUE
                   NOT AT END
                       IF BILAN-JOURNAL = 'CL'
                           MOVE SPACES TO RAPPORT-DETAIL
                           MOVE BILAN-COMPTE TO RAP-COMPTE
                           MOVE BILAN-LIBELLE TO RAP-LIBELLE
                           MOVE BILAN-DEBIT TO RAP-CLOTURE
                           MOVE BILAN-CREDIT TO RAP-NOUVEAU
                           WRITE RAPPORT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLIVRE.
           MOVE SPACES TO RAPPORT-DETAIL
           MOVE 'TOTAL DEBIT / CREDIT' TO RAP-LIBELLE
           MOVE WS-TOTAL-CL-DEBIT TO RAP-CLOTURE
           MOVE WS-TOTAL-CL-CREDIT TO RAP-NOUVEAU
           IF WS-TOTAL-CL-DEBIT = WS-TOTAL-CL-CREDIT
               MOVE 'OK' TO RAP-CONTROLE
           ELSE
               MOVE 'ECART' TO RAP-CONTROLE
               ADD 1 TO WS-NB-ECARTS
           END-IF
           WRITE RAPPORT-DETAIL

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE '=== SOLDES DE CLOTURE ET A-NOUVEAUX (DEBIT - CREDIT)'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO WS-LIGNE
           STRING 'COMPTE                               CLOTURE'
               DELIMITED BY SIZE
               '       A NOUVEAU' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-SOLDE(WS-I) NOT = 0
                  OR WS-CPT-NOUVEAU(WS-I) NOT = 0
                   MOVE SPACES TO RAPPORT-DETAIL
                   MOVE WS-CPT-COMPTE(WS-I) TO RAP-COMPTE
                   MOVE WS-CPT-SOLDE(WS-I) TO RAP-CLOTURE
                   MOVE WS-CPT-NOUVEAU(WS-I) TO RAP-NOUVEAU
                   ADD WS-CPT-SOLDE(WS-I) TO WS-TOTAL-CLOTURE
                   ADD WS-CPT-NOUVEAU(WS-I) TO WS-TOTAL-NOUVEAU
                   IF WS-CPT-SOLDE(WS-I) = WS-CPT-NOUVEAU(WS-I)
                       MOVE 'OK' TO RAP-CONTROLE
                   ELSE
                       MOVE 'ECART' TO RAP-CONTROLE
                       ADD 1 TO WS-NB-ECARTS
                   END-IF
                   WRITE RAPPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO RAPPORT-DETAIL
           MOVE 'TOTAL' TO RAP-LIBELLE
           MOVE WS-TOTAL-CLOTURE TO RAP-CLOTURE
           MOVE WS-TOTAL-NOUVEAU TO RAP-NOUVEAU
           WRITE RAPPORT-DETAIL
           MOVE SPACES TO RAPPORT-DETAIL
           MOVE 'A-NOUVEAUX DEB/CRED' TO RAP-LIBELLE
           MOVE WS-TOTAL-AN-DEBIT TO RAP-CLOTURE
           MOVE WS-TOTAL-AN-CREDIT TO RAP-NOUVEAU
           WRITE RAPPORT-DETAIL
           MOVE WS-REPORT-ANCIEN TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Report 890000 ancien   : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               ' (credit - debit)' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-NET-EXERCICE TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Net relu au 31/12      : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               ' (= net des a-nouveaux)' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-REPORT-RESIDUEL TO WS-EDIT-MONTANT
           MOVE SPACES TO WS-LIGNE
           STRING 'Report 890000 residuel : ' DELIMITED BY SIZE
               WS-EDIT-MONTANT DELIMITED BY SIZE
               ' (mouvements ' DELIMITED BY SIZE
               WS-ANNEE-SUIVANTE DELIMITED BY SIZE
               ' deja archives)' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE WS-NB-REPRISES TO WS-NB-EDIT
           MOVE SPACES TO WS-LIGNE
           STRING 'Ecritures reprises     : ' DELIMITED BY SIZE
               WS-NB-EDIT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           IF WS-NB-ECARTS = 0
               MOVE 'CONTROLE OK : a-nouveaux = soldes de cloture'
                   TO FRAPPORT-REG
           ELSE
               MOVE 'CONTROLE EN ECART : a-nouveaux a reprendre'
                   TO FRAPPORT-REG
           END-IF
           WRITE FRAPPORT-REG
           CLOSE FRAPPORT.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
