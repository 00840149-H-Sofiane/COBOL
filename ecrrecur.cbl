       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECRRECUR.
      * Ecritures recurrentes et extourne des provisions : la table
      * maintenue ECRITURES-MODELES.txt decrit les ecritures qui
      * reviennent chaque periode (loyer, assurance, abonnements,
      * charges a payer) - code du modele, libelle, compte debite,
      * compte credite, montant, frequence (M mensuelle, T
      * trimestrielle, S semestrielle, A annuelle, comptee depuis
      * le mois de debut), mois de debut et de fin (AAAAMM, fin
      * blanche = sans fin), indicateur de provision a extourner
      * (O/N), journal et code TVA facultatifs. Tournant en fin de
      * mois (etape 'M' de la chaine), le programme poste dans
      * BILAN.txt les ecritures dues pour la periode - le mois du
      * passage, ou le mois AAAAMM lu dans
      * ECRITURES-RECURRENTES-PARAM.txt pour rattraper un mois
      * manque - datees du dernier jour de la periode, avec le
      * libelle 'REC ' + code + periode qui les rattache a leur
      * modele. Chaque generation est tracee dans
      * ECRITURES-RECURRENTES-HISTO.txt (modele, periode, G
      * generee / P provision / E extourne, date, comptes,
      * montant) : un modele n'est jamais genere deux fois pour la
      * meme periode. Toute provision d'une periode anterieure non
      * encore extournee l'est au premier jour de la periode qui
      * la suit (libelle 'EXT ' + code + periode, sens inverse),
      * une seule fois, meme si le modele a disparu depuis. Les
      * modeles incoherents partent dans
      * ECRITURES-MODELES-REJETS.txt (code retour 8) ; le detail du
      * passage est edite dans ECRITURES-RECURRENTES.txt. Une
      * periode tombant dans un exercice deja clos (EXERCLOS) est
      * refusee sans rien poster (code retour 8).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "ECRITURES-RECURRENTES-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FMODELES ASSIGN TO "ECRITURES-MODELES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMODELES.

           SELECT FHISTO ASSIGN TO "ECRITURES-RECURRENTES-HISTO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FBILAN ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBILAN.

           SELECT FRAPPORT ASSIGN TO "ECRITURES-RECURRENTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.

           SELECT FREJETS ASSIGN TO "ECRITURES-MODELES-REJETS.txt"
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
              05 FILLER PIC X(1).
              05 MODELE-EXTOURNE PIC X(1).
              05 FILLER PIC X(1).
              05 MODELE-JOURNAL PIC X(2).
              05 FILLER PIC X(1).
              05 MODELE-TVA PIC X(2).

       FD     FHISTO
              RECORDING MODE IS F.
       01 HISTO-REG.
              05 HISTO-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 HISTO-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 HISTO-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 HISTO-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 HISTO-DEBIT PIC X(6).
              05 FILLER PIC X(1).
              05 HISTO-CREDIT PIC X(6).
              05 FILLER PIC X(1).
              05 HISTO-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 HISTO-JOURNAL PIC X(2).
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

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 RAPPORT-REG PIC X(80).
       01 RAPPORT-DETAIL.
              05 RAPPORT-TYPE PIC X(10).
              05 FILLER PIC X(1).
              05 RAPPORT-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 RAPPORT-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 RAPPORT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 RAPPORT-DEBIT PIC X(6).
              05 FILLER PIC X(1).
              05 RAPPORT-CREDIT PIC X(6).
              05 FILLER PIC X(1).
              05 RAPPORT-MONTANT PIC Z,ZZZ,ZZ9.99.
       01 RAPPORT-TRAILER.
              05 RAPPORT-TRAILER-LIB PIC X(20).
              05 RAPPORT-TRAILER-NB  PIC ZZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-IMAGE PIC X(77).
              05 REJET-SEP PIC X(3).
              05 REJET-MOTIF PIC X(35).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMODELES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY EXERLNK.

       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FMODELES PIC X VALUE 'N'.
           88 WS-EOF-FMODELES-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * PERIODE GENEREE ET SES BORNES
       01 WS-PERIODE PIC 9(6).
       01 WS-PERIODE-DEC REDEFINES WS-PERIODE.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01 WS-FIN-PERIODE PIC 9(8).

      * CALCULS DE MOIS ET DE DATES
       01 WS-MOIS-CALCUL PIC 9(6).
       01 WS-MOIS-CALCUL-DEC REDEFINES WS-MOIS-CALCUL.
           05 WS-MCA-AAAA PIC 9(4).
           05 WS-MCA-MM PIC 9(2).
       01 WS-DATE-CALCUL PIC 9(8).
       01 WS-DATE-CALCUL-DEC REDEFINES WS-DATE-CALCUL.
           05 WS-DCA-AAAAMM PIC 9(6).
           05 WS-DCA-JJ PIC 9(2).
       01 WS-RANG-PERIODE PIC 9(6).
       01 WS-RANG-DEBUT PIC 9(6).
       01 WS-ECART-MOIS PIC S9(6).
       01 WS-PAS PIC 9(2).
       01 WS-RESTE PIC 9(2).
       01 WS-QUOTIENT PIC 9(6).

      * COMPTES DU PLAN
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).

      * HISTORIQUE DES GENERATIONS ET EXTOURNES
       01 WS-NB-HISTO PIC 9(5) VALUE 0.
       01 WS-TABLE-HISTO.
           05 WS-HIS-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-HISTO
                            INDEXED BY WS-HIS-IDX.
               10 WS-HIS-CODE PIC X(8).
               10 WS-HIS-PERIODE PIC X(6).
               10 WS-HIS-TYPE PIC X(1).
               10 WS-HIS-DEBIT PIC X(6).
               10 WS-HIS-CREDIT PIC X(6).
               10 WS-HIS-MONTANT PIC 9(7)V99.
               10 WS-HIS-JOURNAL PIC X(2).
       01 WS-NB-HISTO-LUS PIC 9(5) VALUE 0.

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-COMPTE PIC X(6).
       01 WS-MOTIF PIC X(35) VALUE SPACES.
       01 WS-I PIC 9(5).

      * ECRITURE A POSTER
       01 WS-ECR-CODE PIC X(8).
       01 WS-ECR-PERIODE PIC X(6).
       01 WS-ECR-TYPE PIC X(1).
       01 WS-ECR-DATE PIC X(8).
       01 WS-ECR-DEBIT PIC X(6).
       01 WS-ECR-CREDIT PIC X(6).
       01 WS-ECR-MONTANT PIC 9(7)V99.
       01 WS-ECR-JOURNAL PIC X(2).
       01 WS-ECR-TVA PIC X(2).
       01 WS-ECR-LIBELLE PIC X(20).

       01 WS-NB-MODELES PIC 9(7) VALUE 0.
       01 WS-NB-GENEREES PIC 9(7) VALUE 0.
       01 WS-NB-DEJA PIC 9(7) VALUE 0.
       01 WS-NB-EXTOURNEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'ecrrecur' TO WS-RA-PROGRAMME
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
           COMPUTE WS-RANG-PERIODE = WS-PER-AAAA * 12 + WS-PER-MM

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

           OPEN INPUT FMODELES.
           IF WS-STATUS-FMODELES NOT = '00'
               DISPLAY 'ECRITURES-MODELES.txt non disponible - code '
                   'statut ' WS-STATUS-FMODELES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    HISTORIQUE (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FHISTO.
           IF WS-STATUS-FHISTO = '00'
               PERFORM UNTIL WS-EOF-FHISTO-REACHED
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                       NOT AT END
                           IF HISTO-CODE NOT = SPACES
                              AND WS-NB-HISTO < 20000
                               PERFORM CHARGER-HISTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTO
           END-IF
           MOVE WS-NB-HISTO TO WS-NB-HISTO-LUS

           OPEN EXTEND FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
               DISPLAY 'BILAN.txt non disponible en ajout - code '
                   'statut ' WS-STATUS-FBILAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN EXTEND FHISTO.
           IF WS-STATUS-FHISTO NOT = '00'
               OPEN OUTPUT FHISTO
           END-IF
           OPEN OUTPUT FRAPPORT.
           OPEN OUTPUT FREJETS.
           MOVE SPACES TO RAPPORT-REG
           STRING 'ECRITURES RECURRENTES - PERIODE ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' - PASSAGE DU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO RAPPORT-REG
           WRITE RAPPORT-REG
           MOVE SPACES TO RAPPORT-REG
           STRING 'TYPE       MODELE   MOIS   DATE     DEBIT  CREDIT'
               DELIMITED BY SIZE
               '      MONTANT' DELIMITED BY SIZE
               INTO RAPPORT-REG
           WRITE RAPPORT-REG

      *    EXTOURNE DES PROVISIONS DES PERIODES ANTERIEURES (SEULES
      *    LES LIGNES DEJA AU FICHIER SONT PARCOURUES)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-HISTO-LUS
               IF WS-HIS-TYPE(WS-I) = 'P'
                  AND WS-HIS-PERIODE(WS-I) < WS-PERIODE
                   PERFORM EXTOURNER-PROVISION
               END-IF
           END-PERFORM

      *    GENERATION DES MODELES DUS POUR LA PERIODE
           PERFORM UNTIL WS-EOF-FMODELES-REACHED
               READ FMODELES
                   AT END
                       SET WS-EOF-FMODELES-REACHED TO TRUE
                   NOT AT END
                       IF MODELE-CODE NOT = SPACES
                           ADD 1 TO WS-NB-MODELES
                           PERFORM TRAITER-MODELE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FMODELES.

           CLOSE FBILAN.
           CLOSE FHISTO.
           MOVE SPACES TO RAPPORT-TRAILER
           MOVE 'TOTAL GENEREES : ' TO RAPPORT-TRAILER-LIB
           MOVE WS-NB-GENEREES TO RAPPORT-TRAILER-NB
           WRITE RAPPORT-TRAILER
           MOVE SPACES TO RAPPORT-TRAILER
           MOVE 'TOTAL EXTOURNEES : ' TO RAPPORT-TRAILER-LIB
           MOVE WS-NB-EXTOURNEES TO RAPPORT-TRAILER-NB
           WRITE RAPPORT-TRAILER
           CLOSE FRAPPORT.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           DISPLAY 'Periode               : ' WS-PERIODE
           DISPLAY 'Modeles lus           : ' WS-NB-MODELES
           DISPLAY 'Ecritures generees    : ' WS-NB-GENEREES
           DISPLAY 'Deja generees         : ' WS-NB-DEJA
           DISPLAY 'Provisions extournees : ' WS-NB-EXTOURNEES
           DISPLAY 'Modeles rejetes       : ' WS-NB-REJETS
               ' (voir ECRITURES-MODELES-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-HISTO.
           ADD 1 TO WS-NB-HISTO
           MOVE HISTO-CODE TO WS-HIS-CODE(WS-NB-HISTO)
           MOVE HISTO-PERIODE TO WS-HIS-PERIODE(WS-NB-HISTO)
           MOVE HISTO-TYPE TO WS-HIS-TYPE(WS-NB-HISTO)
           MOVE HISTO-DEBIT TO WS-HIS-DEBIT(WS-NB-HISTO)
           MOVE HISTO-CREDIT TO WS-HIS-CREDIT(WS-NB-HISTO)
           MOVE HISTO-MONTANT TO WS-HIS-MONTANT(WS-NB-HISTO)
           MOVE HISTO-JOURNAL TO WS-HIS-JOURNAL(WS-NB-HISTO).

      *    UNE PROVISION SANS EXTOURNE A L'HISTORIQUE EST EXTOURNEE
      *    AU PREMIER JOUR DE LA PERIODE SUIVANTE, COMPTES INVERSES
       EXTOURNER-PROVISION.
           MOVE WS-HIS-CODE(WS-I) TO WS-ECR-CODE
           MOVE WS-HIS-PERIODE(WS-I) TO WS-ECR-PERIODE
           MOVE 'E' TO WS-ECR-TYPE
           PERFORM CHERCHER-HISTO
           IF NOT WS-EST-TROUVE
               MOVE WS-HIS-PERIODE(WS-I) TO WS-MOIS-CALCUL
               IF WS-MCA-MM = 12
                   ADD 1 TO WS-MCA-AAAA
                   MOVE 1 TO WS-MCA-MM
               ELSE
                   ADD 1 TO WS-MCA-MM
               END-IF
               MOVE WS-MOIS-CALCUL TO WS-DCA-AAAAMM
               MOVE 1 TO WS-DCA-JJ
               MOVE WS-DATE-CALCUL TO WS-ECR-DATE
               MOVE WS-HIS-CREDIT(WS-I) TO WS-ECR-DEBIT
               MOVE WS-HIS-DEBIT(WS-I) TO WS-ECR-CREDIT
               MOVE WS-HIS-MONTANT(WS-I) TO WS-ECR-MONTANT
               MOVE WS-HIS-JOURNAL(WS-I) TO WS-ECR-JOURNAL
               MOVE SPACES TO WS-ECR-TVA
               MOVE SPACES TO WS-ECR-LIBELLE
               STRING 'EXT ' DELIMITED BY SIZE
                   WS-ECR-CODE DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-ECR-PERIODE DELIMITED BY SIZE
                   INTO WS-ECR-LIBELLE
               PERFORM POSTER-ECRITURE
               ADD 1 TO WS-NB-EXTOURNEES
           END-IF.

      *    CONTROLE DU MODELE PUIS, S'IL EST DU POUR LA PERIODE ET
      *    PAS ENCORE GENERE, POSTE SON ECRITURE
       TRAITER-MODELE.
           MOVE SPACES TO WS-MOTIF
           IF MODELE-EXTOURNE = SPACE
               MOVE 'N' TO MODELE-EXTOURNE
           END-IF
           MOVE MODELE-DEBIT TO WS-COMPTE
           PERFORM CHERCHER-COMPTE
           IF NOT WS-EST-TROUVE
               MOVE 'Compte debite absent du plan' TO WS-MOTIF
           END-IF
           MOVE MODELE-CREDIT TO WS-COMPTE
           PERFORM CHERCHER-COMPTE
           IF NOT WS-EST-TROUVE AND WS-MOTIF = SPACES
               MOVE 'Compte credite absent du plan' TO WS-MOTIF
           END-IF
           IF MODELE-DEBIT = MODELE-CREDIT AND WS-MOTIF = SPACES
               MOVE 'Comptes debite et credite identiques'
                   TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               IF MODELE-MONTANT-X IS NOT NUMERIC
                   MOVE 'Montant non numerique' TO WS-MOTIF
               ELSE
                   IF MODELE-MONTANT = 0
                       MOVE 'Montant nul' TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
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
                       MOVE 'Frequence inconnue (M T S A)' TO WS-MOTIF
               END-EVALUATE
           END-IF
           IF WS-MOTIF = SPACES
               IF MODELE-DEBUT IS NOT NUMERIC
                  OR MODELE-DEBUT(5:2) < '01'
                  OR MODELE-DEBUT(5:2) > '12'
                   MOVE 'Mois de debut invalide' TO WS-MOTIF
               ELSE
                   IF MODELE-FIN NOT = SPACES
                      AND (MODELE-FIN IS NOT NUMERIC
                           OR MODELE-FIN(5:2) < '01'
                           OR MODELE-FIN(5:2) > '12'
                           OR MODELE-FIN < MODELE-DEBUT)
                       MOVE 'Mois de fin invalide' TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               IF MODELE-EXTOURNE NOT = 'O'
                  AND MODELE-EXTOURNE NOT = 'N'
                   MOVE 'Indicateur de provision O ou N' TO WS-MOTIF
               ELSE
                   IF MODELE-EXTOURNE = 'O'
                      AND MODELE-TVA NOT = SPACES
                       MOVE 'Provision avec code TVA' TO WS-MOTIF
                   END-IF
               END-IF
           END-IF
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE MODELE-REG TO REJET-IMAGE
               MOVE ' | ' TO REJET-SEP
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               PERFORM GENERER-MODELE
           END-IF.

      *    LE MODELE EST DU QUAND LA PERIODE EST DANS SA PLAGE ET A
      *    UN MULTIPLE DE SA FREQUENCE DEPUIS LE MOIS DE DEBUT
       GENERER-MODELE.
           MOVE MODELE-DEBUT TO WS-MOIS-CALCUL
           COMPUTE WS-RANG-DEBUT = WS-MCA-AAAA * 12 + WS-MCA-MM
           COMPUTE WS-ECART-MOIS = WS-RANG-PERIODE - WS-RANG-DEBUT
           IF WS-ECART-MOIS >= 0
              AND (MODELE-FIN = SPACES OR WS-PERIODE <= MODELE-FIN)
               DIVIDE WS-ECART-MOIS BY WS-PAS GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
               IF WS-RESTE = 0
                   MOVE MODELE-CODE TO WS-ECR-CODE
                   MOVE WS-PERIODE TO WS-ECR-PERIODE
                   IF MODELE-EXTOURNE = 'O'
                       MOVE 'P' TO WS-ECR-TYPE
                   ELSE
                       MOVE 'G' TO WS-ECR-TYPE
                   END-IF
                   PERFORM CHERCHER-GENERATION
                   IF WS-EST-TROUVE
                       ADD 1 TO WS-NB-DEJA
                   ELSE
                       MOVE WS-FIN-PERIODE TO WS-ECR-DATE
                       MOVE MODELE-DEBIT TO WS-ECR-DEBIT
                       MOVE MODELE-CREDIT TO WS-ECR-CREDIT
                       MOVE MODELE-MONTANT TO WS-ECR-MONTANT
                       MOVE MODELE-JOURNAL TO WS-ECR-JOURNAL
                       MOVE MODELE-TVA TO WS-ECR-TVA
                       MOVE SPACES TO WS-ECR-LIBELLE
                       STRING 'REC ' DELIMITED BY SIZE
                           WS-ECR-CODE DELIMITED BY SPACE
                           ' ' DELIMITED BY SIZE
                           WS-ECR-PERIODE DELIMITED BY SIZE
                           INTO WS-ECR-LIBELLE
                       PERFORM POSTER-ECRITURE
                       ADD 1 TO WS-NB-GENEREES
                   END-IF
               END-IF
           END-IF.

      *    LE MODELE A-T-IL DEJA ETE GENERE POUR LA PERIODE (EN
      *    ECRITURE ORDINAIRE OU EN PROVISION) ?
       CHERCHER-GENERATION.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-HISTO > 0
               SET WS-HIS-IDX TO 1
               SEARCH WS-HIS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIS-CODE(WS-HIS-IDX) = WS-ECR-CODE
                    AND WS-HIS-PERIODE(WS-HIS-IDX) = WS-ECR-PERIODE
                    AND WS-HIS-TYPE(WS-HIS-IDX) NOT = 'E'
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHERCHER-HISTO.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-HISTO > 0
               SET WS-HIS-IDX TO 1
               SEARCH WS-HIS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIS-CODE(WS-HIS-IDX) = WS-ECR-CODE
                    AND WS-HIS-PERIODE(WS-HIS-IDX) = WS-ECR-PERIODE
                    AND WS-HIS-TYPE(WS-HIS-IDX) = WS-ECR-TYPE
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

      *    DEBIT PUIS CREDIT DANS LE LIVRE (LE CODE TVA SUR LA SEULE
      *    LIGNE DE CHARGE), TRACE A L'HISTORIQUE ET AU RAPPORT
       POSTER-ECRITURE.
           MOVE SPACES TO BILAN-REG
           MOVE WS-ECR-DATE TO BILAN-DATE
           MOVE WS-ECR-LIBELLE TO BILAN-LIBELLE
           MOVE WS-ECR-MONTANT TO BILAN-DEBIT
           MOVE 0 TO BILAN-CREDIT
           MOVE WS-ECR-DEBIT TO BILAN-COMPTE
           MOVE WS-ECR-TVA TO BILAN-TVA
           MOVE WS-ECR-JOURNAL TO BILAN-JOURNAL
           WRITE BILAN-REG
           MOVE SPACES TO BILAN-REG
           MOVE WS-ECR-DATE TO BILAN-DATE
           MOVE WS-ECR-LIBELLE TO BILAN-LIBELLE
           MOVE 0 TO BILAN-DEBIT
           MOVE WS-ECR-MONTANT TO BILAN-CREDIT
           MOVE WS-ECR-CREDIT TO BILAN-COMPTE
           MOVE WS-ECR-JOURNAL TO BILAN-JOURNAL
           WRITE BILAN-REG

           MOVE SPACES TO HISTO-REG
           MOVE WS-ECR-CODE TO HISTO-CODE
           MOVE WS-ECR-PERIODE TO HISTO-PERIODE
           MOVE WS-ECR-TYPE TO HISTO-TYPE
           MOVE WS-ECR-DATE TO HISTO-DATE
           MOVE WS-ECR-DEBIT TO HISTO-DEBIT
           MOVE WS-ECR-CREDIT TO HISTO-CREDIT
           MOVE WS-ECR-MONTANT TO HISTO-MONTANT
           MOVE WS-ECR-JOURNAL TO HISTO-JOURNAL
           MOVE WS-RUN-YYYYMMDD TO HISTO-DATE-PASSAGE
           WRITE HISTO-REG
           IF WS-NB-HISTO < 20000
               PERFORM CHARGER-HISTO
           END-IF

           MOVE SPACES TO RAPPORT-DETAIL
           EVALUATE WS-ECR-TYPE
               WHEN 'G'
                   MOVE 'GENERATION' TO RAPPORT-TYPE
               WHEN 'P'
                   MOVE 'PROVISION' TO RAPPORT-TYPE
               WHEN 'E'
                   MOVE 'EXTOURNE' TO RAPPORT-TYPE
           END-EVALUATE
           MOVE WS-ECR-CODE TO RAPPORT-CODE
           MOVE WS-ECR-PERIODE TO RAPPORT-PERIODE
           MOVE WS-ECR-DATE TO RAPPORT-DATE
           MOVE WS-ECR-DEBIT TO RAPPORT-DEBIT
           MOVE WS-ECR-CREDIT TO RAPPORT-CREDIT
           MOVE WS-ECR-MONTANT TO RAPPORT-MONTANT
           WRITE RAPPORT-DETAIL.

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
