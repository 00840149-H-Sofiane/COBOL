       IDENTIFICATION DIVISION.
       PROGRAM-ID. REASCPT.
      * Compte courant trimestriel du reassureur en quote-part :
      * primes cedees (part cedee des lignes de
      * BORDEREAU-CESSION.txt, produit par cession sur la prime
      * acquise du trimestre), moins la
      * commission de reassurance (ligne de nature 'M' de
      * TRAITE-CESSION.txt en vigueur au 1er janvier de l'annee du
      * trimestre vise, taux nnn.nn en pourcentage des primes
      * cedees ; ligne absente = pas de commission), moins les
      * sinistres a recuperer (BORDEREAU-SINISTRES-CEDES.txt,
      * produit par sincede). Le solde du trimestre s'ajoute au
      * solde reporte du trimestre precedent, tenu d'un passage a
      * l'autre dans COMPTE-REASSUREUR-HISTO.txt (une ligne par
      * trimestre, remplacee si le trimestre est rejoue). L'etat
      * COMPTE-REASSUREUR.txt, edite par EDITREP, donne chaque
      * poste et le solde net, dans un sens ou dans l'autre : a
      * reverser au reassureur ou a encaisser de lui. Le trimestre
      * vise (AAAAT) est lu dans REASSURANCE-PARAM.txt, comme pour
      * sincede ; a defaut, c'est celui de la date du jour. Les
      * deux bordereaux portent leur periode : un bordereau absent
      * de periode ou etabli pour un autre trimestre est refuse
      * (RC 16), le compte n'est alors pas touche.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "TRAITE-CESSION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPERIODE ASSIGN TO "REASSURANCE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FPRIMES ASSIGN TO "BORDEREAU-CESSION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPRIMES.

           SELECT FSINISTRES ASSIGN TO "BORDEREAU-SINISTRES-CEDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSINISTRES.

           SELECT FHISTO ASSIGN TO "COMPTE-REASSUREUR-HISTO.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FHISTON ASSIGN TO "COMPTE-REASSUREUR-HISTO.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTON.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 PARAM-TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 PARAM-NATURE PIC X(1).
              05 FILLER PIC X(1).
              05 PARAM-DU PIC X(8).
              05 FILLER PIC X(1).
              05 PARAM-AU PIC X(8).

       FD     FPERIODE
              RECORDING MODE IS F.
       01 PERIODE-REG.
              05 PERIODE-ANNEE PIC X(4).
              05 PERIODE-TRIMESTRE PIC X(1).

      * LIGNE DE DETAIL DU BORDEREAU DE PRIMES (FORMAT DE cession)
       FD     FPRIMES
              RECORDING MODE IS F.
       01 PRIME-REG.
              05 PRIME-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 PRIME-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 PRIME-BRUT PIC X(15).
              05 FILLER PIC X(1).
              05 PRIME-CEDE-ENT PIC 9(5).
              05 FILLER PIC X(1).
              05 PRIME-CEDE-DEC PIC 9(9).
       01 PRIME-PERIODE.
              05 PRIME-PERIODE-LIB PIC X(26).
              05 PRIME-PERIODE-AAAAT PIC X(5).

      * LIGNE DE DETAIL DU BORDEREAU DE SINISTRES (FORMAT DE sincede)
       FD     FSINISTRES
              RECORDING MODE IS F.
       01 SINCED-REG.
              05 SINCED-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SINCED-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 SINCED-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SINCED-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 SINCED-REGLE PIC X(10).
              05 FILLER PIC X(1).
              05 SINCED-RECUP-ENT PIC 9(7).
              05 FILLER PIC X(1).
              05 SINCED-RECUP-DEC PIC 9(2).
       01 SINCED-PERIODE.
              05 SINCED-PERIODE-LIB PIC X(30).
              05 SINCED-PERIODE-AAAAT PIC X(5).

       FD     FHISTO
              RECORDING MODE IS F.
       01 HISTO-REG.
              05 HISTO-PERIODE PIC X(5).
              05 FILLER PIC X(1).
              05 HISTO-PRIMES PIC 9(10)V9(2).
              05 FILLER PIC X(1).
              05 HISTO-COMMISSION PIC 9(10)V9(2).
              05 FILLER PIC X(1).
              05 HISTO-SINISTRES PIC 9(10)V9(2).
              05 FILLER PIC X(1).
              05 HISTO-SOLDE PIC 9(10)V9(2).
              05 FILLER PIC X(1).
              05 HISTO-SENS PIC X(1).

       FD     FHISTON
              RECORDING MODE IS F.
       01 HISTON-REG.
              05 HISTON-PERIODE PIC X(5).
              05 FILLER PIC X(1) VALUE SPACE.
              05 HISTON-PRIMES PIC 9(10)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 HISTON-COMMISSION PIC 9(10)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 HISTON-SINISTRES PIC 9(10)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 HISTON-SOLDE PIC 9(10)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 HISTON-SENS PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPRIMES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSINISTRES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTON PIC X(02) VALUE SPACES.
      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FCPT-REG PIC X(80).
       01 FCPT-DETAIL.
              05 FCPT-DETAIL-LIB PIC X(45).
              05 FCPT-DETAIL-MONTANT PIC ---,---,--9.99.
       COPY RUNLNK.
       COPY EDITLNK.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-EOF-FPRIMES PIC X VALUE 'N'.
           88 WS-EOF-FPRIMES-REACHED VALUE 'Y'.
       01 WS-EOF-FSINISTRES PIC X VALUE 'N'.
           88 WS-EOF-FSINISTRES-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-PERIODE-VISEE.
           05 WS-ANNEE-VISEE PIC X(4).
           05 WS-TRIMESTRE-VISE PIC 9(1).
       01 WS-MOIS PIC 9(2).
       01 WS-PERIODE-REPORT PIC X(5).
      * PERIODES PORTEES PAR LES DEUX BORDEREAUX
       01 WS-PERIODE-PRIMES PIC X(5) VALUE SPACES.
       01 WS-PERIODE-SINISTRES PIC X(5) VALUE SPACES.

      * ANNEE DE TRAITE : LE TAUX EN VIGUEUR AU 1ER JANVIER
       01 WS-DATE-REF.
           05 WS-DATE-REF-AAAA PIC X(4).
           05 FILLER PIC X(4) VALUE '0101'.

       01 WS-TAUX-COMMISSION PIC 9(3)V9(2) VALUE 0.

      * HISTORIQUE DU COMPTE, UNE ENTREE PAR TRIMESTRE ; LE SOLDE
      * EST SIGNE : POSITIF = A REVERSER AU REASSUREUR
       01 WS-NB-HISTO PIC 9(3) VALUE 0.
       01 WS-TABLE-HISTO.
           05 WS-HISTO-ENTRY OCCURS 1 TO 400 TIMES
                              DEPENDING ON WS-NB-HISTO
                              INDEXED BY WS-HISTO-IDX.
               10 WS-HISTO-PERIODE PIC X(5).
               10 WS-HISTO-PRIMES PIC 9(10)V9(2).
               10 WS-HISTO-COMMISSION PIC 9(10)V9(2).
               10 WS-HISTO-SINISTRES PIC 9(10)V9(2).
               10 WS-HISTO-SOLDE PIC S9(10)V9(2).

       01 WS-I PIC 9(3) VALUE 0.
       01 WS-POSITION PIC 9(3) VALUE 0.
       01 WS-NB-PRIMES PIC 9(7) VALUE 0.
       01 WS-NB-SINISTRES PIC 9(7) VALUE 0.
       01 WS-CEDE-LIGNE PIC 9(5)V9(9).
       01 WS-RECUP-LIGNE PIC 9(7)V9(2).
       01 WS-PRIMES-CEDEES PIC 9(10)V9(2) VALUE 0.
       01 WS-PRIMES-EXACTES PIC 9(12)V9(9) VALUE 0.
       01 WS-COMMISSION PIC 9(10)V9(2) VALUE 0.
       01 WS-RECUPERATIONS PIC 9(10)V9(2) VALUE 0.
       01 WS-SOLDE-REPORTE PIC S9(10)V9(2) VALUE 0.
       01 WS-SOLDE-TRIMESTRE PIC S9(10)V9(2) VALUE 0.
       01 WS-SOLDE-NET PIC S9(10)V9(2) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'reascpt' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    TRIMESTRE VISE (A DEFAUT, CELUI DE LA DATE DU JOUR)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-ANNEE-VISEE
           MOVE WS-RUN-DATE(5:2) TO WS-MOIS
           COMPUTE WS-TRIMESTRE-VISE = (WS-MOIS + 2) / 3
           OPEN INPUT FPERIODE.
           IF WS-STATUS-FPERIODE = '00'
               READ FPERIODE
                   AT END CONTINUE
                   NOT AT END
                       IF PERIODE-ANNEE IS NUMERIC
                          AND PERIODE-TRIMESTRE >= '1'
                          AND PERIODE-TRIMESTRE <= '4'
                           MOVE PERIODE-ANNEE TO WS-ANNEE-VISEE
                           MOVE PERIODE-TRIMESTRE
                               TO WS-TRIMESTRE-VISE
                       END-IF
               END-READ
               CLOSE FPERIODE
           END-IF

      *    TAUX DE COMMISSION : LIGNE 'M' DU TRAITE EN VIGUEUR DANS
      *    L'ANNEE DE TRAITE
           MOVE WS-ANNEE-VISEE TO WS-DATE-REF-AAAA
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM NOT = '00'
               DISPLAY 'TRAITE-CESSION.txt non disponible - code '
                   'statut ' WS-STATUS-FPARAM
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPARAM-REACHED
               READ FPARAM
                   AT END
                       SET WS-EOF-FPARAM-REACHED TO TRUE
                   NOT AT END
                       IF PARAM-NATURE = 'M'
                          AND PARAM-TAUX-ENT IS NUMERIC
                          AND PARAM-TAUX-DEC IS NUMERIC
                          AND (PARAM-DU = SPACES
                               OR PARAM-DU <= WS-DATE-REF)
                          AND (PARAM-AU = SPACES
                               OR PARAM-AU >= WS-DATE-REF)
                           COMPUTE WS-TAUX-COMMISSION = PARAM-TAUX-ENT
                               + PARAM-TAUX-DEC / 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPARAM.
           IF WS-TAUX-COMMISSION > 100
               DISPLAY 'Taux de commission inexploitable dans '
                   'TRAITE-CESSION.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           IF WS-TAUX-COMMISSION = 0
               DISPLAY 'TRAITE-CESSION.txt : pas de taux de '
                   'commission, compte etabli sans commission'
           END-IF


      *    PRIMES CEDEES : LIGNES DE DETAIL DU BORDEREAU DE PRIMES
           OPEN INPUT FPRIMES.
           IF WS-STATUS-FPRIMES NOT = '00'
               DISPLAY 'BORDEREAU-CESSION.txt non disponible - code '
                   'statut ' WS-STATUS-FPRIMES
               DISPLAY 'Executer cession avant reascpt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPRIMES-REACHED
               READ FPRIMES
                   AT END
                       SET WS-EOF-FPRIMES-REACHED TO TRUE
                   NOT AT END
                       IF PRIME-PERIODE-LIB =
                          'PERIODE DU BORDEREAU    :'
                           MOVE PRIME-PERIODE-AAAAT
                               TO WS-PERIODE-PRIMES
                       END-IF
      *                LES LIGNES DE SYNTHESE N'ONT PAS DE MUNA
                       IF PRIME-MUNA IS NUMERIC
                          AND PRIME-CEDE-ENT IS NUMERIC
                          AND PRIME-CEDE-DEC IS NUMERIC
                           ADD 1 TO WS-NB-PRIMES
                           COMPUTE WS-CEDE-LIGNE = PRIME-CEDE-ENT
                               + PRIME-CEDE-DEC / 1000000000
                           ADD WS-CEDE-LIGNE TO WS-PRIMES-EXACTES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPRIMES.
           IF WS-PERIODE-PRIMES NOT = WS-PERIODE-VISEE
               DISPLAY 'BORDEREAU-CESSION.txt etabli pour la periode '
                   WS-PERIODE-PRIMES ', trimestre vise '
                   WS-PERIODE-VISEE ' - executer cession pour ce '
                   'trimestre'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           COMPUTE WS-PRIMES-CEDEES ROUNDED = WS-PRIMES-EXACTES

      *    SINISTRES A RECUPERER : LIGNES DU BORDEREAU DE SINISTRES
           OPEN INPUT FSINISTRES.
           IF WS-STATUS-FSINISTRES NOT = '00'
               DISPLAY 'BORDEREAU-SINISTRES-CEDES.txt non disponible - '
                   'code statut ' WS-STATUS-FSINISTRES
               DISPLAY 'Executer sincede avant reascpt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FSINISTRES-REACHED
               READ FSINISTRES
                   AT END
                       SET WS-EOF-FSINISTRES-REACHED TO TRUE
                   NOT AT END
                       IF SINCED-PERIODE-LIB =
                          'PERIODE DU BORDEREAU        :'
                           MOVE SINCED-PERIODE-AAAAT
                               TO WS-PERIODE-SINISTRES
                       END-IF
                       IF SINCED-MUNA IS NUMERIC
                          AND SINCED-RECUP-ENT IS NUMERIC
                          AND SINCED-RECUP-DEC IS NUMERIC
                           ADD 1 TO WS-NB-SINISTRES
                           COMPUTE WS-RECUP-LIGNE = SINCED-RECUP-ENT
                               + SINCED-RECUP-DEC / 100
                           ADD WS-RECUP-LIGNE TO WS-RECUPERATIONS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FSINISTRES.
           IF WS-PERIODE-SINISTRES NOT = WS-PERIODE-VISEE
               DISPLAY 'BORDEREAU-SINISTRES-CEDES.txt etabli pour la '
                   'periode ' WS-PERIODE-SINISTRES ', trimestre vise '
                   WS-PERIODE-VISEE ' - executer sincede pour ce '
                   'trimestre'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           COMPUTE WS-COMMISSION ROUNDED =
               WS-PRIMES-CEDEES * WS-TAUX-COMMISSION / 100
           COMPUTE WS-SOLDE-TRIMESTRE = WS-PRIMES-CEDEES
               - WS-COMMISSION - WS-RECUPERATIONS

      *    HISTORIQUE : SOLDE REPORTE DU DERNIER TRIMESTRE ANTERIEUR
           OPEN INPUT FHISTO.
           IF WS-STATUS-FHISTO = '00'
               PERFORM UNTIL WS-EOF-FHISTO-REACHED
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                       NOT AT END
                           IF HISTO-PERIODE IS NUMERIC
                              AND WS-NB-HISTO < 400
                               PERFORM CHARGER-HISTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTO
           ELSE
               DISPLAY 'COMPTE-REASSUREUR-HISTO.txt absent - '
                   'ouverture du compte sans report'
           END-IF
           MOVE 0 TO WS-POSITION
           MOVE SPACES TO WS-PERIODE-REPORT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-HISTO
               IF WS-HISTO-PERIODE(WS-I) < WS-PERIODE-VISEE
                  AND WS-HISTO-PERIODE(WS-I) > WS-PERIODE-REPORT
                   MOVE WS-HISTO-PERIODE(WS-I) TO WS-PERIODE-REPORT
                   MOVE WS-HISTO-SOLDE(WS-I) TO WS-SOLDE-REPORTE
               END-IF
               IF WS-HISTO-PERIODE(WS-I) = WS-PERIODE-VISEE
                   MOVE WS-I TO WS-POSITION
               END-IF
           END-PERFORM
           COMPUTE WS-SOLDE-NET = WS-SOLDE-REPORTE
               + WS-SOLDE-TRIMESTRE

      *    LE TRIMESTRE REJOUE REMPLACE SA LIGNE, SINON IL S'AJOUTE
           IF WS-POSITION = 0
               ADD 1 TO WS-NB-HISTO
               MOVE WS-NB-HISTO TO WS-POSITION
           END-IF
           MOVE WS-PERIODE-VISEE TO WS-HISTO-PERIODE(WS-POSITION)
           MOVE WS-PRIMES-CEDEES TO WS-HISTO-PRIMES(WS-POSITION)
           MOVE WS-COMMISSION TO WS-HISTO-COMMISSION(WS-POSITION)
           MOVE WS-RECUPERATIONS TO WS-HISTO-SINISTRES(WS-POSITION)
           MOVE WS-SOLDE-NET TO WS-HISTO-SOLDE(WS-POSITION)
           OPEN OUTPUT FHISTON.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-HISTO
               MOVE SPACES TO HISTON-REG
               MOVE WS-HISTO-PERIODE(WS-I) TO HISTON-PERIODE
               MOVE WS-HISTO-PRIMES(WS-I) TO HISTON-PRIMES
               MOVE WS-HISTO-COMMISSION(WS-I) TO HISTON-COMMISSION
               MOVE WS-HISTO-SINISTRES(WS-I) TO HISTON-SINISTRES
               IF WS-HISTO-SOLDE(WS-I) < 0
                   COMPUTE HISTON-SOLDE = 0 - WS-HISTO-SOLDE(WS-I)
                   MOVE 'E' TO HISTON-SENS
               ELSE
                   MOVE WS-HISTO-SOLDE(WS-I) TO HISTON-SOLDE
                   MOVE 'R' TO HISTON-SENS
               END-IF
               WRITE HISTON-REG
           END-PERFORM
           CLOSE FHISTON.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv COMPTE-REASSUREUR-HISTO.TMP ' DELIMITED BY SIZE
               'COMPTE-REASSUREUR-HISTO.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de l historique du '
                   'compte reassureur'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    EDITION DU COMPTE COURANT
           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'COMPTE-REASSUREUR.txt' TO WS-ED-NOM-FICHIER
           MOVE 'COMPTE COURANT DU REASSUREUR' TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE SPACES TO FCPT-REG
           STRING 'TRIMESTRE ' DELIMITED BY SIZE
               WS-ANNEE-VISEE DELIMITED BY SIZE
               '-T' DELIMITED BY SIZE
               WS-TRIMESTRE-VISE DELIMITED BY SIZE
               INTO FCPT-REG
           END-STRING
           PERFORM ECRIRE-LIGNE-REG
           MOVE SPACES TO FCPT-REG
           PERFORM ECRIRE-LIGNE-REG
           MOVE 'SOLDE REPORTE DU TRIMESTRE PRECEDENT'
               TO FCPT-DETAIL-LIB
           MOVE WS-SOLDE-REPORTE TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'PRIMES CEDEES' TO FCPT-DETAIL-LIB
           MOVE WS-PRIMES-CEDEES TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'COMMISSION DE REASSURANCE (-)' TO FCPT-DETAIL-LIB
           MOVE WS-COMMISSION TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'SINISTRES A RECUPERER (-)' TO FCPT-DETAIL-LIB
           MOVE WS-RECUPERATIONS TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'SOLDE DU TRIMESTRE' TO FCPT-DETAIL-LIB
           MOVE WS-SOLDE-TRIMESTRE TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'SOLDE NET DU COMPTE' TO FCPT-DETAIL-LIB
           MOVE WS-SOLDE-NET TO FCPT-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE SPACES TO FCPT-REG
           IF WS-SOLDE-NET < 0
               MOVE '=> SOLDE A ENCAISSER DU REASSUREUR' TO FCPT-REG
           ELSE
               MOVE '=> SOLDE A REVERSER AU REASSUREUR' TO FCPT-REG
           END-IF
           PERFORM ECRIRE-LIGNE-REG
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Trimestre vise        : ' WS-ANNEE-VISEE
               '-T' WS-TRIMESTRE-VISE
           DISPLAY 'Lignes de primes      : ' WS-NB-PRIMES
           DISPLAY 'Lignes de sinistres   : ' WS-NB-SINISTRES
           DISPLAY 'Taux de commission    : ' WS-TAUX-COMMISSION ' %'
           DISPLAY 'Compte ecrit dans COMPTE-REASSUREUR.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CHARGER-HISTO.
           ADD 1 TO WS-NB-HISTO
           MOVE HISTO-PERIODE TO WS-HISTO-PERIODE(WS-NB-HISTO)
           MOVE HISTO-PRIMES TO WS-HISTO-PRIMES(WS-NB-HISTO)
           MOVE HISTO-COMMISSION TO WS-HISTO-COMMISSION(WS-NB-HISTO)
           MOVE HISTO-SINISTRES TO WS-HISTO-SINISTRES(WS-NB-HISTO)
           IF HISTO-SENS = 'E'
               COMPUTE WS-HISTO-SOLDE(WS-NB-HISTO) = 0 - HISTO-SOLDE
           ELSE
               MOVE HISTO-SOLDE TO WS-HISTO-SOLDE(WS-NB-HISTO)
           END-IF.

      *    AIGUILLAGE DES GABARITS DE LIGNE VERS LE SERVICE COMMUN
      *    D'EDITION EDITREP.
       ECRIRE-LIGNE-REG.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FCPT-REG TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.

       ECRIRE-LIGNE-DETAIL.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FCPT-DETAIL TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE SPACES TO FCPT-DETAIL.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
