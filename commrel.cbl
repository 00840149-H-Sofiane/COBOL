       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMREL.
      * Releve mensuel des commissions des intermediaires, sur les
      * primes reellement encaissees et non plus sur les primes
      * emises. Les polices apportees sont rattachees a leur
      * apporteur dans POLICES-INTERMEDIAIRES.txt (MUNA,
      * IDENTIFIANT, code apporteur, premiere periode AAAAMM
      * commissionnable, blanc = toutes) ; le taux est celui de la
      * classe de contrat de la police (debut du
      * LIBELLE-COMMERCIAL-SE lu dans ASSURANCES-TRIEE.txt, comme
      * taxeprime) dans le bareme de l'apporteur tenu par intermaj
      * dans INTERMEDIAIRES.txt, a defaut son taux '*'.
      * Les paiements de ENCAISSEMENTS.txt des periodes jusqu'au
      * mois du releve (COMMISSIONS-PARAM.txt, AAAAMM, defaut le
      * mois courant) sont cumules par police et periode puis
      * confrontes a l'historique COMMISSIONS-HISTORIQUE.txt de ce
      * qui a deja ete commissionne : seul l'ecart est commissionne
      * ce mois-ci, au taux et a l'apporteur de la premiere
      * commission de la periode. Un paiement retourne (prelret)
      * donne un ecart negatif, repris sur le releve. Les releves
      * par apporteur partent dans COMMISSIONS-RELEVES.txt, les
      * ecritures equilibrees au format GL-MOUVEMENTS dans
      * GL-MOUVEMENTS-COMMISSIONS.txt (deverse par glbilan), les
      * polices rattachees a un apporteur inconnu, inactif ou sans
      * taux dans COMMISSIONS-EXCEPTIONS.txt ; elles seront
      * commissionnees au releve qui suit leur correction.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "COMMISSIONS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FINTER ASSIGN TO "INTERMEDIAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINTER.

           SELECT FLIENS ASSIGN TO "POLICES-INTERMEDIAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIENS.

           SELECT FLIENT ASSIGN TO "COMMREL-LIENS.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIENT.

           SELECT FENTREE ASSIGN TO "ASSURANCES-TRIEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FENTREE.

           SELECT FPAIEMENTS ASSIGN TO "ENCAISSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIEMENTS.

           SELECT FPAIT ASSIGN TO "COMMREL-PAI.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIT.

           SELECT FTRI ASSIGN TO "COMMREL-TRAVAIL.TRI".

           SELECT FHISTO ASSIGN TO "COMMISSIONS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FHISTON ASSIGN TO "COMMISSIONS-HISTORIQUE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTON.

           SELECT FDETAIL ASSIGN TO "COMMREL-DETAIL.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDETAIL.

           SELECT FDETT ASSIGN TO "COMMREL-DETAIL-TRIE.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDETT.

           SELECT FTRID ASSIGN TO "COMMREL-TRAVAIL-DET.TRI".

           SELECT FRELEVE ASSIGN TO "COMMISSIONS-RELEVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELEVE.

           SELECT FMOUV ASSIGN TO "GL-MOUVEMENTS-COMMISSIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.

           SELECT FEXCEP ASSIGN TO "COMMISSIONS-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXCEP.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-MOIS PIC X(6).

       FD     FINTER
              RECORDING MODE IS F.
       COPY INTERREC.

       FD     FLIENS
              RECORDING MODE IS F.
       01 LIEN-REG.
              05 LIEN-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 LIEN-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 LIEN-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 LIEN-PERIODE-DEBUT PIC X(6).

       FD     FLIENT
              RECORDING MODE IS F.
       01 LIENT-REG.
              05 LIENT-CLE.
                  10 LIENT-MUNA PIC X(8).
                  10 FILLER PIC X(1).
                  10 LIENT-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 LIENT-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 LIENT-PERIODE-DEBUT PIC X(6).

       FD     FENTREE
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FPAIEMENTS
              RECORDING MODE IS F.
       01 PAI-REG.
              05 PAI-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 PAI-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 PAI-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 PAI-MONTANT PIC 9(7)V9(2).

       FD     FPAIT
              RECORDING MODE IS F.
       01 PAIT-REG.
              05 PAIT-CLE.
                  10 PAIT-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 PAIT-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 PAIT-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 PAIT-MONTANT PIC 9(7)V9(2).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CLE PIC X(30).
              05 FILLER PIC X(10).

      * HISTORIQUE DES PERIODES COMMISSIONNEES, TRIE SUR LA CLE :
      * APPORTEUR ET TAUX DE LA PREMIERE COMMISSION, PRIMES DEJA
      * COMMISSIONNEES
       FD     FHISTO
              RECORDING MODE IS F.
       01 HIS-REG.
              05 HIS-CLE.
                  10 HIS-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 HIS-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 HIS-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 HIS-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 HIS-TAUX PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 HIS-BASE PIC 9(7)V9(2).

       FD     FHISTON
              RECORDING MODE IS F.
       01 HISN-REG.
              05 HISN-CLE PIC X(30).
              05 FILLER PIC X(1).
              05 HISN-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 HISN-TAUX PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 HISN-BASE PIC 9(7)V9(2).

       FD     FDETAIL
              RECORDING MODE IS F.
       01 DET-REG.
              05 DET-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 DET-CLE PIC X(30).
              05 FILLER PIC X(1).
              05 DET-BASE PIC S9(7)V9(2) SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 DET-TAUX PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 DET-COMMISSION PIC S9(7)V9(2)
                  SIGN LEADING SEPARATE.

       FD     FDETT
              RECORDING MODE IS F.
       01 DETT-REG.
              05 DETT-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 DETT-CLE.
                  10 DETT-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 DETT-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 DETT-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 DETT-BASE PIC S9(7)V9(2) SIGN LEADING SEPARATE.
              05 FILLER PIC X(1).
              05 DETT-TAUX PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 DETT-COMMISSION PIC S9(7)V9(2)
                  SIGN LEADING SEPARATE.

       SD     FTRID.
       01 TRID-REG.
              05 TRID-CLE PIC X(37).
              05 FILLER PIC X(27).

       FD     FRELEVE
              RECORDING MODE IS F.
       01 FRELEVE-REG PIC X(110).

       FD     FMOUV
              RECORDING MODE IS F.
       01 MOUV-REG.
              05 MOUV-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 MOUV-MONTANT PIC 9(5)V9(9).
              05 FILLER PIC X(1).
              05 MOUV-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 MOUV-LIBELLE PIC X(30).
       01 MOUV-TRAILER.
              05 MOUV-TRAILER-LIB PIC X(20).
              05 MOUV-TRAILER-NB  PIC ZZZZZZ9.

       FD     FEXCEP
              RECORDING MODE IS F.
       01 EXCEP-REG.
              05 EXCEP-CLE PIC X(30).
              05 FILLER PIC X(1).
              05 EXCEP-CODE PIC X(6).
              05 FILLER PIC X(3).
              05 EXCEP-MOTIF PIC X(40).
       01 EXCEP-TRAILER.
              05 EXCEP-TRAILER-LIB PIC X(20).
              05 EXCEP-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FINTER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIENS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIENT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTON PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDETAIL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDETT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELEVE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEP PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FINTER PIC X VALUE 'N'.
           88 WS-EOF-FINTER-REACHED VALUE 'Y'.
       01 WS-EOF-FLIENT PIC X VALUE 'N'.
           88 WS-EOF-FLIENT-REACHED VALUE 'Y'.
       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-FENTREE-REACHED VALUE 'Y'.
       01 WS-EOF-FPAIT PIC X VALUE 'N'.
           88 WS-EOF-FPAIT-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.
       01 WS-EOF-FDETT PIC X VALUE 'N'.
           88 WS-EOF-FDETT-REACHED VALUE 'Y'.
       01 WS-LECTURE-FAITE PIC X VALUE 'N'.
           88 WS-LECTURE-EST-FAITE VALUE 'Y'.
       01 WS-HISTO-PRESENT PIC X VALUE 'N'.
           88 WS-HISTO-EST-PRESENT VALUE 'Y'.
       01 WS-FHISTO-OUVERT PIC X VALUE 'N'.

       01 WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC X(6).
           05 FILLER PIC X(16).
       01 WS-MOIS PIC X(6).
       01 WS-MOIS-DEC REDEFINES WS-MOIS.
           05 WS-MOIS-AAAA PIC X(4).
           05 WS-MOIS-MM PIC X(2).

      * APPORTEURS (LIGNES 'I') ET BAREME DES TAUX (LIGNES 'T')
       01 WS-NB-APPORTEURS PIC 9(4) VALUE 0.
       01 WS-TABLE-APPORTEURS.
           05 WS-APP-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-NB-APPORTEURS
                            INDEXED BY WS-APP-IDX.
               10 WS-APP-CODE PIC X(6).
               10 WS-APP-NOM PIC X(30).
               10 WS-APP-ADRESSE1 PIC X(30).
               10 WS-APP-ADRESSE2 PIC X(30).
               10 WS-APP-CP PIC X(5).
               10 WS-APP-VILLE PIC X(25).
               10 WS-APP-STATUT PIC X(1).
       01 WS-NB-BAREME PIC 9(4) VALUE 0.
       01 WS-TABLE-BAREME.
           05 WS-BAR-ENTRY OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WS-NB-BAREME.
               10 WS-BAR-CODE PIC X(6).
               10 WS-BAR-CLASSE PIC X(20).
               10 WS-BAR-LG PIC 9(2).
               10 WS-BAR-TAUX PIC 9(2)V9(2).

      * RATTACHEMENTS POLICE -> APPORTEUR, TRIES POUR SEARCH ALL.
      * ETAT : '?' A RESOUDRE, 'T' TAUX TROUVE, 'U' APPORTEUR
      * INCONNU, 'I' APPORTEUR INACTIF, 'S' SANS TAUX
       01 WS-NB-LIENS PIC 9(5) VALUE 0.
       01 WS-TABLE-LIENS.
           05 WS-LIEN-ENTRY OCCURS 1 TO 50000 TIMES
                            DEPENDING ON WS-NB-LIENS
                            ASCENDING KEY IS WS-LIEN-CLE
                            INDEXED BY WS-LIEN-IDX.
               10 WS-LIEN-CLE PIC X(23).
               10 WS-LIEN-CODE PIC X(6).
               10 WS-LIEN-DEBUT PIC X(6).
               10 WS-LIEN-ETAT PIC X(1).
               10 WS-LIEN-TAUX PIC 9(2)V9(2).
       01 WS-LIEN-TROUVE PIC X VALUE 'N'.
           88 WS-LIEN-EST-TROUVE VALUE 'Y'.
       01 WS-CLE-POLICE.
           05 WS-CP-MUNA PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CP-IDENTIFIANT PIC X(14).
       01 WS-LIBELLE-COURANT PIC X(101).
       01 WS-B PIC 9(4).
       01 WS-LG PIC 9(2).
       01 WS-DEFAUT-TROUVE PIC X VALUE 'N'.

      * CONFRONTATION ENCAISSEMENTS / HISTORIQUE
       01 WS-CLE-PAI PIC X(30).
       01 WS-CLE-HIS PIC X(30).
       01 WS-CLE-COURANTE PIC X(30).
       01 WS-CLE-DEC REDEFINES WS-CLE-COURANTE.
           05 WS-CC-MUNA PIC X(8).
           05 FILLER PIC X(1).
           05 WS-CC-IDENTIFIANT PIC X(14).
           05 FILLER PIC X(1).
           05 WS-CC-PERIODE PIC X(6).
       01 WS-ENCAISSE PIC 9(7)V9(2).
       01 WS-BASE PIC 9(7)V9(2).
       01 WS-CODE PIC X(6).
       01 WS-TAUX PIC 9(2)V9(2).
       01 WS-ECART PIC S9(7)V9(2).
       01 WS-COMMISSION PIC S9(7)V9(2).
       01 WS-MOTIF PIC X(40).

      * EDITION DES RELEVES
       01 WS-CODE-RELEVE PIC X(6).
       01 WS-TOTAL-BASE PIC S9(9)V9(2).
       01 WS-TOTAL-APPORTEUR PIC S9(9)V9(2).
       01 WS-MONTANT-GL PIC 9(7)V9(2).
       01 WS-BASE-EDITEE PIC -Z,ZZZ,ZZ9.99.
       01 WS-COMM-EDITEE PIC -Z,ZZZ,ZZ9.99.
       01 WS-TAUX-EDITE PIC Z9.99.
       01 WS-LIGNE PIC X(110).

       01 WS-NB-LIENS-LUS PIC 9(7) VALUE 0.
       01 WS-NB-PERIODES PIC 9(7) VALUE 0.
       01 WS-NB-EXCEPTIONS PIC 9(7) VALUE 0.
       01 WS-NB-RELEVES PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-TOTAL-COMMISSIONS PIC S9(9)V9(2) VALUE 0.
       01 WS-COMMANDE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'commrel' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    MOIS DU RELEVE (DEFAUT : MOIS COURANT)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-AAAAMM TO WS-MOIS
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-MOIS IS NUMERIC
                          AND PARAM-MOIS(5:2) >= '01'
                          AND PARAM-MOIS(5:2) <= '12'
                           MOVE PARAM-MOIS TO WS-MOIS
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

           PERFORM CHARGER-INTERMEDIAIRES
           PERFORM CHARGER-LIENS

      *    CLASSE DE CONTRAT DES POLICES RATTACHEES
           OPEN INPUT FENTREE.
           IF WS-STATUS-FENTREE NOT = '00'
               DISPLAY 'ASSURANCES-TRIEE.txt non disponible - code '
                   'statut ' WS-STATUS-FENTREE
               DISPLAY 'Executer assutri avant commrel'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FENTREE-REACHED
               READ FENTREE
                   AT END
                       SET WS-EOF-FENTREE-REACHED TO TRUE
                   NOT AT END
                       IF MUNA IS NUMERIC AND WS-NB-LIENS > 0
                           MOVE MUNA TO WS-CP-MUNA
                           MOVE IDENTIFIANT TO WS-CP-IDENTIFIANT
                           PERFORM CHERCHER-LIEN
                           IF WS-LIEN-EST-TROUVE
                              AND WS-LIEN-ETAT(WS-LIEN-IDX) = '?'
                               MOVE LIBELLE-COMMERCIAL-SE
                                   TO WS-LIBELLE-COURANT
                               PERFORM RESOUDRE-TAUX
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FENTREE.
      *    POLICES SORTIES DU PORTEFEUILLE : TAUX PAR DEFAUT
           MOVE SPACES TO WS-LIBELLE-COURANT
           PERFORM VARYING WS-LIEN-IDX FROM 1 BY 1
                   UNTIL WS-LIEN-IDX > WS-NB-LIENS
               IF WS-LIEN-ETAT(WS-LIEN-IDX) = '?'
                   PERFORM RESOUDRE-TAUX
               END-IF
           END-PERFORM

      *    TRI DES ENCAISSEMENTS SUR MUNA + IDENTIFIANT + PERIODE
           OPEN INPUT FPAIEMENTS.
           IF WS-STATUS-FPAIEMENTS NOT = '00'
               DISPLAY 'ENCAISSEMENTS.txt non disponible - code '
                   'statut ' WS-STATUS-FPAIEMENTS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FPAIEMENTS.
           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FPAIEMENTS GIVING FPAIT.

      *    CONFRONTATION AVEC L'HISTORIQUE (ABSENT AU PREMIER
      *    RELEVE)
           OPEN INPUT FPAIT.
           OPEN INPUT FHISTO.
           IF WS-STATUS-FHISTO NOT = '00'
               DISPLAY 'COMMISSIONS-HISTORIQUE.txt absent - premier '
                   'releve'
               SET WS-EOF-FHISTO-REACHED TO TRUE
           ELSE
               MOVE 'Y' TO WS-FHISTO-OUVERT
           END-IF
           OPEN OUTPUT FHISTON.
           OPEN OUTPUT FDETAIL.
           OPEN OUTPUT FEXCEP.
           PERFORM LIRE-PAIEMENT
           PERFORM LIRE-HISTORIQUE
           PERFORM UNTIL WS-CLE-PAI = HIGH-VALUES
                   AND WS-CLE-HIS = HIGH-VALUES
               MOVE 0 TO WS-ENCAISSE
               MOVE 0 TO WS-BASE
               MOVE 'N' TO WS-HISTO-PRESENT
               IF WS-CLE-PAI <= WS-CLE-HIS
                   MOVE WS-CLE-PAI TO WS-CLE-COURANTE
               ELSE
                   MOVE WS-CLE-HIS TO WS-CLE-COURANTE
               END-IF
               PERFORM UNTIL WS-CLE-PAI NOT = WS-CLE-COURANTE
                   ADD PAIT-MONTANT TO WS-ENCAISSE
                   PERFORM LIRE-PAIEMENT
               END-PERFORM
               IF WS-CLE-HIS = WS-CLE-COURANTE
                   SET WS-HISTO-EST-PRESENT TO TRUE
                   MOVE HIS-CODE TO WS-CODE
                   MOVE HIS-TAUX TO WS-TAUX
                   MOVE HIS-BASE TO WS-BASE
                   PERFORM LIRE-HISTORIQUE
               END-IF
               PERFORM TRAITER-PERIODE
           END-PERFORM
           CLOSE FPAIT.
           IF WS-FHISTO-OUVERT = 'Y'
               CLOSE FHISTO
           END-IF
           CLOSE FHISTON.
           CLOSE FDETAIL.
           MOVE SPACES TO EXCEP-TRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO EXCEP-TRAILER-LIB
           MOVE WS-NB-EXCEPTIONS TO EXCEP-TRAILER-NB
           WRITE EXCEP-TRAILER
           CLOSE FEXCEP.

      *    RELEVES PAR APPORTEUR ET ECRITURES
           SORT FTRID ON ASCENDING KEY TRID-CLE
               USING FDETAIL GIVING FDETT.
           OPEN INPUT FDETT.
           OPEN OUTPUT FRELEVE.
      *    LES ECRITURES S'AJOUTENT A CELLES QUE glbilan N'A PAS
      *    ENCORE DEVERSEES : L'HISTORIQUE ETANT DEJA AVANCE, UN
      *    SECOND PASSAGE NE DOIT PAS LES EFFACER
           OPEN EXTEND FMOUV.
           IF WS-STATUS-FMOUV NOT = '00'
               OPEN OUTPUT FMOUV
           END-IF
           MOVE SPACES TO WS-CODE-RELEVE
           PERFORM UNTIL WS-EOF-FDETT-REACHED
               READ FDETT
                   AT END
                       SET WS-EOF-FDETT-REACHED TO TRUE
                   NOT AT END
                       IF DETT-CODE NOT = WS-CODE-RELEVE
                           IF WS-CODE-RELEVE NOT = SPACES
                               PERFORM TERMINER-RELEVE
                           END-IF
                           PERFORM COMMENCER-RELEVE
                       END-IF
                       PERFORM EDITER-DETAIL
               END-READ
           END-PERFORM.
           IF WS-CODE-RELEVE NOT = SPACES
               PERFORM TERMINER-RELEVE
           END-IF
           CLOSE FDETT.
           CLOSE FRELEVE.
           MOVE SPACES TO MOUV-TRAILER
           MOVE 'TOTAL ECRITURES : ' TO MOUV-TRAILER-LIB
           MOVE WS-NB-ECRITURES TO MOUV-TRAILER-NB
           WRITE MOUV-TRAILER
           CLOSE FMOUV.

      *    L'HISTORIQUE N'AVANCE QU'UNE FOIS LE RELEVE PRODUIT
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv COMMISSIONS-HISTORIQUE.TMP ' DELIMITED BY SIZE
               'COMMISSIONS-HISTORIQUE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de '
                   'COMMISSIONS-HISTORIQUE.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           DISPLAY 'Mois du releve           : ' WS-MOIS
           DISPLAY 'Polices rattachees       : ' WS-NB-LIENS
           DISPLAY 'Periodes commissionnees  : ' WS-NB-PERIODES
           DISPLAY 'Releves produits         : ' WS-NB-RELEVES
               ' (voir COMMISSIONS-RELEVES.txt)'
           MOVE WS-TOTAL-COMMISSIONS TO WS-COMM-EDITEE
           DISPLAY 'Total des commissions    : ' WS-COMM-EDITEE
           DISPLAY 'Exceptions               : ' WS-NB-EXCEPTIONS
               ' (voir COMMISSIONS-EXCEPTIONS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-EXCEPTIONS > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-INTERMEDIAIRES.
           OPEN INPUT FINTER.
           IF WS-STATUS-FINTER NOT = '00'
               DISPLAY 'INTERMEDIAIRES.txt non disponible - code '
                   'statut ' WS-STATUS-FINTER
               DISPLAY 'Executer intermaj pour creer le referentiel'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FINTER-REACHED
               READ FINTER
                   AT END
                       SET WS-EOF-FINTER-REACHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN INTER-EST-IDENTITE
                                AND WS-NB-APPORTEURS < 1000
                               ADD 1 TO WS-NB-APPORTEURS
                               MOVE INTER-CODE
                                 TO WS-APP-CODE(WS-NB-APPORTEURS)
                               MOVE INTER-NOM
                                 TO WS-APP-NOM(WS-NB-APPORTEURS)
                               MOVE INTER-ADRESSE1
                                 TO WS-APP-ADRESSE1(WS-NB-APPORTEURS)
                               MOVE INTER-ADRESSE2
                                 TO WS-APP-ADRESSE2(WS-NB-APPORTEURS)
                               MOVE INTER-CP
                                 TO WS-APP-CP(WS-NB-APPORTEURS)
                               MOVE INTER-VILLE
                                 TO WS-APP-VILLE(WS-NB-APPORTEURS)
                               MOVE INTER-STATUT
                                 TO WS-APP-STATUT(WS-NB-APPORTEURS)
                           WHEN INTER-EST-TAUX
                                AND INTER-TAUX-ENT IS NUMERIC
                                AND INTER-TAUX-DEC IS NUMERIC
                                AND WS-NB-BAREME < 3000
                               ADD 1 TO WS-NB-BAREME
                               MOVE INTER-CODE
                                 TO WS-BAR-CODE(WS-NB-BAREME)
                               MOVE INTER-CLASSE
                                 TO WS-BAR-CLASSE(WS-NB-BAREME)
                               COMPUTE WS-BAR-TAUX(WS-NB-BAREME) =
                                   INTER-TAUX-ENT
                                   + INTER-TAUX-DEC / 100
                               PERFORM MESURER-CLASSE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE FINTER.

      *    LONGUEUR UTILE DE LA CLASSE QUI VIENT D'ETRE CHARGEE
       MESURER-CLASSE.
           MOVE 20 TO WS-LG
           PERFORM UNTIL WS-LG = 1
                   OR WS-BAR-CLASSE(WS-NB-BAREME)(WS-LG:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LG
           END-PERFORM
           MOVE WS-LG TO WS-BAR-LG(WS-NB-BAREME).

      *    LES RATTACHEMENTS SONT TRIES SUR LA POLICE PUIS CHARGES
      *    POUR UNE RECHERCHE DICHOTOMIQUE ; UN FICHIER ABSENT NE
      *    LAISSE QUE LES REGULARISATIONS DE L'HISTORIQUE.
       CHARGER-LIENS.
           OPEN INPUT FLIENS.
           IF WS-STATUS-FLIENS NOT = '00'
               DISPLAY 'POLICES-INTERMEDIAIRES.txt absent - aucune '
                   'nouvelle commission'
           ELSE
               CLOSE FLIENS
               SORT FTRI ON ASCENDING KEY TRI-CLE
                   USING FLIENS GIVING FLIENT
               OPEN INPUT FLIENT
               PERFORM UNTIL WS-EOF-FLIENT-REACHED
                   READ FLIENT
                       AT END
                           SET WS-EOF-FLIENT-REACHED TO TRUE
                       NOT AT END
                           IF LIENT-MUNA IS NUMERIC
                               ADD 1 TO WS-NB-LIENS-LUS
                               PERFORM EMPILER-LIEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIENT
           END-IF.

      *    UNE POLICE RATTACHEE DEUX FOIS GARDE SON PREMIER
      *    RATTACHEMENT (ORDRE DU TRI) ; LE DOUBLON EST SIGNALE.
       EMPILER-LIEN.
           IF WS-NB-LIENS > 0
              AND WS-LIEN-CLE(WS-NB-LIENS) = LIENT-CLE
               DISPLAY 'Police rattachee deux fois : ' LIENT-CLE
                   ' - apporteur ' LIENT-CODE ' ignore'
           ELSE
               IF WS-NB-LIENS < 50000
                   ADD 1 TO WS-NB-LIENS
                   MOVE LIENT-CLE TO WS-LIEN-CLE(WS-NB-LIENS)
                   MOVE LIENT-CODE TO WS-LIEN-CODE(WS-NB-LIENS)
                   MOVE LIENT-PERIODE-DEBUT
                       TO WS-LIEN-DEBUT(WS-NB-LIENS)
                   MOVE '?' TO WS-LIEN-ETAT(WS-NB-LIENS)
                   MOVE 0 TO WS-LIEN-TAUX(WS-NB-LIENS)
               ELSE
                   DISPLAY 'Capacite de 50000 rattachements '
                       'atteinte, police ' LIENT-CLE ' ignoree'
               END-IF
           END-IF.

       CHERCHER-LIEN.
           MOVE 'N' TO WS-LIEN-TROUVE
           IF WS-NB-LIENS > 0
               SEARCH ALL WS-LIEN-ENTRY
                   AT END
                       MOVE 'N' TO WS-LIEN-TROUVE
                   WHEN WS-LIEN-CLE(WS-LIEN-IDX) = WS-CLE-POLICE
                       MOVE 'Y' TO WS-LIEN-TROUVE
               END-SEARCH
           END-IF.

      *    TAUX DU RATTACHEMENT WS-LIEN-IDX : PREMIERE CLASSE DU
      *    BAREME DE L'APPORTEUR PAR LAQUELLE COMMENCE
      *    WS-LIBELLE-COURANT, A DEFAUT LE TAUX '*' DE L'APPORTEUR.
       RESOUDRE-TAUX.
           SET WS-APP-IDX TO 1
           SEARCH WS-APP-ENTRY
               AT END
                   MOVE 'U' TO WS-LIEN-ETAT(WS-LIEN-IDX)
               WHEN WS-APP-CODE(WS-APP-IDX) = WS-LIEN-CODE(WS-LIEN-IDX)
                   IF WS-APP-STATUT(WS-APP-IDX) = 'A'
                       MOVE 'S' TO WS-LIEN-ETAT(WS-LIEN-IDX)
                   ELSE
                       MOVE 'I' TO WS-LIEN-ETAT(WS-LIEN-IDX)
                   END-IF
           END-SEARCH
           IF WS-LIEN-ETAT(WS-LIEN-IDX) = 'S'
               MOVE 'N' TO WS-DEFAUT-TROUVE
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-NB-BAREME
                       OR WS-LIEN-ETAT(WS-LIEN-IDX) = 'T'
                   IF WS-BAR-CODE(WS-B) = WS-LIEN-CODE(WS-LIEN-IDX)
                       MOVE WS-BAR-LG(WS-B) TO WS-LG
                       EVALUATE TRUE
                           WHEN WS-BAR-CLASSE(WS-B) = '*'
                               IF WS-DEFAUT-TROUVE = 'N'
                                   MOVE 'Y' TO WS-DEFAUT-TROUVE
                                   MOVE WS-BAR-TAUX(WS-B)
                                       TO WS-LIEN-TAUX(WS-LIEN-IDX)
                               END-IF
                           WHEN WS-LIBELLE-COURANT(1:WS-LG)
                                = WS-BAR-CLASSE(WS-B)(1:WS-LG)
                               MOVE WS-BAR-TAUX(WS-B)
                                   TO WS-LIEN-TAUX(WS-LIEN-IDX)
                               MOVE 'T' TO WS-LIEN-ETAT(WS-LIEN-IDX)
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF WS-LIEN-ETAT(WS-LIEN-IDX) = 'S'
                  AND WS-DEFAUT-TROUVE = 'Y'
                   MOVE 'T' TO WS-LIEN-ETAT(WS-LIEN-IDX)
               END-IF
           END-IF.

      *    ECART ENTRE L'ENCAISSE DE LA PERIODE ET CE QUI A DEJA ETE
      *    COMMISSIONNE. UNE PERIODE DEJA A L'HISTORIQUE GARDE SON
      *    APPORTEUR ET SON TAUX ; UNE NOUVELLE PERIODE PREND CEUX DU
      *    RATTACHEMENT COURANT.
       TRAITER-PERIODE.
           IF WS-CC-PERIODE > WS-MOIS
      *        PAIEMENT D'AVANCE : COMMISSIONNE AU RELEVE DE SA
      *        PERIODE
               IF WS-HISTO-EST-PRESENT
                   MOVE WS-BASE TO WS-ENCAISSE
                   PERFORM ECRIRE-HISTORIQUE
               END-IF
           ELSE
               MOVE SPACES TO WS-MOTIF
               IF NOT WS-HISTO-EST-PRESENT
                   MOVE WS-CC-MUNA TO WS-CP-MUNA
                   MOVE WS-CC-IDENTIFIANT TO WS-CP-IDENTIFIANT
                   PERFORM CHERCHER-LIEN
                   IF NOT WS-LIEN-EST-TROUVE
                      OR WS-CC-PERIODE < WS-LIEN-DEBUT(WS-LIEN-IDX)
      *                AFFAIRE DIRECTE, OU PERIODE ANTERIEURE AU
      *                RATTACHEMENT : PAS DE COMMISSION
                       MOVE 0 TO WS-ENCAISSE
                   ELSE
                       MOVE WS-LIEN-CODE(WS-LIEN-IDX) TO WS-CODE
                       MOVE WS-LIEN-TAUX(WS-LIEN-IDX) TO WS-TAUX
                       EVALUATE WS-LIEN-ETAT(WS-LIEN-IDX)
                           WHEN 'U'
                               MOVE 'Apporteur inconnu du referentiel'
                                   TO WS-MOTIF
                           WHEN 'I'
                               MOVE 'Apporteur inactif' TO WS-MOTIF
                           WHEN 'S'
                               MOVE 'Aucun taux pour la classe'
                                   TO WS-MOTIF
                       END-EVALUATE
                   END-IF
               END-IF
               IF WS-MOTIF NOT = SPACES
                   ADD 1 TO WS-NB-EXCEPTIONS
                   MOVE SPACES TO EXCEP-REG
                   MOVE WS-CLE-COURANTE TO EXCEP-CLE
                   MOVE WS-CODE TO EXCEP-CODE
                   MOVE ' | ' TO EXCEP-REG(38:3)
                   MOVE WS-MOTIF TO EXCEP-MOTIF
                   WRITE EXCEP-REG
               ELSE
                   COMPUTE WS-ECART = WS-ENCAISSE - WS-BASE
                   IF WS-ECART NOT = 0
                       COMPUTE WS-COMMISSION ROUNDED =
                           WS-ECART * WS-TAUX / 100
                       ADD 1 TO WS-NB-PERIODES
                       MOVE SPACES TO DET-REG
                       MOVE WS-CODE TO DET-CODE
                       MOVE WS-CLE-COURANTE TO DET-CLE
                       MOVE WS-ECART TO DET-BASE
                       MOVE WS-TAUX TO DET-TAUX
                       MOVE WS-COMMISSION TO DET-COMMISSION
                       WRITE DET-REG
                   END-IF
                   IF WS-ENCAISSE > 0
                       PERFORM ECRIRE-HISTORIQUE
                   END-IF
               END-IF
           END-IF.

       ECRIRE-HISTORIQUE.
           MOVE SPACES TO HISN-REG
           MOVE WS-CLE-COURANTE TO HISN-CLE
           MOVE WS-CODE TO HISN-CODE
           MOVE WS-TAUX TO HISN-TAUX
           MOVE WS-ENCAISSE TO HISN-BASE
           WRITE HISN-REG.

      *    LES LIGNES SANS MUNA NUMERIQUE SONT SAUTEES A LA LECTURE.
       LIRE-PAIEMENT.
           MOVE 'N' TO WS-LECTURE-FAITE
           PERFORM UNTIL WS-LECTURE-EST-FAITE
               IF WS-EOF-FPAIT-REACHED
                   MOVE HIGH-VALUES TO WS-CLE-PAI
                   SET WS-LECTURE-EST-FAITE TO TRUE
               ELSE
                   READ FPAIT
                       AT END
                           SET WS-EOF-FPAIT-REACHED TO TRUE
                           MOVE HIGH-VALUES TO WS-CLE-PAI
                           SET WS-LECTURE-EST-FAITE TO TRUE
                       NOT AT END
                           IF PAIT-MUNA IS NUMERIC
                              AND PAIT-MONTANT IS NUMERIC
                               MOVE PAIT-CLE TO WS-CLE-PAI
                               SET WS-LECTURE-EST-FAITE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

       LIRE-HISTORIQUE.
           MOVE 'N' TO WS-LECTURE-FAITE
           PERFORM UNTIL WS-LECTURE-EST-FAITE
               IF WS-EOF-FHISTO-REACHED
                   MOVE HIGH-VALUES TO WS-CLE-HIS
                   SET WS-LECTURE-EST-FAITE TO TRUE
               ELSE
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                           MOVE HIGH-VALUES TO WS-CLE-HIS
                           SET WS-LECTURE-EST-FAITE TO TRUE
                       NOT AT END
                           IF HIS-MUNA IS NUMERIC
                               MOVE HIS-CLE TO WS-CLE-HIS
                               SET WS-LECTURE-EST-FAITE TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.

      *    EN-TETE DU RELEVE : BLOC DESTINATAIRE DE L'APPORTEUR
       COMMENCER-RELEVE.
           MOVE DETT-CODE TO WS-CODE-RELEVE
           MOVE 0 TO WS-TOTAL-BASE
           MOVE 0 TO WS-TOTAL-APPORTEUR
           ADD 1 TO WS-NB-RELEVES
           MOVE ALL '=' TO FRELEVE-REG
           WRITE FRELEVE-REG
           MOVE SPACES TO FRELEVE-REG
           STRING '          RELEVE DE COMMISSIONS - MOIS '
               DELIMITED BY SIZE
               WS-MOIS-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-MOIS-AAAA DELIMITED BY SIZE
               INTO FRELEVE-REG
           WRITE FRELEVE-REG
           MOVE SPACES TO FRELEVE-REG
           WRITE FRELEVE-REG
           SET WS-APP-IDX TO 1
           SEARCH WS-APP-ENTRY
               AT END
                   MOVE SPACES TO FRELEVE-REG
                   STRING 'Apporteur ' DELIMITED BY SIZE
                       WS-CODE-RELEVE DELIMITED BY SIZE
                       ' (absent du referentiel)' DELIMITED BY SIZE
                       INTO FRELEVE-REG
                   WRITE FRELEVE-REG
               WHEN WS-APP-CODE(WS-APP-IDX) = WS-CODE-RELEVE
                   MOVE WS-APP-NOM(WS-APP-IDX) TO FRELEVE-REG
                   WRITE FRELEVE-REG
                   MOVE WS-APP-ADRESSE1(WS-APP-IDX) TO FRELEVE-REG
                   WRITE FRELEVE-REG
                   IF WS-APP-ADRESSE2(WS-APP-IDX) NOT = SPACES
                       MOVE WS-APP-ADRESSE2(WS-APP-IDX)
                           TO FRELEVE-REG
                       WRITE FRELEVE-REG
                   END-IF
                   MOVE SPACES TO FRELEVE-REG
                   STRING WS-APP-CP(WS-APP-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-APP-VILLE(WS-APP-IDX) DELIMITED BY SIZE
                       INTO FRELEVE-REG
                   WRITE FRELEVE-REG
                   MOVE SPACES TO FRELEVE-REG
                   STRING 'Code apporteur : ' DELIMITED BY SIZE
                       WS-CODE-RELEVE DELIMITED BY SIZE
                       INTO FRELEVE-REG
                   WRITE FRELEVE-REG
           END-SEARCH
           MOVE SPACES TO FRELEVE-REG
           WRITE FRELEVE-REG
           MOVE 'MUNA     POLICE         PERIODE   PRIME ENCAISSEE'
               TO WS-LIGNE
           MOVE '  TAUX     COMMISSION' TO WS-LIGNE(51:21)
           MOVE WS-LIGNE TO FRELEVE-REG
           WRITE FRELEVE-REG.

      *    UNE LIGNE PAR PERIODE ; L'ECRITURE DE CHARGE EST PORTEE
      *    PAR POLICE (SENS INVERSE POUR UNE REPRISE).
       EDITER-DETAIL.
           ADD DETT-BASE TO WS-TOTAL-BASE
           ADD DETT-COMMISSION TO WS-TOTAL-APPORTEUR
           ADD DETT-COMMISSION TO WS-TOTAL-COMMISSIONS
           MOVE DETT-BASE TO WS-BASE-EDITEE
           MOVE DETT-TAUX TO WS-TAUX-EDITE
           MOVE DETT-COMMISSION TO WS-COMM-EDITEE
           MOVE SPACES TO WS-LIGNE
           MOVE DETT-MUNA TO WS-LIGNE(1:8)
           MOVE DETT-IDENTIFIANT TO WS-LIGNE(10:14)
           MOVE DETT-PERIODE TO WS-LIGNE(25:6)
           MOVE WS-BASE-EDITEE TO WS-LIGNE(35:13)
           MOVE WS-TAUX-EDITE TO WS-LIGNE(51:5)
           MOVE ' %' TO WS-LIGNE(56:2)
           MOVE WS-COMM-EDITEE TO WS-LIGNE(59:13)
           MOVE WS-LIGNE TO FRELEVE-REG
           WRITE FRELEVE-REG
           IF DETT-COMMISSION NOT = 0
               MOVE SPACES TO MOUV-REG
               MOVE DETT-MUNA TO MOUV-MUNA
               IF DETT-COMMISSION > 0
                   MOVE DETT-COMMISSION TO MOUV-MONTANT
                   MOVE 'D' TO MOUV-SENS
               ELSE
                   COMPUTE WS-MONTANT-GL = 0 - DETT-COMMISSION
                   MOVE WS-MONTANT-GL TO MOUV-MONTANT
                   MOVE 'C' TO MOUV-SENS
               END-IF
               MOVE 'COMMISSIONS APPORTEURS' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF.

      *    TOTAL DU RELEVE ET CONTREPARTIE A PAYER DE L'APPORTEUR ;
      *    UN TOTAL NEGATIF RESTE DU PAR L'APPORTEUR.
       TERMINER-RELEVE.
           MOVE SPACES TO FRELEVE-REG
           WRITE FRELEVE-REG
           MOVE WS-TOTAL-BASE TO WS-BASE-EDITEE
           MOVE WS-TOTAL-APPORTEUR TO WS-COMM-EDITEE
           MOVE SPACES TO WS-LIGNE
           MOVE 'TOTAL DU RELEVE' TO WS-LIGNE(1:15)
           MOVE WS-BASE-EDITEE TO WS-LIGNE(35:13)
           MOVE WS-COMM-EDITEE TO WS-LIGNE(59:13)
           MOVE ' EUR' TO WS-LIGNE(72:4)
           MOVE WS-LIGNE TO FRELEVE-REG
           WRITE FRELEVE-REG
           IF WS-TOTAL-APPORTEUR < 0
               MOVE 'Solde en notre faveur, impute sur le prochain '
                   TO WS-LIGNE
               MOVE 'reglement.' TO WS-LIGNE(47:10)
               MOVE WS-LIGNE TO FRELEVE-REG
               WRITE FRELEVE-REG
           END-IF
           MOVE SPACES TO FRELEVE-REG
           WRITE FRELEVE-REG
           IF WS-TOTAL-APPORTEUR NOT = 0
               MOVE SPACES TO MOUV-REG
               MOVE 0 TO MOUV-MUNA
               IF WS-TOTAL-APPORTEUR > 0
                   MOVE WS-TOTAL-APPORTEUR TO MOUV-MONTANT
                   MOVE 'C' TO MOUV-SENS
               ELSE
                   COMPUTE WS-MONTANT-GL = 0 - WS-TOTAL-APPORTEUR
                   MOVE WS-MONTANT-GL TO MOUV-MONTANT
                   MOVE 'D' TO MOUV-SENS
               END-IF
               MOVE 'COMMISSIONS A PAYER' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
