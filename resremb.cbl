       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESREMB.
      * Remboursement de la prime non acquise a la resiliation :
      * chaque police passee de 'Actif' a 'Resilie' dans la
      * section 3 de ASSUR-DELTA.txt (assudelta) est relue dans la
      * copie de la veille ASSURANCES-VEILLE-TRIEE.txt pour ses
      * dates d'effet et son MONTANT d'avant resiliation. La part
      * non acquise est calculee au prorata des jours, du
      * lendemain de la resiliation (date du passage) jusqu'a
      * FIN-EFFET-SE, sur la duree totale DEBUT-EFFET-SE a
      * FIN-EFFET-SE. Elle est d'abord compensee avec les restes
      * dus de la meme police dans ARRIERES.txt (encaisse), les
      * periodes les plus anciennes d'abord : chaque periode
      * compensee est portee en encaissement dans
      * ENCAISSEMENTS.txt, pour qu'encaisse la solde et que les
      * relances (arrlettre, susprop) cessent ; le
      * solde part dans la liste des remboursements a payer
      * REMBOURSEMENTS.txt avec l'adresse de ADHERENTS.IDX. Les
      * ecritures equilibrees au format GL-MOUVEMENTS (debit de la
      * prime non acquise, credits de la compensation et du
      * remboursement a payer) partent dans
      * GL-MOUVEMENTS-RESILIATIONS.txt, deverse par glbilan. Une
      * police introuvable la veille ou aux dates inexploitables
      * part dans REMBOURSEMENTS-REJETS.txt avec son motif. Chaque
      * prime non acquise calculee est ajoutee a l'historique
      * REMBOURSEMENTS-HISTORIQUE.txt repris par le releve annuel
      * des adherents (relevann).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDELTA ASSIGN TO "ASSUR-DELTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDELTA.

           SELECT FVEILLET ASSIGN TO "ASSURANCES-VEILLE-TRIEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FVEILLET.

           SELECT FARRIERES ASSIGN TO "ARRIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FARRIERES.

           SELECT FPAIEMENTS ASSIGN TO "ENCAISSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIEMENTS.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FREMB ASSIGN TO "REMBOURSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREMB.

           SELECT FMOUV ASSIGN TO "GL-MOUVEMENTS-RESILIATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.

           SELECT FHISTO ASSIGN TO "REMBOURSEMENTS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FREJETS ASSIGN TO "REMBOURSEMENTS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FDELTA
              RECORDING MODE IS F.
       01 DELTA-REG.
              05 DELTA-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DELTA-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DELTA-ETAT-AVANT PIC X(10).
              05 FILLER PIC X(1).
              05 DELTA-ETAT-APRES PIC X(10).
              05 FILLER PIC X(55).

       FD     FVEILLET
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FARRIERES
              RECORDING MODE IS F.
       01 ARR-REG.
              05 ARR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 ARR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 ARR-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 ARR-DU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RECU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RESTE.
                  10 ARR-RESTE-ENT PIC 9(7).
                  10 FILLER PIC X(1).
                  10 ARR-RESTE-DEC PIC 9(2).

      * ENCAISSEMENT PAR COMPENSATION (FORMAT LU PAR encaisse)
       FD     FPAIEMENTS
              RECORDING MODE IS F.
       01 PAI-REG.
              05 PAI-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 PAI-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 PAI-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 PAI-MONTANT PIC 9(7)V9(2).

       FD     FADHERENTS
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FREMB
              RECORDING MODE IS F.
       01 REMB-REG.
              05 REMB-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 REMB-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 REMB-DATE-RESILIATION PIC X(8).
              05 FILLER PIC X(1).
              05 REMB-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 REMB-BRUT PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 REMB-COMPENSE PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 REMB-NET PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 REMB-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 REMB-ADRESSE1 PIC X(30).
              05 FILLER PIC X(1).
              05 REMB-ADRESSE2 PIC X(30).
              05 FILLER PIC X(1).
              05 REMB-CP PIC X(5).
              05 FILLER PIC X(1).
              05 REMB-VILLE PIC X(25).
       01 REMB-TRAILER.
              05 REMB-TRAILER-LIB PIC X(26).
              05 REMB-TRAILER-MONTANT PIC ZZZ,ZZZ,ZZ9.99.
       01 REMB-TRAILER-NOMBRE.
              05 REMB-TRAILER-NB-LIB PIC X(26).
              05 REMB-TRAILER-NB PIC ZZZZZZ9.

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

       FD     FHISTO
              RECORDING MODE IS F.
       01 HISTO-REG.
              05 HISTO-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 HISTO-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 HISTO-DATE-RESILIATION PIC X(8).
              05 FILLER PIC X(1).
              05 HISTO-BRUT PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 HISTO-COMPENSE PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 HISTO-NET PIC 9(7).9(2).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 REJET-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FDELTA PIC X(02) VALUE SPACES.
       77 WS-STATUS-FVEILLET PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARRIERES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREMB PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDELTA PIC X VALUE 'N'.
           88 WS-EOF-FDELTA-REACHED VALUE 'Y'.
       01 WS-EOF-FVEILLET PIC X VALUE 'N'.
           88 WS-EOF-FVEILLET-REACHED VALUE 'Y'.
       01 WS-EOF-FARRIERES PIC X VALUE 'N'.
           88 WS-EOF-FARRIERES-REACHED VALUE 'Y'.
      * FICHIER DES ADHERENTS (ADHMAJ), LU PAR CLE POUR L'ADRESSE
      * DE PAIEMENT
       01 WS-ADH-OUVERT PIC X VALUE 'N'.
           88 WS-ADH-EST-OUVERT VALUE 'Y'.
       01 WS-ADH-TROUVE PIC X VALUE 'N'.
           88 WS-ADH-EST-TROUVE VALUE 'Y'.

       01 WS-SECTION PIC 9(1) VALUE 0.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).

      * POLICES RESILIEES DU JOUR
       01 WS-NB-RESIL PIC 9(5) VALUE 0.
       01 WS-TABLE-RESIL.
           05 WS-RES-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-RESIL
                            INDEXED BY WS-RES-IDX.
               10 WS-RES-MUNA PIC 9(8).
               10 WS-RES-IDENTIFIANT PIC X(14).
               10 WS-RES-TROUVEE PIC X(1).
               10 WS-RES-DEBUT PIC X(8).
               10 WS-RES-FIN PIC X(8).
               10 WS-RES-MONTANT PIC 9(5)V9(9).
               10 WS-RES-ARRIERES PIC 9(9)V9(2).

      * RESTES DUS PAR PERIODE DES POLICES RESILIEES, DANS L'ORDRE
      * DU LIVRE DES ARRIERES (PERIODES CROISSANTES PAR POLICE)
       01 WS-NB-ARR PIC 9(5) VALUE 0.
       01 WS-TABLE-ARR.
           05 WS-ARR-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-ARR.
               10 WS-ARR-RESIL PIC 9(5).
               10 WS-ARR-PERIODE PIC X(6).
               10 WS-ARR-RESTE PIC 9(7)V9(2).
       01 WS-J PIC 9(5) VALUE 0.
       01 WS-A-IMPUTER PIC 9(7)V9(2).
       01 WS-IMPUTE PIC 9(7)V9(2).
       01 WS-NB-IMPUTATIONS PIC 9(7) VALUE 0.

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-RESIL-TROUVEE VALUE 'Y'.
       01 WS-DEBUT-VALIDE PIC X VALUE 'N'.
       01 WS-FIN-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.

       01 WS-JOUR-DEBUT PIC 9(8).
       01 WS-JOUR-FIN PIC 9(8).
       01 WS-JOUR-RESIL PIC 9(8).
       01 WS-JOURS-COUVERTS PIC S9(7).
       01 WS-JOURS-RESTANTS PIC S9(7).
       01 WS-RESTE-DU PIC 9(7)V9(2).
       01 WS-BRUT PIC 9(7)V9(2).
       01 WS-COMPENSE PIC 9(7)V9(2).
       01 WS-NET PIC 9(7)V9(2).

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-RESILIATIONS PIC 9(7) VALUE 0.
       01 WS-NB-REMBOURSEMENTS PIC 9(7) VALUE 0.
       01 WS-NB-COMPENSES PIC 9(7) VALUE 0.
       01 WS-NB-SANS-ADRESSE PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-TOTAL-BRUT PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-COMPENSE PIC 9(9)V9(2) VALUE 0.
       01 WS-TOTAL-NET PIC 9(9)V9(2) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'resremb' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    RESILIATIONS DU JOUR : SECTION 3 DU DELTA, ACTIF -> RESILIE
           OPEN INPUT FDELTA.
           IF WS-STATUS-FDELTA NOT = '00'
               DISPLAY 'ASSUR-DELTA.txt non disponible - code statut '
                   WS-STATUS-FDELTA
               DISPLAY 'Executer assudelta avant resremb'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FDELTA-REACHED
               READ FDELTA
                   AT END
                       SET WS-EOF-FDELTA-REACHED TO TRUE
                   NOT AT END
                       IF DELTA-REG(1:13) = '=== SECTION 3'
                           MOVE 3 TO WS-SECTION
                       END-IF
                       IF WS-SECTION = 3
                          AND DELTA-MUNA IS NUMERIC
                          AND DELTA-ETAT-AVANT = 'Actif'
                          AND DELTA-ETAT-APRES = 'Resilie'
                           PERFORM NOTER-RESILIATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDELTA.

      *    DATES ET MONTANT D'AVANT RESILIATION (COPIE DE LA VEILLE)
           OPEN INPUT FVEILLET.
           IF WS-STATUS-FVEILLET NOT = '00'
               DISPLAY 'ASSURANCES-VEILLE-TRIEE.txt non disponible '
                   '- code statut ' WS-STATUS-FVEILLET
               DISPLAY 'Executer assutri en tete de chaine'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FVEILLET-REACHED
               READ FVEILLET
                   AT END
                       SET WS-EOF-FVEILLET-REACHED TO TRUE
                   NOT AT END
                       IF MUNA IS NUMERIC
                           MOVE MUNA TO REJET-MUNA
                           MOVE IDENTIFIANT TO REJET-IDENTIFIANT
                           PERFORM CHERCHER-RESILIATION
                           IF WS-RESIL-TROUVEE
                               MOVE 'Y' TO WS-RES-TROUVEE(WS-RES-IDX)
                               MOVE DEBUT-EFFET-SE
                                   TO WS-RES-DEBUT(WS-RES-IDX)
                               MOVE FIN-EFFET-SE
                                   TO WS-RES-FIN(WS-RES-IDX)
                               MOVE MONTANT
                                   TO WS-RES-MONTANT(WS-RES-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FVEILLET.

      *    RESTES DUS DES POLICES RESILIEES (FICHIER FACULTATIF)
           OPEN INPUT FARRIERES.
           IF WS-STATUS-FARRIERES NOT = '00'
               DISPLAY 'ARRIERES.txt absent - remboursements sans '
                   'compensation'
           ELSE
               PERFORM UNTIL WS-EOF-FARRIERES-REACHED
                   READ FARRIERES
                       AT END
                           SET WS-EOF-FARRIERES-REACHED TO TRUE
                       NOT AT END
      *                    LA DERNIERE LIGNE EST LE TRAILER
                           IF ARR-MUNA IS NUMERIC
                               MOVE ARR-MUNA TO REJET-MUNA
                               MOVE ARR-IDENTIFIANT
                                   TO REJET-IDENTIFIANT
                               PERFORM CHERCHER-RESILIATION
                               IF WS-RESIL-TROUVEE
                                   PERFORM NOTER-ARRIERE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARRIERES
           END-IF

           PERFORM OUVRIR-ADHERENTS

      *    CALCUL ET EMISSION DES REMBOURSEMENTS
           OPEN OUTPUT FREMB.
      *    LES ECRITURES S'AJOUTENT A CELLES QUE glbilan N'A PAS
      *    ENCORE DEVERSEES : UN SECOND PASSAGE DANS LE MOIS NE DOIT
      *    PAS LES EFFACER
           OPEN EXTEND FMOUV
           IF WS-STATUS-FMOUV NOT = '00'
               OPEN OUTPUT FMOUV
           END-IF
      *    LES COMPENSATIONS S'AJOUTENT AUX ENCAISSEMENTS
           OPEN EXTEND FPAIEMENTS
           IF WS-STATUS-FPAIEMENTS NOT = '00'
               OPEN OUTPUT FPAIEMENTS
           END-IF
           OPEN OUTPUT FREJETS.
           OPEN EXTEND FHISTO.
           IF WS-STATUS-FHISTO NOT = '00'
               OPEN OUTPUT FHISTO
           END-IF
           PERFORM TRAITER-RESILIATION
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-NB-RESIL

           MOVE SPACES TO REMB-TRAILER-NOMBRE
           MOVE 'TOTAL REMBOURSEMENTS     :' TO REMB-TRAILER-NB-LIB
           MOVE WS-NB-REMBOURSEMENTS TO REMB-TRAILER-NB
           WRITE REMB-TRAILER-NOMBRE
           MOVE SPACES TO REMB-TRAILER
           MOVE 'TOTAL NET A PAYER        :' TO REMB-TRAILER-LIB
           MOVE WS-TOTAL-NET TO REMB-TRAILER-MONTANT
           WRITE REMB-TRAILER
           CLOSE FREMB.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF
           MOVE SPACES TO MOUV-TRAILER
           MOVE 'TOTAL ECRITURES : ' TO MOUV-TRAILER-LIB
           MOVE WS-NB-ECRITURES TO MOUV-TRAILER-NB
           WRITE MOUV-TRAILER
           CLOSE FMOUV.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.
           CLOSE FHISTO.
           CLOSE FPAIEMENTS.

           DISPLAY 'Resiliations du jour     : ' WS-NB-RESILIATIONS
           DISPLAY 'Remboursements a payer   : ' WS-NB-REMBOURSEMENTS
               ' (voir REMBOURSEMENTS.txt)'
           DISPLAY 'Entierement compenses    : ' WS-NB-COMPENSES
           DISPLAY 'Sans adresse             : ' WS-NB-SANS-ADRESSE
           DISPLAY 'Polices rejetees         : ' WS-NB-REJETS
               ' (voir REMBOURSEMENTS-REJETS.txt)'
           DISPLAY 'Prime non acquise        : ' WS-TOTAL-BRUT
           DISPLAY 'Compensee sur arrieres   : ' WS-TOTAL-COMPENSE
               ' (' WS-NB-IMPUTATIONS ' periodes soldees dans '
               'ENCAISSEMENTS.txt)'
           DISPLAY 'Net a payer              : ' WS-TOTAL-NET
           MOVE 'F' TO WS-RA-FONCTION
           EVALUATE TRUE
               WHEN WS-NB-REJETS > 0
                   MOVE 8 TO WS-RA-RC
               WHEN WS-NB-SANS-ADRESSE > 0
                   MOVE 4 TO WS-RA-RC
               WHEN OTHER
                   MOVE 0 TO WS-RA-RC
           END-EVALUATE
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       NOTER-RESILIATION.
           ADD 1 TO WS-NB-RESILIATIONS
           IF WS-NB-RESIL < 5000
               ADD 1 TO WS-NB-RESIL
               MOVE DELTA-MUNA TO WS-RES-MUNA(WS-NB-RESIL)
               MOVE DELTA-IDENTIFIANT
                   TO WS-RES-IDENTIFIANT(WS-NB-RESIL)
               MOVE 'N' TO WS-RES-TROUVEE(WS-NB-RESIL)
               MOVE 0 TO WS-RES-MONTANT(WS-NB-RESIL)
               MOVE 0 TO WS-RES-ARRIERES(WS-NB-RESIL)
           ELSE
               DISPLAY 'Capacite de 5000 resiliations atteinte, '
                   'police ' DELTA-MUNA ' ' DELTA-IDENTIFIANT
                   ' a traiter a la main'
           END-IF.

      *    RESTE DU D'UNE PERIODE D'UNE POLICE RESILIEE ; AU-DELA DE
      *    LA CAPACITE LA PERIODE N'EST PAS COMPENSEE (RESTE RELANCEE)
       NOTER-ARRIERE.
           IF ARR-RESTE-ENT IS NUMERIC AND ARR-RESTE-DEC IS NUMERIC
               COMPUTE WS-RESTE-DU = ARR-RESTE-ENT
                   + ARR-RESTE-DEC / 100
               IF WS-NB-ARR < 20000
                   ADD 1 TO WS-NB-ARR
                   SET WS-I TO WS-RES-IDX
                   MOVE WS-I TO WS-ARR-RESIL(WS-NB-ARR)
                   MOVE ARR-PERIODE TO WS-ARR-PERIODE(WS-NB-ARR)
                   MOVE WS-RESTE-DU TO WS-ARR-RESTE(WS-NB-ARR)
                   ADD WS-RESTE-DU TO WS-RES-ARRIERES(WS-RES-IDX)
               ELSE
                   DISPLAY 'Capacite de 20000 arrieres atteinte, '
                       'periode ' ARR-PERIODE ' de la police '
                       ARR-MUNA ' ' ARR-IDENTIFIANT ' non compensee'
               END-IF
           END-IF.

      *    RECHERCHE DE LA POLICE REJET-MUNA + REJET-IDENTIFIANT
      *    PARMI LES RESILIATIONS DU JOUR.
       CHERCHER-RESILIATION.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-RESIL > 0
               SET WS-RES-IDX TO 1
               SEARCH WS-RES-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-RES-MUNA(WS-RES-IDX) = REJET-MUNA
                        AND WS-RES-IDENTIFIANT(WS-RES-IDX)
                            = REJET-IDENTIFIANT
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

      *    PART NON ACQUISE AU PRORATA DES JOURS, COMPENSATION AVEC
      *    LES ARRIERES PUIS REMBOURSEMENT DU SOLDE.
       TRAITER-RESILIATION.
           MOVE SPACES TO WS-MOTIF
           CALL 'DATEVALID' USING WS-RES-DEBUT(WS-I),
               WS-DEBUT-VALIDE, WS-MOTIF-DATE
           CALL 'DATEVALID' USING WS-RES-FIN(WS-I),
               WS-FIN-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN WS-RES-TROUVEE(WS-I) NOT = 'Y'
                   MOVE 'Police absente de la copie de la veille'
                       TO WS-MOTIF
               WHEN WS-DEBUT-VALIDE NOT = 'Y'
                    OR WS-FIN-VALIDE NOT = 'Y'
                   MOVE 'Dates d effet mal formees' TO WS-MOTIF
               WHEN WS-RES-FIN(WS-I) < WS-RES-DEBUT(WS-I)
                   MOVE 'Fin d effet avant le debut d effet'
                       TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE WS-RES-MUNA(WS-I) TO REJET-MUNA
               MOVE WS-RES-IDENTIFIANT(WS-I) TO REJET-IDENTIFIANT
               MOVE ' | ' TO REJET-REG(24:3)
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               COMPUTE WS-JOUR-DEBUT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RES-DEBUT(WS-I)))
               COMPUTE WS-JOUR-FIN = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RES-FIN(WS-I)))
               COMPUTE WS-JOUR-RESIL =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
               COMPUTE WS-JOURS-COUVERTS =
                   WS-JOUR-FIN - WS-JOUR-DEBUT + 1
               IF WS-JOUR-RESIL < WS-JOUR-DEBUT
                   MOVE WS-JOURS-COUVERTS TO WS-JOURS-RESTANTS
               ELSE
                   COMPUTE WS-JOURS-RESTANTS =
                       WS-JOUR-FIN - WS-JOUR-RESIL
               END-IF
               IF WS-JOURS-RESTANTS > 0
                   COMPUTE WS-BRUT ROUNDED = WS-RES-MONTANT(WS-I)
                       * WS-JOURS-RESTANTS / WS-JOURS-COUVERTS
               ELSE
                   MOVE 0 TO WS-BRUT
               END-IF
               IF WS-RES-ARRIERES(WS-I) < WS-BRUT
                   MOVE WS-RES-ARRIERES(WS-I) TO WS-COMPENSE
               ELSE
                   MOVE WS-BRUT TO WS-COMPENSE
               END-IF
               COMPUTE WS-NET = WS-BRUT - WS-COMPENSE
               IF WS-BRUT > 0
                   PERFORM ECRIRE-MOUVEMENTS
               END-IF
               IF WS-COMPENSE > 0
                   MOVE WS-COMPENSE TO WS-A-IMPUTER
                   PERFORM IMPUTER-ARRIERE
                       VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-ARR OR WS-A-IMPUTER = 0
               END-IF
               IF WS-NET > 0
                   PERFORM ECRIRE-REMBOURSEMENT
               ELSE
                   IF WS-BRUT > 0
                       ADD 1 TO WS-NB-COMPENSES
                   END-IF
               END-IF
           END-IF.

      *    ECRITURES EQUILIBREES DE LA POLICE ; LIBELLES FIXES : CE
      *    SONT LES CLES DE DEVERSEMENT DE glbilan.
       ECRIRE-MOUVEMENTS.
           ADD WS-BRUT TO WS-TOTAL-BRUT
           MOVE SPACES TO HISTO-REG
           MOVE WS-RES-MUNA(WS-I) TO HISTO-MUNA
           MOVE WS-RES-IDENTIFIANT(WS-I) TO HISTO-IDENTIFIANT
           MOVE WS-RUN-YYYYMMDD TO HISTO-DATE-RESILIATION
           MOVE WS-BRUT TO HISTO-BRUT
           MOVE WS-COMPENSE TO HISTO-COMPENSE
           MOVE WS-NET TO HISTO-NET
           WRITE HISTO-REG
           MOVE SPACES TO MOUV-REG
           MOVE WS-RES-MUNA(WS-I) TO MOUV-MUNA
           MOVE WS-BRUT TO MOUV-MONTANT
           MOVE 'D' TO MOUV-SENS
           MOVE 'PRIME NON ACQUISE RESILIATION' TO MOUV-LIBELLE
           WRITE MOUV-REG
           ADD 1 TO WS-NB-ECRITURES
           IF WS-COMPENSE > 0
               ADD WS-COMPENSE TO WS-TOTAL-COMPENSE
               MOVE SPACES TO MOUV-REG
               MOVE WS-RES-MUNA(WS-I) TO MOUV-MUNA
               MOVE WS-COMPENSE TO MOUV-MONTANT
               MOVE 'C' TO MOUV-SENS
               MOVE 'COMPENSATION ARRIERES' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF
           IF WS-NET > 0
               MOVE SPACES TO MOUV-REG
               MOVE WS-RES-MUNA(WS-I) TO MOUV-MUNA
               MOVE WS-NET TO MOUV-MONTANT
               MOVE 'C' TO MOUV-SENS
               MOVE 'REMBOURSEMENT A PAYER' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF.

      *    LA COMPENSATION SOLDE LES PERIODES DE LA POLICE WS-I, LA
      *    PLUS ANCIENNE D'ABORD, PAR UN ENCAISSEMENT DE LA PERIODE.
       IMPUTER-ARRIERE.
           IF WS-ARR-RESIL(WS-J) = WS-I
               IF WS-ARR-RESTE(WS-J) < WS-A-IMPUTER
                   MOVE WS-ARR-RESTE(WS-J) TO WS-IMPUTE
               ELSE
                   MOVE WS-A-IMPUTER TO WS-IMPUTE
               END-IF
               SUBTRACT WS-IMPUTE FROM WS-A-IMPUTER
               MOVE SPACES TO PAI-REG
               MOVE WS-RES-MUNA(WS-I) TO PAI-MUNA
               MOVE WS-RES-IDENTIFIANT(WS-I) TO PAI-IDENTIFIANT
               MOVE WS-ARR-PERIODE(WS-J) TO PAI-PERIODE
               MOVE WS-IMPUTE TO PAI-MONTANT
               WRITE PAI-REG
               ADD 1 TO WS-NB-IMPUTATIONS
           END-IF.

       ECRIRE-REMBOURSEMENT.
           ADD 1 TO WS-NB-REMBOURSEMENTS
           ADD WS-NET TO WS-TOTAL-NET
           MOVE SPACES TO REMB-REG
           MOVE WS-RES-MUNA(WS-I) TO REMB-MUNA
           MOVE WS-RES-IDENTIFIANT(WS-I) TO REMB-IDENTIFIANT
           MOVE WS-RUN-YYYYMMDD TO REMB-DATE-RESILIATION
           MOVE WS-RES-FIN(WS-I) TO REMB-FIN-EFFET
           MOVE WS-BRUT TO REMB-BRUT
           MOVE WS-COMPENSE TO REMB-COMPENSE
           MOVE WS-NET TO REMB-NET
           MOVE 'N' TO WS-ADH-TROUVE
           IF WS-ADH-EST-OUVERT
               MOVE WS-RES-MUNA(WS-I) TO ADH-FILE-MUNA
               READ FADHERENTS
                   INVALID KEY
                       MOVE 'N' TO WS-ADH-TROUVE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADH-TROUVE
               END-READ
           END-IF
           IF WS-ADH-EST-TROUVE
               MOVE ADH-FILE-NOM TO REMB-NOM
               MOVE ADH-FILE-ADRESSE1 TO REMB-ADRESSE1
               MOVE ADH-FILE-ADRESSE2 TO REMB-ADRESSE2
               MOVE ADH-FILE-CP TO REMB-CP
               MOVE ADH-FILE-VILLE TO REMB-VILLE
           ELSE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE '*** ADRESSE INCONNUE ***' TO REMB-NOM
           END-IF
           WRITE REMB-REG.

      *    OUVRE LE FICHIER DES ADHERENTS S'IL EST PRESENT ; SON
      *    ABSENCE LAISSE LES REMBOURSEMENTS SANS ADRESSE.
       OUVRIR-ADHERENTS.
           OPEN INPUT FADHERENTS.
           IF WS-STATUS-FADHERENTS NOT = '00'
               DISPLAY 'ADHERENTS.IDX absent - remboursements '
                   'sans adresse'
           ELSE
               MOVE 'Y' TO WS-ADH-OUVERT
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
