       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTAREG.
      * Compte de resultat par region, pour les budgets des
      * delegations : la sinistralite de sinratio ne dit pas si une
      * region gagne de l'argent une fois nos frais comptes.
      * L'exercice est lu dans RENTABILITE-PARAM.txt (annee sur 4,
      * a defaut l'annee du passage ; colonnes 6 a 11 le mois
      * d'origine des archives du livre, a defaut 200001, comme
      * etatfin). Chaque region recoit :
      *   - les primes acquises : echeances de ECHEANCIER.txt des
      *     periodes de l'exercice ;
      *   - la charge des sinistres survenus dans l'exercice
      *     (SINISTRES-REGISTRE.txt, regle + provision) ;
      *   - les commissions : periodes de l'exercice deja
      *     commissionnees dans COMMISSIONS-HISTORIQUE.txt (base x
      *     taux, fichier facultatif) ;
      *   - la taxe sur les primes acquises, au taux de la classe de
      *     contrat de la police (TAUX-TAXES.txt et catalogue
      *     PRODUITS.txt, comme taxeprime), le bareme retenu etant
      *     celui en vigueur au 1er janvier de l'exercice ;
      *   - les frais generaux : mouvements de l'exercice des comptes
      *     de classe 6 du livre (BILAN.txt et ses archives),
      *     repartis compte par compte selon la cle tenue dans
      *     REPARTITION-FRAIS.txt (racine de compte sur 6, la plus
      *     longue l'emportant, '*' par defaut ; methode N au nombre
      *     de polices actives, P au prorata des primes acquises, F
      *     pourcentages fixes par region sur une ligne par region,
      *     X charge deja imputee en direct - les commissions - et
      *     donc non repartie). Sans cle, la repartition se fait au
      *     prorata des primes. L'arrondi de chaque compte est porte
      *     par la region de plus fort poids, si bien que le total
      *     reparti egale le livre au centime.
      * La region se resout par MUNA -> FR-LISTE-DEPT.txt ->
      * DEPARTEMENTS.txt comme dans sinratio ; ce qui ne se resout
      * pas reste sur une ligne NON VENTILE, hors cles de
      * repartition. Le rapport RENTABILITE-REGIONS-AAAA.txt donne
      * pour chaque region ses polices actives, ses cinq postes, sa
      * marge et son taux de marge, la repartition des frais par
      * compte, puis le rapprochement avec le livre : frais au livre
      * et frais repartis, charges directes au livre et commissions
      * ventilees, produits de classe 7 et primes acquises, resultat
      * du livre et marge totale. Les anomalies (MUNA non resolus,
      * regions inconnues ou pourcentages fixes ne totalisant pas
      * 100 dans la cle) partent dans RENTABILITE-ANOMALIES.txt et
      * donnent le code retour 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "RENTABILITE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEPT.

           SELECT FTAUX ASSIGN TO "TAUX-TAXES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTAUX.

           SELECT FPOLICE ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FECHEANCIER ASSIGN TO "ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FSINISTRES ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSINISTRES.

           SELECT FHISTO ASSIGN TO "COMMISSIONS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHISTO.

           SELECT FLIVRE ASSIGN TO DYNAMIC WS-NOM-LIVRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIVRE.

           SELECT FCLES ASSIGN TO "REPARTITION-FRAIS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCLES.

           SELECT FRAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.

           SELECT FANOMALIES ASSIGN TO "RENTABILITE-ANOMALIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FANOMALIES.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 PARAM-ORIGINE PIC X(6).

       FD     FDEPT
              RECORDING MODE IS F.
       01 DEPTREG.
              05 DEPT-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 DEPT-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 DEPT-LIBELLE PIC X(30).

       FD     FTAUX
              RECORDING MODE IS F.
       01 TAUX-REG.
              05 TAUX-CLASSE PIC X(20).
              05 FILLER PIC X(1).
              05 TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 TAUX-DU PIC X(8).
              05 FILLER PIC X(1).
              05 TAUX-AU PIC X(8).

       FD     FPOLICE
              RECORDING MODE IS F.
       COPY FENREG.

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

       FD     FSINISTRES
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FHISTO
              RECORDING MODE IS F.
       01 HIS-REG.
              05 HIS-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 HIS-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 HIS-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 HIS-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 HIS-TAUX PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 HIS-BASE PIC 9(7)V9(2).

       FD     FLIVRE
              RECORDING MODE IS F.
       01 LIVRE-REG.
              05 BILAN-DATE    PIC X(8).
              05 FILLER        PIC X(1).
              05 BILAN-LIBELLE PIC X(20).
              05 FILLER        PIC X(1).
              05 BILAN-DEBIT   PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-CREDIT  PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-COMPTE  PIC X(6).

       FD     FCLES
              RECORDING MODE IS F.
       01 CLE-REG.
              05 CLE-RACINE PIC X(6).
              05 FILLER PIC X(1).
              05 CLE-METHODE PIC X(1).
              05 FILLER PIC X(1).
              05 CLE-POURCENT PIC 9(3)V9(2).
              05 FILLER PIC X(1).
              05 CLE-REGION PIC X(26).

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(140).
       01 FRAPPORT-DETAIL.
              05 FRAPPORT-LIB PIC X(26).
              05 FILLER PIC X(1).
              05 FRAPPORT-NB PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FRAPPORT-PRIMES PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-SINISTRES PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-COMMISSIONS PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-TAXES PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-FRAIS PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-MARGE PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 FRAPPORT-TAUX PIC -ZZZ9.99.
              05 FRAPPORT-TAUX-LIB PIC X(2).
       01 FRAPPORT-COMPTE.
              05 FRAPPORT-CPT PIC X(6).
              05 FILLER PIC X(2).
              05 FRAPPORT-CPT-CLE PIC X(18).
              05 FILLER PIC X(1).
              05 FRAPPORT-CPT-MONTANT PIC -ZZ,ZZZ,ZZ9.99.
       01 FRAPPORT-RAPPRO.
              05 FRAPPORT-RAP-LIB PIC X(40).
              05 FILLER PIC X(1).
              05 FRAPPORT-RAP-MONTANT PIC -ZZ,ZZZ,ZZ9.99.

       FD     FANOMALIES
              RECORDING MODE IS F.
       01 ANOMALIE-REG PIC X(80).
       01 ANOMALIE-TRAILER.
              05 ANOMALIE-TRAILER-LIB PIC X(20).
              05 ANOMALIE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEPT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTAUX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSINISTRES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHISTO PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIVRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCLES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FANOMALIES PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDEPT PIC X VALUE 'N'.
           88 WS-EOF-FDEPT-REACHED VALUE 'Y'.
       01 WS-EOF-FTAUX PIC X VALUE 'N'.
           88 WS-EOF-FTAUX-REACHED VALUE 'Y'.
       01 WS-EOF-FPOLICE PIC X VALUE 'N'.
           88 WS-EOF-FPOLICE-REACHED VALUE 'Y'.
       01 WS-EOF-FECHEANCIER PIC X VALUE 'N'.
           88 WS-EOF-FECHEANCIER-REACHED VALUE 'Y'.
       01 WS-EOF-FSINISTRES PIC X VALUE 'N'.
           88 WS-EOF-FSINISTRES-REACHED VALUE 'Y'.
       01 WS-EOF-FHISTO PIC X VALUE 'N'.
           88 WS-EOF-FHISTO-REACHED VALUE 'Y'.
       01 WS-EOF-FLIVRE PIC X VALUE 'N'.
           88 WS-EOF-FLIVRE-REACHED VALUE 'Y'.
       01 WS-EOF-FCLES PIC X VALUE 'N'.
           88 WS-EOF-FCLES-REACHED VALUE 'Y'.
       01 WS-NOM-LIVRE PIC X(40) VALUE SPACES.
       01 WS-NOM-RAPPORT PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * EXERCICE VISE ET MOIS D'ORIGINE DES ARCHIVES DU LIVRE
       01 WS-ANNEE PIC 9(4) VALUE 0.
       01 WS-ANNEE-X REDEFINES WS-ANNEE PIC X(4).
       01 WS-DATE-REF.
           05 WS-DATE-REF-AAAA PIC X(4).
           05 FILLER PIC X(4) VALUE '0101'.
       01 WS-MOIS-COURANT PIC 9(6) VALUE 200001.
       01 WS-MOIS-DEC REDEFINES WS-MOIS-COURANT.
           05 WS-MC-AAAA PIC 9(4).
           05 WS-MC-MM PIC 9(2).

      * TABLE MUNA -> CODE DEPARTEMENT (meme source que sinratio)
       01 WS-NB-MUNA PIC 9(5) VALUE 0.
       01 WS-TABLE-MUNA.
           05 WS-MUNA-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-NB-MUNA
                             INDEXED BY WS-MUNA-IDX.
               10 WS-MUNA-NUM PIC 9(8).
               10 WS-MUNA-DEPT PIC X(3).

      * REFERENTIEL DEPARTEMENTS/REGIONS
       COPY DEPTTAB.
       COPY DEPTLNK.
       COPY PRODLNK.
       01 WS-CATALOGUE PIC X VALUE 'O'.
           88 WS-CATALOGUE-ABSENT VALUE 'N'.

      * REGION DE CHAQUE DEPARTEMENT, EN PARALLELE DE WS-DEPT-TABLE
       01 WS-DEPT-REGIONS.
           05 WS-DEPT-REG-IDX PIC 9(3) OCCURS 101 TIMES.

      * BAREME DES TAUX PAR CLASSE DE CONTRAT (COMME taxeprime)
       01 WS-NB-TAUX PIC 9(3) VALUE 0.
       01 WS-TABLE-TAUX.
           05 WS-TAUX-ENTRY OCCURS 101 TIMES.
               10 WS-TAUX-CLASSE PIC X(20).
               10 WS-TAUX-LG PIC 9(2).
               10 WS-TAUX-VALEUR PIC 9(3)V9(2).
       01 WS-TAUX-DEFAUT PIC 9(3)V9(2) VALUE 0.
       01 WS-TAUX-POLICE PIC 9(3)V9(2).
       01 WS-T PIC 9(3).
       01 WS-LG PIC 9(2).

      * REGION ET TAUX DE TAXE DE CHAQUE POLICE (MUNA + IDENTIFIANT)
       01 WS-NB-POLICES PIC 9(5) VALUE 0.
       01 WS-TABLE-POLICES.
           05 WS-POLICE-ENTRY OCCURS 1 TO 20000 TIMES
                               DEPENDING ON WS-NB-POLICES
                               INDEXED BY WS-POLICE-IDX.
               10 WS-POLICE-CLE.
                   15 WS-POLICE-MUNA PIC 9(8).
                   15 WS-POLICE-IDENT PIC X(14).
               10 WS-POLICE-REGION PIC 9(3).
               10 WS-POLICE-TAUX PIC 9(3)V9(2).
       01 WS-CLE-CHERCHEE.
           05 WS-CLE-MUNA PIC 9(8).
           05 WS-CLE-IDENT PIC X(14).

      * REGIONS DISTINCTES DU REFERENTIEL, PLUS LA LIGNE NON VENTILE
      * EN DERNIER ; POSTES DU COMPTE DE RESULTAT DE CHAQUE REGION
       01 WS-NB-REGIONS PIC 9(3) VALUE 0.
       01 WS-NON-VENTILE PIC 9(3) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 102 TIMES
                                INDEXED BY WS-REGION-IDX.
               10 WS-REGION-NOM PIC X(26).
               10 WS-REGION-NB PIC 9(7).
               10 WS-REGION-PRIMES PIC S9(11)V99.
               10 WS-REGION-SINISTRES PIC S9(11)V99.
               10 WS-REGION-COMMISSIONS PIC S9(11)V99.
               10 WS-REGION-TAXES PIC S9(11)V99.
               10 WS-REGION-FRAIS PIC S9(11)V99.
               10 WS-REGION-MARGE PIC S9(11)V99.
               10 WS-REGION-POIDS PIC S9(11)V99.
       01 WS-R PIC 9(3).

      * COMPTES DE GESTION MOUVEMENTES DANS L'EXERCICE (CLASSES 6
      * ET 7), MOUVEMENT DEBIT MOINS CREDIT
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).
               10 WS-CPT-MVT PIC S9(11)V99.
               10 WS-CPT-METHODE PIC X(1).

      * CLE DE REPARTITION DES FRAIS GENERAUX
       01 WS-NB-CLES PIC 9(3) VALUE 0.
       01 WS-TABLE-CLES.
           05 WS-CLE-ENTRY OCCURS 300 TIMES.
               10 WS-CLE-RACINE PIC X(6).
               10 WS-CLE-LONGUEUR PIC 9(1).
               10 WS-CLE-METHODE PIC X(1).
               10 WS-CLE-POURCENT PIC 9(3)V9(2).
               10 WS-CLE-REGION PIC X(26).
               10 WS-CLE-CONTROLEE PIC X(1).
       01 WS-RACINE-RETENUE PIC X(6).
       01 WS-METHODE PIC X(1).
           88 WS-METHODE-POLICES VALUE 'N'.
           88 WS-METHODE-PRIMES VALUE 'P'.
           88 WS-METHODE-FIXE VALUE 'F'.
           88 WS-METHODE-DIRECTE VALUE 'X'.
       01 WS-MEILLEURE PIC 9(1).
       01 WS-LONGUEUR PIC 9(1).
       01 WS-L PIC 9(1).
       01 WS-TOTAL-POURCENT PIC 9(5)V9(2).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-DEPT-TROUVE PIC X VALUE 'N'.
           88 WS-DEPT-EST-TROUVE VALUE 'Y'.
       01 WS-POLICE-TROUVEE PIC X VALUE 'N'.
           88 WS-POLICE-EST-TROUVEE VALUE 'Y'.
       01 WS-TAUX-TROUVE PIC X VALUE 'N'.
           88 WS-TAUX-EST-TROUVE VALUE 'Y'.
       01 WS-CPT-TROUVE PIC X VALUE 'N'.
           88 WS-CPT-EST-TROUVE VALUE 'Y'.

       01 WS-ETATS.
           05 WS-ETAT PIC X(5).
              88 WS-ACTIF VALUE 'Actif'.

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-J PIC 9(5) VALUE 0.
       01 WS-MUNA-COURANT PIC 9(8).
       01 WS-MONTANT PIC S9(11)V99.
       01 WS-TAXE PIC S9(11)V99.
       01 WS-PART PIC S9(11)V99.
       01 WS-REPARTI PIC S9(11)V99.
       01 WS-TOTAL-POIDS PIC S9(11)V99.
       01 WS-PLUS-FORT PIC 9(3).
       01 WS-TAUX-MARGE PIC S9(5)V99.
       01 WS-MOTIF PIC X(80).

       01 WS-TOTAUX.
           05 WS-TOTAL-NB PIC 9(7) VALUE 0.
           05 WS-TOTAL-PRIMES PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-SINISTRES PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-COMMISSIONS PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-TAXES PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-FRAIS PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-MARGE PIC S9(11)V99 VALUE 0.
       01 WS-LIVRE-FRAIS PIC S9(11)V99 VALUE 0.
       01 WS-LIVRE-DIRECT PIC S9(11)V99 VALUE 0.
       01 WS-LIVRE-PRODUITS PIC S9(11)V99 VALUE 0.
       01 WS-LIVRE-RESULTAT PIC S9(11)V99 VALUE 0.
       01 WS-ECART PIC S9(11)V99 VALUE 0.

       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-NB-POLICES-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ECHEANCES PIC 9(7) VALUE 0.
       01 WS-NB-SINISTRES PIC 9(7) VALUE 0.
       01 WS-NB-COMMISSIONS PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-NB-ANOMALIES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'rentareg' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    EXERCICE VISE ET MOIS D'ORIGINE DES ARCHIVES (FACULTATIFS)
           MOVE WS-RUN-YYYYMMDD(1:4) TO WS-ANNEE
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
           MOVE SPACES TO WS-NOM-RAPPORT
           STRING 'RENTABILITE-REGIONS-' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT

      *    CHARGEMENT DE LA TABLE MUNA -> DEPARTEMENT
           OPEN INPUT FDEPT.
           IF WS-STATUS-FDEPT NOT = '00'
               DISPLAY 'FR-LISTE-DEPT.txt non disponible - code statut '
                   WS-STATUS-FDEPT
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FDEPT-REACHED
               READ FDEPT
                   AT END
                       SET WS-EOF-FDEPT-REACHED TO TRUE
                   NOT AT END
                       IF WS-NB-MUNA < 5000
                           ADD 1 TO WS-NB-MUNA
                           MOVE DEPT-MUNA TO WS-MUNA-NUM(WS-NB-MUNA)
                           MOVE DEPT-CODE TO WS-MUNA-DEPT(WS-NB-MUNA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDEPT.

           PERFORM CHARGER-REFERENTIEL.

      *    REGIONS DISTINCTES DU REFERENTIEL, PUIS LA LIGNE DES
      *    MONTANTS QUI NE SE RESOLVENT EN AUCUNE REGION
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEPT-CHARGES
               MOVE 0 TO WS-DEPT-REG-IDX(WS-I)
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NB-REGIONS
                       OR WS-DEPT-REG-IDX(WS-I) > 0
                   IF WS-REGION-NOM(WS-R) = WS-DEPT-REGION(WS-I)
                       MOVE WS-R TO WS-DEPT-REG-IDX(WS-I)
                   END-IF
               END-PERFORM
               IF WS-DEPT-REG-IDX(WS-I) = 0
                  AND WS-NB-REGIONS < 101
                   ADD 1 TO WS-NB-REGIONS
                   MOVE WS-NB-REGIONS TO WS-R
                   PERFORM INITIALISER-REGION
                   MOVE WS-DEPT-REGION(WS-I) TO WS-REGION-NOM(WS-R)
                   MOVE WS-R TO WS-DEPT-REG-IDX(WS-I)
               END-IF
           END-PERFORM
           COMPUTE WS-NON-VENTILE = WS-NB-REGIONS + 1
           MOVE WS-NON-VENTILE TO WS-R
           PERFORM INITIALISER-REGION
           MOVE 'NON VENTILE' TO WS-REGION-NOM(WS-R)

           OPEN OUTPUT FANOMALIES.
           IF WS-STATUS-FANOMALIES NOT = '00'
               DISPLAY 'RENTABILITE-ANOMALIES.txt non disponible - '
                   'code statut ' WS-STATUS-FANOMALIES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    CHARGEMENT DU BAREME DES TAUX DE TAXE EN VIGUEUR AU
      *    PREMIER JOUR DE L'EXERCICE
           MOVE WS-ANNEE-X TO WS-DATE-REF-AAAA
           OPEN INPUT FTAUX.
           IF WS-STATUS-FTAUX NOT = '00'
               DISPLAY 'TAUX-TAXES.txt non disponible - code statut '
                   WS-STATUS-FTAUX
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FTAUX-REACHED
               READ FTAUX
                   AT END
                       SET WS-EOF-FTAUX-REACHED TO TRUE
                   NOT AT END
                       IF TAUX-ENT IS NUMERIC
                          AND TAUX-DEC IS NUMERIC
                          AND (TAUX-DU = SPACES
                               OR TAUX-DU <= WS-DATE-REF)
                          AND (TAUX-AU = SPACES
                               OR TAUX-AU >= WS-DATE-REF)
                           IF TAUX-CLASSE = '*'
                               COMPUTE WS-TAUX-DEFAUT =
                                   TAUX-ENT + TAUX-DEC / 100
                           ELSE
                               IF WS-NB-TAUX < 101
                                   ADD 1 TO WS-NB-TAUX
                                   MOVE TAUX-CLASSE TO
                                       WS-TAUX-CLASSE(WS-NB-TAUX)
                                   PERFORM MESURER-CLASSE
                                   COMPUTE
                                       WS-TAUX-VALEUR(WS-NB-TAUX)
                                       = TAUX-ENT + TAUX-DEC / 100
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTAUX.

      *    POLICES : REGION, TAUX DE TAXE, ET NOMBRE DE POLICES
      *    ACTIVES PAR REGION POUR LA CLE 'N'
           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FPOLICE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPOLICE-REACHED
               READ FPOLICE
                   AT END
                       SET WS-EOF-FPOLICE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-POLICES-LUES
                       PERFORM CHARGER-POLICE
               END-READ
           END-PERFORM.
           CLOSE FPOLICE.

      *    PRIMES ACQUISES ET TAXE : ECHEANCES DE L'EXERCICE
           OPEN INPUT FECHEANCIER.
           IF WS-STATUS-FECHEANCIER NOT = '00'
               DISPLAY 'ECHEANCIER.txt non disponible - code statut '
                   WS-STATUS-FECHEANCIER
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FECHEANCIER-REACHED
               READ FECHEANCIER
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
                   NOT AT END
                       IF FECH-MUNA IS NUMERIC
                          AND FECH-PERIODE IS NUMERIC
                          AND FECH-MONTANT-ENT IS NUMERIC
                          AND FECH-MONTANT-DEC IS NUMERIC
                          AND FECH-PERIODE(1:4) = WS-ANNEE-X
                           PERFORM CUMULER-ECHEANCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FECHEANCIER.

      *    CHARGE DES SINISTRES SURVENUS DANS L'EXERCICE
           OPEN INPUT FSINISTRES.
           IF WS-STATUS-FSINISTRES NOT = '00'
               DISPLAY 'SINISTRES-REGISTRE.txt non disponible - code '
                   'statut ' WS-STATUS-FSINISTRES
               DISPLAY 'Executer singest avant rentareg'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FSINISTRES-REACHED
               READ FSINISTRES
                   AT END
                       SET WS-EOF-FSINISTRES-REACHED TO TRUE
                   NOT AT END
                       IF SINR-MUNA IS NUMERIC
                          AND SINR-DATE-SURVENANCE(1:4) = WS-ANNEE-X
                           PERFORM CUMULER-SINISTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FSINISTRES.

      *    COMMISSIONS DES PERIODES DE L'EXERCICE (SANS HISTORIQUE,
      *    AUCUNE AFFAIRE APPORTEE N'A ENCORE ETE COMMISSIONNEE)
           OPEN INPUT FHISTO.
           IF WS-STATUS-FHISTO = '00'
               PERFORM UNTIL WS-EOF-FHISTO-REACHED
                   READ FHISTO
                       AT END
                           SET WS-EOF-FHISTO-REACHED TO TRUE
                       NOT AT END
                           IF HIS-MUNA IS NUMERIC
                              AND HIS-PERIODE IS NUMERIC
                              AND HIS-TAUX IS NUMERIC
                              AND HIS-BASE IS NUMERIC
                              AND HIS-PERIODE(1:4) = WS-ANNEE-X
                               PERFORM CUMULER-COMMISSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTO
           END-IF

      *    LE LIVRE COURANT PUIS CHAQUE ARCHIVE MENSUELLE DEPUIS
      *    L'ORIGINE (LES MOIS SANS ARCHIVE SONT SAUTES)
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   WS-STATUS-FLIVRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FLIVRE.
           PERFORM CUMULER-FICHIER
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

      *    CLE DE REPARTITION (FACULTATIVE : A DEFAUT, LES PRIMES)
           OPEN INPUT FCLES.
           IF WS-STATUS-FCLES = '00'
               PERFORM UNTIL WS-EOF-FCLES-REACHED
                   READ FCLES
                       AT END
                           SET WS-EOF-FCLES-REACHED TO TRUE
                       NOT AT END
                           PERFORM CHARGER-CLE
                   END-READ
               END-PERFORM
               CLOSE FCLES
           ELSE
               DISPLAY 'REPARTITION-FRAIS.txt absent - frais '
                   'repartis au prorata des primes'
           END-IF
           PERFORM CONTROLER-CLES

      *    REPARTITION DES FRAIS GENERAUX COMPTE PAR COMPTE ; LES
      *    PRODUITS DE CLASSE 7 NE SERVENT QU'AU RAPPROCHEMENT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-COMPTE(WS-I)(1:1) = '6'
                   PERFORM REPARTIR-COMPTE
               ELSE
                   SUBTRACT WS-CPT-MVT(WS-I) FROM WS-LIVRE-PRODUITS
               END-IF
           END-PERFORM

      *    MARGE DE CHAQUE REGION ET TOTAUX
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NON-VENTILE
               COMPUTE WS-REGION-MARGE(WS-R) = WS-REGION-PRIMES(WS-R)
                   - WS-REGION-SINISTRES(WS-R)
                   - WS-REGION-COMMISSIONS(WS-R)
                   - WS-REGION-TAXES(WS-R)
                   - WS-REGION-FRAIS(WS-R)
               ADD WS-REGION-NB(WS-R) TO WS-TOTAL-NB
               ADD WS-REGION-PRIMES(WS-R) TO WS-TOTAL-PRIMES
               ADD WS-REGION-SINISTRES(WS-R) TO WS-TOTAL-SINISTRES
               ADD WS-REGION-COMMISSIONS(WS-R)
                   TO WS-TOTAL-COMMISSIONS
               ADD WS-REGION-TAXES(WS-R) TO WS-TOTAL-TAXES
               ADD WS-REGION-FRAIS(WS-R) TO WS-TOTAL-FRAIS
               ADD WS-REGION-MARGE(WS-R) TO WS-TOTAL-MARGE
           END-PERFORM
           IF WS-REGION-PRIMES(WS-NON-VENTILE) NOT = 0
              OR WS-REGION-SINISTRES(WS-NON-VENTILE) NOT = 0
              OR WS-REGION-COMMISSIONS(WS-NON-VENTILE) NOT = 0
              OR WS-REGION-FRAIS(WS-NON-VENTILE) NOT = 0
               MOVE 'Montants non ventiles : voir la ligne NON VENTILE'
                   TO ANOMALIE-REG
               PERFORM ECRIRE-ANOMALIE
           END-IF
           COMPUTE WS-LIVRE-RESULTAT = WS-LIVRE-PRODUITS
               - WS-LIVRE-FRAIS - WS-LIVRE-DIRECT

           PERFORM EDITER-RAPPORT

           MOVE SPACES TO ANOMALIE-TRAILER
           MOVE 'TOTAL ANOMALIES : ' TO ANOMALIE-TRAILER-LIB
           MOVE WS-NB-ANOMALIES TO ANOMALIE-TRAILER-NB
           WRITE ANOMALIE-TRAILER
           CLOSE FANOMALIES.

           DISPLAY 'Exercice              : ' WS-ANNEE
           DISPLAY 'Polices lues          : ' WS-NB-POLICES-LUES
           DISPLAY 'Echeances retenues    : ' WS-NB-ECHEANCES
           DISPLAY 'Sinistres retenus     : ' WS-NB-SINISTRES
           DISPLAY 'Periodes commissionnees : ' WS-NB-COMMISSIONS
           DISPLAY 'Ecritures du livre    : ' WS-NB-ECRITURES
               ' (' WS-NB-FICHIERS ' fichiers)'
           DISPLAY 'Anomalies             : ' WS-NB-ANOMALIES
               ' (voir RENTABILITE-ANOMALIES.txt)'
           DISPLAY 'Rapport ecrit dans ' WS-NOM-RAPPORT
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ANOMALIES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       INITIALISER-REGION.
           MOVE SPACES TO WS-REGION-NOM(WS-R)
           MOVE 0 TO WS-REGION-NB(WS-R)
           MOVE 0 TO WS-REGION-PRIMES(WS-R)
           MOVE 0 TO WS-REGION-SINISTRES(WS-R)
           MOVE 0 TO WS-REGION-COMMISSIONS(WS-R)
           MOVE 0 TO WS-REGION-TAXES(WS-R)
           MOVE 0 TO WS-REGION-FRAIS(WS-R)
           MOVE 0 TO WS-REGION-MARGE(WS-R)
           MOVE 0 TO WS-REGION-POIDS(WS-R).

      *    MEMORISE LA REGION ET LE TAUX DE TAXE DE LA POLICE
      *    COURANTE ; UNE POLICE ACTIVE COMPTE POUR LA CLE 'N'.
       CHARGER-POLICE.
           MOVE MUNA TO WS-MUNA-COURANT
           PERFORM CHERCHER-REGION
           PERFORM CHERCHER-TAUX
           IF WS-NB-POLICES < 20000
               ADD 1 TO WS-NB-POLICES
               MOVE MUNA TO WS-POLICE-MUNA(WS-NB-POLICES)
               MOVE IDENTIFIANT TO WS-POLICE-IDENT(WS-NB-POLICES)
               MOVE WS-R TO WS-POLICE-REGION(WS-NB-POLICES)
               MOVE WS-TAUX-POLICE TO WS-POLICE-TAUX(WS-NB-POLICES)
           END-IF
           MOVE ETAT TO WS-ETAT
           IF WS-ACTIF
               ADD 1 TO WS-REGION-NB(WS-R)
           END-IF.

      *    ECHEANCE DE L'EXERCICE : PRIME ACQUISE ET TAXE, A LA
      *    REGION ET AU TAUX DE SA POLICE ; UNE POLICE ABSENTE DU
      *    PORTEFEUILLE EST RESOLUE PAR SON MUNA AU TAUX PAR DEFAUT.
       CUMULER-ECHEANCE.
           ADD 1 TO WS-NB-ECHEANCES
           COMPUTE WS-MONTANT ROUNDED = FECH-MONTANT-ENT
               + FECH-MONTANT-DEC / 1000000000
           MOVE FECH-MUNA TO WS-CLE-MUNA
           MOVE FECH-IDENTIFIANT TO WS-CLE-IDENT
           PERFORM CHERCHER-POLICE
           IF WS-POLICE-EST-TROUVEE
               MOVE WS-POLICE-REGION(WS-POLICE-IDX) TO WS-R
               MOVE WS-POLICE-TAUX(WS-POLICE-IDX) TO WS-TAUX-POLICE
           ELSE
               MOVE FECH-MUNA TO WS-MUNA-COURANT
               PERFORM CHERCHER-REGION
               MOVE WS-TAUX-DEFAUT TO WS-TAUX-POLICE
           END-IF
           IF WS-R = WS-NON-VENTILE
               MOVE SPACES TO WS-MOTIF
               STRING 'Echeance ' DELIMITED BY SIZE
                   FECH-MUNA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FECH-IDENTIFIANT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FECH-PERIODE DELIMITED BY SIZE
                   ' | MUNA sans region' DELIMITED BY SIZE
                   INTO WS-MOTIF
               MOVE WS-MOTIF TO ANOMALIE-REG
               PERFORM ECRIRE-ANOMALIE
           END-IF
           COMPUTE WS-TAXE ROUNDED = WS-MONTANT * WS-TAUX-POLICE / 100
           ADD WS-MONTANT TO WS-REGION-PRIMES(WS-R)
           ADD WS-TAXE TO WS-REGION-TAXES(WS-R).

      *    CHARGE DU SINISTRE (REGLE + PROVISION) A LA REGION DE SON
      *    MUNA.
       CUMULER-SINISTRE.
           ADD 1 TO WS-NB-SINISTRES
           MOVE SINR-MUNA TO WS-MUNA-COURANT
           PERFORM CHERCHER-REGION
           IF WS-R = WS-NON-VENTILE
               MOVE SPACES TO WS-MOTIF
               STRING 'Sinistre ' DELIMITED BY SIZE
                   SINR-NUMERO DELIMITED BY SIZE
                   ' MUNA ' DELIMITED BY SIZE
                   SINR-MUNA DELIMITED BY SIZE
                   ' | MUNA sans region' DELIMITED BY SIZE
                   INTO WS-MOTIF
               MOVE WS-MOTIF TO ANOMALIE-REG
               PERFORM ECRIRE-ANOMALIE
           END-IF
           COMPUTE WS-MONTANT = SINR-PAYE + SINR-RESERVE
           ADD WS-MONTANT TO WS-REGION-SINISTRES(WS-R).

      *    COMMISSION DE LA PERIODE : BASE COMMISSIONNEE X TAUX, A LA
      *    REGION DE LA POLICE.
       CUMULER-COMMISSION.
           ADD 1 TO WS-NB-COMMISSIONS
           MOVE HIS-MUNA TO WS-CLE-MUNA
           MOVE HIS-IDENTIFIANT TO WS-CLE-IDENT
           PERFORM CHERCHER-POLICE
           IF WS-POLICE-EST-TROUVEE
               MOVE WS-POLICE-REGION(WS-POLICE-IDX) TO WS-R
           ELSE
               MOVE HIS-MUNA TO WS-MUNA-COURANT
               PERFORM CHERCHER-REGION
           END-IF
           IF WS-R = WS-NON-VENTILE
               MOVE SPACES TO WS-MOTIF
               STRING 'Commission ' DELIMITED BY SIZE
                   HIS-MUNA DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HIS-IDENTIFIANT DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   HIS-PERIODE DELIMITED BY SIZE
                   ' | MUNA sans region' DELIMITED BY SIZE
                   INTO WS-MOTIF
               MOVE WS-MOTIF TO ANOMALIE-REG
               PERFORM ECRIRE-ANOMALIE
           END-IF
           COMPUTE WS-MONTANT ROUNDED = HIS-BASE * HIS-TAUX / 100
           ADD WS-MONTANT TO WS-REGION-COMMISSIONS(WS-R).

      *    CUMULE LE FICHIER DE LIVRE COURANT ; UNE ARCHIVE ABSENTE
      *    EST SIMPLEMENT SAUTEE.
       CUMULER-FICHIER.
           MOVE 'N' TO WS-EOF-FLIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-FICHIERS
               PERFORM UNTIL WS-EOF-FLIVRE-REACHED
                   READ FLIVRE
                       AT END
                           SET WS-EOF-FLIVRE-REACHED TO TRUE
                       NOT AT END
                           PERFORM CUMULER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE FLIVRE
           END-IF.

      *    MOUVEMENT DE L'EXERCICE DES COMPTES DE CHARGES ET DE
      *    PRODUITS ; LE REPORT A NOUVEAU (890000) EST IGNORE.
       CUMULER-ECRITURE.
           IF BILAN-DATE(1:4) = WS-ANNEE-X
              AND (BILAN-COMPTE(1:1) = '6' OR '7')
              AND BILAN-DEBIT IS NUMERIC
              AND BILAN-CREDIT IS NUMERIC
               ADD 1 TO WS-NB-ECRITURES
               MOVE 'N' TO WS-CPT-TROUVE
               IF WS-NB-COMPTES > 0
                   SET WS-CPT-IDX TO 1
                   SEARCH WS-CPT-ENTRY
                       AT END
                           MOVE 'N' TO WS-CPT-TROUVE
                       WHEN WS-CPT-IDX > WS-NB-COMPTES
                           MOVE 'N' TO WS-CPT-TROUVE
                       WHEN WS-CPT-COMPTE(WS-CPT-IDX) = BILAN-COMPTE
                           MOVE 'Y' TO WS-CPT-TROUVE
                   END-SEARCH
               END-IF
               IF NOT WS-CPT-EST-TROUVE
                   IF WS-NB-COMPTES < 500
                       ADD 1 TO WS-NB-COMPTES
                       SET WS-CPT-IDX TO WS-NB-COMPTES
                       MOVE BILAN-COMPTE TO WS-CPT-COMPTE(WS-CPT-IDX)
                       MOVE 0 TO WS-CPT-MVT(WS-CPT-IDX)
                       MOVE SPACE TO WS-CPT-METHODE(WS-CPT-IDX)
                   ELSE
                       SET WS-CPT-IDX TO 500
                   END-IF
               END-IF
               COMPUTE WS-CPT-MVT(WS-CPT-IDX) = WS-CPT-MVT(WS-CPT-IDX)
                   + BILAN-DEBIT - BILAN-CREDIT
           END-IF.

      *    UNE LIGNE DE LA CLE : RACINE, METHODE N/P/F/X, ET POUR F
      *    LE POURCENTAGE ET LA REGION. UNE LIGNE ILLISIBLE EST
      *    SIGNALEE ET IGNOREE.
       CHARGER-CLE.
           IF CLE-RACINE = SPACES
               CONTINUE
           ELSE
               IF (CLE-METHODE NOT = 'N' AND NOT = 'P'
                                AND NOT = 'F' AND NOT = 'X')
                  OR (CLE-METHODE = 'F'
                      AND (CLE-POURCENT NOT NUMERIC
                           OR CLE-REGION = SPACES))
                   MOVE SPACES TO WS-MOTIF
                   STRING 'Cle ' DELIMITED BY SIZE
                       CLE-REG DELIMITED BY SIZE
                       INTO WS-MOTIF
                   MOVE ' | ligne de cle illisible' TO WS-MOTIF(50:25)
                   MOVE WS-MOTIF TO ANOMALIE-REG
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   IF WS-NB-CLES < 300
                       ADD 1 TO WS-NB-CLES
                       MOVE CLE-RACINE TO WS-CLE-RACINE(WS-NB-CLES)
                       MOVE CLE-METHODE TO WS-CLE-METHODE(WS-NB-CLES)
                       MOVE 0 TO WS-CLE-POURCENT(WS-NB-CLES)
                       MOVE SPACES TO WS-CLE-REGION(WS-NB-CLES)
                       IF CLE-METHODE = 'F'
                           MOVE CLE-POURCENT
                               TO WS-CLE-POURCENT(WS-NB-CLES)
                           MOVE CLE-REGION
                               TO WS-CLE-REGION(WS-NB-CLES)
                       END-IF
                       MOVE 'N' TO WS-CLE-CONTROLEE(WS-NB-CLES)
                       IF CLE-RACINE = '*'
                           MOVE 0 TO WS-CLE-LONGUEUR(WS-NB-CLES)
                       ELSE
                           MOVE 0 TO WS-LONGUEUR
                           PERFORM VARYING WS-L FROM 6 BY -1
                                   UNTIL WS-L < 1 OR WS-LONGUEUR > 0
                               IF CLE-RACINE(WS-L:1) NOT = SPACE
                                   MOVE WS-L TO WS-LONGUEUR
                               END-IF
                           END-PERFORM
                           MOVE WS-LONGUEUR
                               TO WS-CLE-LONGUEUR(WS-NB-CLES)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    POUR CHAQUE RACINE EN POURCENTAGES FIXES : REGIONS
      *    CONNUES DU REFERENTIEL ET TOTAL DE 100 %.
       CONTROLER-CLES.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-CLES
               IF WS-CLE-METHODE(WS-J) = 'F'
                  AND WS-CLE-CONTROLEE(WS-J) = 'N'
                   MOVE WS-CLE-RACINE(WS-J) TO WS-RACINE-RETENUE
                   MOVE 0 TO WS-TOTAL-POURCENT
                   PERFORM VARYING WS-I FROM WS-J BY 1
                           UNTIL WS-I > WS-NB-CLES
                       IF WS-CLE-RACINE(WS-I) = WS-RACINE-RETENUE
                          AND WS-CLE-METHODE(WS-I) = 'F'
                           MOVE 'O' TO WS-CLE-CONTROLEE(WS-I)
                           ADD WS-CLE-POURCENT(WS-I)
                               TO WS-TOTAL-POURCENT
                           MOVE 'N' TO WS-TROUVE
                           PERFORM VARYING WS-R FROM 1 BY 1
                                   UNTIL WS-R > WS-NB-REGIONS
                               IF WS-REGION-NOM(WS-R) =
                                  WS-CLE-REGION(WS-I)
                                   MOVE 'Y' TO WS-TROUVE
                               END-IF
                           END-PERFORM
                           IF NOT WS-EST-TROUVE
                               MOVE SPACES TO WS-MOTIF
                               STRING 'Cle ' DELIMITED BY SIZE
                                   WS-RACINE-RETENUE DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   WS-CLE-REGION(WS-I)
                                   DELIMITED BY SIZE
                                   ' | region inconnue'
                                   DELIMITED BY SIZE
                                   INTO WS-MOTIF
                               MOVE WS-MOTIF TO ANOMALIE-REG
                               PERFORM ECRIRE-ANOMALIE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-TOTAL-POURCENT NOT = 100
                       MOVE SPACES TO WS-MOTIF
                       STRING 'Cle ' DELIMITED BY SIZE
                           WS-RACINE-RETENUE DELIMITED BY SIZE
                           ' | pourcentages fixes <> 100, '
                           DELIMITED BY SIZE
                           'repartis au prorata' DELIMITED BY SIZE
                           INTO WS-MOTIF
                       MOVE WS-MOTIF TO ANOMALIE-REG
                       PERFORM ECRIRE-ANOMALIE
                   END-IF
               END-IF
           END-PERFORM.

      *    REPARTIT LE MOUVEMENT DU COMPTE WS-I SELON SA CLE : LA
      *    PART DE CHAQUE REGION EST ARRONDIE ET LE RESTE VA A LA
      *    REGION DE PLUS FORT POIDS. SANS POIDS (AUCUNE POLICE,
      *    AUCUNE PRIME), LE COMPTE RESTE NON VENTILE.
       REPARTIR-COMPTE.
           PERFORM RESOUDRE-CLE
           MOVE WS-METHODE TO WS-CPT-METHODE(WS-I)
           IF WS-METHODE-DIRECTE
               ADD WS-CPT-MVT(WS-I) TO WS-LIVRE-DIRECT
           ELSE
               ADD WS-CPT-MVT(WS-I) TO WS-LIVRE-FRAIS
               MOVE 0 TO WS-TOTAL-POIDS
               MOVE 0 TO WS-PLUS-FORT
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NB-REGIONS
                   EVALUATE TRUE
                       WHEN WS-METHODE-POLICES
                           MOVE WS-REGION-NB(WS-R)
                               TO WS-REGION-POIDS(WS-R)
                       WHEN WS-METHODE-PRIMES
                           MOVE WS-REGION-PRIMES(WS-R)
                               TO WS-REGION-POIDS(WS-R)
                       WHEN OTHER
                           MOVE 0 TO WS-REGION-POIDS(WS-R)
                           PERFORM VARYING WS-J FROM 1 BY 1
                                   UNTIL WS-J > WS-NB-CLES
                               IF WS-CLE-RACINE(WS-J) =
                                  WS-RACINE-RETENUE
                                  AND WS-CLE-METHODE(WS-J) = 'F'
                                  AND WS-CLE-REGION(WS-J) =
                                      WS-REGION-NOM(WS-R)
                                   ADD WS-CLE-POURCENT(WS-J)
                                       TO WS-REGION-POIDS(WS-R)
                               END-IF
                           END-PERFORM
                   END-EVALUATE
                   IF WS-REGION-POIDS(WS-R) < 0
                       MOVE 0 TO WS-REGION-POIDS(WS-R)
                   END-IF
                   ADD WS-REGION-POIDS(WS-R) TO WS-TOTAL-POIDS
                   IF WS-REGION-POIDS(WS-R) > 0
                       IF WS-PLUS-FORT = 0
                           MOVE WS-R TO WS-PLUS-FORT
                       ELSE
                           IF WS-REGION-POIDS(WS-R) >
                              WS-REGION-POIDS(WS-PLUS-FORT)
                               MOVE WS-R TO WS-PLUS-FORT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TOTAL-POIDS = 0
                   ADD WS-CPT-MVT(WS-I)
                       TO WS-REGION-FRAIS(WS-NON-VENTILE)
                   MOVE SPACES TO WS-MOTIF
                   STRING 'Compte ' DELIMITED BY SIZE
                       WS-CPT-COMPTE(WS-I) DELIMITED BY SIZE
                       ' | cle ' DELIMITED BY SIZE
                       WS-METHODE DELIMITED BY SIZE
                       ' sans assiette, frais non ventiles'
                       DELIMITED BY SIZE
                       INTO WS-MOTIF
                   MOVE WS-MOTIF TO ANOMALIE-REG
                   PERFORM ECRIRE-ANOMALIE
               ELSE
                   MOVE 0 TO WS-REPARTI
                   PERFORM VARYING WS-R FROM 1 BY 1
                           UNTIL WS-R > WS-NB-REGIONS
                       COMPUTE WS-PART ROUNDED = WS-CPT-MVT(WS-I)
                           * WS-REGION-POIDS(WS-R) / WS-TOTAL-POIDS
                       ADD WS-PART TO WS-REGION-FRAIS(WS-R)
                       ADD WS-PART TO WS-REPARTI
                   END-PERFORM
                   COMPUTE WS-PART = WS-CPT-MVT(WS-I) - WS-REPARTI
                   ADD WS-PART TO WS-REGION-FRAIS(WS-PLUS-FORT)
               END-IF
           END-IF.

      *    LA RACINE LA PLUS LONGUE QUI PREFIXE LE COMPTE DONNE SA
      *    METHODE ; '*' SERT DE DEFAUT, ET SANS RIEN LES PRIMES.
       RESOUDRE-CLE.
           MOVE 'P' TO WS-METHODE
           MOVE SPACES TO WS-RACINE-RETENUE
           MOVE 0 TO WS-MEILLEURE
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-CLES
               MOVE WS-CLE-LONGUEUR(WS-J) TO WS-L
               IF WS-L = 0
                   IF NOT WS-EST-TROUVE
                       MOVE 'Y' TO WS-TROUVE
                       MOVE WS-CLE-METHODE(WS-J) TO WS-METHODE
                       MOVE WS-CLE-RACINE(WS-J) TO WS-RACINE-RETENUE
                   END-IF
               ELSE
                   IF WS-CPT-COMPTE(WS-I)(1:WS-L) =
                      WS-CLE-RACINE(WS-J)(1:WS-L)
                      AND WS-L > WS-MEILLEURE
                       MOVE WS-L TO WS-MEILLEURE
                       MOVE 'Y' TO WS-TROUVE
                       MOVE WS-CLE-METHODE(WS-J) TO WS-METHODE
                       MOVE WS-CLE-RACINE(WS-J) TO WS-RACINE-RETENUE
                   END-IF
               END-IF
           END-PERFORM.

      *    EDITION : COMPTE DE RESULTAT PAR REGION (LES REGIONS SANS
      *    POLICE NI MONTANT SONT OMISES), REPARTITION DES FRAIS PAR
      *    COMPTE, RAPPROCHEMENT AVEC LE LIVRE.
       EDITER-RAPPORT.
           OPEN OUTPUT FRAPPORT.
           MOVE SPACES TO FRAPPORT-REG
           STRING 'RENTABILITE PAR REGION - EXERCICE '
               DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE '(FRAIS GENERAUX REPARTIS SELON REPARTITION-FRAIS.txt)'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           STRING 'REGION                     POLICES'
               DELIMITED BY SIZE
               '         PRIMES      SINISTRES    COMMISSIONS'
               DELIMITED BY SIZE
               '         TAXES          FRAIS          MARGE'
               DELIMITED BY SIZE
               '   MARGE %' DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NON-VENTILE
               IF WS-REGION-NB(WS-R) NOT = 0
                  OR WS-REGION-PRIMES(WS-R) NOT = 0
                  OR WS-REGION-SINISTRES(WS-R) NOT = 0
                  OR WS-REGION-COMMISSIONS(WS-R) NOT = 0
                  OR WS-REGION-FRAIS(WS-R) NOT = 0
                   MOVE SPACES TO FRAPPORT-DETAIL
                   MOVE WS-REGION-NOM(WS-R) TO FRAPPORT-LIB
                   MOVE WS-REGION-NB(WS-R) TO FRAPPORT-NB
                   MOVE WS-REGION-PRIMES(WS-R) TO FRAPPORT-PRIMES
                   MOVE WS-REGION-SINISTRES(WS-R)
                       TO FRAPPORT-SINISTRES
                   MOVE WS-REGION-COMMISSIONS(WS-R)
                       TO FRAPPORT-COMMISSIONS
                   MOVE WS-REGION-TAXES(WS-R) TO FRAPPORT-TAXES
                   MOVE WS-REGION-FRAIS(WS-R) TO FRAPPORT-FRAIS
                   MOVE WS-REGION-MARGE(WS-R) TO FRAPPORT-MARGE
                   MOVE WS-REGION-PRIMES(WS-R) TO WS-MONTANT
                   MOVE WS-REGION-MARGE(WS-R) TO WS-PART
                   PERFORM EDITER-TAUX-MARGE
                   WRITE FRAPPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO FRAPPORT-DETAIL
           MOVE 'TOTAL GENERAL' TO FRAPPORT-LIB
           MOVE WS-TOTAL-NB TO FRAPPORT-NB
           MOVE WS-TOTAL-PRIMES TO FRAPPORT-PRIMES
           MOVE WS-TOTAL-SINISTRES TO FRAPPORT-SINISTRES
           MOVE WS-TOTAL-COMMISSIONS TO FRAPPORT-COMMISSIONS
           MOVE WS-TOTAL-TAXES TO FRAPPORT-TAXES
           MOVE WS-TOTAL-FRAIS TO FRAPPORT-FRAIS
           MOVE WS-TOTAL-MARGE TO FRAPPORT-MARGE
           MOVE WS-TOTAL-PRIMES TO WS-MONTANT
           MOVE WS-TOTAL-MARGE TO WS-PART
           PERFORM EDITER-TAUX-MARGE
           WRITE FRAPPORT-DETAIL

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE '=== REPARTITION DES FRAIS GENERAUX ===' TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-CPT-COMPTE(WS-I)(1:1) = '6'
                   MOVE SPACES TO FRAPPORT-COMPTE
                   MOVE WS-CPT-COMPTE(WS-I) TO FRAPPORT-CPT
                   EVALUATE WS-CPT-METHODE(WS-I)
                       WHEN 'N'
                           MOVE 'NOMBRE DE POLICES' TO FRAPPORT-CPT-CLE
                       WHEN 'P'
                           MOVE 'PRIMES ACQUISES' TO FRAPPORT-CPT-CLE
                       WHEN 'F'
                           MOVE 'POURCENTAGES FIXES' TO FRAPPORT-CPT-CLE
                       WHEN OTHER
                           MOVE 'DIRECT (NON REP.)' TO FRAPPORT-CPT-CLE
                   END-EVALUATE
                   MOVE WS-CPT-MVT(WS-I) TO FRAPPORT-CPT-MONTANT
                   WRITE FRAPPORT-COMPTE
               END-IF
           END-PERFORM

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE '=== RAPPROCHEMENT AVEC LE LIVRE ===' TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'FRAIS GENERAUX AU LIVRE' TO FRAPPORT-RAP-LIB
           MOVE WS-LIVRE-FRAIS TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'FRAIS GENERAUX REPARTIS' TO FRAPPORT-RAP-LIB
           MOVE WS-TOTAL-FRAIS TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE '  ECART' TO FRAPPORT-RAP-LIB
           COMPUTE WS-MONTANT = WS-LIVRE-FRAIS - WS-TOTAL-FRAIS
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'CHARGES DIRECTES AU LIVRE (CLE X)'
               TO FRAPPORT-RAP-LIB
           MOVE WS-LIVRE-DIRECT TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'COMMISSIONS VENTILEES' TO FRAPPORT-RAP-LIB
           MOVE WS-TOTAL-COMMISSIONS TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE '  ECART' TO FRAPPORT-RAP-LIB
           COMPUTE WS-MONTANT = WS-LIVRE-DIRECT - WS-TOTAL-COMMISSIONS
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'PRODUITS AU LIVRE (CLASSE 7)' TO FRAPPORT-RAP-LIB
           MOVE WS-LIVRE-PRODUITS TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'PRIMES ACQUISES VENTILEES' TO FRAPPORT-RAP-LIB
           MOVE WS-TOTAL-PRIMES TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE '  ECART' TO FRAPPORT-RAP-LIB
           COMPUTE WS-MONTANT = WS-LIVRE-PRODUITS - WS-TOTAL-PRIMES
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'RESULTAT AU LIVRE (7 - 6)' TO FRAPPORT-RAP-LIB
           MOVE WS-LIVRE-RESULTAT TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE 'MARGE TOTALE DES REGIONS' TO FRAPPORT-RAP-LIB
           MOVE WS-TOTAL-MARGE TO WS-MONTANT
           PERFORM EDITER-RAPPROCHEMENT
           MOVE '  SINISTRES ET TAXES HORS LIVRE' TO FRAPPORT-RAP-LIB
           COMPUTE WS-MONTANT = WS-TOTAL-SINISTRES + WS-TOTAL-TAXES
           PERFORM EDITER-RAPPROCHEMENT
           CLOSE FRAPPORT.

      *    TAUX DE MARGE : WS-PART (MARGE) SUR WS-MONTANT (PRIMES).
       EDITER-TAUX-MARGE.
           IF WS-MONTANT > 0
               COMPUTE WS-TAUX-MARGE ROUNDED = WS-PART * 100
                   / WS-MONTANT
               MOVE WS-TAUX-MARGE TO FRAPPORT-TAUX
               MOVE ' %' TO FRAPPORT-TAUX-LIB
           ELSE
               MOVE ' -' TO FRAPPORT-TAUX-LIB
           END-IF.

       EDITER-RAPPROCHEMENT.
           MOVE WS-MONTANT TO FRAPPORT-RAP-MONTANT
           WRITE FRAPPORT-RAPPRO
           MOVE SPACES TO FRAPPORT-RAPPRO.

       ECRIRE-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           WRITE ANOMALIE-REG.

      *    RECHERCHE DE LA POLICE WS-CLE-CHERCHEE DANS LA TABLE.
       CHERCHER-POLICE.
           MOVE 'N' TO WS-POLICE-TROUVEE
           IF WS-NB-POLICES > 0
               SET WS-POLICE-IDX TO 1
               SEARCH WS-POLICE-ENTRY
                   AT END
                       MOVE 'N' TO WS-POLICE-TROUVEE
                   WHEN WS-POLICE-CLE(WS-POLICE-IDX) =
                        WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-POLICE-TROUVEE
               END-SEARCH
           END-IF.

      *    RESOLUTION MUNA -> DEPARTEMENT -> REGION, COMME DANS
      *    sinratio. WS-R DONNE LA REGION, OU LA LIGNE NON VENTILE.
       CHERCHER-REGION.
           MOVE WS-NON-VENTILE TO WS-R
           MOVE 'N' TO WS-DEPT-TROUVE
           MOVE 'N' TO WS-TROUVE
           SET WS-MUNA-IDX TO 1
           SEARCH WS-MUNA-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-MUNA-NUM(WS-MUNA-IDX) = WS-MUNA-COURANT
                   MOVE 'Y' TO WS-TROUVE
           END-SEARCH
           IF WS-MUNA-TROUVE
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEPT-TROUVE
                   WHEN WS-DEPT-CODE(WS-DEPT-IDX) =
                        WS-MUNA-DEPT(WS-MUNA-IDX)
                       MOVE 'Y' TO WS-DEPT-TROUVE
               END-SEARCH
           END-IF
           IF WS-DEPT-EST-TROUVE
               SET WS-I TO WS-DEPT-IDX
               IF WS-DEPT-REG-IDX(WS-I) > 0
                   MOVE WS-DEPT-REG-IDX(WS-I) TO WS-R
               END-IF
           END-IF.

      *    TAUX DE LA POLICE COURANTE : CLASSE DE TAXE DE SON
      *    PRODUIT AU CATALOGUE, SINON PREMIERE CLASSE DU BAREME
      *    DONT LE LIBELLE-COMMERCIAL-SE COMMENCE PAR LA CLASSE,
      *    SINON TAUX PAR DEFAUT '*' (COMME taxeprime).
       CHERCHER-TAUX.
           MOVE 'N' TO WS-TAUX-TROUVE
           MOVE WS-TAUX-DEFAUT TO WS-TAUX-POLICE
           IF NOT WS-CATALOGUE-ABSENT
               MOVE 'L' TO WS-PL-FONCTION
               MOVE LIBELLE-COMMERCIAL-SE TO WS-PL-LIBELLE
               CALL 'PRODLOOK' USING WS-PL-DEMANDE, WS-PL-REPONSE
               IF WS-PL-RETOUR = '16'
                   SET WS-CATALOGUE-ABSENT TO TRUE
               END-IF
               IF WS-PL-RETOUR = '00'
                  AND WS-PL-CLASSE-TAXE NOT = SPACES
                   PERFORM VARYING WS-T FROM 1 BY 1
                           UNTIL WS-T > WS-NB-TAUX
                           OR WS-TAUX-EST-TROUVE
                       IF WS-TAUX-CLASSE(WS-T) = WS-PL-CLASSE-TAXE
                           MOVE 'Y' TO WS-TAUX-TROUVE
                           MOVE WS-TAUX-VALEUR(WS-T)
                               TO WS-TAUX-POLICE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TAUX
                   OR WS-TAUX-EST-TROUVE
               MOVE WS-TAUX-LG(WS-T) TO WS-LG
               IF WS-LG > 0
                  AND LIBELLE-COMMERCIAL-SE(1:WS-LG) =
                      WS-TAUX-CLASSE(WS-T)(1:WS-LG)
                   MOVE 'Y' TO WS-TAUX-TROUVE
                   MOVE WS-TAUX-VALEUR(WS-T) TO WS-TAUX-POLICE
               END-IF
           END-PERFORM.

      *    LONGUEUR UTILE DE LA CLASSE QUI VIENT D'ETRE CHARGEE
      *    (DERNIER CARACTERE NON BLANC).
       MESURER-CLASSE.
           MOVE 0 TO WS-TAUX-LG(WS-NB-TAUX)
           PERFORM VARYING WS-LG FROM 20 BY -1
                   UNTIL WS-LG < 1
                   OR WS-TAUX-LG(WS-NB-TAUX) > 0
               IF WS-TAUX-CLASSE(WS-NB-TAUX)(WS-LG:1) NOT = SPACE
                   MOVE WS-LG TO WS-TAUX-LG(WS-NB-TAUX)
               END-IF
           END-PERFORM.

      *    CHARGEMENT DE LA TABLE LOCALE VIA LE SOUS-PROGRAMME
      *    DEPTLOOK, SEUL DETENTEUR DU FORMAT DU REFERENTIEL.
       CHARGER-REFERENTIEL.
           MOVE 'I' TO WS-DL-FONCTION
           MOVE 1 TO WS-DL-INDEX
           MOVE SPACES TO WS-DL-CODE
           CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
           IF WS-DL-RETOUR = '16'
               DISPLAY 'DEPARTEMENTS.txt non disponible (DEPTLOOK)'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE 0 TO WS-NB-DEPT-CHARGES
           PERFORM VARYING WS-DL-INDEX FROM 1 BY 1
                   UNTIL WS-DL-INDEX > WS-DL-NB
               MOVE 'I' TO WS-DL-FONCTION
               CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
               IF WS-DL-RETOUR = '00'
                   ADD 1 TO WS-NB-DEPT-CHARGES
                   MOVE WS-DL-CODE-LU TO
                       WS-DEPT-CODE(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-NOM TO
                       WS-DEPT-NOM(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-REGION TO
                       WS-DEPT-REGION(WS-NB-DEPT-CHARGES)
               END-IF
           END-PERFORM.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
