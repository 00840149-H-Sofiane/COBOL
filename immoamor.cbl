       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMOAMOR.
      * Amortissement mensuel des immobilisations (etape 'M' de la
      * chaine, dernier jour du mois) sur le registre
      * IMMOBILISATIONS.txt tenu par immogest. Chaque immobilisation
      * en service est amortie mois par mois depuis le mois qui suit
      * IMMO-DERNIER-MOIS (le mois d'acquisition pour une nouvelle)
      * jusqu'au mois du passage, ou jusqu'au mois de cession pour
      * une cession enregistree :
      *  - lineaire : cout / (duree x 12) par mois ;
      *  - degressif : valeur nette d'ouverture de l'exercice x
      *    coefficient fiscal (1,25 sur 3 ou 4 ans, 1,75 sur 5 ou 6
      *    ans, 2,25 au-dela) / (duree x 12), remplace par le
      *    lineaire (meme valeur nette d'ouverture sur les mois
      *    restant a courir en debut d'exercice) des qu'il lui
      *    devient inferieur ;
      * le dernier mois de la duree solde la valeur nette. La
      * dotation du passage est postee dans BILAN.txt pour chaque
      * immobilisation : debit du 681100, credit de son compte
      * d'amortissement (218300 -> 281830). Le changement d'exercice
      * civil reporte la dotation de l'exercice dans le cumul
      * d'ouverture.
      * Une cession enregistree est ensuite sortie : les
      * amortissements cumules sont soldes au debit du compte
      * d'amortissement, la valeur nette passe au debit du 675000,
      * le cout est credite au compte d'immobilisation ; le prix de
      * cession est porte au debit du 512000 et au credit du 775000.
      * Le resultat de cession (prix moins valeur nette) est garde
      * au registre. Toutes les ecritures sont datees du jour du
      * passage, journee equilibree pour bilanjour.
      * Le tableau des immobilisations de l'exercice en cours part
      * dans TABLEAU-IMMOBILISATIONS-AAAA.txt : par immobilisation,
      * valeur nette d'ouverture, acquisitions, dotations, sorties
      * (valeur nette cedee), valeur nette de cloture et resultat de
      * cession, avec la ligne des totaux ; celui du passage de
      * decembre est le tableau de cloture de l'exercice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGISTRE ASSIGN TO "IMMOBILISATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FBILAN ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBILAN.

           SELECT FTABLEAU ASSIGN TO DYNAMIC WS-NOM-TABLEAU
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTABLEAU.

           SELECT FNOUVEAU ASSIGN TO "IMMOBILISATIONS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY IMMOREC.

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

       FD     FTABLEAU
              RECORDING MODE IS F.
       01 TABLEAU-REG.
              05 TABLEAU-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 TABLEAU-LIBELLE PIC X(25).
              05 TABLEAU-COLONNE OCCURS 5 TIMES.
                  10 FILLER PIC X(1).
                  10 TABLEAU-MONTANT PIC ZZZZZZZ9.99.
              05 FILLER PIC X(1).
              05 TABLEAU-RESULTAT PIC -ZZZZZZ9.99.
       01 TABLEAU-TITRE PIC X(106).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(144).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTABLEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-NOM-TABLEAU PIC X(40) VALUE SPACES.
       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD.
               10 WS-RUN-AAAA PIC 9(4).
               10 WS-RUN-MM PIC 9(2).
               10 WS-RUN-JJ PIC 9(2).
           05 FILLER PIC X(14).

      * REGISTRE CHARGE EN TABLE, MEME IMAGE QUE IMMO-REG
       01 WS-NB-IMMO PIC 9(5) VALUE 0.
       01 WS-TABLE-IMMO.
           05 WS-IMMO-ENTRY OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-NB-IMMO.
               10 WS-IMMO-IMAGE PIC X(144).

      * MOIS EN COURS D'AMORTISSEMENT ET MOIS CIBLE (AAAAMM)
       01 WS-MOIS.
           05 WS-MOIS-AAAA PIC 9(4).
           05 WS-MOIS-MM PIC 9(2).
       01 WS-MOIS-X REDEFINES WS-MOIS PIC X(6).
       01 WS-MOIS-CIBLE PIC X(6).
       01 WS-ACQ.
           05 WS-ACQ-AAAA PIC 9(4).
           05 WS-ACQ-MM PIC 9(2).
           05 FILLER PIC X(2).
       01 WS-ACQ-X REDEFINES WS-ACQ PIC X(8).

       01 WS-COMPTE-AMORT.
           05 FILLER PIC X(2) VALUE '28'.
           05 WS-AMORT-SUITE PIC X(4).
       01 WS-NB-MOIS-DUREE PIC 9(3) VALUE 0.
       01 WS-RANG-MOIS PIC S9(5) VALUE 0.
       01 WS-MOIS-RESTANTS PIC S9(5) VALUE 0.
      * DEGRESSIF : BASE ET DUREE RESTANTE A L'OUVERTURE DE
      * L'EXERCICE (OU A L'ACQUISITION EN COURS D'EXERCICE)
       01 WS-VNC-OUVERTURE PIC 9(7)V99 VALUE 0.
       01 WS-RANG-ACQ PIC S9(7) VALUE 0.
       01 WS-RANG-OUVERTURE PIC S9(5) VALUE 0.
       01 WS-RESTANTS-OUVERTURE PIC S9(5) VALUE 0.
       01 WS-COEFFICIENT PIC 9V99 VALUE 0.
       01 WS-VNC PIC 9(7)V99 VALUE 0.
       01 WS-CUMUL PIC 9(7)V99 VALUE 0.
       01 WS-DOTATION-MOIS PIC 9(7)V99 VALUE 0.
       01 WS-DOTATION-LINEAIRE PIC 9(7)V99 VALUE 0.
       01 WS-DOTATION-PASSAGE PIC 9(7)V99 VALUE 0.

      * COLONNES DU TABLEAU : OUVERTURE, ACQUISITIONS, DOTATIONS,
      * SORTIES, CLOTURE
       01 WS-COLONNES.
           05 WS-COLONNE PIC 9(9)V99 OCCURS 5 TIMES.
       01 WS-TOTAUX.
           05 WS-TOTAL-COLONNE PIC 9(9)V99 OCCURS 5 TIMES VALUE 0.
       01 WS-TOTAL-RESULTAT PIC S9(9)V99 VALUE 0.
       01 WS-C PIC 9(1) VALUE 0.

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-AMORTIES PIC 9(7) VALUE 0.
       01 WS-NB-SORTIES PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-NB-TABLEAU PIC 9(7) VALUE 0.
       01 WS-TOTAL-DOTATIONS PIC 9(9)V99 VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'immoamor' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE NOT = '00'
               DISPLAY 'IMMOBILISATIONS.txt non disponible - code '
                   'statut ' WS-STATUS-FREGISTRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
               READ FREGISTRE
                   AT END
                       SET WS-EOF-FREGISTRE-REACHED TO TRUE
                   NOT AT END
                       IF IMMO-CODE NOT = SPACES
                          AND WS-NB-IMMO < 10000
                           ADD 1 TO WS-NB-IMMO
                           MOVE IMMO-REG TO WS-IMMO-IMAGE(WS-NB-IMMO)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREGISTRE

           OPEN EXTEND FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
               DISPLAY 'BILAN.txt non disponible en ajout - code '
                   'statut ' WS-STATUS-FBILAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    DOTATIONS DU PASSAGE PUIS SORTIES DES CESSIONS
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-IMMO
               MOVE WS-IMMO-IMAGE(WS-I) TO IMMO-REG
               IF NOT IMMO-SORTIE
                   MOVE IMMO-COMPTE(2:4) TO WS-AMORT-SUITE
                   PERFORM AMORTIR-IMMOBILISATION
                   IF IMMO-CESSION-ENREGISTREE
                       PERFORM SORTIR-IMMOBILISATION
                   END-IF
                   MOVE IMMO-REG TO WS-IMMO-IMAGE(WS-I)
               END-IF
           END-PERFORM
           CLOSE FBILAN.

      *    TABLEAU DES IMMOBILISATIONS DE L'EXERCICE EN COURS
           MOVE SPACES TO WS-NOM-TABLEAU
           STRING 'TABLEAU-IMMOBILISATIONS-' DELIMITED BY SIZE
               WS-RUN-AAAA DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-TABLEAU
           OPEN OUTPUT FTABLEAU.
           MOVE SPACES TO TABLEAU-TITRE
           STRING 'TABLEAU DES IMMOBILISATIONS - EXERCICE '
               DELIMITED BY SIZE
               WS-RUN-AAAA DELIMITED BY SIZE
               ' - ARRETE AU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO TABLEAU-TITRE
           WRITE TABLEAU-TITRE
           MOVE SPACES TO TABLEAU-TITRE
           STRING 'CODE     DESIGNATION              '
               DELIMITED BY SIZE
               '   OUVERTUREACQUISITIONS   DOTATIONS     SORTIES'
               DELIMITED BY SIZE
               '     CLOTURE    RESULTAT' DELIMITED BY SIZE
               INTO TABLEAU-TITRE
           WRITE TABLEAU-TITRE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-IMMO
               MOVE WS-IMMO-IMAGE(WS-I) TO IMMO-REG
               IF IMMO-DATE-ACQ(1:4) <= WS-RUN-AAAA
                  AND (NOT IMMO-SORTIE
                       OR IMMO-DATE-CESSION(1:4) = WS-RUN-AAAA)
                   PERFORM ECRIRE-LIGNE-TABLEAU
               END-IF
           END-PERFORM
           MOVE SPACES TO TABLEAU-REG
           MOVE 'TOTAL' TO TABLEAU-CODE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               MOVE WS-TOTAL-COLONNE(WS-C) TO TABLEAU-MONTANT(WS-C)
           END-PERFORM
           MOVE WS-TOTAL-RESULTAT TO TABLEAU-RESULTAT
           WRITE TABLEAU-REG
           CLOSE FTABLEAU.

      *    REECRITURE DU REGISTRE
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-IMMO
               MOVE WS-IMMO-IMAGE(WS-I) TO NOUVEAU-REG
               WRITE NOUVEAU-REG
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv IMMOBILISATIONS.TMP ' DELIMITED BY SIZE
               'IMMOBILISATIONS.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement du registre des '
                   'immobilisations'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           DISPLAY 'Immobilisations amorties : ' WS-NB-AMORTIES
           DISPLAY 'Dotations du passage     : ' WS-TOTAL-DOTATIONS
           DISPLAY 'Immobilisations sorties  : ' WS-NB-SORTIES
           DISPLAY 'Ecritures BILAN postees  : ' WS-NB-ECRITURES
           DISPLAY 'Lignes du tableau        : ' WS-NB-TABLEAU
               ' (voir ' WS-NOM-TABLEAU(1:32) ')'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    AMORTIT L'IMMOBILISATION COURANTE (IMMO-REG) MOIS PAR MOIS
      *    JUSQU'AU MOIS CIBLE ET POSTE LA DOTATION DU PASSAGE
       AMORTIR-IMMOBILISATION.
           IF IMMO-CESSION-ENREGISTREE
               MOVE IMMO-DATE-CESSION(1:6) TO WS-MOIS-CIBLE
           ELSE
               MOVE WS-RUN-YYYYMMDD(1:6) TO WS-MOIS-CIBLE
           END-IF
           MOVE IMMO-DATE-ACQ TO WS-ACQ-X
           IF IMMO-DERNIER-MOIS = SPACES
               MOVE IMMO-DATE-ACQ(1:6) TO WS-MOIS-X
           ELSE
               MOVE IMMO-DERNIER-MOIS TO WS-MOIS-X
               PERFORM AVANCER-MOIS
           END-IF
           COMPUTE WS-NB-MOIS-DUREE = IMMO-DUREE * 12
           EVALUATE TRUE
               WHEN IMMO-DUREE <= 4
                   MOVE 1.25 TO WS-COEFFICIENT
               WHEN IMMO-DUREE <= 6
                   MOVE 1.75 TO WS-COEFFICIENT
               WHEN OTHER
                   MOVE 2.25 TO WS-COEFFICIENT
           END-EVALUATE
           MOVE 0 TO WS-DOTATION-PASSAGE
           PERFORM UNTIL WS-MOIS-X > WS-MOIS-CIBLE
               PERFORM AMORTIR-MOIS
               MOVE WS-MOIS-X TO IMMO-DERNIER-MOIS
               PERFORM AVANCER-MOIS
           END-PERFORM
           IF WS-DOTATION-PASSAGE > 0
               ADD 1 TO WS-NB-AMORTIES
               ADD WS-DOTATION-PASSAGE TO WS-TOTAL-DOTATIONS
               MOVE SPACES TO BILAN-REG
               MOVE WS-RUN-YYYYMMDD TO BILAN-DATE
               STRING 'DOT AMORT ' DELIMITED BY SIZE
                   IMMO-CODE DELIMITED BY SIZE
                   INTO BILAN-LIBELLE
               MOVE WS-DOTATION-PASSAGE TO BILAN-DEBIT
               MOVE 0 TO BILAN-CREDIT
               MOVE '681100' TO BILAN-COMPTE
               WRITE BILAN-REG
               MOVE 0 TO BILAN-DEBIT
               MOVE WS-DOTATION-PASSAGE TO BILAN-CREDIT
               MOVE WS-COMPTE-AMORT TO BILAN-COMPTE
               WRITE BILAN-REG
               ADD 2 TO WS-NB-ECRITURES
           END-IF.

      *    DOTATION DU MOIS WS-MOIS ; LE PREMIER MOIS D'UN NOUVEL
      *    EXERCICE REPORTE LA DOTATION ECOULEE DANS LE CUMUL
       AMORTIR-MOIS.
           IF WS-MOIS-AAAA > IMMO-EXERCICE
               ADD IMMO-DOTATION-EXERCICE TO IMMO-CUMUL-DEBUT
               MOVE 0 TO IMMO-DOTATION-EXERCICE
               MOVE WS-MOIS-AAAA TO IMMO-EXERCICE
           END-IF
           COMPUTE WS-VNC = IMMO-COUT - IMMO-CUMUL-DEBUT
               - IMMO-DOTATION-EXERCICE
           COMPUTE WS-RANG-MOIS = (WS-MOIS-AAAA * 12 + WS-MOIS-MM)
               - (WS-ACQ-AAAA * 12 + WS-ACQ-MM) + 1
           COMPUTE WS-MOIS-RESTANTS = WS-NB-MOIS-DUREE
               - WS-RANG-MOIS + 1
           EVALUATE TRUE
               WHEN WS-VNC = 0
                   MOVE 0 TO WS-DOTATION-MOIS
               WHEN WS-MOIS-RESTANTS <= 1
                   MOVE WS-VNC TO WS-DOTATION-MOIS
               WHEN IMMO-LINEAIRE
                   COMPUTE WS-DOTATION-MOIS ROUNDED =
                       IMMO-COUT / WS-NB-MOIS-DUREE
      *        L'ANNUITE DEGRESSIVE ET LE BASCULEMENT EN LINEAIRE SE
      *        DECIDENT SUR LA VALEUR NETTE D'OUVERTURE : LA DOTATION
      *        EST LA MEME CHAQUE MOIS DE L'EXERCICE
               WHEN OTHER
                   COMPUTE WS-VNC-OUVERTURE =
                       IMMO-COUT - IMMO-CUMUL-DEBUT
                   COMPUTE WS-RANG-ACQ = WS-ACQ-AAAA * 12 + WS-ACQ-MM
                   COMPUTE WS-RANG-OUVERTURE =
                       WS-MOIS-AAAA * 12 + 2 - WS-RANG-ACQ
                   IF WS-RANG-OUVERTURE < 1
                       MOVE 1 TO WS-RANG-OUVERTURE
                   END-IF
                   COMPUTE WS-RESTANTS-OUVERTURE =
                       WS-NB-MOIS-DUREE + 1 - WS-RANG-OUVERTURE
                   COMPUTE WS-DOTATION-MOIS ROUNDED =
                       WS-VNC-OUVERTURE * WS-COEFFICIENT
                       / WS-NB-MOIS-DUREE
                   COMPUTE WS-DOTATION-LINEAIRE ROUNDED =
                       WS-VNC-OUVERTURE / WS-RESTANTS-OUVERTURE
                   IF WS-DOTATION-LINEAIRE > WS-DOTATION-MOIS
                       MOVE WS-DOTATION-LINEAIRE TO WS-DOTATION-MOIS
                   END-IF
           END-EVALUATE
           IF WS-DOTATION-MOIS > WS-VNC
               MOVE WS-VNC TO WS-DOTATION-MOIS
           END-IF
           ADD WS-DOTATION-MOIS TO IMMO-DOTATION-EXERCICE
           ADD WS-DOTATION-MOIS TO WS-DOTATION-PASSAGE.

       AVANCER-MOIS.
           IF WS-MOIS-MM = 12
               ADD 1 TO WS-MOIS-AAAA
               MOVE 1 TO WS-MOIS-MM
           ELSE
               ADD 1 TO WS-MOIS-MM
           END-IF.

      *    SORTIE DE L'IMMOBILISATION CEDEE : AMORTISSEMENTS SOLDES,
      *    VALEUR NETTE EN CHARGE, COUT CREDITE, PRIX EN PRODUIT
       SORTIR-IMMOBILISATION.
           COMPUTE WS-CUMUL = IMMO-CUMUL-DEBUT
               + IMMO-DOTATION-EXERCICE
           COMPUTE WS-VNC = IMMO-COUT - WS-CUMUL
           MOVE SPACES TO BILAN-REG
           MOVE WS-RUN-YYYYMMDD TO BILAN-DATE
           STRING 'CESSION ' DELIMITED BY SIZE
               IMMO-CODE DELIMITED BY SIZE
               INTO BILAN-LIBELLE
           IF WS-CUMUL > 0
               MOVE WS-CUMUL TO BILAN-DEBIT
               MOVE 0 TO BILAN-CREDIT
               MOVE WS-COMPTE-AMORT TO BILAN-COMPTE
               WRITE BILAN-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF
           IF WS-VNC > 0
               MOVE WS-VNC TO BILAN-DEBIT
               MOVE 0 TO BILAN-CREDIT
               MOVE '675000' TO BILAN-COMPTE
               WRITE BILAN-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF
           MOVE 0 TO BILAN-DEBIT
           MOVE IMMO-COUT TO BILAN-CREDIT
           MOVE IMMO-COMPTE TO BILAN-COMPTE
           WRITE BILAN-REG
           ADD 1 TO WS-NB-ECRITURES
           IF IMMO-PRIX-CESSION > 0
               MOVE IMMO-PRIX-CESSION TO BILAN-DEBIT
               MOVE 0 TO BILAN-CREDIT
               MOVE '512000' TO BILAN-COMPTE
               WRITE BILAN-REG
               MOVE 0 TO BILAN-DEBIT
               MOVE IMMO-PRIX-CESSION TO BILAN-CREDIT
               MOVE '775000' TO BILAN-COMPTE
               WRITE BILAN-REG
               ADD 2 TO WS-NB-ECRITURES
           END-IF
           MOVE WS-VNC TO IMMO-VNC-SORTIE
           COMPUTE IMMO-RESULTAT-CESSION = IMMO-PRIX-CESSION - WS-VNC
           SET IMMO-SORTIE TO TRUE
           ADD 1 TO WS-NB-SORTIES.

      *    LIGNE DU TABLEAU POUR L'IMMOBILISATION COURANTE
       ECRIRE-LIGNE-TABLEAU.
           INITIALIZE WS-COLONNES
           IF IMMO-DATE-ACQ(1:4) < WS-RUN-AAAA
               COMPUTE WS-COLONNE(1) = IMMO-COUT - IMMO-CUMUL-DEBUT
           ELSE
               MOVE IMMO-COUT TO WS-COLONNE(2)
           END-IF
           MOVE IMMO-DOTATION-EXERCICE TO WS-COLONNE(3)
           IF IMMO-SORTIE
               MOVE IMMO-VNC-SORTIE TO WS-COLONNE(4)
           END-IF
           COMPUTE WS-COLONNE(5) = WS-COLONNE(1) + WS-COLONNE(2)
               - WS-COLONNE(3) - WS-COLONNE(4)
           MOVE SPACES TO TABLEAU-REG
           MOVE IMMO-CODE TO TABLEAU-CODE
           MOVE IMMO-LIBELLE TO TABLEAU-LIBELLE
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               MOVE WS-COLONNE(WS-C) TO TABLEAU-MONTANT(WS-C)
               ADD WS-COLONNE(WS-C) TO WS-TOTAL-COLONNE(WS-C)
           END-PERFORM
           IF IMMO-SORTIE
               MOVE IMMO-RESULTAT-CESSION TO TABLEAU-RESULTAT
               ADD IMMO-RESULTAT-CESSION TO WS-TOTAL-RESULTAT
           END-IF
           WRITE TABLEAU-REG
           ADD 1 TO WS-NB-TABLEAU.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
