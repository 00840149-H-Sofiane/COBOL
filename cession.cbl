       IDENTIFICATION DIVISION.
       PROGRAM-ID. CESSION.
      * Bordereau de cession en quote-part au reassureur : le taux
      * de cession du traite est lu dans TRAITE-CESSION.txt (ligne
      * de nature 'C', taux nnn.nn en pourcentage - il change au
      * renouvellement du traite, c'est donc une donnee et non du
      * code). Chaque ligne porte sa periode de validite (du / au,
      * AAAAMMJJ, au blanc = sans fin) : le taux retenu est celui en
      * vigueur au 1er janvier de l'annee de traite, celle du
      * trimestre vise dans REASSURANCE-PARAM.txt (AAAAT, comme
      * sincede et reascpt ; a defaut l'annee du jour), si bien
      * que le taux du traite renouvele se saisit d'avance. Chaque
      * police 'Actif' de ASSURANCES.txt produit une ligne de
      * bordereau dans BORDEREAU-CESSION.txt (MUNA, IDENTIFIANT,
      * prime brute annuelle MONTANT, part cedee, prime acquise du
      * trimestre), suivie d'une synthese : nombre de polices,
      * total brut, total acquis et total cede. La part cedee est
      * celle de la prime acquise sur le trimestre vise : MONTANT
      * au prorata des jours couverts dans le trimestre (entre
      * DEBUT-EFFET-SE et FIN-EFFET-SE) sur les jours de l'annee,
      * de sorte que chaque trimestre n'est charge que de sa part.
      * Le bordereau commence par sa periode (AAAAT), controlee par
      * reascpt. Le total brut doit retomber sur le 'Montant total
      * Actif' de ASSUR-EXPOSITION.txt, ce qui remplace le
      * bordereau tableur construit a la main.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPERIODE ASSIGN TO "REASSURANCE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FENTREE ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

       FD     FENTREE
              RECORDING MODE IS F.
              05 BORD-BRUT PIC 9(5).9(9).
              05 FILLER PIC X(1).
              05 BORD-CEDE PIC 9(5).9(9).
              05 FILLER PIC X(1).
              05 BORD-ACQUIS PIC 9(5).9(9).
       01 BORD-PERIODE.
              05 BORD-PERIODE-LIB PIC X(26).
              05 BORD-PERIODE-AAAAT PIC X(5).
       01 BORD-SYNTHESE.
              05 BORD-SYNTHESE-LIB PIC X(26).
              05 BORD-SYNTHESE-MONTANT PIC ZZZ,ZZZ,ZZ9.999999999.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBORDEREAU PIC X(02) VALUE SPACES.

       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.

      * ANNEE DE TRAITE : LE TAUX EN VIGUEUR AU 1ER JANVIER
       01 WS-DATE-JOUR PIC X(21).
       01 WS-DATE-REF.
           05 WS-DATE-REF-AAAA PIC X(4).
           05 FILLER PIC X(4) VALUE '0101'.

      * TRIMESTRE VISE ET SES BORNES EN JOURS
       01 WS-PERIODE-VISEE.
           05 WS-ANNEE-VISEE PIC X(4).
           05 WS-TRIMESTRE-VISE PIC 9(1).
       01 WS-MOIS PIC 9(2).
       01 WS-DATE-TRAV.
           05 WS-DATE-TRAV-AAAA PIC 9(4).
           05 WS-DATE-TRAV-MM PIC 9(2).
           05 WS-DATE-TRAV-JJ PIC 9(2).
       01 WS-DATE-NUM REDEFINES WS-DATE-TRAV PIC 9(8).
       01 WS-TRIM-DEBUT-INT PIC 9(9).
       01 WS-TRIM-FIN-INT PIC 9(9).
       01 WS-JOURS-ANNEE PIC 9(3).
       01 WS-DEBUT-INT PIC 9(9).
       01 WS-FIN-INT PIC 9(9).
       01 WS-EFFET-INT PIC 9(9).
       01 WS-JOURS-COUVERTS PIC S9(9).

       01 WS-TAUX PIC 9(3)V9(2) VALUE 0.
       01 WS-ETATS.
           05 WS-ETAT PIC X(5).
              88 WS-ACTIF VALUE 'Actif'.

       01 WS-ACQUIS-POLICE PIC 9(7)V9(9).
       01 WS-CEDE-POLICE PIC 9(7)V9(9).
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-CEDEES PIC 9(7) VALUE 0.
       01 WS-TOTAL-BRUT PIC 9(12)V9(9) VALUE 0.
       01 WS-TOTAL-ACQUIS PIC 9(12)V9(9) VALUE 0.
       01 WS-TOTAL-CEDE PIC 9(12)V9(9) VALUE 0.

       PROCEDURE DIVISION.
      *    TRIMESTRE VISE (A DEFAUT, CELUI DE LA DATE DU JOUR) ;
      *    L'ANNEE DE TRAITE EST CELLE DU TRIMESTRE VISE
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-VISEE
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS
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
           MOVE WS-ANNEE-VISEE TO WS-DATE-REF-AAAA
           PERFORM BORNER-TRIMESTRE

      *    TAUX DU TRAITE : OBLIGATOIRE, UN BORDEREAU A TAUX
      *    IMPLICITE N'A PAS DE SENS CONTRACTUEL ; C'EST LA LIGNE
      *    DE CESSION 'C' EN VIGUEUR DANS L'ANNEE DE TRAITE
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM NOT = '00'
               DISPLAY 'TRAITE-CESSION.txt non disponible - code '
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FPARAM-REACHED
               READ FPARAM
                   AT END
                       SET WS-EOF-FPARAM-REACHED TO TRUE
                   NOT AT END
                       IF PARAM-NATURE = 'C'
                          AND PARAM-TAUX-ENT IS NUMERIC
                          AND PARAM-TAUX-DEC IS NUMERIC
                          AND (PARAM-DU = SPACES
                               OR PARAM-DU <= WS-DATE-REF)
                          AND (PARAM-AU = SPACES
                               OR PARAM-AU >= WS-DATE-REF)
                           COMPUTE WS-TAUX = PARAM-TAUX-ENT
                               + PARAM-TAUX-DEC / 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPARAM.
           IF WS-TAUX = 0 OR WS-TAUX > 100
               DISPLAY 'Taux de cession inexploitable dans '
                   'TRAITE-CESSION.txt au ' WS-DATE-REF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               STOP RUN
           END-IF
           OPEN OUTPUT FBORDEREAU.
           MOVE SPACES TO BORD-PERIODE
           MOVE 'PERIODE DU BORDEREAU    :' TO BORD-PERIODE-LIB
           MOVE WS-PERIODE-VISEE TO BORD-PERIODE-AAAAT
           WRITE BORD-PERIODE

           PERFORM UNTIL WS-EOF-REACHED
               READ FENTREE
           MOVE WS-TOTAL-BRUT TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'TOTAL PRIMES ACQUISES   :' TO BORD-SYNTHESE-LIB
           MOVE WS-TOTAL-ACQUIS TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'TOTAL PART CEDEE        :' TO BORD-SYNTHESE-LIB
           MOVE WS-TOTAL-CEDE TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           CLOSE FBORDEREAU.

           DISPLAY 'Trimestre vise  : ' WS-ANNEE-VISEE
               '-T' WS-TRIMESTRE-VISE
           DISPLAY 'Polices lues    : ' WS-NB-LUES
           DISPLAY 'Polices cedees  : ' WS-NB-CEDEES
           DISPLAY 'Taux du traite  : ' WS-TAUX ' %'
           DISPLAY 'Primes brutes   : ' WS-TOTAL-BRUT
           DISPLAY 'Primes acquises : ' WS-TOTAL-ACQUIS
           DISPLAY 'Part cedee      : ' WS-TOTAL-CEDE
           DISPLAY 'Bordereau ecrit dans BORDEREAU-CESSION.txt'
           STOP RUN.

      *    PREMIER ET DERNIER JOUR DU TRIMESTRE VISE, NOMBRE DE JOURS
      *    DE L'ANNEE (365 OU 366) POUR LE PRORATA DE LA PRIME ANNUELLE
       BORNER-TRIMESTRE.
           MOVE WS-ANNEE-VISEE TO WS-DATE-TRAV-AAAA
           COMPUTE WS-DATE-TRAV-MM = WS-TRIMESTRE-VISE * 3 - 2
           MOVE 1 TO WS-DATE-TRAV-JJ
           COMPUTE WS-TRIM-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           IF WS-TRIMESTRE-VISE = 4
               ADD 1 TO WS-DATE-TRAV-AAAA
               MOVE 1 TO WS-DATE-TRAV-MM
           ELSE
               ADD 3 TO WS-DATE-TRAV-MM
           END-IF
           COMPUTE WS-TRIM-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
           MOVE WS-ANNEE-VISEE TO WS-DATE-TRAV-AAAA
           MOVE 12 TO WS-DATE-TRAV-MM
           MOVE 31 TO WS-DATE-TRAV-JJ
           COMPUTE WS-FIN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           MOVE 1 TO WS-DATE-TRAV-MM
           MOVE 1 TO WS-DATE-TRAV-JJ
           COMPUTE WS-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-JOURS-ANNEE = WS-FIN-INT - WS-DEBUT-INT + 1.

      *    PRIME ACQUISE SUR LE TRIMESTRE : JOURS COUVERTS PAR LA
      *    POLICE DANS LE TRIMESTRE ; DES DATES DE POLICE
      *    INEXPLOITABLES VALENT COUVERTURE SUR TOUT LE TRIMESTRE
       CEDER-POLICE.
           MOVE WS-TRIM-DEBUT-INT TO WS-DEBUT-INT
           MOVE WS-TRIM-FIN-INT TO WS-FIN-INT
           MOVE 0 TO WS-EFFET-INT
           IF DEBUT-EFFET-SE IS NUMERIC
               MOVE DEBUT-EFFET-SE TO WS-DATE-NUM
               COMPUTE WS-EFFET-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           IF WS-EFFET-INT > WS-DEBUT-INT
               MOVE WS-EFFET-INT TO WS-DEBUT-INT
           END-IF
           MOVE 0 TO WS-EFFET-INT
           IF FIN-EFFET-SE IS NUMERIC
               MOVE FIN-EFFET-SE TO WS-DATE-NUM
               COMPUTE WS-EFFET-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           END-IF
           IF WS-EFFET-INT > 0 AND WS-EFFET-INT < WS-FIN-INT
               MOVE WS-EFFET-INT TO WS-FIN-INT
           END-IF
           COMPUTE WS-JOURS-COUVERTS = WS-FIN-INT - WS-DEBUT-INT + 1
           IF WS-JOURS-COUVERTS < 0
               MOVE 0 TO WS-JOURS-COUVERTS
           END-IF
           ADD 1 TO WS-NB-CEDEES
           ADD MONTANT TO WS-TOTAL-BRUT
           COMPUTE WS-ACQUIS-POLICE ROUNDED =
               MONTANT * WS-JOURS-COUVERTS / WS-JOURS-ANNEE
           ADD WS-ACQUIS-POLICE TO WS-TOTAL-ACQUIS
           COMPUTE WS-CEDE-POLICE ROUNDED =
               WS-ACQUIS-POLICE * WS-TAUX / 100
           ADD WS-CEDE-POLICE TO WS-TOTAL-CEDE
           MOVE SPACES TO BORD-REG
           MOVE MUNA TO BORD-MUNA
           MOVE IDENTIFIANT TO BORD-IDENTIFIANT
           MOVE MONTANT TO BORD-BRUT
           MOVE WS-CEDE-POLICE TO BORD-CEDE
           MOVE WS-ACQUIS-POLICE TO BORD-ACQUIS
           WRITE BORD-REG.
