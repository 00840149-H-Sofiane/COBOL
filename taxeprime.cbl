      * taxe due, avec un total general dont l'assiette doit
      * retomber sur le portefeuille Actif. La declaration
      * trimestrielle cesse d'occuper deux personnes pendant trois
      * jours. Quand le libelle de la police est rattache au
      * catalogue produits PRODUITS.txt (PRODLOOK), c'est la
      * classe de taxe de la fiche produit qui designe la ligne
      * du bareme ; la comparaison sur le debut du libelle ne sert
      * plus que pour les libelles non rattaches, les produits
      * sans classe de taxe ou en l'absence de catalogue. Chaque
      * ligne du bareme porte sa periode de validite (du / au,
      * AAAAMMJJ, au blanc = sans fin) : seules les lignes en
      * vigueur au premier jour du trimestre declare (AAAAT lu dans
      * TAXEPRIME-PARAM.txt, trimestre courant a defaut) sont
      * chargees, si bien qu'un nouveau taux saisi d'avance prend
      * effet seul au trimestre voulu.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "TAXEPRIME-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FANOMALIES.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).
              05 PARAM-TRIMESTRE PIC X(1).

       FD     FDEPT
              RECORDING MODE IS F.
       01 DEPTREG.
              05 TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 TAUX-DU PIC X(8).
              05 FILLER PIC X(1).
              05 TAUX-AU PIC X(8).

       FD     FPOLICE
              RECORDING MODE IS F.
              05 ANOMALIE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEPT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTAUX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
      * REFERENTIEL DEPARTEMENTS/REGIONS
       COPY DEPTTAB.
       COPY DEPTLNK.
       COPY PRODLNK.
       01 WS-CATALOGUE PIC X VALUE 'O'.
           88 WS-CATALOGUE-ABSENT VALUE 'N'.

      * BAREME DES TAUX PAR CLASSE DE CONTRAT (DEBUT DU
      * LIBELLE-COMMERCIAL-SE ; '*' = TAUX PAR DEFAUT)
       01 WS-TAUX-POLICE PIC 9(3)V9(2).
       01 WS-TAXE-POLICE PIC 9(7)V9(2).
       01 WS-T PIC 9(3).

      * TRIMESTRE DECLARE ET DATE DE REFERENCE DU BAREME
       01 WS-DATE-JOUR PIC X(21).
       01 WS-ANNEE-VISEE PIC X(4).
       01 WS-TRIMESTRE-VISE PIC 9(1).
       01 WS-MOIS PIC 9(2).
       01 WS-DATE-REF.
           05 WS-DATE-REF-AAAA PIC X(4).
           05 WS-DATE-REF-MM PIC 9(2).
           05 WS-DATE-REF-JJ PIC X(2) VALUE '01'.
       01 WS-LG PIC 9(2).

      * LISTE DES REGIONS DISTINCTES ET CUMULS

           PERFORM CHARGER-REFERENTIEL.

      *    TRIMESTRE DECLARE (AAAAT), TRIMESTRE COURANT A DEFAUT
           MOVE FUNCTION CURRENT-DATE TO WS-DATE-JOUR
           MOVE WS-DATE-JOUR(1:4) TO WS-ANNEE-VISEE
           MOVE WS-DATE-JOUR(5:2) TO WS-MOIS
           COMPUTE WS-TRIMESTRE-VISE = (WS-MOIS + 2) / 3
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                          AND PARAM-TRIMESTRE >= '1'
                          AND PARAM-TRIMESTRE <= '4'
                           MOVE PARAM-ANNEE TO WS-ANNEE-VISEE
                           MOVE PARAM-TRIMESTRE TO WS-TRIMESTRE-VISE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           MOVE WS-ANNEE-VISEE TO WS-DATE-REF-AAAA
           COMPUTE WS-DATE-REF-MM = (WS-TRIMESTRE-VISE - 1) * 3 + 1

      *    CHARGEMENT DU BAREME DES TAUX EN VIGUEUR A LA DATE DE
      *    REFERENCE (DU BLANC OU ATTEINT, AU BLANC OU NON DEPASSE)
           OPEN INPUT FTAUX.
           IF WS-STATUS-FTAUX NOT = '00'
               DISPLAY 'TAUX-TAXES.txt non disponible - code statut '
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
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           STRING 'TRIMESTRE ' DELIMITED BY SIZE
               WS-TRIMESTRE-VISE DELIMITED BY SIZE
               ' / ' DELIMITED BY SIZE
               WS-ANNEE-VISEE DELIMITED BY SIZE
               ' - BAREME EN VIGUEUR AU ' DELIMITED BY SIZE
               WS-DATE-REF DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           STRING 'REGION                       POLICES'
               DELIMITED BY SIZE
               '       ASSIETTE           TAXE'
               MONTANT * WS-TAUX-POLICE / 100
           ADD WS-TAXE-POLICE TO WS-REGION-TAXE(WS-REGION-IDX).

      *    TAUX DE LA POLICE COURANTE : CLASSE DE TAXE DE SON
      *    PRODUIT AU CATALOGUE, SINON PREMIERE CLASSE DU BAREME
      *    DONT LE LIBELLE-COMMERCIAL-SE COMMENCE PAR LA CLASSE,
      *    SINON TAUX PAR DEFAUT '*'.
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
