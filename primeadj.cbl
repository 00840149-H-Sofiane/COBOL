      * avenant produit une ligne dans AVENANTS-PRIMES.txt (ancien,
      * nouveau, ajustement signe) et les ecritures equilibrees
      * partent dans GL-MOUVEMENTS-AVENANTS.txt au format etabli
      * par glposte, a la suite de celles que glbilan n'a pas
      * encore deversees. A executer AVANT assumaj, qui ecrase
      * l'ancien MONTANT. Les modifications que assumaj retiendra
      * pour approbation (ecart de MONTANT au-dela du seuil de
      * ASSUR-VALIDATION-PARAM.txt, remise en vigueur d'une police
      * resiliee ou suspendue) ne sont pas valorisees ici :
      * assumaj les valorise a leur approbation. Les majorations
      * en cours d'annee cessent d'etre facturees plein pot ou pas
      * du tout selon qui les saisit.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FAVENANTS ASSIGN TO "AVENANTS-PRIMES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.

           SELECT FPARAM ASSIGN TO "ASSUR-VALIDATION-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.
       DATA DIVISION.
       FILE SECTION.
       FD     FTRANS
              05 MOUV-TRAILER-LIB PIC X(20).
              05 MOUV-TRAILER-NB  PIC ZZZZZZ9.

      * SEUIL DU DOUBLE REGARD DE assumaj (EUROS)
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-SEUIL PIC 9(5).
              05 FILLER PIC X(1).
              05 PARAM-JOURS PIC 9(3).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAVENANTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.

       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-AJUSTEMENT PIC S9(7)V9(9).
       01 WS-AJUSTEMENT-ABS PIC 9(7)V9(9).

      * MEMES REGLES DE RETENUE QUE assumaj
       01 WS-SEUIL-MONTANT PIC 9(5) VALUE 1000.
       01 WS-ECART-MONTANT PIC S9(6)V9(9) VALUE 0.
       01 WS-ETAT-AVANT PIC X(5).
           88 WS-AVANT-RESILIE VALUE 'Resil'.
           88 WS-AVANT-SUPENDU VALUE 'Supen'.
       01 WS-ETAT-APRES PIC X(5).
           88 WS-APRES-ACTIF VALUE 'Actif'.

       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-AVENANTS PIC 9(7) VALUE 0.
       01 WS-NB-IGNORES PIC 9(7) VALUE 0.
       01 WS-NB-RETENUS PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(12)V9(9) VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(12)V9(9) VALUE 0.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-SEUIL IS NUMERIC
                           MOVE PARAM-SEUIL TO WS-SEUIL-MONTANT
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           OPEN OUTPUT FAVENANTS.
      *    assumaj Y AJOUTE LES AVENANTS APPROUVES : UN PASSAGE AVANT
      *    LE DEVERSEMENT PAR glbilan NE DOIT PAS LES EFFACER
           OPEN EXTEND FMOUV
           IF WS-STATUS-FMOUV NOT = '00'
               OPEN OUTPUT FMOUV
           END-IF

           PERFORM UNTIL WS-EOF-REACHED
               READ FTRANS
           DISPLAY 'Avenants valorises   : ' WS-NB-AVENANTS
               ' (voir AVENANTS-PRIMES.txt)'
           DISPLAY 'Avenants ignores     : ' WS-NB-IGNORES
           DISPLAY 'Avenants retenus     : ' WS-NB-RETENUS
               ' (valorises par assumaj a l approbation)'
           DISPLAY 'Ecritures emises     : ' WS-NB-ECRITURES
               ' (voir GL-MOUVEMENTS-AVENANTS.txt)'
           DISPLAY 'Total debits  : ' WS-TOTAL-DEBIT
                       DISPLAY 'Avenant ignore (police absente de '
                           'l index) : MUNA ' TRANS-MUNA
                   NOT INVALID KEY
                       PERFORM QUALIFIER-AVENANT
               END-READ
           END-IF.

      *    UNE MODIFICATION QUE assumaj METTRA EN ATTENTE N'EST PAS
      *    VALORISEE : ELLE NE PREND EFFET QU'A SON APPROBATION.
       QUALIFIER-AVENANT.
           COMPUTE WS-ECART-MONTANT = TRANS-MONTANT - ASSUIDX-MONTANT
           IF WS-ECART-MONTANT < 0
               COMPUTE WS-ECART-MONTANT = 0 - WS-ECART-MONTANT
           END-IF
           MOVE ASSUIDX-ETAT TO WS-ETAT-AVANT
           MOVE TRANS-ETAT TO WS-ETAT-APRES
           IF ((WS-AVANT-RESILIE OR WS-AVANT-SUPENDU)
                AND WS-APRES-ACTIF)
              OR WS-ECART-MONTANT > WS-SEUIL-MONTANT
               ADD 1 TO WS-NB-RETENUS
           ELSE
               PERFORM VALORISER-AVENANT
           END-IF.

       VALORISER-AVENANT.
           IF ASSUIDX-DEBUT-EFFET IS NOT NUMERIC
              OR ASSUIDX-FIN-EFFET IS NOT NUMERIC
