       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINRATIO.
      * Rapport de sinistralite (S/P) : confronte la charge des
      * sinistres du registre SINISTRES-REGISTRE.txt (tenu par
      * singest : cumul regle + provision restante, c'est-a-dire ce
      * qui est reellement paye ou du, et non plus le montant
      * reclame a la declaration) aux primes MONTANT du portefeuille
      * ASSURANCES.txt, ventile par ETAT de police et par
      * departement / region via la meme resolution MUNA ->
      * FR-LISTE-DEPT.txt -> DEPARTEMENTS.txt que expogeo. Le
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FSINISTRES ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSINISTRES.

       FD     FSINISTRES
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 WS-RATIO PIC 9(5)V9(2) VALUE 0.
       01 WS-PRIMES-COURANTES PIC 9(12)V9(2) VALUE 0.
       01 WS-SINISTRES-COURANTS PIC 9(12)V9(2) VALUE 0.
       01 WS-CHARGE PIC 9(10)V9(2) VALUE 0.
       01 WS-LIB-COURANT PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.
           END-PERFORM.
           CLOSE FPOLICE.

      *    CHARGE DES SINISTRES DU REGISTRE, PAR DEPARTEMENT ET ETAT
           OPEN INPUT FSINISTRES.
           IF WS-STATUS-FSINISTRES NOT = '00'
               DISPLAY 'SINISTRES-REGISTRE.txt non disponible - code '
                   'statut ' WS-STATUS-FSINISTRES
               DISPLAY 'Executer singest avant sinratio'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   AT END
                       SET WS-EOF-FSINISTRES-REACHED TO TRUE
                   NOT AT END
                       IF SINR-MUNA IS NUMERIC
                           ADD 1 TO WS-NB-SINISTRES-LUS
                           PERFORM CUMULER-SINISTRE
                       END-IF
               ADD MONTANT TO WS-CUMUL-PRIMES(WS-I)
           END-IF.

      *    CUMULE LA CHARGE DU SINISTRE COURANT (REGLE + PROVISION)
      *    PAR DEPARTEMENT (MUNA DU SINISTRE) ET PAR ETAT DE POLICE.
       CUMULER-SINISTRE.
           COMPUTE WS-CHARGE = SINR-PAYE + SINR-RESERVE
           MOVE SINR-MUNA TO WS-CLE-MUNA
           MOVE SINR-IDENTIFIANT TO WS-CLE-IDENT
           MOVE 'N' TO WS-POLICE-TROUVEE
           IF WS-NB-POLICES > 0
               SET WS-POLICE-IDX TO 1
           ELSE
               MOVE 4 TO WS-ETAT-IDX
           END-IF
           ADD WS-CHARGE TO WS-ETAT-SINISTRES(WS-ETAT-IDX)
           MOVE SINR-MUNA TO MUNA
           PERFORM CHERCHER-DEPARTEMENT
           IF WS-DEPT-EST-TROUVE
               SET WS-I TO WS-DEPT-IDX
               ADD WS-CHARGE TO WS-CUMUL-SINISTRES(WS-I)
           ELSE
               ADD 1 TO WS-NB-SIN-ANOMALIES
           END-IF.
