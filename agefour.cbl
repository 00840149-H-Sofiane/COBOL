       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEFOUR.
      * Balance agee des fournisseurs, tiree en fin de mois (etape
      * 'M' de la chaine) sur le registre FACTURES-FOURNISSEURS.txt
      * tenu par factfour et paiefour : chaque facture non payee
      * (saisie ou comptabilisee) est classee selon son retard au
      * jour du passage, compte depuis son echeance - non echue,
      * 1 a 30 jours, 31 a 60, 61 a 90, plus de 90 jours. Une ligne
      * par fournisseur dans BALANCE-AGEE-FOURNISSEURS.txt (code,
      * raison sociale relue dans FOURNISSEURS.txt, montant par
      * tranche et total), puis la ligne des totaux par tranche et
      * le nombre de factures ouvertes. Une dette de plus de 90
      * jours donne le code retour 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGISTRE ASSIGN TO "FACTURES-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FFOUR ASSIGN TO "FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFOUR.

           SELECT FBALANCE ASSIGN TO "BALANCE-AGEE-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBALANCE.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY FACTREC.

       FD     FFOUR
              RECORDING MODE IS F.
       COPY FOURREC.

       FD     FBALANCE
              RECORDING MODE IS F.
       01 BALANCE-REG.
              05 BALANCE-FOURNISSEUR PIC X(6).
              05 FILLER PIC X(1).
              05 BALANCE-NOM PIC X(30).
              05 BALANCE-TRANCHE OCCURS 5 TIMES.
                  10 FILLER PIC X(1).
                  10 BALANCE-MONTANT PIC ZZZZZZZ9.99.
              05 FILLER PIC X(1).
              05 BALANCE-TOTAL PIC ZZZZZZZ9.99.
       01 BALANCE-TITRE PIC X(110).
       01 BALANCE-TRAILER.
              05 BALANCE-TRAILER-LIB PIC X(20).
              05 BALANCE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFOUR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBALANCE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FFOUR PIC X VALUE 'N'.
           88 WS-EOF-FFOUR-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-ECHEANCE PIC 9(8).
       01 WS-RETARD PIC S9(7) VALUE 0.
       01 WS-T PIC 9(1) VALUE 0.

      * CUMULS PAR FOURNISSEUR, DANS L'ORDRE DE PREMIERE APPARITION
      * AU REGISTRE ; TRANCHES : NON ECHU, 1-30, 31-60, 61-90, +90
       01 WS-NB-FOUR PIC 9(4) VALUE 0.
       01 WS-TABLE-FOUR.
           05 WS-FOUR-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-FOUR-IDX.
               10 WS-FOUR-CODE PIC X(6).
               10 WS-FOUR-NOM PIC X(30).
               10 WS-FOUR-CUMUL PIC 9(9)V99 OCCURS 5 TIMES.
               10 WS-FOUR-TOTAL PIC 9(9)V99.
       01 WS-TOTAUX.
           05 WS-TOTAL-TRANCHE PIC 9(9)V99 OCCURS 5 TIMES VALUE 0.
       01 WS-TOTAL-GENERAL PIC 9(9)V99 VALUE 0.

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-FOUR-TROUVE VALUE 'Y'.
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-OUVERTES PIC 9(7) VALUE 0.
       01 WS-NB-PLUS-90 PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'agefour' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE NOT = '00'
               DISPLAY 'FACTURES-FOURNISSEURS.txt non disponible - '
                   'code statut ' WS-STATUS-FREGISTRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
               READ FREGISTRE
                   AT END
                       SET WS-EOF-FREGISTRE-REACHED TO TRUE
                   NOT AT END
                       IF FACT-FOURNISSEUR NOT = SPACES
                          AND NOT FACT-PAYEE
                           PERFORM CUMULER-FACTURE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREGISTRE

      *    RAISONS SOCIALES (FICHIER ABSENT : CODES SEULS)
           OPEN INPUT FFOUR.
           IF WS-STATUS-FFOUR = '00'
               PERFORM UNTIL WS-EOF-FFOUR-REACHED
                   READ FFOUR
                       AT END
                           SET WS-EOF-FFOUR-REACHED TO TRUE
                       NOT AT END
                           PERFORM CHERCHER-FOURNISSEUR-FICHE
                   END-READ
               END-PERFORM
               CLOSE FFOUR
           ELSE
               DISPLAY 'FOURNISSEURS.txt absent - balance editee '
                   'sans raison sociale'
           END-IF

           OPEN OUTPUT FBALANCE.
           MOVE SPACES TO BALANCE-TITRE
           STRING 'BALANCE AGEE FOURNISSEURS AU ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO BALANCE-TITRE
           WRITE BALANCE-TITRE
           MOVE SPACES TO BALANCE-TITRE
           STRING 'CODE   RAISON SOCIALE                '
               DELIMITED BY SIZE
               '    NON ECHU     1-30 J.    31-60 J.    61-90 J.'
               DELIMITED BY SIZE
               '      +90 J.       TOTAL' DELIMITED BY SIZE
               INTO BALANCE-TITRE
           WRITE BALANCE-TITRE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FOUR
               MOVE SPACES TO BALANCE-REG
               MOVE WS-FOUR-CODE(WS-I) TO BALANCE-FOURNISSEUR
               MOVE WS-FOUR-NOM(WS-I) TO BALANCE-NOM
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
                   MOVE WS-FOUR-CUMUL(WS-I, WS-T)
                       TO BALANCE-MONTANT(WS-T)
                   ADD WS-FOUR-CUMUL(WS-I, WS-T)
                       TO WS-TOTAL-TRANCHE(WS-T)
               END-PERFORM
               MOVE WS-FOUR-TOTAL(WS-I) TO BALANCE-TOTAL
               ADD WS-FOUR-TOTAL(WS-I) TO WS-TOTAL-GENERAL
               WRITE BALANCE-REG
           END-PERFORM
           MOVE SPACES TO BALANCE-REG
           MOVE 'TOTAL' TO BALANCE-FOURNISSEUR
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               MOVE WS-TOTAL-TRANCHE(WS-T) TO BALANCE-MONTANT(WS-T)
           END-PERFORM
           MOVE WS-TOTAL-GENERAL TO BALANCE-TOTAL
           WRITE BALANCE-REG
           MOVE SPACES TO BALANCE-TRAILER
           MOVE 'TOTAL FACTURES : ' TO BALANCE-TRAILER-LIB
           MOVE WS-NB-OUVERTES TO BALANCE-TRAILER-NB
           WRITE BALANCE-TRAILER
           CLOSE FBALANCE.

           DISPLAY 'Factures ouvertes      : ' WS-NB-OUVERTES
           DISPLAY 'Fournisseurs           : ' WS-NB-FOUR
           DISPLAY 'Factures a plus de 90 j: ' WS-NB-PLUS-90
               ' (voir BALANCE-AGEE-FOURNISSEURS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-PLUS-90 > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    CLASSE LA FACTURE COURANTE DANS LA TRANCHE DE SON RETARD
       CUMULER-FACTURE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-FOUR > 0
               SET WS-FOUR-IDX TO 1
               SEARCH WS-FOUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-FOUR-IDX > WS-NB-FOUR
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-FOUR-CODE(WS-FOUR-IDX) = FACT-FOURNISSEUR
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-FOUR-TROUVE
              AND WS-NB-FOUR < 3000
               ADD 1 TO WS-NB-FOUR
               SET WS-FOUR-IDX TO WS-NB-FOUR
               MOVE FACT-FOURNISSEUR TO WS-FOUR-CODE(WS-FOUR-IDX)
               MOVE SPACES TO WS-FOUR-NOM(WS-FOUR-IDX)
               PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
                   MOVE 0 TO WS-FOUR-CUMUL(WS-FOUR-IDX, WS-T)
               END-PERFORM
               MOVE 0 TO WS-FOUR-TOTAL(WS-FOUR-IDX)
               MOVE 'Y' TO WS-TROUVE
           END-IF
           IF NOT WS-FOUR-TROUVE
               DISPLAY 'Capacite de 3000 fournisseurs atteinte - '
                   'facture ' FACT-NUMERO ' ignoree'
           ELSE
               MOVE FACT-ECHEANCE TO WS-ECHEANCE
               COMPUTE WS-RETARD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-ECHEANCE)
               EVALUATE TRUE
                   WHEN WS-RETARD <= 0
                       MOVE 1 TO WS-T
                   WHEN WS-RETARD <= 30
                       MOVE 2 TO WS-T
                   WHEN WS-RETARD <= 60
                       MOVE 3 TO WS-T
                   WHEN WS-RETARD <= 90
                       MOVE 4 TO WS-T
                   WHEN OTHER
                       MOVE 5 TO WS-T
                       ADD 1 TO WS-NB-PLUS-90
               END-EVALUATE
               ADD FACT-MONTANT TO WS-FOUR-CUMUL(WS-FOUR-IDX, WS-T)
               ADD FACT-MONTANT TO WS-FOUR-TOTAL(WS-FOUR-IDX)
               ADD 1 TO WS-NB-OUVERTES
           END-IF.

       CHERCHER-FOURNISSEUR-FICHE.
           IF WS-NB-FOUR > 0
               SET WS-FOUR-IDX TO 1
               SEARCH WS-FOUR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FOUR-IDX > WS-NB-FOUR
                       CONTINUE
                   WHEN WS-FOUR-CODE(WS-FOUR-IDX) = FOUR-CODE
                       MOVE FOUR-NOM TO WS-FOUR-NOM(WS-FOUR-IDX)
               END-SEARCH
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
