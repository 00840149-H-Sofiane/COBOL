       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIEFOUR.
      * Reglement hebdomadaire des fournisseurs (etape 'H' de la
      * chaine, le vendredi) sur le registre
      * FACTURES-FOURNISSEURS.txt tenu par factfour :
      *  - chaque facture saisie depuis le passage precedent (statut
      *    'S') est passee au livre BILAN.txt : debit de son compte
      *    de charge, montant TTC avec son code TVA (la TVA
      *    deductible en est tiree par tvadecl), credit du 401000
      *    Fournisseurs ; elle passe au statut 'C' ;
      *  - les factures comptabilisees qui tombent a echeance avant
      *    le prochain reglement (echeance avant le jour du passage
      *    plus sept jours) sont reglees : une ligne par facture dans
      *    la liste de paiement PAIEMENTS-FOURNISSEURS.txt, un
      *    virement par fournisseur sur l'IBAN de FOURNISSEURS.txt,
      *    passe au livre au debit du 401000 et au credit du 512000
      *    Banque ; les factures reglees passent au statut 'P'.
      * Les ecritures sont datees du jour du passage, une journee
      * equilibree pour bilanjour. Les factures dues d'un
      * fournisseur inactif ou disparu sont retenues : elles sont
      * listees en fin de liste et donnent le code retour 4. Le
      * registre est reecrit avec les nouveaux statuts.
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

           SELECT FBILAN ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBILAN.

           SELECT FLISTE ASSIGN TO "PAIEMENTS-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTE.

           SELECT FNOUVEAU ASSIGN TO "FACTURES-FOURNISSEURS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY FACTREC.

       FD     FFOUR
              RECORDING MODE IS F.
       COPY FOURREC.

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

       FD     FLISTE
              RECORDING MODE IS F.
       01 LISTE-REG.
              05 LISTE-FOURNISSEUR PIC X(6).
              05 FILLER PIC X(1).
              05 LISTE-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 LISTE-IBAN PIC X(34).
              05 FILLER PIC X(1).
              05 LISTE-NUMERO PIC X(15).
              05 FILLER PIC X(1).
              05 LISTE-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 LISTE-MONTANT PIC ZZZZZZ9.99.
              05 FILLER PIC X(1).
              05 LISTE-MENTION PIC X(25).
       01 LISTE-TRAILER.
              05 LISTE-TRAILER-LIB PIC X(20).
              05 LISTE-TRAILER-NB  PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 LISTE-TRAILER-MONTANT PIC ZZZZZZZ9.99.

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(80).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFOUR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBILAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FFOUR PIC X VALUE 'N'.
           88 WS-EOF-FFOUR-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
      * PREMIER JOUR NON COUVERT : LE PROCHAIN REGLEMENT
       01 WS-LIMITE PIC 9(8) VALUE 0.
       01 WS-LIMITE-X REDEFINES WS-LIMITE PIC X(8).

      * REGISTRE CHARGE EN TABLE, MEME IMAGE QUE FACT-REG
       01 WS-NB-FACT PIC 9(5) VALUE 0.
       01 WS-TABLE-FACT.
           05 WS-FACT-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-FACT.
               10 WS-FACT-IMAGE PIC X(80).

      * FOURNISSEURS : IMAGE FOURREC
       01 WS-NB-FOUR PIC 9(4) VALUE 0.
       01 WS-TABLE-FOUR.
           05 WS-FOUR-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-FOUR-IDX.
               10 WS-FOUR-LIGNE.
                   15 WS-FOUR-CODE PIC X(6).
                   15 FILLER PIC X(1).
                   15 WS-FOUR-NOM PIC X(30).
                   15 FILLER PIC X(1).
                   15 WS-FOUR-IBAN PIC X(34).
                   15 FILLER PIC X(1).
                   15 WS-FOUR-STATUT PIC X(1).

       01 WS-FOUR-TROUVE PIC X VALUE 'N'.
           88 WS-FOUR-EST-TROUVE VALUE 'Y'.
       01 WS-TOTAL-FOURNISSEUR PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-VIREMENTS PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-RETENU PIC 9(9)V99 VALUE 0.
       01 WS-NB-FACTURES-FOUR PIC 9(5) VALUE 0.

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-F PIC 9(4) VALUE 0.
       01 WS-NB-COMPTABILISEES PIC 9(7) VALUE 0.
       01 WS-NB-REGLEES PIC 9(7) VALUE 0.
       01 WS-NB-VIREMENTS PIC 9(7) VALUE 0.
       01 WS-NB-RETENUES PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'paiefour' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD) + 7)

      *    REGISTRE ET FOURNISSEURS
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
                          AND WS-NB-FACT < 20000
                           ADD 1 TO WS-NB-FACT
                           MOVE FACT-REG TO WS-FACT-IMAGE(WS-NB-FACT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREGISTRE

           OPEN INPUT FFOUR.
           IF WS-STATUS-FFOUR NOT = '00'
               DISPLAY 'FOURNISSEURS.txt non disponible - code '
                   'statut ' WS-STATUS-FFOUR
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FFOUR-REACHED
               READ FFOUR
                   AT END
                       SET WS-EOF-FFOUR-REACHED TO TRUE
                   NOT AT END
                       IF FOUR-CODE NOT = SPACES
                          AND WS-NB-FOUR < 3000
                           ADD 1 TO WS-NB-FOUR
                           MOVE FOUR-REG TO WS-FOUR-LIGNE(WS-NB-FOUR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FFOUR

           OPEN EXTEND FBILAN.
           IF WS-STATUS-FBILAN NOT = '00'
               DISPLAY 'BILAN.txt non disponible en ajout - code '
                   'statut ' WS-STATUS-FBILAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    ECRITURES DES FACTURES SAISIES DEPUIS LE DERNIER REGLEMENT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACT
               MOVE WS-FACT-IMAGE(WS-I) TO FACT-REG
               IF FACT-SAISIE
                   PERFORM COMPTABILISER-FACTURE
               END-IF
           END-PERFORM

      *    REGLEMENT DES FACTURES DUES, FOURNISSEUR PAR FOURNISSEUR,
      *    PUIS LISTE DES FACTURES DUES RETENUES
           OPEN OUTPUT FLISTE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FOUR
               IF WS-FOUR-STATUT(WS-F) = 'A'
                   PERFORM REGLER-FOURNISSEUR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACT
               MOVE WS-FACT-IMAGE(WS-I) TO FACT-REG
               IF FACT-COMPTABILISEE
                  AND FACT-ECHEANCE < WS-LIMITE-X
                   PERFORM CONTROLER-RETENUE
               END-IF
           END-PERFORM
           CLOSE FBILAN.
           MOVE SPACES TO LISTE-TRAILER
           MOVE 'TOTAL VIREMENTS : ' TO LISTE-TRAILER-LIB
           MOVE WS-NB-VIREMENTS TO LISTE-TRAILER-NB
           MOVE WS-TOTAL-VIREMENTS TO LISTE-TRAILER-MONTANT
           WRITE LISTE-TRAILER
           MOVE SPACES TO LISTE-TRAILER
           MOVE 'TOTAL RETENUES : ' TO LISTE-TRAILER-LIB
           MOVE WS-NB-RETENUES TO LISTE-TRAILER-NB
           MOVE WS-TOTAL-RETENU TO LISTE-TRAILER-MONTANT
           WRITE LISTE-TRAILER
           CLOSE FLISTE.

      *    REECRITURE DU REGISTRE AVEC LES NOUVEAUX STATUTS
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACT
               MOVE WS-FACT-IMAGE(WS-I) TO NOUVEAU-REG
               WRITE NOUVEAU-REG
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv FACTURES-FOURNISSEURS.TMP ' DELIMITED BY SIZE
               'FACTURES-FOURNISSEURS.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement du registre des '
                   'factures fournisseurs'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           DISPLAY 'Factures comptabilisees : ' WS-NB-COMPTABILISEES
           DISPLAY 'Factures reglees        : ' WS-NB-REGLEES
           DISPLAY 'Virements emis          : ' WS-NB-VIREMENTS
               ' (voir PAIEMENTS-FOURNISSEURS.txt)'
           DISPLAY 'Factures dues retenues  : ' WS-NB-RETENUES
           DISPLAY 'Ecritures BILAN postees : ' WS-NB-ECRITURES
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-RETENUES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    ECRITURE DE LA FACTURE COURANTE (FACT-REG, RANG WS-I) :
      *    DEBIT DU COMPTE DE CHARGE AVEC SON CODE TVA, CREDIT DU
      *    401000 FOURNISSEURS
       COMPTABILISER-FACTURE.
           MOVE SPACES TO BILAN-REG
           MOVE WS-RUN-YYYYMMDD TO BILAN-DATE
           STRING 'FA ' DELIMITED BY SIZE
               FACT-FOURNISSEUR DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               FACT-NUMERO(1:10) DELIMITED BY SIZE
               INTO BILAN-LIBELLE
           MOVE FACT-MONTANT TO BILAN-DEBIT
           MOVE 0 TO BILAN-CREDIT
           MOVE FACT-COMPTE TO BILAN-COMPTE
           MOVE FACT-TVA TO BILAN-TVA
           WRITE BILAN-REG
           MOVE 0 TO BILAN-DEBIT
           MOVE FACT-MONTANT TO BILAN-CREDIT
           MOVE '401000' TO BILAN-COMPTE
           MOVE SPACES TO BILAN-TVA
           WRITE BILAN-REG
           ADD 2 TO WS-NB-ECRITURES
           SET FACT-COMPTABILISEE TO TRUE
           MOVE WS-RUN-YYYYMMDD TO FACT-DATE-COMPTA
           MOVE FACT-REG TO WS-FACT-IMAGE(WS-I)
           ADD 1 TO WS-NB-COMPTABILISEES.

      *    FACTURES DUES DU FOURNISSEUR ACTIF WS-F : UNE LIGNE DE
      *    LISTE PAR FACTURE, UN VIREMENT ET SON ECRITURE POUR LE
      *    TOTAL
       REGLER-FOURNISSEUR.
           MOVE 0 TO WS-TOTAL-FOURNISSEUR
           MOVE 0 TO WS-NB-FACTURES-FOUR
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FACT
               MOVE WS-FACT-IMAGE(WS-I) TO FACT-REG
               IF FACT-COMPTABILISEE
                  AND FACT-FOURNISSEUR = WS-FOUR-CODE(WS-F)
                  AND FACT-ECHEANCE < WS-LIMITE-X
                   MOVE SPACES TO LISTE-REG
                   MOVE FACT-FOURNISSEUR TO LISTE-FOURNISSEUR
                   MOVE WS-FOUR-NOM(WS-F) TO LISTE-NOM
                   MOVE WS-FOUR-IBAN(WS-F) TO LISTE-IBAN
                   MOVE FACT-NUMERO TO LISTE-NUMERO
                   MOVE FACT-ECHEANCE TO LISTE-ECHEANCE
                   MOVE FACT-MONTANT TO LISTE-MONTANT
                   WRITE LISTE-REG
                   ADD FACT-MONTANT TO WS-TOTAL-FOURNISSEUR
                   ADD 1 TO WS-NB-FACTURES-FOUR
                   SET FACT-PAYEE TO TRUE
                   MOVE WS-RUN-YYYYMMDD TO FACT-DATE-PAIEMENT
                   MOVE FACT-REG TO WS-FACT-IMAGE(WS-I)
                   ADD 1 TO WS-NB-REGLEES
               END-IF
           END-PERFORM
           IF WS-NB-FACTURES-FOUR > 0
               MOVE SPACES TO LISTE-REG
               MOVE WS-FOUR-CODE(WS-F) TO LISTE-FOURNISSEUR
               MOVE WS-FOUR-NOM(WS-F) TO LISTE-NOM
               MOVE WS-FOUR-IBAN(WS-F) TO LISTE-IBAN
               MOVE WS-TOTAL-FOURNISSEUR TO LISTE-MONTANT
               MOVE 'VIREMENT' TO LISTE-MENTION
               WRITE LISTE-REG
               ADD 1 TO WS-NB-VIREMENTS
               ADD WS-TOTAL-FOURNISSEUR TO WS-TOTAL-VIREMENTS
               MOVE SPACES TO BILAN-REG
               MOVE WS-RUN-YYYYMMDD TO BILAN-DATE
               STRING 'REGLEMENT ' DELIMITED BY SIZE
                   WS-FOUR-CODE(WS-F) DELIMITED BY SIZE
                   INTO BILAN-LIBELLE
               MOVE WS-TOTAL-FOURNISSEUR TO BILAN-DEBIT
               MOVE 0 TO BILAN-CREDIT
               MOVE '401000' TO BILAN-COMPTE
               WRITE BILAN-REG
               MOVE 0 TO BILAN-DEBIT
               MOVE WS-TOTAL-FOURNISSEUR TO BILAN-CREDIT
               MOVE '512000' TO BILAN-COMPTE
               WRITE BILAN-REG
               ADD 2 TO WS-NB-ECRITURES
           END-IF.

      *    UNE FACTURE DUE RESTEE COMPTABILISEE APRES LES REGLEMENTS
      *    APPARTIENT A UN FOURNISSEUR INACTIF OU DISPARU
       CONTROLER-RETENUE.
           MOVE 'N' TO WS-FOUR-TROUVE
           IF WS-NB-FOUR > 0
               SET WS-FOUR-IDX TO 1
               SEARCH WS-FOUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUR-TROUVE
                   WHEN WS-FOUR-IDX > WS-NB-FOUR
                       MOVE 'N' TO WS-FOUR-TROUVE
                   WHEN WS-FOUR-CODE(WS-FOUR-IDX) = FACT-FOURNISSEUR
                       MOVE 'Y' TO WS-FOUR-TROUVE
               END-SEARCH
           END-IF
           MOVE SPACES TO LISTE-REG
           MOVE FACT-FOURNISSEUR TO LISTE-FOURNISSEUR
           IF WS-FOUR-EST-TROUVE
               MOVE WS-FOUR-NOM(WS-FOUR-IDX) TO LISTE-NOM
               MOVE WS-FOUR-IBAN(WS-FOUR-IDX) TO LISTE-IBAN
               MOVE 'RETENUE FOURN. INACTIF' TO LISTE-MENTION
           ELSE
               MOVE 'RETENUE FOURN. INCONNU' TO LISTE-MENTION
           END-IF
           MOVE FACT-NUMERO TO LISTE-NUMERO
           MOVE FACT-ECHEANCE TO LISTE-ECHEANCE
           MOVE FACT-MONTANT TO LISTE-MONTANT
           WRITE LISTE-REG
           ADD 1 TO WS-NB-RETENUES
           ADD FACT-MONTANT TO WS-TOTAL-RETENU.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
