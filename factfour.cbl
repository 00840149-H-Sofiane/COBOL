       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTFOUR.
      * Registre des factures fournisseurs, persistant d'un jour a
      * l'autre (FACTURES-FOURNISSEURS.txt, format FACTREC, cle
      * fournisseur + numero de facture), dans le style de recgest.
      * Les factures recues sont saisies dans FACTURES-SAISIE.txt :
      * fournisseur, numero, date, echeance, montant TTC, compte et
      * code TVA. Chaque facture est controlee avant d'entrer au
      * registre : fournisseur connu et actif dans FOURNISSEURS.txt,
      * numero renseigne et pas deja enregistre pour ce fournisseur
      * (un doublon est rejete, qu'il vienne du registre ou du meme
      * lot), dates valides (DATEVALID), facture non datee dans le
      * futur, echeance non anterieure a la facture, montant
      * numerique non nul, compte present au plan de comptes
      * PLAN-COMPTES.txt avec un sens normal debiteur (charge ou
      * immobilisation), code TVA du bareme TAUX-TVA.txt en
      * vigueur a la date de la facture (periode du / au). Les
      * factures refusees partent dans FACTURES-REJETS.txt avec
      * leur motif. Une facture acceptee entre au statut 'S' : son
      * ecriture (debit du compte, credit du 401000 Fournisseurs)
      * est passee a BILAN.txt par le reglement hebdomadaire
      * paiefour. Le fichier de saisie traite est renomme en
      * .TRAITE.
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

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FTVA ASSIGN TO "TAUX-TVA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTVA.

           SELECT FTRANS ASSIGN TO "FACTURES-SAISIE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "FACTURES-FOURNISSEURS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FREJETS ASSIGN TO "FACTURES-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY FACTREC.

       FD     FFOUR
              RECORDING MODE IS F.
       COPY FOURREC.

       FD     FPLAN
              RECORDING MODE IS F.
       01 PLAN-REG.
              05 PLAN-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 PLAN-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 PLAN-SENS PIC X(1).

       FD     FTVA
              RECORDING MODE IS F.
       01 TVA-REG.
              05 TVA-CODE PIC X(2).
              05 FILLER PIC X(1).
              05 TVA-LIBELLE PIC X(15).
              05 FILLER PIC X(1).
              05 TVA-TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 TVA-TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 TVA-DU PIC X(8).
              05 FILLER PIC X(1).
              05 TVA-AU PIC X(8).

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-FOURNISSEUR PIC X(6).
              05 FILLER PIC X(1).
              05 TRANS-NUMERO PIC X(15).
              05 FILLER PIC X(1).
              05 TRANS-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-MONTANT PIC X(9).
              05 TRANS-MONTANT-9 REDEFINES TRANS-MONTANT
                                 PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 TRANS-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 TRANS-TVA PIC X(2).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(80).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-TRANSACTION PIC X(60).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFOUR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTVA PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FFOUR PIC X VALUE 'N'.
           88 WS-EOF-FFOUR-REACHED VALUE 'Y'.
       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FTVA PIC X VALUE 'N'.
           88 WS-EOF-FTVA-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.
       01 WS-TRANS-PRESENTES PIC X VALUE 'N'.
           88 WS-TRANS-A-TRAITER VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).

      * REGISTRE CHARGE EN TABLE, MEME IMAGE QUE FACT-REG
       01 WS-NB-FACT PIC 9(5) VALUE 0.
       01 WS-TABLE-FACT.
           05 WS-FACT-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-FACT
                             INDEXED BY WS-FACT-IDX.
               10 WS-FACT-IMAGE.
                   15 WS-FACT-CLE PIC X(22).
                   15 FILLER PIC X(58).

      * FOURNISSEURS : CODE ET STATUT
       01 WS-NB-FOUR PIC 9(4) VALUE 0.
       01 WS-TABLE-FOUR.
           05 WS-FOUR-ENTRY OCCURS 3000 TIMES
                             INDEXED BY WS-FOUR-IDX.
               10 WS-FOUR-CODE PIC X(6).
               10 WS-FOUR-STATUT PIC X(1).

      * COMPTES DU PLAN ET LEUR SENS NORMAL
       01 WS-NB-PLAN PIC 9(3) VALUE 0.
       01 WS-TABLE-PLAN.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-PLAN-IDX.
               10 WS-PLAN-COMPTE PIC X(6).
               10 WS-PLAN-SENS PIC X(1).

      * BAREME DES CODES TVA ADMIS, AVEC LEUR PERIODE DE VALIDITE
       01 WS-NB-TVA PIC 9(2) VALUE 0.
       01 WS-TABLE-TVA.
           05 WS-TVA-ENTRY OCCURS 40 TIMES
                            INDEXED BY WS-TVA-IDX.
               10 WS-TVA-CODE PIC X(2).
               10 WS-TVA-DU PIC X(8).
               10 WS-TVA-AU PIC X(8).

       01 WS-CLE-CHERCHEE.
           05 WS-CLE-FOURNISSEUR PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-CLE-NUMERO PIC X(15).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-FACT-TROUVEE VALUE 'Y'.
       01 WS-FOUR-TROUVE PIC X VALUE 'N'.
           88 WS-FOUR-EST-TROUVE VALUE 'Y'.
       01 WS-PLAN-TROUVE PIC X VALUE 'N'.
           88 WS-PLAN-EST-TROUVE VALUE 'Y'.
       01 WS-TVA-TROUVE PIC X VALUE 'N'.
           88 WS-TVA-EST-TROUVEE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-ECHEANCE-VALIDE PIC X VALUE 'N'.
           88 WS-ECHEANCE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.

       01 WS-NB-PRESERVEES PIC 9(5) VALUE 0.
       01 WS-NB-TRANS-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-I PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'factfour' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

           PERFORM CHARGER-REFERENTIELS

      *    CHARGEMENT DU REGISTRE EXISTANT (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF FACT-FOURNISSEUR NOT = SPACES
                              AND WS-NB-FACT < 20000
                               ADD 1 TO WS-NB-FACT
                               MOVE FACT-REG
                                   TO WS-FACT-IMAGE(WS-NB-FACT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
               MOVE WS-NB-FACT TO WS-NB-PRESERVEES
           ELSE
               DISPLAY 'FACTURES-FOURNISSEURS.txt absent - creation '
                   'd un nouveau registre'
           END-IF

      *    SAISIE DU JOUR (FICHIER FACULTATIF)
           OPEN OUTPUT FREJETS.
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS = '00'
               SET WS-TRANS-A-TRAITER TO TRUE
               PERFORM UNTIL WS-EOF-FTRANS-REACHED
                   READ FTRANS
                       AT END
                           SET WS-EOF-FTRANS-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-TRANS-LUES
                           PERFORM ENREGISTRER-FACTURE
                   END-READ
               END-PERFORM
               CLOSE FTRANS
           ELSE
               DISPLAY 'FACTURES-SAISIE.txt absent - aucune facture '
                   'ce jour'
           END-IF
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    REECRITURE DU REGISTRE
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

      *    LA SAISIE ENREGISTREE NE DOIT PAS ETRE REJOUEE
           IF WS-TRANS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv FACTURES-SAISIE.txt ' DELIMITED BY SIZE
                   'FACTURES-SAISIE.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Factures preservees : ' WS-NB-PRESERVEES
           DISPLAY 'Factures saisies    : ' WS-NB-TRANS-LUES
           DISPLAY 'Factures acceptees  : ' WS-NB-ACCEPTEES
           DISPLAY 'Factures rejetees   : ' WS-NB-REJETS
               ' (voir FACTURES-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    FOURNISSEURS, PLAN DE COMPTES ET BAREME TVA : SANS EUX
      *    AUCUNE FACTURE NE PEUT ETRE CONTROLEE
       CHARGER-REFERENTIELS.
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
                           MOVE FOUR-CODE TO WS-FOUR-CODE(WS-NB-FOUR)
                           MOVE FOUR-STATUT
                               TO WS-FOUR-STATUT(WS-NB-FOUR)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FFOUR

           OPEN INPUT FPLAN.
           IF WS-STATUS-FPLAN NOT = '00'
               DISPLAY 'PLAN-COMPTES.txt non disponible - code '
                   'statut ' WS-STATUS-FPLAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPLAN-REACHED
               READ FPLAN
                   AT END
                       SET WS-EOF-FPLAN-REACHED TO TRUE
                   NOT AT END
                       IF PLAN-COMPTE NOT = SPACES
                          AND WS-NB-PLAN < 500
                           ADD 1 TO WS-NB-PLAN
                           MOVE PLAN-COMPTE
                               TO WS-PLAN-COMPTE(WS-NB-PLAN)
                           MOVE PLAN-SENS TO WS-PLAN-SENS(WS-NB-PLAN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPLAN

           OPEN INPUT FTVA.
           IF WS-STATUS-FTVA NOT = '00'
               DISPLAY 'TAUX-TVA.txt non disponible - code '
                   'statut ' WS-STATUS-FTVA
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FTVA-REACHED
               READ FTVA
                   AT END
                       SET WS-EOF-FTVA-REACHED TO TRUE
                   NOT AT END
                       IF TVA-CODE NOT = SPACES
                          AND WS-NB-TVA < 40
                           ADD 1 TO WS-NB-TVA
                           MOVE TVA-CODE TO WS-TVA-CODE(WS-NB-TVA)
                           MOVE TVA-DU TO WS-TVA-DU(WS-NB-TVA)
                           MOVE TVA-AU TO WS-TVA-AU(WS-NB-TVA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FTVA.

      *    CONTROLE PUIS ENREGISTRE LA FACTURE SAISIE ; LE PREMIER
      *    MOTIF EN ECHEC LA REJETTE.
       ENREGISTRER-FACTURE.
           MOVE SPACES TO WS-MOTIF
           PERFORM CHERCHER-REFERENCES
           CALL 'DATEVALID' USING TRANS-DATE,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           CALL 'DATEVALID' USING TRANS-ECHEANCE,
               WS-ECHEANCE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN NOT WS-FOUR-EST-TROUVE
                   MOVE 'Fournisseur inconnu' TO WS-MOTIF
               WHEN WS-FOUR-STATUT(WS-FOUR-IDX) NOT = 'A'
                   MOVE 'Fournisseur inactif' TO WS-MOTIF
               WHEN TRANS-NUMERO = SPACES
                   MOVE 'Numero de facture absent' TO WS-MOTIF
               WHEN WS-FACT-TROUVEE
                   MOVE 'Facture deja enregistree pour ce fournisseur'
                       TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date de facture mal formee' TO WS-MOTIF
               WHEN TRANS-DATE > WS-RUN-YYYYMMDD
                   MOVE 'Facture datee dans le futur' TO WS-MOTIF
               WHEN NOT WS-ECHEANCE-EST-VALIDE
                   MOVE 'Echeance mal formee' TO WS-MOTIF
               WHEN TRANS-ECHEANCE < TRANS-DATE
                   MOVE 'Echeance anterieure a la facture' TO WS-MOTIF
               WHEN TRANS-MONTANT IS NOT NUMERIC
                   MOVE 'Montant non numerique' TO WS-MOTIF
               WHEN TRANS-MONTANT-9 = 0
                   MOVE 'Montant nul' TO WS-MOTIF
               WHEN NOT WS-PLAN-EST-TROUVE
                   MOVE 'Compte absent du plan de comptes' TO WS-MOTIF
               WHEN WS-PLAN-SENS(WS-PLAN-IDX) NOT = 'D'
                   MOVE 'Compte non debiteur (charge ou immo.)'
                       TO WS-MOTIF
               WHEN NOT WS-TVA-EST-TROUVEE
                   MOVE 'Code TVA absent du bareme a cette date'
                       TO WS-MOTIF
               WHEN WS-NB-FACT >= 20000
                   MOVE 'Registre plein (20000 factures)' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE TRANS-REG TO REJET-TRANSACTION
               MOVE ' | ' TO REJET-REG(61:3)
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               MOVE SPACES TO FACT-REG
               MOVE TRANS-FOURNISSEUR TO FACT-FOURNISSEUR
               MOVE TRANS-NUMERO TO FACT-NUMERO
               MOVE TRANS-DATE TO FACT-DATE
               MOVE TRANS-ECHEANCE TO FACT-ECHEANCE
               MOVE TRANS-MONTANT-9 TO FACT-MONTANT
               MOVE TRANS-COMPTE TO FACT-COMPTE
               MOVE TRANS-TVA TO FACT-TVA
               SET FACT-SAISIE TO TRUE
               ADD 1 TO WS-NB-FACT
               MOVE FACT-REG TO WS-FACT-IMAGE(WS-NB-FACT)
               ADD 1 TO WS-NB-ACCEPTEES
           END-IF.

      *    FOURNISSEUR, DOUBLON, COMPTE ET CODE TVA DE LA SAISIE
       CHERCHER-REFERENCES.
           MOVE 'N' TO WS-FOUR-TROUVE
           IF WS-NB-FOUR > 0
               SET WS-FOUR-IDX TO 1
               SEARCH WS-FOUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-FOUR-TROUVE
                   WHEN WS-FOUR-IDX > WS-NB-FOUR
                       MOVE 'N' TO WS-FOUR-TROUVE
                   WHEN WS-FOUR-CODE(WS-FOUR-IDX) = TRANS-FOURNISSEUR
                       MOVE 'Y' TO WS-FOUR-TROUVE
               END-SEARCH
           END-IF

           MOVE TRANS-FOURNISSEUR TO WS-CLE-FOURNISSEUR
           MOVE TRANS-NUMERO TO WS-CLE-NUMERO
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-FACT > 0
               SET WS-FACT-IDX TO 1
               SEARCH WS-FACT-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-FACT-CLE(WS-FACT-IDX) = WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-PLAN-TROUVE
           IF WS-NB-PLAN > 0
               SET WS-PLAN-IDX TO 1
               SEARCH WS-PLAN-ENTRY
                   AT END
                       MOVE 'N' TO WS-PLAN-TROUVE
                   WHEN WS-PLAN-IDX > WS-NB-PLAN
                       MOVE 'N' TO WS-PLAN-TROUVE
                   WHEN WS-PLAN-COMPTE(WS-PLAN-IDX) = TRANS-COMPTE
                       MOVE 'Y' TO WS-PLAN-TROUVE
               END-SEARCH
           END-IF

           MOVE 'N' TO WS-TVA-TROUVE
           IF WS-NB-TVA > 0 AND TRANS-TVA NOT = SPACES
               SET WS-TVA-IDX TO 1
               SEARCH WS-TVA-ENTRY
                   AT END
                       MOVE 'N' TO WS-TVA-TROUVE
                   WHEN WS-TVA-IDX > WS-NB-TVA
                       MOVE 'N' TO WS-TVA-TROUVE
                   WHEN WS-TVA-CODE(WS-TVA-IDX) = TRANS-TVA
                        AND (WS-TVA-DU(WS-TVA-IDX) = SPACES
                             OR WS-TVA-DU(WS-TVA-IDX) <= TRANS-DATE)
                        AND (WS-TVA-AU(WS-TVA-IDX) = SPACES
                             OR WS-TVA-AU(WS-TVA-IDX) >= TRANS-DATE)
                       MOVE 'Y' TO WS-TVA-TROUVE
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
