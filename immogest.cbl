       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMMOGEST.
      * Registre des immobilisations, persistant d'un jour a
      * l'autre (IMMOBILISATIONS.txt, format IMMOREC, cle
      * IMMO-CODE), dans le style de recgest : les mouvements de
      * IMMOBILISATIONS-TRANSACTIONS.txt sont appliques dans l'ordre
      * du fichier :
      *   'A' acquisition : libelle, compte, date, cout (montant
      *       porte au compte), duree en annees, mode 'L' ou 'D'
      *   'C' cession : date et prix de cession (0 pour une mise au
      *       rebut)
      * L'achat lui-meme est passe au livre par la facture
      * fournisseur (factfour / paiefour) sur le compte de classe 2 :
      * le registre ne porte que l'amortissement et la sortie, que
      * le calcul mensuel immoamor poste dans BILAN.txt.
      * Une acquisition est refusee si le code existe deja, si le
      * compte n'est pas un compte de classe 2 du plan de comptes
      * PLAN-COMPTES.txt ou si son compte d'amortissement (218300
      * -> 281830) n'y figure pas, si la date est mal formee ou
      * future, le cout nul, la duree hors 1 a 50 ans, le mode
      * inconnu, ou le degressif demande sous trois ans. Une
      * cession est refusee sur une immobilisation absente ou deja
      * cedee, datee dans le futur, avant l'acquisition ou dans un
      * mois deja amorti. Les refus partent dans
      * IMMOBILISATIONS-REJETS.txt avec leur motif, le fichier de
      * mouvements traite est renomme en .TRAITE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGISTRE ASSIGN TO "IMMOBILISATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FTRANS ASSIGN TO "IMMOBILISATIONS-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "IMMOBILISATIONS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FREJETS ASSIGN TO "IMMOBILISATIONS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY IMMOREC.

       FD     FPLAN
              RECORDING MODE IS F.
       01 PLAN-REG.
              05 PLAN-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 PLAN-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 PLAN-SENS PIC X(1).

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-MOUVEMENT PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-DONNEES PIC X(61).
              05 TRANS-ACQUISITION REDEFINES TRANS-DONNEES.
                  10 TRANS-LIBELLE PIC X(30).
                  10 FILLER PIC X(1).
                  10 TRANS-COMPTE PIC X(6).
                  10 FILLER PIC X(1).
                  10 TRANS-DATE-ACQ PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-COUT PIC X(9).
                  10 TRANS-COUT-9 REDEFINES TRANS-COUT
                                  PIC 9(7)V99.
                  10 FILLER PIC X(1).
                  10 TRANS-DUREE PIC X(2).
                  10 TRANS-DUREE-9 REDEFINES TRANS-DUREE
                                   PIC 9(2).
                  10 FILLER PIC X(1).
                  10 TRANS-METHODE PIC X(1).
              05 TRANS-CESSION REDEFINES TRANS-DONNEES.
                  10 TRANS-DATE-CESSION PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-PRIX PIC X(9).
                  10 TRANS-PRIX-9 REDEFINES TRANS-PRIX
                                  PIC 9(7)V99.
                  10 FILLER PIC X(43).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(144).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-TRANSACTION PIC X(72).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.
       01 WS-TRANS-PRESENTES PIC X VALUE 'N'.
           88 WS-TRANS-A-TRAITER VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).

      * REGISTRE CHARGE EN TABLE, MEME IMAGE QUE IMMO-REG
       01 WS-NB-IMMO PIC 9(5) VALUE 0.
       01 WS-TABLE-IMMO.
           05 WS-IMMO-ENTRY OCCURS 1 TO 10000 TIMES
                             DEPENDING ON WS-NB-IMMO
                             INDEXED BY WS-IMMO-IDX.
               10 WS-IMMO-IMAGE PIC X(144).

      * COMPTES DU PLAN
       01 WS-NB-PLAN PIC 9(3) VALUE 0.
       01 WS-TABLE-PLAN.
           05 WS-PLAN-ENTRY OCCURS 500 TIMES
                             INDEXED BY WS-PLAN-IDX.
               10 WS-PLAN-COMPTE PIC X(6).

       01 WS-COMPTE-CHERCHE PIC X(6).
       01 WS-COMPTE-AMORT.
           05 FILLER PIC X(2) VALUE '28'.
           05 WS-AMORT-SUITE PIC X(4).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-IMMO-TROUVEE VALUE 'Y'.
       01 WS-PLAN-TROUVE PIC X VALUE 'N'.
           88 WS-COMPTE-TROUVE VALUE 'Y'.
       01 WS-COMPTE-OK PIC X VALUE 'N'.
           88 WS-COMPTE-IMMO-OK VALUE 'Y'.
       01 WS-AMORT-OK PIC X VALUE 'N'.
           88 WS-COMPTE-AMORT-OK VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-PRESERVEES PIC 9(5) VALUE 0.
       01 WS-NB-TRANS-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ACQUISITIONS PIC 9(7) VALUE 0.
       01 WS-NB-CESSIONS PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'immogest' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    PLAN DE COMPTES : SANS LUI AUCUN COMPTE NE SE CONTROLE
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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPLAN

      *    CHARGEMENT DU REGISTRE EXISTANT (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF IMMO-CODE NOT = SPACES
                              AND WS-NB-IMMO < 10000
                               ADD 1 TO WS-NB-IMMO
                               MOVE IMMO-REG
                                   TO WS-IMMO-IMAGE(WS-NB-IMMO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
               MOVE WS-NB-IMMO TO WS-NB-PRESERVEES
           ELSE
               DISPLAY 'IMMOBILISATIONS.txt absent - creation d un '
                   'nouveau registre'
           END-IF

      *    APPLICATION DES MOUVEMENTS (FICHIER FACULTATIF)
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
                           PERFORM APPLIQUER-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE FTRANS
           ELSE
               DISPLAY 'IMMOBILISATIONS-TRANSACTIONS.txt absent - '
                   'aucun mouvement ce jour'
           END-IF
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

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

      *    LES MOUVEMENTS APPLIQUES NE DOIVENT PAS ETRE REJOUES
           IF WS-TRANS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv IMMOBILISATIONS-TRANSACTIONS.txt '
                   DELIMITED BY SIZE
                   'IMMOBILISATIONS-TRANSACTIONS.TRAITE'
                   DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Immobilisations preservees : ' WS-NB-PRESERVEES
           DISPLAY 'Mouvements lus             : ' WS-NB-TRANS-LUES
           DISPLAY 'Acquisitions enregistrees  : ' WS-NB-ACQUISITIONS
           DISPLAY 'Cessions enregistrees      : ' WS-NB-CESSIONS
           DISPLAY 'Mouvements rejetes         : ' WS-NB-REJETS
               ' (voir IMMOBILISATIONS-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    RECHERCHE DE L'IMMOBILISATION TRANS-CODE ; L'ENTREE
      *    TROUVEE EST RAMENEE DANS IMMO-REG, WS-IMMO-IDX LA POINTE.
       CHERCHER-IMMOBILISATION.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-IMMO > 0
               SET WS-IMMO-IDX TO 1
               SEARCH WS-IMMO-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-IMMO-IMAGE(WS-IMMO-IDX)(1:8) = TRANS-CODE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-IMMO-TROUVEE
               MOVE WS-IMMO-IMAGE(WS-IMMO-IDX) TO IMMO-REG
           END-IF.

      *    CONTROLE PUIS APPLIQUE LE MOUVEMENT COURANT ; LE PREMIER
      *    MOTIF EN ECHEC REJETTE LE MOUVEMENT.
       APPLIQUER-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           PERFORM CHERCHER-IMMOBILISATION
           EVALUATE TRUE
               WHEN TRANS-CODE = SPACES
                    OR TRANS-CODE(1:1) = SPACE
                   MOVE 'Code immobilisation vide ou decale'
                       TO WS-MOTIF
               WHEN TRANS-MOUVEMENT = 'A'
                   PERFORM ENREGISTRER-ACQUISITION
               WHEN TRANS-MOUVEMENT = 'C'
                   PERFORM ENREGISTRER-CESSION
               WHEN OTHER
                   MOVE 'Code mouvement inconnu (A ou C)' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE TRANS-REG TO REJET-TRANSACTION
               MOVE ' | ' TO REJET-REG(73:3)
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           END-IF.

       ENREGISTRER-ACQUISITION.
           PERFORM CONTROLER-COMPTES
           CALL 'DATEVALID' USING TRANS-DATE-ACQ,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN WS-IMMO-TROUVEE
                   MOVE 'Immobilisation deja enregistree' TO WS-MOTIF
               WHEN TRANS-LIBELLE = SPACES
                   MOVE 'Designation absente' TO WS-MOTIF
               WHEN NOT WS-COMPTE-IMMO-OK
                   MOVE 'Compte absent du plan ou hors classe 2'
                       TO WS-MOTIF
               WHEN NOT WS-COMPTE-AMORT-OK
                   MOVE 'Compte d amortissement absent du plan'
                       TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date d acquisition mal formee' TO WS-MOTIF
               WHEN TRANS-DATE-ACQ > WS-RUN-YYYYMMDD
                   MOVE 'Acquisition datee dans le futur' TO WS-MOTIF
               WHEN TRANS-COUT IS NOT NUMERIC
                   MOVE 'Cout non numerique' TO WS-MOTIF
               WHEN TRANS-COUT-9 = 0
                   MOVE 'Cout nul' TO WS-MOTIF
               WHEN TRANS-DUREE IS NOT NUMERIC
                   MOVE 'Duree non numerique' TO WS-MOTIF
               WHEN TRANS-DUREE-9 < 1 OR TRANS-DUREE-9 > 50
                   MOVE 'Duree hors 1 a 50 ans' TO WS-MOTIF
               WHEN TRANS-METHODE NOT = 'L' AND TRANS-METHODE NOT = 'D'
                   MOVE 'Mode d amortissement inconnu (L ou D)'
                       TO WS-MOTIF
               WHEN TRANS-METHODE = 'D' AND TRANS-DUREE-9 < 3
                   MOVE 'Degressif refuse sous trois ans' TO WS-MOTIF
               WHEN WS-NB-IMMO >= 10000
                   MOVE 'Registre plein (10000 immobilisations)'
                       TO WS-MOTIF
               WHEN OTHER
                   MOVE SPACES TO IMMO-REG
                   MOVE TRANS-CODE TO IMMO-CODE
                   MOVE TRANS-LIBELLE TO IMMO-LIBELLE
                   MOVE TRANS-COMPTE TO IMMO-COMPTE
                   MOVE TRANS-DATE-ACQ TO IMMO-DATE-ACQ
                   MOVE TRANS-COUT-9 TO IMMO-COUT
                   MOVE TRANS-DUREE-9 TO IMMO-DUREE
                   MOVE TRANS-METHODE TO IMMO-METHODE
                   SET IMMO-EN-SERVICE TO TRUE
                   MOVE TRANS-DATE-ACQ(1:4) TO IMMO-EXERCICE
                   MOVE 0 TO IMMO-CUMUL-DEBUT
                   MOVE 0 TO IMMO-DOTATION-EXERCICE
                   MOVE 0 TO IMMO-PRIX-CESSION
                   MOVE 0 TO IMMO-VNC-SORTIE
                   MOVE 0 TO IMMO-RESULTAT-CESSION
                   ADD 1 TO WS-NB-IMMO
                   MOVE IMMO-REG TO WS-IMMO-IMAGE(WS-NB-IMMO)
                   ADD 1 TO WS-NB-ACQUISITIONS
           END-EVALUATE.

       ENREGISTRER-CESSION.
           CALL 'DATEVALID' USING TRANS-DATE-CESSION,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN NOT WS-IMMO-TROUVEE
                   MOVE 'Immobilisation absente du registre'
                       TO WS-MOTIF
               WHEN NOT IMMO-EN-SERVICE
                   MOVE 'Immobilisation deja cedee' TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date de cession mal formee' TO WS-MOTIF
               WHEN TRANS-DATE-CESSION > WS-RUN-YYYYMMDD
                   MOVE 'Cession datee dans le futur' TO WS-MOTIF
               WHEN TRANS-DATE-CESSION < IMMO-DATE-ACQ
                   MOVE 'Cession anterieure a l acquisition'
                       TO WS-MOTIF
               WHEN IMMO-DERNIER-MOIS NOT = SPACES
                    AND TRANS-DATE-CESSION(1:6) < IMMO-DERNIER-MOIS
                   MOVE 'Cession dans un mois deja amorti'
                       TO WS-MOTIF
               WHEN TRANS-PRIX IS NOT NUMERIC
                   MOVE 'Prix de cession non numerique' TO WS-MOTIF
               WHEN OTHER
                   SET IMMO-CESSION-ENREGISTREE TO TRUE
                   MOVE TRANS-DATE-CESSION TO IMMO-DATE-CESSION
                   MOVE TRANS-PRIX-9 TO IMMO-PRIX-CESSION
                   MOVE IMMO-REG TO WS-IMMO-IMAGE(WS-IMMO-IDX)
                   ADD 1 TO WS-NB-CESSIONS
           END-EVALUATE.

      *    COMPTE D'IMMOBILISATION DE CLASSE 2 ET SON COMPTE
      *    D'AMORTISSEMENT, TOUS DEUX AU PLAN
       CONTROLER-COMPTES.
           MOVE 'N' TO WS-COMPTE-OK
           MOVE 'N' TO WS-AMORT-OK
           IF TRANS-COMPTE(1:1) = '2'
              AND TRANS-COMPTE(2:1) NOT = '8'
               MOVE TRANS-COMPTE TO WS-COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE
               MOVE WS-PLAN-TROUVE TO WS-COMPTE-OK
               MOVE TRANS-COMPTE(2:4) TO WS-AMORT-SUITE
               MOVE WS-COMPTE-AMORT TO WS-COMPTE-CHERCHE
               PERFORM CHERCHER-COMPTE
               MOVE WS-PLAN-TROUVE TO WS-AMORT-OK
           END-IF.

       CHERCHER-COMPTE.
           MOVE 'N' TO WS-PLAN-TROUVE
           IF WS-NB-PLAN > 0
               SET WS-PLAN-IDX TO 1
               SEARCH WS-PLAN-ENTRY
                   AT END
                       MOVE 'N' TO WS-PLAN-TROUVE
                   WHEN WS-PLAN-IDX > WS-NB-PLAN
                       MOVE 'N' TO WS-PLAN-TROUVE
                   WHEN WS-PLAN-COMPTE(WS-PLAN-IDX) = WS-COMPTE-CHERCHE
                       MOVE 'Y' TO WS-PLAN-TROUVE
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
