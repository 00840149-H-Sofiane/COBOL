       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELSEPA.
      * Fichier de prelevements SEPA tire de l'echeancier : les
      * lignes de ECHEANCIER.txt dont la periode AAAAMM est celle
      * de la date de collecte (ou les appels de primes de
      * ECHEANCES-APPELEES.txt, produits par avisech selon la
      * frequence de paiement de l'adherent, quand ils existent)
      * sont prelevees sur le mandat du MUNA tenu dans MANDATS.txt
      * (format MANDREC). La date de collecte, l'identifiant
      * creancier SEPA (ICS) et le nom du creancier se lisent dans
      * PRELEVEMENT-PARAM.txt. Chaque ligne due
      * donne un ordre de prelevement dans PRELEVEMENTS-SEPA.txt
      * (enregistrement d'en-tete 'E', un 'D' par ordre, total de
      * controle 'T'), avec pour reference de bout en bout
      * MUNA-IDENTIFIANT-PERIODE. Une ligne due sans mandat
      * exploitable (absent, revoque, caduc apres 36 mois sans
      * prelevement, IBAN ou BIC invalide, RUM absente, signature
      * invalide ou posterieure a la collecte) n'est pas ignoree :
      * elle part dans PRELEVEMENTS-EXCEPTIONS.txt avec son motif.
      * Apres la collecte, les mandats utilises passent en
      * sequence RCUR et portent la date du dernier prelevement ;
      * un mandat suspendu par prelret apres des retours impayes
      * repetes n'est plus preleve.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "PRELEVEMENT-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FMANDATS ASSIGN TO "MANDATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANDATS.

           SELECT FECHEANCIER ASSIGN TO "ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FAPPELS ASSIGN TO "ECHEANCES-APPELEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FSEPA ASSIGN TO "PRELEVEMENTS-SEPA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSEPA.

           SELECT FEXCEPTIONS ASSIGN TO "PRELEVEMENTS-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXCEPTIONS.

           SELECT FNOUVEAU ASSIGN TO "MANDATS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-DATE-COLLECTE PIC X(8).
              05 FILLER PIC X(1).
              05 PARAM-ICS PIC X(13).
              05 FILLER PIC X(1).
              05 PARAM-CREANCIER PIC X(30).
              05 FILLER PIC X(1).
              05 PARAM-SEUIL-RETOURS PIC X(2).

       FD     FMANDATS
              RECORDING MODE IS F.
       COPY MANDREC.

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

      * MEME FORMAT QUE ECHEANCIER.txt
       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG PIC X(46).

       FD     FSEPA
              RECORDING MODE IS F.
       01 SEPA-ENTETE.
              05 SEPA-E-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SEPA-E-ICS PIC X(13).
              05 FILLER PIC X(1).
              05 SEPA-E-CREANCIER PIC X(30).
              05 FILLER PIC X(1).
              05 SEPA-E-DATE-COLLECTE PIC X(8).
              05 FILLER PIC X(1).
              05 SEPA-E-DATE-CREATION PIC X(8).
       01 SEPA-DETAIL.
              05 SEPA-D-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SEPA-D-SEQUENCE PIC X(4).
              05 FILLER PIC X(1).
              05 SEPA-D-RUM PIC X(35).
              05 FILLER PIC X(1).
              05 SEPA-D-DATE-SIGNATURE PIC X(8).
              05 FILLER PIC X(1).
              05 SEPA-D-IBAN PIC X(34).
              05 FILLER PIC X(1).
              05 SEPA-D-BIC PIC X(11).
              05 FILLER PIC X(1).
              05 SEPA-D-MONTANT PIC 9(9).9(2).
              05 FILLER PIC X(1).
              05 SEPA-D-REFERENCE.
                  10 SEPA-D-REF-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 SEPA-D-REF-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 SEPA-D-REF-PERIODE PIC 9(6).
       01 SEPA-TOTAL.
              05 SEPA-T-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 SEPA-T-NB PIC 9(7).
              05 FILLER PIC X(1).
              05 SEPA-T-MONTANT PIC 9(11).9(2).

       FD     FEXCEPTIONS
              RECORDING MODE IS F.
       01 EXCEPTION-REG.
              05 EXCEPTION-ECHEANCE PIC X(46).
              05 FILLER PIC X(3).
              05 EXCEPTION-MOTIF PIC X(45).
       01 EXCEPTION-TRAILER.
              05 EXCEPTION-TRAILER-LIB PIC X(20).
              05 EXCEPTION-TRAILER-NB  PIC ZZZZZZ9.

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(128).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANDATS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSEPA PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEPTIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FMANDATS PIC X VALUE 'N'.
           88 WS-EOF-FMANDATS-REACHED VALUE 'Y'.
       01 WS-EOF-FECHEANCIER PIC X VALUE 'N'.
           88 WS-EOF-FECHEANCIER-REACHED VALUE 'Y'.
       01 WS-SOURCE-APPELS PIC X VALUE 'N'.
           88 WS-SOURCE-EST-APPELS VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-DATE-COLLECTE PIC X(8) VALUE SPACES.
       01 WS-COLLECTE-DETAIL REDEFINES WS-DATE-COLLECTE.
           05 WS-COLLECTE-PERIODE PIC 9(6).
           05 FILLER PIC X(2).
       01 WS-COLLECTE-CALENDRIER REDEFINES WS-DATE-COLLECTE.
           05 WS-COLLECTE-AAAA PIC 9(4).
           05 WS-COLLECTE-MM PIC 9(2).
           05 FILLER PIC X(2).
       01 WS-DERNIER-DETAIL.
           05 WS-DERNIER-AAAA PIC 9(4).
           05 WS-DERNIER-MM PIC 9(2).
           05 WS-DERNIER-JJ PIC 9(2).
       01 WS-NB-MOIS-INACTIF PIC S9(5) VALUE 0.

      * MANDATS CHARGES EN TABLE (cle MUNA)
       01 WS-NB-MANDATS PIC 9(5) VALUE 0.
       01 WS-TABLE-MANDATS.
           05 WS-MAND-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-MANDATS
                             INDEXED BY WS-MAND-IDX.
               10 WS-MAND-LIGNE PIC X(128).
               10 WS-MAND-MUNA PIC 9(8).
               10 WS-MAND-STATUT PIC X(1).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MANDAT-TROUVE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-IBAN-VALIDE PIC X VALUE 'N'.
           88 WS-IBAN-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-IBAN PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-LONGUEUR-BIC PIC 9(2) VALUE 0.

       01 WS-MONTANT PIC 9(9)V9(2) VALUE 0.
       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-DUES PIC 9(7) VALUE 0.
       01 WS-NB-ORDRES PIC 9(7) VALUE 0.
       01 WS-NB-PREMIERS PIC 9(7) VALUE 0.
       01 WS-NB-EXCEPTIONS PIC 9(7) VALUE 0.
       01 WS-TOTAL-DU PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-ORDRES PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS PIC 9(11)V9(2) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'prelsepa' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    DATE DE COLLECTE ET CREANCIER : SANS EUX, PAS D'ORDRE
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM NOT = '00'
               DISPLAY 'PRELEVEMENT-PARAM.txt non disponible - code '
                   'statut ' WS-STATUS-FPARAM
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE SPACES TO PARAM-REG
           READ FPARAM
               AT END CONTINUE
           END-READ
           CLOSE FPARAM.
           CALL 'DATEVALID' USING PARAM-DATE-COLLECTE,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           IF NOT WS-DATE-EST-VALIDE OR PARAM-ICS = SPACES
               DISPLAY 'PRELEVEMENT-PARAM.txt : date de collecte ou '
                   'ICS invalide'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE PARAM-DATE-COLLECTE TO WS-DATE-COLLECTE

      *    CHARGEMENT DES MANDATS
           OPEN INPUT FMANDATS.
           IF WS-STATUS-FMANDATS NOT = '00'
               DISPLAY 'MANDATS.txt non disponible - code statut '
                   WS-STATUS-FMANDATS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FMANDATS-REACHED
               READ FMANDATS
                   AT END
                       SET WS-EOF-FMANDATS-REACHED TO TRUE
                   NOT AT END
                       IF MAND-MUNA IS NUMERIC
                           IF WS-NB-MANDATS < 20000
                               ADD 1 TO WS-NB-MANDATS
                               MOVE MAND-REG
                                   TO WS-MAND-LIGNE(WS-NB-MANDATS)
                               MOVE MAND-MUNA
                                   TO WS-MAND-MUNA(WS-NB-MANDATS)
                               MOVE MAND-STATUT
                                   TO WS-MAND-STATUT(WS-NB-MANDATS)
                           ELSE
                               DISPLAY 'MANDATS.txt : capacite de '
                                   '20000 entrees atteinte, '
                                   'enregistrements suivants ignores'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FMANDATS.

      *    SELECTION DES ECHEANCES DE LA PERIODE DE COLLECTE ; LES
      *    APPELS DE PRIMES PRIMENT SUR L'ECHEANCIER
           OPEN INPUT FAPPELS.
           IF WS-STATUS-FAPPELS = '00'
               SET WS-SOURCE-EST-APPELS TO TRUE
               DISPLAY 'Sommes dues lues dans ECHEANCES-APPELEES.txt'
           ELSE
               OPEN INPUT FECHEANCIER
               IF WS-STATUS-FECHEANCIER NOT = '00'
                   DISPLAY 'ECHEANCIER.txt non disponible - code '
                       'statut ' WS-STATUS-FECHEANCIER
                   DISPLAY 'Executer echeancier avant prelsepa'
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
           END-IF
           OPEN OUTPUT FSEPA.
           OPEN OUTPUT FEXCEPTIONS.
           MOVE SPACES TO SEPA-ENTETE
           MOVE 'E' TO SEPA-E-TYPE
           MOVE PARAM-ICS TO SEPA-E-ICS
           MOVE PARAM-CREANCIER TO SEPA-E-CREANCIER
           MOVE WS-DATE-COLLECTE TO SEPA-E-DATE-COLLECTE
           MOVE WS-RUN-YYYYMMDD TO SEPA-E-DATE-CREATION
           WRITE SEPA-ENTETE
           PERFORM UNTIL WS-EOF-FECHEANCIER-REACHED
               PERFORM LIRE-ECHEANCE
      *        LES DEUX DERNIERES LIGNES SONT LES TOTAUX
               IF NOT WS-EOF-FECHEANCIER-REACHED
                  AND FECH-MUNA IS NUMERIC
                   ADD 1 TO WS-NB-LUES
                   IF FECH-PERIODE = WS-COLLECTE-PERIODE
                       PERFORM TRAITER-ECHEANCE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SOURCE-EST-APPELS
               CLOSE FAPPELS
           ELSE
               CLOSE FECHEANCIER
           END-IF.

      *    TOTAUX DE CONTROLE : NOMBRE ET MONTANT DES ORDRES EMIS
           MOVE SPACES TO SEPA-TOTAL
           MOVE 'T' TO SEPA-T-TYPE
           MOVE WS-NB-ORDRES TO SEPA-T-NB
           MOVE WS-TOTAL-ORDRES TO SEPA-T-MONTANT
           WRITE SEPA-TOTAL
           CLOSE FSEPA.
           MOVE SPACES TO EXCEPTION-TRAILER
           MOVE 'TOTAL EXCEPTIONS : ' TO EXCEPTION-TRAILER-LIB
           MOVE WS-NB-EXCEPTIONS TO EXCEPTION-TRAILER-NB
           WRITE EXCEPTION-TRAILER
           CLOSE FEXCEPTIONS.

      *    MISE A JOUR DES MANDATS UTILISES (FRST -> RCUR)
           IF WS-NB-ORDRES > 0
               OPEN OUTPUT FNOUVEAU
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-MANDATS
                   MOVE WS-MAND-LIGNE(WS-I) TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-PERFORM
               CLOSE FNOUVEAU
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv MANDATS.TMP MANDATS.txt' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du remplacement de MANDATS.txt : '
                       'sequences FRST a repasser en RCUR a la main'
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
           END-IF

           DISPLAY 'Date de collecte        : ' WS-DATE-COLLECTE
           DISPLAY 'Lignes d echeancier     : ' WS-NB-LUES
           DISPLAY 'Echeances dues          : ' WS-NB-DUES
               ' pour ' WS-TOTAL-DU
           DISPLAY 'Ordres de prelevement   : ' WS-NB-ORDRES
               ' pour ' WS-TOTAL-ORDRES
           DISPLAY '  dont premiers (FRST)  : ' WS-NB-PREMIERS
           DISPLAY 'Exceptions              : ' WS-NB-EXCEPTIONS
               ' pour ' WS-TOTAL-EXCEPTIONS
               ' (voir PRELEVEMENTS-EXCEPTIONS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-EXCEPTIONS > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    ECHEANCE DUE : CONTROLE DU MANDAT DU MUNA PUIS ORDRE DE
      *    PRELEVEMENT OU EXCEPTION. LE PREMIER MOTIF EN ECHEC
      *    ENVOIE L'ECHEANCE EN EXCEPTION.
       TRAITER-ECHEANCE.
           ADD 1 TO WS-NB-DUES
           COMPUTE WS-MONTANT ROUNDED = FECH-MONTANT-ENT
               + FECH-MONTANT-DEC / 1000000000
           ADD WS-MONTANT TO WS-TOTAL-DU
           PERFORM CHERCHER-MANDAT
           MOVE SPACES TO WS-MOTIF
           IF NOT WS-MANDAT-TROUVE
               MOVE 'Aucun mandat pour ce MUNA' TO WS-MOTIF
           ELSE
               MOVE WS-MAND-LIGNE(WS-MAND-IDX) TO MAND-REG
               PERFORM CONTROLER-MANDAT
           END-IF
           IF WS-MOTIF = SPACES AND WS-MONTANT = 0
               MOVE 'Echeance de montant nul' TO WS-MOTIF
           END-IF
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-EXCEPTIONS
               ADD WS-MONTANT TO WS-TOTAL-EXCEPTIONS
               MOVE SPACES TO EXCEPTION-REG
               MOVE FECH-REG TO EXCEPTION-ECHEANCE
               MOVE ' | ' TO EXCEPTION-REG(47:3)
               MOVE WS-MOTIF TO EXCEPTION-MOTIF
               WRITE EXCEPTION-REG
           ELSE
               PERFORM ECRIRE-ORDRE
           END-IF.

      *    MANDAT ACTIF DU MUNA DE PREFERENCE ; A DEFAUT LE PREMIER
      *    MANDAT DU MUNA, POUR MOTIVER L'EXCEPTION.
       CHERCHER-MANDAT.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-MANDATS > 0
               SET WS-MAND-IDX TO 1
               SEARCH WS-MAND-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-MAND-MUNA(WS-MAND-IDX) = FECH-MUNA
                        AND WS-MAND-STATUT(WS-MAND-IDX) = 'A'
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
               IF NOT WS-MANDAT-TROUVE
                   SET WS-MAND-IDX TO 1
                   SEARCH WS-MAND-ENTRY
                       AT END
                           MOVE 'N' TO WS-TROUVE
                       WHEN WS-MAND-MUNA(WS-MAND-IDX) = FECH-MUNA
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               END-IF
           END-IF.

      *    CONTROLE DU MANDAT CHARGE DANS MAND-REG.
       CONTROLER-MANDAT.
           CALL 'IBANVALID' USING MAND-IBAN,
               WS-IBAN-VALIDE, WS-MOTIF-IBAN
           CALL 'DATEVALID' USING MAND-DATE-SIGNATURE,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           MOVE 0 TO WS-LONGUEUR-BIC
           INSPECT MAND-BIC TALLYING WS-LONGUEUR-BIC
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO WS-NB-MOIS-INACTIF
           IF MAND-DATE-DERNIER IS NUMERIC
               MOVE MAND-DATE-DERNIER TO WS-DERNIER-DETAIL
               COMPUTE WS-NB-MOIS-INACTIF =
                   (WS-COLLECTE-AAAA * 12 + WS-COLLECTE-MM)
                   - (WS-DERNIER-AAAA * 12 + WS-DERNIER-MM)
           END-IF
           EVALUATE TRUE
               WHEN MAND-SUSPENDU
                   MOVE 'Mandat suspendu (impayes repetes)'
                       TO WS-MOTIF
               WHEN NOT MAND-ACTIF
                   MOVE 'Mandat revoque' TO WS-MOTIF
               WHEN MAND-RUM = SPACES
                   MOVE 'Reference unique de mandat absente'
                       TO WS-MOTIF
               WHEN NOT WS-IBAN-EST-VALIDE
                   MOVE SPACES TO WS-MOTIF
                   STRING 'IBAN invalide (motif ' DELIMITED BY SIZE
                       WS-MOTIF-IBAN DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-MOTIF
               WHEN (WS-LONGUEUR-BIC NOT = 8
                     AND WS-LONGUEUR-BIC NOT = 11)
                    OR MAND-BIC(1:6) IS NOT ALPHABETIC-UPPER
                   MOVE 'BIC invalide' TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date de signature mal formee' TO WS-MOTIF
               WHEN MAND-DATE-SIGNATURE > WS-DATE-COLLECTE
                   MOVE 'Mandat signe apres la date de collecte'
                       TO WS-MOTIF
               WHEN NOT MAND-PREMIER AND NOT MAND-RECURRENT
                   MOVE 'Sequence de mandat inconnue' TO WS-MOTIF
               WHEN WS-NB-MOIS-INACTIF > 36
                   MOVE 'Mandat caduc (36 mois sans prelevement)'
                       TO WS-MOTIF
           END-EVALUATE.

      *    ORDRE DE PRELEVEMENT SUR LE MANDAT WS-MAND-IDX ; UN
      *    MANDAT FRST NE L'EST QUE POUR SON PREMIER ORDRE. SI LA
      *    COLLECTE PRECEDENTE N'A PAS ETE RETOURNEE, LA SERIE DE
      *    RETOURS IMPAYES CONSECUTIFS EST ROMPUE.
       ECRIRE-ORDRE.
           IF MAND-DATE-DERNIER NOT = MAND-DATE-RETOUR
              AND MAND-DATE-DERNIER NOT = WS-DATE-COLLECTE
               MOVE 0 TO MAND-NB-RETOURS
           END-IF
           ADD 1 TO WS-NB-ORDRES
           ADD WS-MONTANT TO WS-TOTAL-ORDRES
           MOVE SPACES TO SEPA-DETAIL
           MOVE 'D' TO SEPA-D-TYPE
           MOVE MAND-SEQUENCE TO SEPA-D-SEQUENCE
           MOVE MAND-RUM TO SEPA-D-RUM
           MOVE MAND-DATE-SIGNATURE TO SEPA-D-DATE-SIGNATURE
           MOVE MAND-IBAN TO SEPA-D-IBAN
           MOVE MAND-BIC TO SEPA-D-BIC
           MOVE WS-MONTANT TO SEPA-D-MONTANT
           MOVE FECH-MUNA TO SEPA-D-REF-MUNA
           MOVE '-' TO SEPA-D-REFERENCE(9:1)
           MOVE FECH-IDENTIFIANT TO SEPA-D-REF-IDENTIFIANT
           MOVE '-' TO SEPA-D-REFERENCE(24:1)
           MOVE FECH-PERIODE TO SEPA-D-REF-PERIODE
           WRITE SEPA-DETAIL
           IF MAND-PREMIER
               ADD 1 TO WS-NB-PREMIERS
           END-IF
           MOVE 'RCUR' TO MAND-SEQUENCE
           MOVE WS-DATE-COLLECTE TO MAND-DATE-DERNIER
           MOVE MAND-REG TO WS-MAND-LIGNE(WS-MAND-IDX).

      *    LIT LA LIGNE DUE SUIVANTE DANS LA SOURCE RETENUE (APPELS
      *    DE PRIMES OU ECHEANCIER), TOUJOURS AU FORMAT FECH-REG
       LIRE-ECHEANCE.
           IF WS-SOURCE-EST-APPELS
               READ FAPPELS INTO FECH-REG
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
               END-READ
           ELSE
               READ FECHEANCIER
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
               END-READ
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
