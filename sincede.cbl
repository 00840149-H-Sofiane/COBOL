       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCEDE.
      * Bordereau de sinistres cedes en quote-part : pendant de
      * cession cote sinistres. Au meme taux de traite que les
      * primes (ligne de nature 'C' de TRAITE-CESSION.txt en
      * vigueur au 1er janvier de l'annee du trimestre vise, format
      * nnn.nn en pourcentage), chaque reglement traite dans le
      * trimestre ('P' partiel ou 'F' final dans l'historique
      * SINISTRES-JOURNAL.txt tenu par singest, retenu sur sa date
      * de traitement pour qu'un reglement saisi apres le trimestre
      * de son evenement soit cede au trimestre suivant et jamais
      * perdu) donne une ligne de
      * recuperation dans BORDEREAU-SINISTRES-CEDES.txt (numero,
      * MUNA, date et montant du reglement, part a recuperer
      * aupres du reassureur). La synthese donne le total regle,
      * le total a recuperer et, pour l'inventaire, la part du
      * reassureur dans les provisions restantes du registre
      * SINISTRES-REGISTRE.txt. Le trimestre vise (AAAAT) est lu
      * dans REASSURANCE-PARAM.txt ; a defaut, c'est le trimestre
      * de la date du jour. Le bordereau commence par sa periode
      * (AAAAT), controlee par reascpt. Le total a recuperer
      * alimente le compte courant du reassureur (reascpt).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "TRAITE-CESSION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FPERIODE ASSIGN TO "REASSURANCE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPERIODE.

           SELECT FJOURNAL ASSIGN TO "SINISTRES-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAL.

           SELECT FREGISTRE ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FBORDEREAU ASSIGN TO "BORDEREAU-SINISTRES-CEDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBORDEREAU.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
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

       FD     FJOURNAL
              RECORDING MODE IS F.
       COPY SINJRN.

       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FBORDEREAU
              RECORDING MODE IS F.
       01 BORD-REG.
              05 BORD-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 BORD-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 BORD-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 BORD-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 BORD-REGLE PIC 9(7).9(2).
              05 FILLER PIC X(1).
              05 BORD-RECUPERE PIC 9(7).9(2).
       01 BORD-PERIODE.
              05 BORD-PERIODE-LIB PIC X(30).
              05 BORD-PERIODE-AAAAT PIC X(5).
       01 BORD-SYNTHESE.
              05 BORD-SYNTHESE-LIB PIC X(30).
              05 BORD-SYNTHESE-MONTANT PIC ZZZ,ZZZ,ZZ9.99.
       01 BORD-SYNTHESE-NB.
              05 BORD-SYN-NB-LIB PIC X(30).
              05 BORD-SYN-NB PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPERIODE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBORDEREAU PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-EOF-FJOURNAL PIC X VALUE 'N'.
           88 WS-EOF-FJOURNAL-REACHED VALUE 'Y'.
       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-PERIODE-VISEE.
           05 WS-ANNEE-VISEE PIC X(4).
           05 WS-TRIMESTRE-VISE PIC 9(1).
       01 WS-MOIS PIC 9(2).
       01 WS-TRIMESTRE PIC 9(1).

      * ANNEE DE TRAITE : LE TAUX EN VIGUEUR AU 1ER JANVIER
       01 WS-DATE-REF.
           05 WS-DATE-REF-AAAA PIC X(4).
           05 FILLER PIC X(4) VALUE '0101'.

       01 WS-TAUX PIC 9(3)V9(2) VALUE 0.
       01 WS-RECUPERE PIC 9(7)V9(2).
       01 WS-NB-REGLEMENTS PIC 9(7) VALUE 0.
       01 WS-TOTAL-REGLE PIC 9(12)V9(2) VALUE 0.
       01 WS-TOTAL-RECUPERE PIC 9(12)V9(2) VALUE 0.
       01 WS-TOTAL-PROVISIONS PIC 9(12)V9(2) VALUE 0.
       01 WS-PROVISIONS-CEDEES PIC 9(12)V9(2) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'sincede' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    TRIMESTRE VISE (A DEFAUT, CELUI DE LA DATE DU JOUR)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-DATE(1:4) TO WS-ANNEE-VISEE
           MOVE WS-RUN-DATE(5:2) TO WS-MOIS
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

      *    TAUX DU TRAITE : LE MEME QUE POUR LES PRIMES CEDEES, LIGNE
      *    'C' EN VIGUEUR DANS L'ANNEE DE TRAITE
           MOVE WS-ANNEE-VISEE TO WS-DATE-REF-AAAA
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM NOT = '00'
               DISPLAY 'TRAITE-CESSION.txt non disponible - code '
                   'statut ' WS-STATUS-FPARAM
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
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
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF


      *    REGLEMENTS DU TRIMESTRE DANS L'HISTORIQUE DES SINISTRES
           OPEN INPUT FJOURNAL.
           IF WS-STATUS-FJOURNAL NOT = '00'
               DISPLAY 'SINISTRES-JOURNAL.txt non disponible - code '
                   'statut ' WS-STATUS-FJOURNAL
               DISPLAY 'Executer singest avant sincede'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FBORDEREAU.
           MOVE SPACES TO BORD-PERIODE
           MOVE 'PERIODE DU BORDEREAU        :' TO BORD-PERIODE-LIB
           MOVE WS-PERIODE-VISEE TO BORD-PERIODE-AAAAT
           WRITE BORD-PERIODE
           PERFORM UNTIL WS-EOF-FJOURNAL-REACHED
               READ FJOURNAL
                   AT END
                       SET WS-EOF-FJOURNAL-REACHED TO TRUE
                   NOT AT END
                       IF (SINJ-CODE = 'P' OR 'F')
                          AND SINJ-MONTANT IS NUMERIC
                           PERFORM CEDER-REGLEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FJOURNAL.

      *    PART DU REASSUREUR DANS LES PROVISIONS RESTANTES
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF SINR-MUNA IS NUMERIC
                               ADD SINR-RESERVE TO WS-TOTAL-PROVISIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
           END-IF
           COMPUTE WS-PROVISIONS-CEDEES ROUNDED =
               WS-TOTAL-PROVISIONS * WS-TAUX / 100

      *    SYNTHESE ET TOTAUX DE CONTROLE
           MOVE SPACES TO BORD-SYNTHESE-NB
           MOVE 'TOTAL REGLEMENTS CEDES      :' TO BORD-SYN-NB-LIB
           MOVE WS-NB-REGLEMENTS TO BORD-SYN-NB
           WRITE BORD-SYNTHESE-NB
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'TOTAL SINISTRES REGLES      :' TO BORD-SYNTHESE-LIB
           MOVE WS-TOTAL-REGLE TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'TOTAL A RECUPERER           :' TO BORD-SYNTHESE-LIB
           MOVE WS-TOTAL-RECUPERE TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'PROVISIONS RESTANTES        :' TO BORD-SYNTHESE-LIB
           MOVE WS-TOTAL-PROVISIONS TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           MOVE SPACES TO BORD-SYNTHESE
           MOVE 'PART CEDEE DES PROVISIONS   :' TO BORD-SYNTHESE-LIB
           MOVE WS-PROVISIONS-CEDEES TO BORD-SYNTHESE-MONTANT
           WRITE BORD-SYNTHESE
           CLOSE FBORDEREAU.

           DISPLAY 'Trimestre vise      : ' WS-ANNEE-VISEE
               '-T' WS-TRIMESTRE-VISE
           DISPLAY 'Taux du traite      : ' WS-TAUX ' %'
           DISPLAY 'Reglements cedes    : ' WS-NB-REGLEMENTS
           DISPLAY 'Sinistres regles    : ' WS-TOTAL-REGLE
           DISPLAY 'A recuperer         : ' WS-TOTAL-RECUPERE
           DISPLAY 'Provisions cedees   : ' WS-PROVISIONS-CEDEES
           DISPLAY 'Bordereau ecrit dans BORDEREAU-SINISTRES-CEDES.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    UNE LIGNE DE RECUPERATION PAR REGLEMENT TRAITE DANS LE
      *    TRIMESTRE VISE (DATE DE TRAITEMENT, PAS DATE D'EVENEMENT).
       CEDER-REGLEMENT.
           IF SINJ-DATE-TRAITEMENT(1:4) = WS-ANNEE-VISEE
              AND SINJ-DATE-TRAITEMENT(5:2) IS NUMERIC
               MOVE SINJ-DATE-TRAITEMENT(5:2) TO WS-MOIS
               COMPUTE WS-TRIMESTRE = (WS-MOIS + 2) / 3
               IF WS-TRIMESTRE = WS-TRIMESTRE-VISE
                   ADD 1 TO WS-NB-REGLEMENTS
                   ADD SINJ-MONTANT TO WS-TOTAL-REGLE
                   COMPUTE WS-RECUPERE ROUNDED =
                       SINJ-MONTANT * WS-TAUX / 100
                   ADD WS-RECUPERE TO WS-TOTAL-RECUPERE
                   MOVE SPACES TO BORD-REG
                   MOVE SINJ-NUMERO TO BORD-NUMERO
                   MOVE SINJ-MUNA TO BORD-MUNA
                   MOVE SINJ-DATE-EVT TO BORD-DATE
                   MOVE SINJ-CODE TO BORD-CODE
                   MOVE SINJ-MONTANT TO BORD-REGLE
                   MOVE WS-RECUPERE TO BORD-RECUPERE
                   WRITE BORD-REG
               END-IF
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
