       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRELRET.
      * Traitement des retours de prelevements impayes : chaque
      * ligne du fichier de retours de la banque
      * PRELEVEMENTS-RETOURS.txt (date du rejet, date de collecte,
      * RUM, reference de bout en bout MUNA-IDENTIFIANT-PERIODE
      * emise par prelsepa, montant, code motif bancaire) annule
      * l'encaissement correspondant dans ENCAISSEMENTS.txt (meme
      * MUNA, IDENTIFIANT, periode et montant) : la periode
      * redevient impayee et reparait dans ARRIERES.txt au
      * prochain passage d'encaisse. Les encaissements annules
      * sont conserves dans ENCAISSEMENTS-ANNULES.txt (ajout).
      * Chaque annulation donne une ecriture d'impaye au MUNA en
      * debit et une contrepartie banque globale en credit dans
      * GL-MOUVEMENTS-IMPAYES.txt, deverse par glbilan. Le mandat
      * du MUNA compte ses retours consecutifs et passe au statut
      * 'S' (suspendu) au seuil lu dans PRELEVEMENT-PARAM.txt
      * (position 55, defaut 2). Un retour sans encaissement a
      * annuler part dans PRELEVEMENTS-RETOURS-REJETS.txt. Le
      * fichier de retours traite est renomme en .TRAITE pour ne
      * pas etre rejoue.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "PRELEVEMENT-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FRETOURS ASSIGN TO "PRELEVEMENTS-RETOURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRETOURS.

           SELECT FPAIEMENTS ASSIGN TO "ENCAISSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIEMENTS.

           SELECT FPAIEMENTS-NOUV ASSIGN TO "ENCAISSEMENTS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIEMENTS-NOUV.

           SELECT FANNULES ASSIGN TO "ENCAISSEMENTS-ANNULES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FANNULES.

           SELECT FMANDATS ASSIGN TO "MANDATS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANDATS.

           SELECT FMANDATS-NOUV ASSIGN TO "MANDATS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANDATS-NOUV.

           SELECT FMOUV ASSIGN TO "GL-MOUVEMENTS-IMPAYES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.

           SELECT FREJETS ASSIGN TO "PRELEVEMENTS-RETOURS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
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

       FD     FRETOURS
              RECORDING MODE IS F.
       01 RETOUR-REG.
              05 RETOUR-DATE-REJET PIC X(8).
              05 FILLER PIC X(1).
              05 RETOUR-DATE-COLLECTE PIC X(8).
              05 FILLER PIC X(1).
              05 RETOUR-RUM PIC X(35).
              05 FILLER PIC X(1).
              05 RETOUR-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 RETOUR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 RETOUR-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 RETOUR-MONTANT-ENT PIC 9(9).
              05 FILLER PIC X(1).
              05 RETOUR-MONTANT-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 RETOUR-MOTIF-BANQUE PIC X(4).

       FD     FPAIEMENTS
              RECORDING MODE IS F.
       01 PAI-REG.
              05 PAI-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 PAI-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 PAI-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 PAI-MONTANT PIC 9(7)V9(2).

       FD     FPAIEMENTS-NOUV
              RECORDING MODE IS F.
       01 PAI-NOUV-REG PIC X(40).

       FD     FANNULES
              RECORDING MODE IS F.
       01 ANNULE-REG.
              05 ANNULE-ENCAISSEMENT PIC X(40).
              05 FILLER PIC X(3).
              05 ANNULE-DATE-REJET PIC X(8).
              05 FILLER PIC X(1).
              05 ANNULE-MOTIF-BANQUE PIC X(4).

       FD     FMANDATS
              RECORDING MODE IS F.
       COPY MANDREC.

       FD     FMANDATS-NOUV
              RECORDING MODE IS F.
       01 MAND-NOUV-REG PIC X(128).

       FD     FMOUV
              RECORDING MODE IS F.
       01 MOUV-REG.
              05 MOUV-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 MOUV-MONTANT PIC 9(5)V9(9).
              05 FILLER PIC X(1).
              05 MOUV-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 MOUV-LIBELLE PIC X(30).
       01 MOUV-TRAILER.
              05 MOUV-TRAILER-LIB PIC X(20).
              05 MOUV-TRAILER-NB  PIC ZZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-RETOUR PIC X(102).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(40).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRETOURS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS-NOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FANNULES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANDATS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANDATS-NOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FRETOURS PIC X VALUE 'N'.
           88 WS-EOF-FRETOURS-REACHED VALUE 'Y'.
       01 WS-EOF-FPAIEMENTS PIC X VALUE 'N'.
           88 WS-EOF-FPAIEMENTS-REACHED VALUE 'Y'.
       01 WS-EOF-FMANDATS PIC X VALUE 'N'.
           88 WS-EOF-FMANDATS-REACHED VALUE 'Y'.
       01 WS-MANDATS-PRESENTS PIC X VALUE 'N'.
           88 WS-MANDATS-A-METTRE-A-JOUR VALUE 'Y'.

       01 WS-SEUIL-RETOURS PIC 9(2) VALUE 2.

      * RETOURS DU JOUR : CHACUN ANNULE AU PLUS UN ENCAISSEMENT
       01 WS-NB-RETOURS PIC 9(5) VALUE 0.
       01 WS-TABLE-RETOURS.
           05 WS-RET-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-RETOURS
                            INDEXED BY WS-RET-IDX.
               10 WS-RET-LIGNE PIC X(102).
               10 WS-RET-MUNA PIC 9(8).
               10 WS-RET-IDENTIFIANT PIC X(14).
               10 WS-RET-PERIODE PIC 9(6).
               10 WS-RET-MONTANT PIC 9(7)V9(2).
               10 WS-RET-DATE-REJET PIC X(8).
               10 WS-RET-DATE-COLLECTE PIC X(8).
               10 WS-RET-RUM PIC X(35).
               10 WS-RET-MOTIF-BANQUE PIC X(4).
               10 WS-RET-ANNULE PIC X(1).

      * MANDATS CHARGES EN TABLE (cle RUM)
       01 WS-NB-MANDATS PIC 9(5) VALUE 0.
       01 WS-TABLE-MANDATS.
           05 WS-MAND-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-MANDATS
                             INDEXED BY WS-MAND-IDX.
               10 WS-MAND-LIGNE PIC X(128).
               10 WS-MAND-RUM PIC X(35).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MANDAT-TROUVE VALUE 'Y'.
       01 WS-MONTANT-RETOUR PIC 9(9)V9(2).
       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-LUS PIC 9(7) VALUE 0.
       01 WS-NB-ANNULES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-NB-SUSPENDUS PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-TOTAL-ANNULE PIC 9(7)V9(9) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'prelret' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    SEUIL DE SUSPENSION DES MANDATS (DEFAUT 2 RETOURS)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-SEUIL-RETOURS IS NUMERIC
                          AND PARAM-SEUIL-RETOURS > '00'
                           MOVE PARAM-SEUIL-RETOURS
                               TO WS-SEUIL-RETOURS
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    CHARGEMENT DES RETOURS DE LA BANQUE
           OPEN INPUT FRETOURS.
           IF WS-STATUS-FRETOURS NOT = '00'
               DISPLAY 'PRELEVEMENTS-RETOURS.txt absent - aucun '
                   'retour de prelevement ce jour'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 0 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FRETOURS-REACHED
               READ FRETOURS
                   AT END
                       SET WS-EOF-FRETOURS-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM CHARGER-RETOUR
               END-READ
           END-PERFORM.
           CLOSE FRETOURS.

      *    ANNULATION DES ENCAISSEMENTS RETOURNES
           OPEN INPUT FPAIEMENTS.
           IF WS-STATUS-FPAIEMENTS NOT = '00'
               DISPLAY 'ENCAISSEMENTS.txt non disponible - code '
                   'statut ' WS-STATUS-FPAIEMENTS
               CLOSE FREJETS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FPAIEMENTS-NOUV.
           OPEN EXTEND FANNULES
           IF WS-STATUS-FANNULES NOT = '00'
               OPEN OUTPUT FANNULES
           END-IF
      *    LES ECRITURES S'AJOUTENT A CELLES QUE glbilan N'A PAS
      *    ENCORE DEVERSEES : UN SECOND PASSAGE DANS LE MOIS NE DOIT
      *    PAS LES EFFACER
           OPEN EXTEND FMOUV
           IF WS-STATUS-FMOUV NOT = '00'
               OPEN OUTPUT FMOUV
           END-IF
           PERFORM UNTIL WS-EOF-FPAIEMENTS-REACHED
               READ FPAIEMENTS
                   AT END
                       SET WS-EOF-FPAIEMENTS-REACHED TO TRUE
                   NOT AT END
                       PERFORM CONFRONTER-ENCAISSEMENT
               END-READ
           END-PERFORM.
           CLOSE FPAIEMENTS FPAIEMENTS-NOUV FANNULES.

      *    CONTREPARTIE BANQUE GLOBALE DES IMPAYES
           IF WS-TOTAL-ANNULE > 0
               MOVE SPACES TO MOUV-REG
               MOVE ZEROES TO MOUV-MUNA
               MOVE WS-TOTAL-ANNULE TO MOUV-MONTANT
               MOVE 'C' TO MOUV-SENS
               MOVE 'CONTREPARTIE PRELEV. IMPAYES' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
           END-IF
           MOVE SPACES TO MOUV-TRAILER
           MOVE 'TOTAL ECRITURES : ' TO MOUV-TRAILER-LIB
           MOVE WS-NB-ECRITURES TO MOUV-TRAILER-NB
           WRITE MOUV-TRAILER
           CLOSE FMOUV.

      *    RETOURS SANS ENCAISSEMENT A ANNULER
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RETOURS
               IF WS-RET-ANNULE(WS-I) NOT = 'Y'
                   ADD 1 TO WS-NB-REJETS
                   MOVE SPACES TO REJET-REG
                   MOVE WS-RET-LIGNE(WS-I) TO REJET-RETOUR
                   MOVE ' | ' TO REJET-REG(103:3)
                   MOVE 'Encaissement introuvable' TO REJET-MOTIF
                   WRITE REJET-REG
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-COMMANDE
           STRING 'mv ENCAISSEMENTS.TMP ENCAISSEMENTS.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de ENCAISSEMENTS.txt'
               CLOSE FREJETS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    COMPTAGE DES RETOURS SUR LES MANDATS
           PERFORM METTRE-A-JOUR-MANDATS

           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    LES RETOURS TRAITES NE DOIVENT PAS ETRE REJOUES
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv PRELEVEMENTS-RETOURS.txt ' DELIMITED BY SIZE
               'PRELEVEMENTS-RETOURS.TRAITE' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE 0 TO RETURN-CODE

           DISPLAY 'Retours lus              : ' WS-NB-LUS
           DISPLAY 'Encaissements annules    : ' WS-NB-ANNULES
               ' (voir ENCAISSEMENTS-ANNULES.txt)'
           DISPLAY 'Retours rejetes          : ' WS-NB-REJETS
               ' (voir PRELEVEMENTS-RETOURS-REJETS.txt)'
           DISPLAY 'Mandats suspendus        : ' WS-NB-SUSPENDUS
           DISPLAY 'Ecritures d impayes      : ' WS-NB-ECRITURES
               ' (voir GL-MOUVEMENTS-IMPAYES.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UN RETOUR MAL FORME EST REJETE D'EMBLEE ; LES AUTRES SONT
      *    MIS EN TABLE POUR LA CONFRONTATION AUX ENCAISSEMENTS.
       CHARGER-RETOUR.
           IF RETOUR-MUNA IS NOT NUMERIC
              OR RETOUR-PERIODE IS NOT NUMERIC
              OR RETOUR-MONTANT-ENT IS NOT NUMERIC
              OR RETOUR-MONTANT-DEC IS NOT NUMERIC
              OR WS-NB-RETOURS >= 5000
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE RETOUR-REG TO REJET-RETOUR
               MOVE ' | ' TO REJET-REG(103:3)
               IF WS-NB-RETOURS >= 5000
                   MOVE 'Capacite de 5000 retours atteinte'
                       TO REJET-MOTIF
               ELSE
                   MOVE 'Retour mal forme' TO REJET-MOTIF
               END-IF
               WRITE REJET-REG
           ELSE
               ADD 1 TO WS-NB-RETOURS
               SET WS-RET-IDX TO WS-NB-RETOURS
               MOVE RETOUR-REG TO WS-RET-LIGNE(WS-RET-IDX)
               MOVE RETOUR-MUNA TO WS-RET-MUNA(WS-RET-IDX)
               MOVE RETOUR-IDENTIFIANT
                   TO WS-RET-IDENTIFIANT(WS-RET-IDX)
               MOVE RETOUR-PERIODE TO WS-RET-PERIODE(WS-RET-IDX)
               COMPUTE WS-MONTANT-RETOUR = RETOUR-MONTANT-ENT
                   + RETOUR-MONTANT-DEC / 100
               MOVE WS-MONTANT-RETOUR TO WS-RET-MONTANT(WS-RET-IDX)
               MOVE RETOUR-DATE-REJET
                   TO WS-RET-DATE-REJET(WS-RET-IDX)
               MOVE RETOUR-DATE-COLLECTE
                   TO WS-RET-DATE-COLLECTE(WS-RET-IDX)
               MOVE RETOUR-RUM TO WS-RET-RUM(WS-RET-IDX)
               MOVE RETOUR-MOTIF-BANQUE
                   TO WS-RET-MOTIF-BANQUE(WS-RET-IDX)
               MOVE 'N' TO WS-RET-ANNULE(WS-RET-IDX)
           END-IF.

      *    L'ENCAISSEMENT LU EST RECOPIE, SAUF S'IL EST LE PREMIER A
      *    REPONDRE A UN RETOUR ENCORE NON APPARIE : IL EST ALORS
      *    ANNULE ET L'IMPAYE EST PASSE EN ECRITURE.
       CONFRONTER-ENCAISSEMENT.
           MOVE 'N' TO WS-TROUVE
           IF PAI-MUNA IS NUMERIC AND WS-NB-RETOURS > 0
               SET WS-RET-IDX TO 1
               SEARCH WS-RET-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-RET-ANNULE(WS-RET-IDX) = 'N'
                        AND WS-RET-MUNA(WS-RET-IDX) = PAI-MUNA
                        AND WS-RET-IDENTIFIANT(WS-RET-IDX)
                            = PAI-IDENTIFIANT
                        AND WS-RET-PERIODE(WS-RET-IDX) = PAI-PERIODE
                        AND WS-RET-MONTANT(WS-RET-IDX) = PAI-MONTANT
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-TROUVE = 'Y'
               MOVE 'Y' TO WS-RET-ANNULE(WS-RET-IDX)
               ADD 1 TO WS-NB-ANNULES
               MOVE SPACES TO ANNULE-REG
               MOVE PAI-REG TO ANNULE-ENCAISSEMENT
               MOVE ' | ' TO ANNULE-REG(41:3)
               MOVE WS-RET-DATE-REJET(WS-RET-IDX)
                   TO ANNULE-DATE-REJET
               MOVE WS-RET-MOTIF-BANQUE(WS-RET-IDX)
                   TO ANNULE-MOTIF-BANQUE
               WRITE ANNULE-REG
      *        LIBELLE FIXE : C'EST LA CLE DE DEVERSEMENT DE glbilan
               MOVE SPACES TO MOUV-REG
               MOVE PAI-MUNA TO MOUV-MUNA
               MOVE PAI-MONTANT TO MOUV-MONTANT
               MOVE 'D' TO MOUV-SENS
               MOVE 'PRELEVEMENT IMPAYE' TO MOUV-LIBELLE
               WRITE MOUV-REG
               ADD 1 TO WS-NB-ECRITURES
               ADD PAI-MONTANT TO WS-TOTAL-ANNULE
           ELSE
               MOVE PAI-REG TO PAI-NOUV-REG
               WRITE PAI-NOUV-REG
           END-IF.

      *    UN RETOUR COMPTE UNE FOIS PAR COLLECTE ; AU SEUIL DE
      *    RETOURS CONSECUTIFS, LE MANDAT EST SUSPENDU.
       METTRE-A-JOUR-MANDATS.
           OPEN INPUT FMANDATS.
           IF WS-STATUS-FMANDATS NOT = '00'
               DISPLAY 'MANDATS.txt non disponible - retours non '
                   'comptes sur les mandats'
           ELSE
               SET WS-MANDATS-A-METTRE-A-JOUR TO TRUE
               PERFORM UNTIL WS-EOF-FMANDATS-REACHED
                   READ FMANDATS
                       AT END
                           SET WS-EOF-FMANDATS-REACHED TO TRUE
                       NOT AT END
                           IF MAND-MUNA IS NUMERIC
                              AND WS-NB-MANDATS < 20000
                               ADD 1 TO WS-NB-MANDATS
                               MOVE MAND-REG
                                   TO WS-MAND-LIGNE(WS-NB-MANDATS)
                               MOVE MAND-RUM
                                   TO WS-MAND-RUM(WS-NB-MANDATS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FMANDATS
           END-IF
           IF WS-MANDATS-A-METTRE-A-JOUR
               PERFORM COMPTER-RETOUR
                   VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RETOURS
               OPEN OUTPUT FMANDATS-NOUV
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-MANDATS
                   MOVE WS-MAND-LIGNE(WS-I) TO MAND-NOUV-REG
                   WRITE MAND-NOUV-REG
               END-PERFORM
               CLOSE FMANDATS-NOUV
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv MANDATS.TMP MANDATS.txt' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du remplacement de MANDATS.txt'
                   CLOSE FREJETS
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
           END-IF.

       COMPTER-RETOUR.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-MANDATS > 0
               SET WS-MAND-IDX TO 1
               SEARCH WS-MAND-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-MAND-RUM(WS-MAND-IDX) = WS-RET-RUM(WS-I)
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-MANDAT-TROUVE
               MOVE WS-MAND-LIGNE(WS-MAND-IDX) TO MAND-REG
               IF MAND-NB-RETOURS IS NOT NUMERIC
                   MOVE 0 TO MAND-NB-RETOURS
               END-IF
               IF MAND-DATE-RETOUR NOT = WS-RET-DATE-COLLECTE(WS-I)
                   ADD 1 TO MAND-NB-RETOURS
                   MOVE WS-RET-DATE-COLLECTE(WS-I)
                       TO MAND-DATE-RETOUR
                   IF MAND-NB-RETOURS >= WS-SEUIL-RETOURS
                      AND MAND-ACTIF
                       MOVE 'S' TO MAND-STATUT
                       ADD 1 TO WS-NB-SUSPENDUS
                       DISPLAY 'Mandat suspendu : ' MAND-RUM
                           ' (MUNA ' MAND-MUNA ')'
                   END-IF
                   MOVE MAND-REG TO WS-MAND-LIGNE(WS-MAND-IDX)
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
