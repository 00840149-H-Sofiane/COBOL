       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUNAFUS.
      * Fusion d'adherents en doublon, suite de munadedup : chaque
      * transaction de MUNA-FUSIONS.txt (MUNA survivant, MUNA
      * absorbe) reporte sur le survivant tout ce qui est tenu sous
      * le MUNA absorbe - polices de ASSURANCES.IDX (suppression
      * puis reecriture sous la nouvelle cle, versees a
      * l'historique HISTPOL) et de l'extraction ASSURANCES.txt,
      * ECHEANCIER.txt, ENCAISSEMENTS.txt,
      * SUIVI-RENOUVELLEMENTS.txt, mandat SEPA (MANDATS.txt),
      * calendrier de facturation (FREQUENCES-PAIEMENT.txt), appels
      * de primes (ECHEANCES-APPELEES.txt), sinistres acceptes
      * (SINISTRES-ACCEPTES.txt et registre SINISTRES-REGISTRE.txt)
      * et la fiche de ADHERENTS.IDX, renumerotee sur place sous
      * le survivant ou retiree si le survivant a deja la sienne.
      * Une fusion est refusee quand elle creerait une cle de
      * police en double (meme
      * IDENTIFIANT deja tenu par le survivant, dans l'index ou
      * dans l'extraction, ou ligne du calendrier de facturation
      * deja tenue sous cet IDENTIFIANT par le survivant), quand
      * les deux MUNA ont chacun leur mandat SEPA (un seul mandat
      * par MUNA : a regulariser avant la fusion), quand les deux
      * MUNA sont egaux ou non
      * numeriques, ou quand elle s'enchaine avec une autre fusion
      * du meme lot (absorbe deja absorbe, survivant absorbe,
      * absorbe survivant ailleurs). Chaque enregistrement deplace
      * est trace en image avant / apres dans
      * MUNA-FUSIONS-AUDIT.txt, les fusions refusees partent dans
      * MUNA-FUSIONS-REJETS.txt (code retour 8). L'operateur doit
      * detenir le role 'P' (gestion des polices) dans OPERAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFUSIONS ASSIGN TO "MUNA-FUSIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFUSIONS.

           SELECT FPOLICE ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FASSUIDX ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

      *    FICHIERS SEQUENTIELS REPRIS A TOUR DE ROLE, COMME DANS
      *    dossier : NOM DU FICHIER ET DE SA COPIE DE TRAVAIL
           SELECT FSEQ ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSEQ.

           SELECT FSEQN ASSIGN TO DYNAMIC WS-NOM-TMP
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSEQN.

           SELECT FAUDIT ASSIGN TO "MUNA-FUSIONS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "MUNA-FUSIONS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FFUSIONS
              RECORDING MODE IS F.
       01 FUS-REG.
              05 FUS-SURVIVANT PIC X(8).
              05 FILLER PIC X(1).
              05 FUS-ABSORBE PIC X(8).

       FD     FPOLICE
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FASSUIDX
              RECORDING MODE IS F.
       01 ASSUIDX-REG.
              05 ASSUIDX-KEY.
                  10 ASSUIDX-MUNA PIC 9(8).
                  10 ASSUIDX-IDENTIFIANT PIC X(14).
              05 ASSUIDX-LIBELLE PIC X(101).
              05 ASSUIDX-ETAT PIC X(10).
              05 ASSUIDX-DEBUT-EFFET PIC X(8).
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FSEQ
              RECORDING MODE IS F.
       01 SEQ-REG PIC X(250).

       FD     FSEQN
              RECORDING MODE IS F.
       01 SEQN-REG PIC X(250).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-FICHIER PIC X(26).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(170).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(170).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-SURVIVANT PIC X(8).
              05 FILLER PIC X(1).
              05 REJET-ABSORBE PIC X(8).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(60).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FFUSIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSEQ PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSEQN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.

       01 WS-EOF-FFUSIONS PIC X VALUE 'N'.
           88 WS-EOF-FFUSIONS-REACHED VALUE 'Y'.
       01 WS-EOF-FPOLICE PIC X VALUE 'N'.
           88 WS-EOF-FPOLICE-REACHED VALUE 'Y'.
       01 WS-EOF-FSEQ PIC X VALUE 'N'.
           88 WS-EOF-FSEQ-REACHED VALUE 'Y'.
       01 WS-FIN-PARCOURS PIC X VALUE 'N'.
           88 WS-PARCOURS-TERMINE VALUE 'Y'.

      * FUSIONS DU LOT ; 'V' = VALIDEE ET APPLIQUEE A L'INDEX,
      * 'R' = REFUSEE
       01 WS-NB-FUS PIC 9(3) VALUE 0.
       01 WS-TABLE-FUS.
           05 WS-FUS-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-NB-FUS
                            INDEXED BY WS-FUS-IDX.
               10 WS-FUS-SURVIVANT PIC X(8).
               10 WS-FUS-ABSORBE PIC X(8).
               10 WS-FUS-STATUT PIC X(1).
       01 WS-F PIC 9(3) VALUE 0.
       01 WS-G PIC 9(3) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(5) VALUE 0.

      * CLES DE POLICE DE L'EXTRACTION TENUES PAR LES MUNA DU LOT ;
      * LA CIBLE EST LE MUNA APRES LES FUSIONS DEJA ACCEPTEES
       01 WS-NB-POL PIC 9(5) VALUE 0.
       01 WS-TABLE-POL.
           05 WS-POL-ENTRY OCCURS 1 TO 10000 TIMES
                            DEPENDING ON WS-NB-POL
                            INDEXED BY WS-POL-IDX.
               10 WS-POL-MUNA PIC X(8).
               10 WS-POL-IDENTIFIANT PIC X(14).
               10 WS-POL-CIBLE PIC X(8).
       01 WS-P PIC 9(5) VALUE 0.
       01 WS-Q PIC 9(5) VALUE 0.

      * LIGNES DU CALENDRIER DE FACTURATION DES MUNA DU LOT, MEME
      * PRINCIPE
       01 WS-NB-FRQ PIC 9(5) VALUE 0.
       01 WS-TABLE-FRQ.
           05 WS-FRQ-ENTRY OCCURS 1 TO 10000 TIMES
                            DEPENDING ON WS-NB-FRQ.
               10 WS-FRQ-MUNA PIC X(8).
               10 WS-FRQ-IDENTIFIANT PIC X(14).
               10 WS-FRQ-CIBLE PIC X(8).

      * MANDATS SEPA DES MUNA DU LOT (UN PAR MUNA)
       01 WS-NB-MAND PIC 9(4) VALUE 0.
       01 WS-TABLE-MAND.
           05 WS-MAND-ENTRY OCCURS 1 TO 1000 TIMES
                             DEPENDING ON WS-NB-MAND.
               10 WS-MAND-MUNA PIC X(8).
               10 WS-MAND-CIBLE PIC X(8).
       01 WS-MAND-ABSORBE PIC X VALUE 'N'.
           88 WS-ABSORBE-A-MANDAT VALUE 'O'.
       01 WS-MAND-SURVIVANT PIC X VALUE 'N'.
           88 WS-SURVIVANT-A-MANDAT VALUE 'O'.

      * POLICES DE L'INDEX TENUES PAR LE MUNA ABSORBE COURANT
       01 WS-NB-CLES PIC 9(4) VALUE 0.
       01 WS-TABLE-CLES.
           05 WS-CLE-IDENTIFIANT OCCURS 1000 TIMES PIC X(14).
       01 WS-K PIC 9(4) VALUE 0.

       01 WS-MOTIF PIC X(60) VALUE SPACES.
       01 WS-MUNA-X PIC X(8).
       01 WS-MUNA-NUM PIC 9(8).
       01 WS-POS-MUNA PIC 9(2) VALUE 1.
       01 WS-NOM-FICHIER PIC X(40) VALUE SPACES.
       01 WS-NOM-TMP PIC X(40) VALUE SPACES.
       01 WS-COMMANDE PIC X(100) VALUE SPACES.
       01 WS-AVANT PIC X(170).
      * FICHE DE L'ABSORBE LUE AVANT LA RECHERCHE DU SURVIVANT
       01 WS-FICHE-ABSORBE PIC X(207).
       01 WS-SURV-FICHE PIC X VALUE 'N'.
           88 WS-SURVIVANT-A-FICHE VALUE 'O'.

      * IMAGE FENREG D'UNE POLICE DE L'INDEX POUR L'AUDIT
       01 WS-IMAGE-POLICE.
           05 WS-IMG-MUNA PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-IDENTIFIANT PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-LIBELLE PIC X(101).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-ETAT PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-DEBUT PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-FIN PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-IMG-MONTANT PIC 9(5)V9(9).

       01 WS-NB-LUES PIC 9(5) VALUE 0.
       01 WS-NB-VALIDEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-NB-DEPLACES PIC 9(7) VALUE 0.
       01 WS-NB-FICHIER PIC 9(7) VALUE 0.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'munafus' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'munafus' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a munafus (role P, retour ' WS-OA-RETOUR ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 8 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'munafus' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN

           OPEN INPUT FFUSIONS.
           IF WS-STATUS-FFUSIONS NOT = '00'
               DISPLAY 'MUNA-FUSIONS.txt non disponible - code '
                   'statut ' WS-STATUS-FFUSIONS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FFUSIONS-REACHED
               READ FFUSIONS
                   AT END
                       SET WS-EOF-FFUSIONS-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM NOTER-FUSION
               END-READ
           END-PERFORM.
           CLOSE FFUSIONS.

      *    CLES DE POLICE DE L'EXTRACTION POUR LES MUNA DU LOT
           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FPOLICE
               CLOSE FREJETS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPOLICE-REACHED
               READ FPOLICE
                   AT END
                       SET WS-EOF-FPOLICE-REACHED TO TRUE
                   NOT AT END
                       PERFORM NOTER-POLICE
               END-READ
           END-PERFORM.
           CLOSE FPOLICE.

      *    CALENDRIER DE FACTURATION ET MANDATS DES MUNA DU LOT
      *    (FICHIERS FACULTATIFS)
           MOVE 'FREQUENCES-PAIEMENT.txt' TO WS-NOM-FICHIER
           MOVE 'N' TO WS-EOF-FSEQ
           OPEN INPUT FSEQ
           IF WS-STATUS-FSEQ = '00'
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FSEQ
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           PERFORM NOTER-FREQUENCE
                   END-READ
               END-PERFORM
               CLOSE FSEQ
           END-IF
           MOVE 'MANDATS.txt' TO WS-NOM-FICHIER
           MOVE 'N' TO WS-EOF-FSEQ
           OPEN INPUT FSEQ
           IF WS-STATUS-FSEQ = '00'
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FSEQ
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           PERFORM NOTER-MANDAT
                   END-READ
               END-PERFORM
               CLOSE FSEQ
           END-IF
           IF WS-NB-HORS-TABLE > 0
               DISPLAY 'Plus de 10000 polices, 10000 lignes de '
                   'calendrier ou 1000 mandats concernes - '
                   'controle des doublons impossible, lot refuse'
               CLOSE FREJETS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           OPEN I-O FASSUIDX.
           IF WS-STATUS-FASSUIDX NOT = '00'
               DISPLAY 'ASSURANCES.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FASSUIDX
               CLOSE FREJETS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FAUDIT.
           MOVE SPACES TO AUDIT-REG

      *    CONTROLE PUIS REPORT SUR L'INDEX, FUSION PAR FUSION : LES
      *    FUSIONS ACCEPTEES SONT VUES PAR LES CONTROLES SUIVANTS
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FUS
               IF WS-FUS-STATUT(WS-F) = 'V'
                   PERFORM CONTROLER-FUSION
               END-IF
               IF WS-FUS-STATUT(WS-F) = 'V'
                   ADD 1 TO WS-NB-VALIDEES
                   PERFORM REPORTER-INDEX
               END-IF
           END-PERFORM
           CLOSE FASSUIDX.
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE

      *    REPORT SUR LES FICHIERS SEQUENTIELS
           IF WS-NB-VALIDEES > 0
               MOVE 1 TO WS-POS-MUNA
               MOVE 'ASSURANCES.txt' TO WS-NOM-FICHIER
               MOVE 'ASSURANCES.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'ECHEANCIER.txt' TO WS-NOM-FICHIER
               MOVE 'ECHEANCIER.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'ENCAISSEMENTS.txt' TO WS-NOM-FICHIER
               MOVE 'ENCAISSEMENTS.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'SUIVI-RENOUVELLEMENTS.txt' TO WS-NOM-FICHIER
               MOVE 'SUIVI-RENOUVELLEMENTS.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'MANDATS.txt' TO WS-NOM-FICHIER
               MOVE 'MANDATS.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'FREQUENCES-PAIEMENT.txt' TO WS-NOM-FICHIER
               MOVE 'FREQUENCES-PAIEMENT.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'ECHEANCES-APPELEES.txt' TO WS-NOM-FICHIER
               MOVE 'ECHEANCES-APPELEES.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
      *        LES SINISTRES PORTENT LE MUNA APRES LEUR NUMERO
               MOVE 12 TO WS-POS-MUNA
               MOVE 'SINISTRES-ACCEPTES.txt' TO WS-NOM-FICHIER
               MOVE 'SINISTRES-ACCEPTES.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 'SINISTRES-REGISTRE.txt' TO WS-NOM-FICHIER
               MOVE 'SINISTRES-REGISTRE.TMP' TO WS-NOM-TMP
               PERFORM REPORTER-FICHIER
               MOVE 1 TO WS-POS-MUNA
               PERFORM REPORTER-ADHERENTS
           END-IF

           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL DEPLACES : ' TO AUDIT-TRAILER-LIB
           MOVE WS-NB-DEPLACES TO AUDIT-TRAILER-NB
           WRITE AUDIT-TRAILER
           CLOSE FAUDIT.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETEES TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           DISPLAY 'Fusions lues           : ' WS-NB-LUES
           DISPLAY 'Fusions appliquees     : ' WS-NB-VALIDEES
           DISPLAY 'Fusions refusees       : ' WS-NB-REJETEES
               ' (voir MUNA-FUSIONS-REJETS.txt)'
           DISPLAY 'Enregistrements repris : ' WS-NB-DEPLACES
               ' (voir MUNA-FUSIONS-AUDIT.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETEES > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    CONTROLES DE FORME ET D'ENCHAINEMENT AVEC LES FUSIONS
      *    DEJA RETENUES DU LOT
       NOTER-FUSION.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN FUS-SURVIVANT IS NOT NUMERIC
                    OR FUS-ABSORBE IS NOT NUMERIC
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
               WHEN FUS-SURVIVANT = FUS-ABSORBE
                   MOVE 'MUNA survivant et absorbe identiques'
                       TO WS-MOTIF
               WHEN WS-NB-FUS >= 500
                   MOVE 'Lot plein (500 fusions)' TO WS-MOTIF
               WHEN OTHER
                   PERFORM VARYING WS-G FROM 1 BY 1
                           UNTIL WS-G > WS-NB-FUS
                              OR WS-MOTIF NOT = SPACES
                       PERFORM CONTROLER-ENCHAINEMENT
                   END-PERFORM
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               PERFORM ECRIRE-REJET-LECTURE
           ELSE
               ADD 1 TO WS-NB-FUS
               MOVE FUS-SURVIVANT TO WS-FUS-SURVIVANT(WS-NB-FUS)
               MOVE FUS-ABSORBE TO WS-FUS-ABSORBE(WS-NB-FUS)
               MOVE 'V' TO WS-FUS-STATUT(WS-NB-FUS)
           END-IF.

       CONTROLER-ENCHAINEMENT.
           IF WS-FUS-STATUT(WS-G) = 'V'
               EVALUATE TRUE
                   WHEN WS-FUS-ABSORBE(WS-G) = FUS-ABSORBE
                       MOVE 'MUNA absorbe deja fusionne dans le lot'
                           TO WS-MOTIF
                   WHEN WS-FUS-ABSORBE(WS-G) = FUS-SURVIVANT
                       MOVE 'Survivant absorbe par une autre fusion'
                           TO WS-MOTIF
                   WHEN WS-FUS-SURVIVANT(WS-G) = FUS-ABSORBE
                       MOVE 'Absorbe survivant d une autre fusion'
                           TO WS-MOTIF
               END-EVALUATE
           END-IF.

       NOTER-POLICE.
           MOVE MUNA TO WS-MUNA-X
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-FUS
               IF WS-FUS-SURVIVANT(WS-G) = WS-MUNA-X
                  OR WS-FUS-ABSORBE(WS-G) = WS-MUNA-X
                   IF WS-NB-POL < 10000
                       ADD 1 TO WS-NB-POL
                       MOVE WS-MUNA-X TO WS-POL-MUNA(WS-NB-POL)
                       MOVE WS-MUNA-X TO WS-POL-CIBLE(WS-NB-POL)
                       MOVE IDENTIFIANT
                           TO WS-POL-IDENTIFIANT(WS-NB-POL)
                   ELSE
                       ADD 1 TO WS-NB-HORS-TABLE
                   END-IF
                   MOVE WS-NB-FUS TO WS-G
               END-IF
           END-PERFORM.

       NOTER-FREQUENCE.
           MOVE SEQ-REG(1:8) TO WS-MUNA-X
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-FUS
               IF WS-FUS-SURVIVANT(WS-G) = WS-MUNA-X
                  OR WS-FUS-ABSORBE(WS-G) = WS-MUNA-X
                   IF WS-NB-FRQ < 10000
                       ADD 1 TO WS-NB-FRQ
                       MOVE WS-MUNA-X TO WS-FRQ-MUNA(WS-NB-FRQ)
                       MOVE WS-MUNA-X TO WS-FRQ-CIBLE(WS-NB-FRQ)
                       MOVE SEQ-REG(10:14)
                           TO WS-FRQ-IDENTIFIANT(WS-NB-FRQ)
                   ELSE
                       ADD 1 TO WS-NB-HORS-TABLE
                   END-IF
                   MOVE WS-NB-FUS TO WS-G
               END-IF
           END-PERFORM.

       NOTER-MANDAT.
           MOVE SEQ-REG(1:8) TO WS-MUNA-X
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-FUS
               IF WS-FUS-SURVIVANT(WS-G) = WS-MUNA-X
                  OR WS-FUS-ABSORBE(WS-G) = WS-MUNA-X
                   IF WS-NB-MAND < 1000
                       ADD 1 TO WS-NB-MAND
                       MOVE WS-MUNA-X TO WS-MAND-MUNA(WS-NB-MAND)
                       MOVE WS-MUNA-X TO WS-MAND-CIBLE(WS-NB-MAND)
                   ELSE
                       ADD 1 TO WS-NB-HORS-TABLE
                   END-IF
                   MOVE WS-NB-FUS TO WS-G
               END-IF
           END-PERFORM.

      *    AUCUNE POLICE DE L'ABSORBE NE DOIT RETROUVER SON
      *    IDENTIFIANT CHEZ LE SURVIVANT, NI DANS L'EXTRACTION (Y
      *    COMPRIS APRES LES FUSIONS DEJA ACCEPTEES) NI DANS L'INDEX
       CONTROLER-FUSION.
           MOVE SPACES TO WS-MOTIF
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-POL OR WS-MOTIF NOT = SPACES
               IF WS-POL-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                   PERFORM VARYING WS-Q FROM 1 BY 1
                           UNTIL WS-Q > WS-NB-POL
                              OR WS-MOTIF NOT = SPACES
                       IF WS-POL-CIBLE(WS-Q) = WS-FUS-SURVIVANT(WS-F)
                          AND WS-POL-IDENTIFIANT(WS-Q) =
                              WS-POL-IDENTIFIANT(WS-P)
                           STRING 'Police ' DELIMITED BY SIZE
                               WS-POL-IDENTIFIANT(WS-P)
                                   DELIMITED BY SPACE
                               ' deja tenue par le survivant '
                                   DELIMITED BY SIZE
                               '(extraction)' DELIMITED BY SIZE
                               INTO WS-MOTIF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-FRQ OR WS-MOTIF NOT = SPACES
               IF WS-FRQ-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                   PERFORM VARYING WS-Q FROM 1 BY 1
                           UNTIL WS-Q > WS-NB-FRQ
                              OR WS-MOTIF NOT = SPACES
                       IF WS-FRQ-CIBLE(WS-Q) = WS-FUS-SURVIVANT(WS-F)
                          AND WS-FRQ-IDENTIFIANT(WS-Q) =
                              WS-FRQ-IDENTIFIANT(WS-P)
                           STRING 'Police ' DELIMITED BY SIZE
                               WS-FRQ-IDENTIFIANT(WS-P)
                                   DELIMITED BY SPACE
                               ' deja au calendrier du survivant'
                                   DELIMITED BY SIZE
                               INTO WS-MOTIF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-MOTIF = SPACES
               MOVE 'N' TO WS-MAND-ABSORBE
               MOVE 'N' TO WS-MAND-SURVIVANT
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-MAND
                   IF WS-MAND-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                       SET WS-ABSORBE-A-MANDAT TO TRUE
                   END-IF
                   IF WS-MAND-CIBLE(WS-P) = WS-FUS-SURVIVANT(WS-F)
                       SET WS-SURVIVANT-A-MANDAT TO TRUE
                   END-IF
               END-PERFORM
               IF WS-ABSORBE-A-MANDAT AND WS-SURVIVANT-A-MANDAT
                   MOVE 'Mandat SEPA chez les deux MUNA, a regulariser'
                       TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM COLLECTER-CLES-INDEX
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-CLES OR WS-MOTIF NOT = SPACES
                   MOVE WS-FUS-SURVIVANT(WS-F) TO ASSUIDX-MUNA
                   MOVE WS-CLE-IDENTIFIANT(WS-K) TO ASSUIDX-IDENTIFIANT
                   READ FASSUIDX KEY IS ASSUIDX-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING 'Police ' DELIMITED BY SIZE
                               WS-CLE-IDENTIFIANT(WS-K)
                                   DELIMITED BY SPACE
                               ' deja tenue par le survivant '
                                   DELIMITED BY SIZE
                               '(index)' DELIMITED BY SIZE
                               INTO WS-MOTIF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-MOTIF NOT = SPACES
               MOVE 'R' TO WS-FUS-STATUT(WS-F)
               PERFORM ECRIRE-REJET-FUSION
           ELSE
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-POL
                   IF WS-POL-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                       MOVE WS-FUS-SURVIVANT(WS-F)
                           TO WS-POL-CIBLE(WS-P)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-FRQ
                   IF WS-FRQ-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                       MOVE WS-FUS-SURVIVANT(WS-F)
                           TO WS-FRQ-CIBLE(WS-P)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-MAND
                   IF WS-MAND-MUNA(WS-P) = WS-FUS-ABSORBE(WS-F)
                       MOVE WS-FUS-SURVIVANT(WS-F)
                           TO WS-MAND-CIBLE(WS-P)
                   END-IF
               END-PERFORM
           END-IF.

      *    IDENTIFIANT DES POLICES DE L'INDEX TENUES PAR L'ABSORBE
       COLLECTER-CLES-INDEX.
           MOVE 0 TO WS-NB-CLES
           MOVE 'N' TO WS-FIN-PARCOURS
           MOVE WS-FUS-ABSORBE(WS-F) TO ASSUIDX-MUNA
           MOVE LOW-VALUES TO ASSUIDX-IDENTIFIANT
           START FASSUIDX KEY IS >= ASSUIDX-KEY
               INVALID KEY
                   SET WS-PARCOURS-TERMINE TO TRUE
           END-START
           MOVE WS-FUS-ABSORBE(WS-F) TO WS-MUNA-NUM
           PERFORM UNTIL WS-PARCOURS-TERMINE
               READ FASSUIDX NEXT
                   AT END
                       SET WS-PARCOURS-TERMINE TO TRUE
                   NOT AT END
                       IF ASSUIDX-MUNA = WS-MUNA-NUM
                          AND WS-NB-CLES < 1000
                           ADD 1 TO WS-NB-CLES
                           MOVE ASSUIDX-IDENTIFIANT
                               TO WS-CLE-IDENTIFIANT(WS-NB-CLES)
                       ELSE
                           SET WS-PARCOURS-TERMINE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

      *    CHAQUE POLICE DE L'ABSORBE EST SUPPRIMEE PUIS REECRITE
      *    SOUS LE SURVIVANT ; LES DEUX VERSIONS VONT A L'HISTORIQUE
       REPORTER-INDEX.
           PERFORM COLLECTER-CLES-INDEX
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CLES
               MOVE WS-FUS-ABSORBE(WS-F) TO ASSUIDX-MUNA
               MOVE WS-CLE-IDENTIFIANT(WS-K) TO ASSUIDX-IDENTIFIANT
               READ FASSUIDX KEY IS ASSUIDX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM GARNIR-IMAGE-POLICE
                       MOVE WS-IMAGE-POLICE TO WS-AVANT
                       DELETE FASSUIDX
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'S' TO WS-HP-OPERATION
                               PERFORM HISTORISER
                               MOVE WS-FUS-SURVIVANT(WS-F)
                                   TO ASSUIDX-MUNA
                               WRITE ASSUIDX-REG
                                   INVALID KEY
                                       DISPLAY 'Reecriture refusee '
                                           'sous le survivant : '
                                           ASSUIDX-KEY
                                       MOVE 16 TO WS-RA-RC
                                   NOT INVALID KEY
                                       MOVE 'A' TO WS-HP-OPERATION
                                       PERFORM HISTORISER
                                       PERFORM GARNIR-IMAGE-POLICE
                                       MOVE 'ASSURANCES.IDX'
                                           TO WS-NOM-FICHIER
                                       MOVE WS-IMAGE-POLICE
                                           TO AUDIT-APRES
                                       PERFORM ECRIRE-AUDIT
                               END-WRITE
                       END-DELETE
               END-READ
           END-PERFORM
           IF WS-RA-RC = 16
               CLOSE FASSUIDX FAUDIT FREJETS
               MOVE 'F' TO WS-HP-FONCTION
               CALL 'HISTPOL' USING WS-HP-DEMANDE
               PERFORM TERMINER-EN-ERREUR
           END-IF.

       GARNIR-IMAGE-POLICE.
           MOVE ASSUIDX-MUNA TO WS-IMG-MUNA
           MOVE ASSUIDX-IDENTIFIANT TO WS-IMG-IDENTIFIANT
           MOVE ASSUIDX-LIBELLE TO WS-IMG-LIBELLE
           MOVE ASSUIDX-ETAT TO WS-IMG-ETAT
           MOVE ASSUIDX-DEBUT-EFFET TO WS-IMG-DEBUT
           MOVE ASSUIDX-FIN-EFFET TO WS-IMG-FIN
           MOVE ASSUIDX-MONTANT TO WS-IMG-MONTANT.

       HISTORISER.
           MOVE 'E' TO WS-HP-FONCTION
           MOVE SPACES TO WS-HP-DATE-EFFET
           MOVE ASSUIDX-MUNA TO WS-HP-MUNA
           MOVE ASSUIDX-IDENTIFIANT TO WS-HP-IDENTIFIANT
           MOVE ASSUIDX-LIBELLE TO WS-HP-LIBELLE
           MOVE ASSUIDX-ETAT TO WS-HP-ETAT
           MOVE ASSUIDX-DEBUT-EFFET TO WS-HP-DEBUT-EFFET
           MOVE ASSUIDX-FIN-EFFET TO WS-HP-FIN-EFFET
           MOVE ASSUIDX-MONTANT TO WS-HP-MONTANT
           CALL 'HISTPOL' USING WS-HP-DEMANDE.

      *    LA FICHE DE CHAQUE ABSORBE EST RENUMEROTEE SUR PLACE SOUS
      *    LE SURVIVANT ; UN SURVIVANT QUI A DEJA SA FICHE (Y COMPRIS
      *    RECUE D'UNE FUSION PRECEDENTE DU LOT) GARDE SON ADRESSE ET
      *    LA FICHE DE L'ABSORBE EST ALORS RETIREE
       REPORTER-ADHERENTS.
           MOVE 'ADHERENTS.IDX' TO WS-NOM-FICHIER
           MOVE 0 TO WS-NB-FICHIER
           OPEN I-O FADH
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY WS-NOM-FICHIER ' absent - non traite'
           ELSE
               PERFORM VARYING WS-F FROM 1 BY 1
                       UNTIL WS-F > WS-NB-FUS
                   IF WS-FUS-STATUT(WS-F) = 'V'
                       PERFORM REPORTER-FICHE-ADHERENT
                   END-IF
               END-PERFORM
               CLOSE FADH
               DISPLAY WS-NOM-FICHIER ' : ' WS-NB-FICHIER
                   ' fiche(s) reprise(s)'
           END-IF.

       REPORTER-FICHE-ADHERENT.
           MOVE WS-FUS-ABSORBE(WS-F) TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ADHREG TO WS-FICHE-ABSORBE
                   MOVE ADHREG(1:170) TO WS-AVANT
                   MOVE WS-FUS-SURVIVANT(WS-F) TO ADH-FILE-MUNA
                   READ FADH
                       INVALID KEY
                           MOVE 'N' TO WS-SURV-FICHE
                       NOT INVALID KEY
                           MOVE 'O' TO WS-SURV-FICHE
                   END-READ
                   MOVE WS-FUS-ABSORBE(WS-F) TO ADH-FILE-MUNA
                   DELETE FADH
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM REECRIRE-FICHE-ADHERENT
                   END-DELETE
           END-READ.

       REECRIRE-FICHE-ADHERENT.
           IF WS-SURVIVANT-A-FICHE
               MOVE SPACES TO AUDIT-APRES
               STRING '*** FICHE RETIREE : le survivant '
                   DELIMITED BY SIZE
                   WS-FUS-SURVIVANT(WS-F) DELIMITED BY SIZE
                   ' a deja la sienne' DELIMITED BY SIZE
                   INTO AUDIT-APRES
           ELSE
               MOVE WS-FICHE-ABSORBE TO ADHREG
               MOVE WS-FUS-SURVIVANT(WS-F) TO ADH-FILE-MUNA
               WRITE ADHREG
                   INVALID KEY
                       DISPLAY 'Reecriture refusee sous le '
                           'survivant : ' ADH-FILE-MUNA
                       MOVE 16 TO WS-RA-RC
               END-WRITE
               MOVE ADHREG(1:170) TO AUDIT-APRES
           END-IF
           ADD 1 TO WS-NB-FICHIER
           PERFORM ECRIRE-AUDIT
           IF WS-RA-RC = 16
               CLOSE FADH FAUDIT FREJETS
               PERFORM TERMINER-EN-ERREUR
           END-IF.

      *    RECOPIE DU FICHIER COURANT EN RENUMEROTANT LES LIGNES DONT
      *    LE MUNA (EN WS-POS-MUNA) EST UN ABSORBE D'UNE FUSION
      *    APPLIQUEE ; UN FICHIER ABSENT EST SIMPLEMENT SIGNALE
       REPORTER-FICHIER.
           MOVE 0 TO WS-NB-FICHIER
           MOVE 'N' TO WS-EOF-FSEQ
           OPEN INPUT FSEQ
           IF WS-STATUS-FSEQ NOT = '00'
               DISPLAY WS-NOM-FICHIER ' absent - non traite'
           ELSE
               OPEN OUTPUT FSEQN
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FSEQ
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           PERFORM REPORTER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE FSEQ
               CLOSE FSEQN
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv ' DELIMITED BY SIZE
                   WS-NOM-TMP DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WS-NOM-FICHIER DELIMITED BY SPACE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du remplacement de ' WS-NOM-FICHIER
                   CLOSE FAUDIT FREJETS
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
               DISPLAY WS-NOM-FICHIER ' : ' WS-NB-FICHIER
                   ' ligne(s) reprise(s)'
           END-IF.

       REPORTER-LIGNE.
           MOVE SEQ-REG TO SEQN-REG
           MOVE SEQ-REG(WS-POS-MUNA:8) TO WS-MUNA-X
           IF WS-MUNA-X IS NUMERIC
               PERFORM VARYING WS-G FROM 1 BY 1
                       UNTIL WS-G > WS-NB-FUS
                   IF WS-FUS-STATUT(WS-G) = 'V'
                      AND WS-FUS-ABSORBE(WS-G) = WS-MUNA-X
                       MOVE SEQ-REG(1:170) TO WS-AVANT
                       MOVE WS-FUS-SURVIVANT(WS-G)
                           TO SEQN-REG(WS-POS-MUNA:8)
                       MOVE SEQN-REG(1:170) TO AUDIT-APRES
                       ADD 1 TO WS-NB-FICHIER
                       PERFORM ECRIRE-AUDIT
                       MOVE WS-NB-FUS TO WS-G
                   END-IF
               END-PERFORM
           END-IF
           WRITE SEQN-REG.

      *    AUDIT-APRES EST GARNI PAR L'APPELANT
       ECRIRE-AUDIT.
           ADD 1 TO WS-NB-DEPLACES
           MOVE WS-NOM-FICHIER TO AUDIT-FICHIER
           MOVE WS-AVANT TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(198:3)
           WRITE AUDIT-REG
           MOVE SPACES TO AUDIT-REG.

       ECRIRE-REJET-LECTURE.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE FUS-SURVIVANT TO REJET-SURVIVANT
           MOVE FUS-ABSORBE TO REJET-ABSORBE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG
           MOVE SPACES TO REJET-REG.

       ECRIRE-REJET-FUSION.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE WS-FUS-SURVIVANT(WS-F) TO REJET-SURVIVANT
           MOVE WS-FUS-ABSORBE(WS-F) TO REJET-ABSORBE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG
           MOVE SPACES TO REJET-REG.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
