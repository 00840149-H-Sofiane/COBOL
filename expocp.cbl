       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPOCP.
      * Cumul de risques par code postal, pour les evenements
      * localises (tempete, inondation) que le departement
      * d'expogeo ne permet pas de cerner : chaque police 'Actif'
      * de ASSURANCES.txt est rattachee au code postal de son
      * adherent, lu par son MUNA dans ADHERENTS.IDX, et les
      * MONTANT, qui
      * servent d'exposition comme dans expogeo, sont cumules par
      * code postal et commune. Les codes postaux dont le cumul
      * depasse le seuil de ACCUMULATION-PARAM.txt sont signales
      * dans l'etat ACCUMULATION-CP.txt, edite par EDITREP du plus
      * expose au moins expose, et font sortir le passage en code
      * retour 4. Les polices dont l'adherent est absent du
      * fichier ou sans code postal sont comptees a part et
      * listees dans ACCUMULATION-SANS-ADRESSE.txt, pour que le
      * total general retombe sur le portefeuille Actif. C'est
      * l'etat que le reassureur demande a chaque renouvellement.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "ACCUMULATION-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FPOLICE ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FSANSADR ASSIGN TO "ACCUMULATION-SANS-ADRESSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSANSADR.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-SEUIL PIC X(12).

       FD     FADHERENTS
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FPOLICE
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FSANSADR
              RECORDING MODE IS F.
       01 SANSADR-REG.
              05 SANSADR-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 SANSADR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SANSADR-MONTANT PIC ZZZZ9.99.
              05 FILLER PIC X(1).
              05 SANSADR-MOTIF PIC X(40).
       01 SANSADR-TRAILER.
              05 SANSADR-TRAILER-LIB PIC X(20).
              05 SANSADR-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY EDITLNK.

      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FCP-REG PIC X(100).
       01 FCP-DETAIL.
              05 FCP-DETAIL-CP PIC X(5).
              05 FILLER PIC X(1).
              05 FCP-DETAIL-VILLE PIC X(25).
              05 FILLER PIC X(1).
              05 FCP-DETAIL-NB PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FCP-DETAIL-MONTANT PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(2).
              05 FCP-DETAIL-ALERTE PIC X(16).

       01 WS-EOF-FPOLICE PIC X VALUE 'N'.
           88 WS-EOF-FPOLICE-REACHED VALUE 'Y'.

      * FICHIER DES ADHERENTS (ADHMAJ), LU PAR CLE POUR LE CODE
      * POSTAL
       01 WS-ADH-TROUVE PIC X VALUE 'N'.
           88 WS-ADH-EST-TROUVE VALUE 'Y'.

      * CUMULS PAR CODE POSTAL (COMMUNE DU PREMIER ADHERENT
      * RENCONTRE)
       01 WS-NB-CP PIC 9(5) VALUE 0.
       01 WS-TABLE-CP.
           05 WS-CP-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-NB-CP
                           INDEXED BY WS-CP-IDX.
               10 WS-CP-CODE PIC X(5).
               10 WS-CP-VILLE PIC X(25).
               10 WS-CP-NB PIC 9(7).
               10 WS-CP-MONTANT PIC 9(12)V9(9).
       01 WS-CP-TROUVE PIC X VALUE 'N'.
           88 WS-CP-EST-TROUVE VALUE 'Y'.

       01 WS-ETATS.
           05 WS-ETAT PIC X(5).
              88 WS-ACTIF VALUE 'Actif'.

       01 WS-SEUIL PIC 9(12) VALUE 0.
       01 WS-I PIC 9(5) VALUE 0.
       01 WS-MOTIF PIC X(40) VALUE SPACES.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ACTIVES PIC 9(7) VALUE 0.
       01 WS-NB-ALERTES PIC 9(5) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(7) VALUE 0.
       01 WS-ACTIF-MONTANT PIC 9(12)V9(9) VALUE 0.
       01 WS-SANS-ADR-NB PIC 9(7) VALUE 0.
       01 WS-SANS-ADR-MONTANT PIC 9(12)V9(9) VALUE 0.
       01 WS-AVEC-ADR-NB PIC 9(7) VALUE 0.
       01 WS-AVEC-ADR-MONTANT PIC 9(12)V9(9) VALUE 0.
       01 WS-SEUIL-EDITE PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'expocp' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    SEUIL D'ALERTE PAR CODE POSTAL, EN EUROS (0 OU ABSENT :
      *    AUCUNE ALERTE)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   NOT AT END
                       IF PARAM-SEUIL IS NUMERIC
                           MOVE PARAM-SEUIL TO WS-SEUIL
                       ELSE
                           DISPLAY 'ACCUMULATION-PARAM.txt : seuil '
                               'non numerique, ignore'
                       END-IF
               END-READ
               CLOSE FPARAM
           ELSE
               DISPLAY 'ACCUMULATION-PARAM.txt absent - aucun seuil '
                   'd alerte'
           END-IF

           PERFORM OUVRIR-ADHERENTS

      *    CUMUL DES POLICES ACTIVES PAR CODE POSTAL
           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FPOLICE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FSANSADR.
           PERFORM UNTIL WS-EOF-FPOLICE-REACHED
               READ FPOLICE
                   AT END
                       SET WS-EOF-FPOLICE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       MOVE ETAT TO WS-ETAT
                       IF WS-ACTIF AND MUNA IS NUMERIC
                           ADD 1 TO WS-NB-ACTIVES
                           ADD MONTANT TO WS-ACTIF-MONTANT
                           PERFORM CUMULER-POLICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPOLICE.
           CLOSE FADHERENTS.
           MOVE SPACES TO SANSADR-TRAILER
           MOVE 'TOTAL POLICES : ' TO SANSADR-TRAILER-LIB
           MOVE WS-SANS-ADR-NB TO SANSADR-TRAILER-NB
           WRITE SANSADR-TRAILER
           CLOSE FSANSADR.

      *    DU CODE POSTAL LE PLUS EXPOSE AU MOINS EXPOSE
           IF WS-NB-CP > 1
               SORT WS-CP-ENTRY ON DESCENDING KEY WS-CP-MONTANT
           END-IF

           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'ACCUMULATION-CP.txt' TO WS-ED-NOM-FICHIER
           MOVE 'CUMUL DE RISQUES PAR CODE POSTAL' TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE SPACES TO FCP-REG
           IF WS-SEUIL > 0
               MOVE WS-SEUIL TO WS-SEUIL-EDITE
               STRING 'POLICES ACTIVES - SEUIL D ALERTE : '
                   DELIMITED BY SIZE
                   WS-SEUIL-EDITE DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO FCP-REG
           ELSE
               MOVE 'POLICES ACTIVES - SANS SEUIL D ALERTE' TO FCP-REG
           END-IF
           PERFORM ECRIRE-LIGNE-REG
           MOVE SPACES TO FCP-REG
           STRING 'CP    COMMUNE                   POLICES'
               DELIMITED BY SIZE
               '       EXPOSITION' DELIMITED BY SIZE
               INTO FCP-REG
           PERFORM ECRIRE-LIGNE-REG
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CP
               MOVE SPACES TO FCP-DETAIL
               MOVE WS-CP-CODE(WS-I) TO FCP-DETAIL-CP
               MOVE WS-CP-VILLE(WS-I) TO FCP-DETAIL-VILLE
               MOVE WS-CP-NB(WS-I) TO FCP-DETAIL-NB
               MOVE WS-CP-MONTANT(WS-I) TO FCP-DETAIL-MONTANT
               IF WS-SEUIL > 0 AND WS-CP-MONTANT(WS-I) > WS-SEUIL
                   MOVE '*** SEUIL ***' TO FCP-DETAIL-ALERTE
                   ADD 1 TO WS-NB-ALERTES
               END-IF
               PERFORM ECRIRE-LIGNE-DETAIL
           END-PERFORM

      *    RAPPROCHEMENT AVEC LE PORTEFEUILLE ACTIF
           MOVE SPACES TO FCP-DETAIL
           MOVE 'TOTAL CODES POSTAUX' TO FCP-DETAIL-VILLE
           MOVE WS-AVEC-ADR-NB TO FCP-DETAIL-NB
           MOVE WS-AVEC-ADR-MONTANT TO FCP-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE SPACES TO FCP-DETAIL
           MOVE 'SANS ADRESSE' TO FCP-DETAIL-VILLE
           MOVE WS-SANS-ADR-NB TO FCP-DETAIL-NB
           MOVE WS-SANS-ADR-MONTANT TO FCP-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE SPACES TO FCP-DETAIL
           MOVE 'TOTAL PORTEFEUILLE ACTIF' TO FCP-DETAIL-VILLE
           MOVE WS-NB-ACTIVES TO FCP-DETAIL-NB
           MOVE WS-ACTIF-MONTANT TO FCP-DETAIL-MONTANT
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Polices lues             : ' WS-NB-LUES
           DISPLAY 'Polices actives          : ' WS-NB-ACTIVES
           DISPLAY 'Codes postaux            : ' WS-NB-CP
           DISPLAY 'Codes postaux au seuil   : ' WS-NB-ALERTES
           DISPLAY 'Polices sans adresse     : ' WS-SANS-ADR-NB
               ' (voir ACCUMULATION-SANS-ADRESSE.txt)'
           DISPLAY 'Rapport ecrit dans ACCUMULATION-CP.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           IF WS-NB-ALERTES > 0
               MOVE 4 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    CODE POSTAL DE L'ADHERENT DE LA POLICE, PUIS CUMUL ; UNE
      *    POLICE SANS ADRESSE EXPLOITABLE EST COMPTEE A PART. AU
      *    DELA DE LA CAPACITE DE LA TABLE DES CODES POSTAUX, LA
      *    POLICE EST AUSSI COMPTEE A PART POUR QUE LE TOTAL RESTE
      *    JUSTE.
       CUMULER-POLICE.
           MOVE SPACES TO WS-MOTIF
           MOVE MUNA TO ADH-FILE-MUNA
           READ FADHERENTS
               INVALID KEY
                   MOVE 'N' TO WS-ADH-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ADH-TROUVE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-ADH-EST-TROUVE
                   MOVE 'Adherent absent de ADHERENTS.IDX'
                       TO WS-MOTIF
               WHEN ADH-FILE-CP = SPACES
                   MOVE 'Code postal non renseigne' TO WS-MOTIF
               WHEN OTHER
                   PERFORM CHERCHER-CP
                   IF NOT WS-CP-EST-TROUVE
                       MOVE 'Capacite de 10000 codes postaux atteinte'
                           TO WS-MOTIF
                       ADD 1 TO WS-NB-HORS-TABLE
                   END-IF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-SANS-ADR-NB
               ADD MONTANT TO WS-SANS-ADR-MONTANT
               MOVE SPACES TO SANSADR-REG
               MOVE MUNA TO SANSADR-MUNA
               MOVE IDENTIFIANT TO SANSADR-IDENTIFIANT
               MOVE MONTANT TO SANSADR-MONTANT
               MOVE WS-MOTIF TO SANSADR-MOTIF
               WRITE SANSADR-REG
           ELSE
               ADD 1 TO WS-AVEC-ADR-NB
               ADD MONTANT TO WS-AVEC-ADR-MONTANT
               ADD 1 TO WS-CP-NB(WS-CP-IDX)
               ADD MONTANT TO WS-CP-MONTANT(WS-CP-IDX)
           END-IF.

      *    POSTE DU CODE POSTAL DE L'ADHERENT COURANT, CREE AU
      *    PREMIER PASSAGE
       CHERCHER-CP.
           MOVE 'N' TO WS-CP-TROUVE
           IF WS-NB-CP > 0
               SET WS-CP-IDX TO 1
               SEARCH WS-CP-ENTRY
                   AT END
                       MOVE 'N' TO WS-CP-TROUVE
                   WHEN WS-CP-CODE(WS-CP-IDX) = ADH-FILE-CP
                       MOVE 'Y' TO WS-CP-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-CP-EST-TROUVE AND WS-NB-CP < 10000
               ADD 1 TO WS-NB-CP
               SET WS-CP-IDX TO WS-NB-CP
               MOVE ADH-FILE-CP TO WS-CP-CODE(WS-CP-IDX)
               MOVE ADH-FILE-VILLE TO WS-CP-VILLE(WS-CP-IDX)
               MOVE 0 TO WS-CP-NB(WS-CP-IDX)
               MOVE 0 TO WS-CP-MONTANT(WS-CP-IDX)
               MOVE 'Y' TO WS-CP-TROUVE
           END-IF.

       OUVRIR-ADHERENTS.
           OPEN INPUT FADHERENTS.
           IF WS-STATUS-FADHERENTS NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADHERENTS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF.

      *    AIGUILLAGE DES GABARITS DE LIGNE VERS LE SERVICE COMMUN
      *    D'EDITION EDITREP.
       ECRIRE-LIGNE-REG.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FCP-REG TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.

       ECRIRE-LIGNE-DETAIL.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FCP-DETAIL TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
