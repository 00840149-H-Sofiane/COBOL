       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDPART.
      * Edition des conditions particulieres des affaires nouvelles,
      * passee chaque nuit apres assudelta : chaque police de la
      * section 1 de ASSUR-DELTA.txt (polices ajoutees) est relue
      * dans l'extraction triee ASSURANCES-TRIEE.txt et, si elle
      * est 'Actif', ses conditions particulieres partent dans
      * CONDITIONS-PARTICULIERES.txt dans le style des
      * attestations : bloc destinataire de ADHERENTS.IDX, produit
      * (code et libelle officiel du catalogue PRODUITS.txt via
      * PRODLOOK, sinon le libelle de la police), dates d'effet,
      * prime annuelle, frequence de paiement et majoration de
      * FREQUENCES-PAIEMENT.txt avec le montant indicatif de
      * chaque appel, et base de revision au renouvellement (taux
      * d'indexation de la tranche de prime dans
      * TAUX-INDEXATION.txt, comme renprix, parmi les tranches en
      * vigueur au lendemain de la fin d'effet). La liste de controle
      * CONDPART-CONTROLE.txt reprend chaque police ajoutee avec
      * son sort (emise, sans adresse, non emise et pourquoi).
      * Les gestionnaires n'ont plus a les saisir.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDELTA ASSIGN TO "ASSUR-DELTA.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDELTA.

           SELECT FPOLICE ASSIGN TO "ASSURANCES-TRIEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FFREQ ASSIGN TO "FREQUENCES-PAIEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFREQ.

           SELECT FBAREME ASSIGN TO "TAUX-INDEXATION.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FBAREME.

           SELECT FSANSADR ASSIGN TO "LETTRES-SANS-ADRESSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSANSADR.

           SELECT FSANSADRN ASSIGN TO "LETTRES-SANS-ADRESSE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSANSADRN.

           SELECT FCONDPART ASSIGN TO "CONDITIONS-PARTICULIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONDPART.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-CONDITIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.

           SELECT FCONTROLE ASSIGN TO "CONDPART-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD     FDELTA
              RECORDING MODE IS F.
       01 DELTA-REG.
              05 DELTA-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DELTA-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(77).

       FD     FPOLICE
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FADHERENTS
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FFREQ
              RECORDING MODE IS F.
       COPY FREQREC.

       FD     FBAREME
              RECORDING MODE IS F.
       01 BAREME-REG.
              05 BAREME-BASSE PIC 9(5).
              05 FILLER PIC X(1).
              05 BAREME-HAUTE PIC 9(5).
              05 FILLER PIC X(1).
              05 BAREME-TAUX-ENT PIC 9(3).
              05 FILLER PIC X(1).
              05 BAREME-TAUX-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 BAREME-DU PIC X(8).
              05 FILLER PIC X(1).
              05 BAREME-AU PIC X(8).

       FD     FSANSADR
              RECORDING MODE IS F.
       01 SANSADR-REG.
              05 SANSADR-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 SANSADR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 SANSADR-MOTIF PIC X(30).

       FD     FSANSADRN
              RECORDING MODE IS F.
       01 SANSADRN-REG.
              05 SANSADRN-PROGRAMME PIC X(12).
              05 FILLER PIC X(1) VALUE SPACE.
              05 SANSADRN-MUNA PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 SANSADRN-MOTIF PIC X(30).

       FD     FCONDPART
              RECORDING MODE IS F.
       01 FCONDPART-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       FD     FCONTROLE
              RECORDING MODE IS F.
       01 CONTROLE-REG.
              05 CONTROLE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 CONTROLE-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 CONTROLE-PRODUIT PIC X(6).
              05 FILLER PIC X(1).
              05 CONTROLE-FREQUENCE PIC X(1).
              05 FILLER PIC X(1).
              05 CONTROLE-MONTANT PIC ZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CONTROLE-SORT PIC X(40).
       01 CONTROLE-TRAILER.
              05 CONTROLE-TRAILER-LIB PIC X(20).
              05 CONTROLE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FDELTA PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFREQ PIC X(02) VALUE SPACES.
       77 WS-STATUS-FBAREME PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADRN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONDPART PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONTROLE PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY PRODLNK.

       01 WS-EOF-FDELTA PIC X VALUE 'N'.
           88 WS-EOF-FDELTA-REACHED VALUE 'Y'.
       01 WS-EOF-FPOLICE PIC X VALUE 'N'.
           88 WS-EOF-FPOLICE-REACHED VALUE 'Y'.
       01 WS-EOF-FFREQ PIC X VALUE 'N'.
           88 WS-EOF-FFREQ-REACHED VALUE 'Y'.
       01 WS-EOF-FBAREME PIC X VALUE 'N'.
           88 WS-EOF-FBAREME-REACHED VALUE 'Y'.
       01 WS-EOF-FSANSADR PIC X VALUE 'N'.
           88 WS-EOF-FSANSADR-REACHED VALUE 'Y'.
       01 WS-SECTION PIC 9(1) VALUE 0.

      * POLICES AJOUTEES DU JOUR (SECTION 1 DU DELTA)
       01 WS-NB-AJOUTS PIC 9(4) VALUE 0.
       01 WS-TABLE-AJOUTS.
           05 WS-AJT-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-NB-AJOUTS
                            INDEXED BY WS-AJT-IDX.
               10 WS-AJT-MUNA PIC X(8).
               10 WS-AJT-IDENTIFIANT PIC X(14).
               10 WS-AJT-TRAITEE PIC X(1).
       01 WS-AJT-TROUVE PIC X VALUE 'N'.
           88 WS-AJT-EST-TROUVE VALUE 'Y'.
       01 WS-MUNA-X PIC X(8).

      * CALENDRIER DE FACTURATION (AVISECH)
       01 WS-NB-FREQ PIC 9(5) VALUE 0.
       01 WS-TABLE-FREQ.
           05 WS-FREQ-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-FREQ
                             INDEXED BY WS-FREQ-IDX.
               10 WS-FREQ-MUNA PIC 9(8).
               10 WS-FREQ-IDENTIFIANT PIC X(14).
               10 WS-FREQ-FREQUENCE PIC X(1).
               10 WS-FREQ-MAJORATION PIC 9(2)V9(2).
       01 WS-FREQUENCE PIC X(1).
       01 WS-MAJORATION PIC 9(2)V9(2).
       01 WS-MOIS-PAR-APPEL PIC 9(2).
       01 WS-LIB-FREQUENCE PIC X(13).

      * BAREME D'INDEXATION PAR TRANCHE DE PRIME (RENPRIX), TOUTES
      * PERIODES DE VALIDITE CONFONDUES
       01 WS-NB-TRANCHES PIC 9(2) VALUE 0.
       01 WS-TABLE-BAREME.
           05 WS-TRANCHE-ENTRY OCCURS 60 TIMES
                                INDEXED BY WS-TRANCHE-IDX.
               10 WS-TRANCHE-BASSE PIC 9(5).
               10 WS-TRANCHE-HAUTE PIC 9(5).
               10 WS-TRANCHE-TAUX PIC 9(3)V9(2).
               10 WS-TRANCHE-DU PIC X(8).
               10 WS-TRANCHE-AU PIC X(8).
      * DATE DE RENOUVELLEMENT : LENDEMAIN DE LA FIN D'EFFET
       01 WS-DATE-RENOUV PIC 9(8).
       01 WS-DATE-RENOUV-X REDEFINES WS-DATE-RENOUV PIC X(8).
       01 WS-TAUX-APPLIQUE PIC 9(3)V9(2).
       01 WS-PRIME-ENTIERE PIC 9(5).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-TRANCHE-TROUVEE VALUE 'Y'.

      * ADHERENTS SANS ADRESSE RELEVES PENDANT LE PASSAGE : LA
      * SECTION DU PROGRAMME DANS LETTRES-SANS-ADRESSE.txt EST
      * REECRITE EN FIN DE PASSAGE (celles des autres programmes
      * sont conservees)
       01 WS-NB-SANS-ADR-TABLE PIC 9(3) VALUE 0.
       01 WS-TABLE-SANS-ADR.
           05 WS-SANS-ADR-MUNA OCCURS 500 TIMES PIC X(8).
      * DATE DU RETOUR DE COURRIER QUAND L'ADRESSE EST NPAI, A BLANC
      * POUR UN ADHERENT ABSENT DU FICHIER
       01 WS-TABLE-SANS-ADR-NPAI.
           05 WS-SANS-ADR-NPAI-DATE OCCURS 500 TIMES PIC X(8).
       01 WS-SA-MUNA PIC X(8).
       01 WS-SA-NPAI-DATE PIC X(8).
       01 WS-NPAI PIC X VALUE 'N'.
           88 WS-COURRIER-NPAI VALUE 'O'.
       01 WS-NB-NPAI PIC 9(7) VALUE 0.
      * CANAUX DU COURRIER EN COURS, SELON LA PREFERENCE DE
      * L'ADHERENT : PAPIER (FICHIER D'IMPRESSION), COURRIEL (SPOOL)
       01 WS-CANAL-PAPIER PIC X VALUE 'O'.
           88 WS-SUR-PAPIER VALUE 'O'.
       01 WS-CANAL-COURRIEL PIC X VALUE 'N'.
           88 WS-PAR-COURRIEL VALUE 'O'.
       01 WS-NB-COURRIELS PIC 9(7) VALUE 0.
       01 WS-SA PIC 9(3).
       01 WS-SA-DEJA PIC X VALUE 'N'.
      * FICHIER DES ADHERENTS (ADHMAJ), LU PAR CLE POUR LE BLOC
      * DESTINATAIRE ET LE CANAL
       01 WS-ADH-OUVERT PIC X VALUE 'N'.
           88 WS-ADH-EST-OUVERT VALUE 'Y'.
       01 WS-ADH-TROUVE PIC X VALUE 'N'.
           88 WS-ADH-EST-TROUVE VALUE 'Y'.
       01 WS-NB-SANS-ADRESSE PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80) VALUE SPACES.

       01 WS-ETATS.
           05 WS-ETAT PIC X(5).
              88 WS-ACTIF VALUE 'Actif'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(13).
       01 WS-DATE-AAAAMMJJ.
           05 WS-DATE-AAAA PIC X(4).
           05 WS-DATE-MM PIC X(2).
           05 WS-DATE-JJ PIC X(2).
       01 WS-DATE-EDITEE.
           05 WS-EDIT-JJ PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-EDIT-MM PIC X(2).
           05 FILLER PIC X(1) VALUE '/'.
           05 WS-EDIT-AAAA PIC X(4).
       01 WS-DEBUT-EDITEE PIC X(10).
       01 WS-FIN-EDITEE PIC X(10).
       01 WS-JOUR-EDITE PIC X(10).
       01 WS-APPEL PIC 9(7)V9(2).
       01 WS-MONTANT-EDITE PIC ZZ,ZZ9.99.
       01 WS-TAUX-EDITE PIC ZZ9.99.
       01 WS-NB-EDITE PIC ZZZZZZ9.
       01 WS-LIGNE PIC X(110).
       01 WS-SORT PIC X(40).

       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-EMISES PIC 9(7) VALUE 0.
       01 WS-NB-NON-EMISES PIC 9(7) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'condpart' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-YYYYMMDD TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-JOUR-EDITE

      *    POLICES AJOUTEES DU JOUR : SECTION 1 DU DELTA
           OPEN INPUT FDELTA.
           IF WS-STATUS-FDELTA NOT = '00'
               DISPLAY 'ASSUR-DELTA.txt non disponible - code statut '
                   WS-STATUS-FDELTA
               DISPLAY 'Executer assudelta avant condpart'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FDELTA-REACHED
               READ FDELTA
                   AT END
                       SET WS-EOF-FDELTA-REACHED TO TRUE
                   NOT AT END
                       IF DELTA-REG(1:13) = '=== SECTION 1'
                           MOVE 1 TO WS-SECTION
                       END-IF
                       IF DELTA-REG(1:13) = '=== SECTION 2'
                           MOVE 2 TO WS-SECTION
                       END-IF
                       IF WS-SECTION = 1 AND DELTA-MUNA IS NUMERIC
                           PERFORM NOTER-AJOUT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDELTA.

           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
               DISPLAY 'ASSURANCES-TRIEE.txt non disponible - code '
                   'statut ' WS-STATUS-FPOLICE
               DISPLAY 'Executer assutri en tete de chaine'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM OUVRIR-ADHERENTS
           PERFORM CHARGER-CALENDRIER
           PERFORM CHARGER-BAREME
           OPEN OUTPUT FCONDPART.
           OPEN OUTPUT FCOURRIEL.
           OPEN OUTPUT FCONTROLE.

      *    EDITION DANS L'ORDRE DE L'EXTRACTION TRIEE
           IF WS-NB-AJOUTS > 0
               PERFORM UNTIL WS-EOF-FPOLICE-REACHED
                   READ FPOLICE
                       AT END
                           SET WS-EOF-FPOLICE-REACHED TO TRUE
                       NOT AT END
                           PERFORM TRAITER-POLICE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE FPOLICE.

      *    AJOUTS DU DELTA ABSENTS DE L'EXTRACTION
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-AJOUTS
               IF WS-AJT-TRAITEE(WS-I) = 'N'
                   MOVE SPACES TO CONTROLE-REG
                   MOVE WS-AJT-MUNA(WS-I) TO CONTROLE-MUNA
                   MOVE WS-AJT-IDENTIFIANT(WS-I)
                       TO CONTROLE-IDENTIFIANT
                   MOVE 'NON EMISE - absente de l extraction'
                       TO CONTROLE-SORT
                   WRITE CONTROLE-REG
                   ADD 1 TO WS-NB-NON-EMISES
               END-IF
           END-PERFORM

      *    PAGE RECAPITULATIVE
           MOVE ALL '=' TO FCONDPART-REG
           WRITE FCONDPART-REG
           MOVE SPACES TO FCONDPART-REG
           MOVE 'RECAPITULATIF DES CONDITIONS PARTICULIERES EMISES'
               TO FCONDPART-REG
           WRITE FCONDPART-REG
           MOVE SPACES TO FCONDPART-REG
           MOVE WS-NB-EMISES TO WS-NB-EDITE
           STRING 'Conditions particulieres emises : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FCONDPART-REG
           WRITE FCONDPART-REG
           MOVE ALL '=' TO FCONDPART-REG
           WRITE FCONDPART-REG
           CLOSE FCONDPART.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           MOVE SPACES TO CONTROLE-TRAILER
           MOVE 'TOTAL EMISES : ' TO CONTROLE-TRAILER-LIB
           MOVE WS-NB-EMISES TO CONTROLE-TRAILER-NB
           WRITE CONTROLE-TRAILER
           MOVE SPACES TO CONTROLE-TRAILER
           MOVE 'TOTAL NON EMISES : ' TO CONTROLE-TRAILER-LIB
           MOVE WS-NB-NON-EMISES TO CONTROLE-TRAILER-NB
           WRITE CONTROLE-TRAILER
           CLOSE FCONTROLE.

           PERFORM REECRIRE-SANS-ADRESSE
           DISPLAY 'Polices ajoutees (delta)  : ' WS-NB-AJOUTS
           DISPLAY 'Conditions emises         : ' WS-NB-EMISES
           DISPLAY 'Polices non emises        : ' WS-NB-NON-EMISES
               ' (voir CONDPART-CONTROLE.txt)'
           DISPLAY 'Courriers sans adresse    : ' WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI      : ' WS-NB-NPAI
           DISPLAY 'Courriels emis            : ' WS-NB-COURRIELS
               ' (voir COURRIELS-CONDITIONS.txt)'
           IF WS-NB-HORS-TABLE > 0
               DISPLAY 'Ajouts ignores (capacite de 5000) : '
                   WS-NB-HORS-TABLE
           END-IF
           DISPLAY 'Conditions ecrites dans '
               'CONDITIONS-PARTICULIERES.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           IF WS-NB-NON-EMISES > 0 OR WS-NB-HORS-TABLE > 0
               MOVE 4 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       NOTER-AJOUT.
           IF WS-NB-AJOUTS < 5000
               ADD 1 TO WS-NB-AJOUTS
               MOVE DELTA-MUNA TO WS-AJT-MUNA(WS-NB-AJOUTS)
               MOVE DELTA-IDENTIFIANT
                   TO WS-AJT-IDENTIFIANT(WS-NB-AJOUTS)
               MOVE 'N' TO WS-AJT-TRAITEE(WS-NB-AJOUTS)
           ELSE
               ADD 1 TO WS-NB-HORS-TABLE
           END-IF.

      *    UNE POLICE DE L'EXTRACTION N'EST EDITEE QUE SI ELLE
      *    FIGURE PARMI LES AJOUTS DU JOUR.
       TRAITER-POLICE.
           MOVE MUNA TO WS-MUNA-X
           MOVE 'N' TO WS-AJT-TROUVE
           SET WS-AJT-IDX TO 1
           SEARCH WS-AJT-ENTRY
               AT END
                   MOVE 'N' TO WS-AJT-TROUVE
               WHEN WS-AJT-MUNA(WS-AJT-IDX) = WS-MUNA-X
                    AND WS-AJT-IDENTIFIANT(WS-AJT-IDX) = IDENTIFIANT
                   MOVE 'Y' TO WS-AJT-TROUVE
           END-SEARCH
           IF WS-AJT-EST-TROUVE
               MOVE 'Y' TO WS-AJT-TRAITEE(WS-AJT-IDX)
               MOVE 'L' TO WS-PL-FONCTION
               MOVE LIBELLE-COMMERCIAL-SE TO WS-PL-LIBELLE
               CALL 'PRODLOOK' USING WS-PL-DEMANDE, WS-PL-REPONSE
               PERFORM CHERCHER-FREQUENCE
               MOVE SPACES TO CONTROLE-REG
               MOVE WS-MUNA-X TO CONTROLE-MUNA
               MOVE IDENTIFIANT TO CONTROLE-IDENTIFIANT
               MOVE WS-PL-CODE TO CONTROLE-PRODUIT
               MOVE WS-FREQUENCE TO CONTROLE-FREQUENCE
               MOVE MONTANT TO CONTROLE-MONTANT
               MOVE ETAT TO WS-ETAT
               IF WS-ACTIF
                   PERFORM CONTROLER-NPAI
               END-IF
               IF WS-ACTIF AND WS-COURRIER-NPAI
                   ADD 1 TO WS-NB-NON-EMISES
                   MOVE 'NON EMISE - adresse NPAI' TO CONTROLE-SORT
               END-IF
               IF WS-ACTIF AND NOT WS-COURRIER-NPAI
                   ADD 1 TO WS-NB-EMISES
                   PERFORM EDITER-CONDITIONS
                   IF WS-ADH-EST-TROUVE
                       MOVE 'EMISE' TO CONTROLE-SORT
                   ELSE
                       MOVE 'EMISE - SANS ADRESSE' TO CONTROLE-SORT
                   END-IF
               END-IF
               IF NOT WS-ACTIF
                   ADD 1 TO WS-NB-NON-EMISES
                   MOVE SPACES TO WS-SORT
                   STRING 'NON EMISE - police non active ('
                       DELIMITED BY SIZE
                       ETAT DELIMITED BY SPACE
                       ')' DELIMITED BY SIZE
                       INTO WS-SORT
                   MOVE WS-SORT TO CONTROLE-SORT
               END-IF
               WRITE CONTROLE-REG
           END-IF.

       EDITER-CONDITIONS.
           MOVE ALL '=' TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FCONDPART-REG
           MOVE '          CONDITIONS PARTICULIERES' TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
           MOVE SPACES TO WS-LIGNE
           STRING 'Adherent MUNA : ' DELIMITED BY SIZE
               WS-MUNA-X DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Police        : ' DELIMITED BY SIZE
               IDENTIFIANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

      *    PRODUIT : LIBELLE OFFICIEL DU CATALOGUE QUAND LE LIBELLE
      *    DE LA POLICE Y EST RATTACHE
           MOVE SPACES TO WS-LIGNE
           IF WS-PL-RETOUR = '00'
               STRING 'Produit : ' DELIMITED BY SIZE
                   WS-PL-CODE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-PL-LIBELLE-OFFICIEL DELIMITED BY SIZE
                   INTO WS-LIGNE
           ELSE
               STRING 'Produit : ' DELIMITED BY SIZE
                   LIBELLE-COMMERCIAL-SE DELIMITED BY SIZE
                   INTO WS-LIGNE
           END-IF
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

           MOVE DEBUT-EFFET-SE TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-DEBUT-EDITEE
           MOVE FIN-EFFET-SE TO WS-DATE-AAAAMMJJ
           PERFORM EDITER-DATE
           MOVE WS-DATE-EDITEE TO WS-FIN-EDITEE
           MOVE SPACES TO WS-LIGNE
           STRING 'Periode de garantie : du ' DELIMITED BY SIZE
               WS-DEBUT-EDITEE DELIMITED BY SIZE
               ' au ' DELIMITED BY SIZE
               WS-FIN-EDITEE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

           MOVE MONTANT TO WS-MONTANT-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING 'Prime annuelle : ' DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

      *    FRACTIONNEMENT : PART DE LA PRIME ANNUELLE PAR APPEL,
      *    MAJOREE COMME DANS AVISECH
           COMPUTE WS-APPEL ROUNDED =
               MONTANT * WS-MOIS-PAR-APPEL / 12
               + MONTANT * WS-MOIS-PAR-APPEL / 12 * WS-MAJORATION / 100
           MOVE WS-APPEL TO WS-MONTANT-EDITE
           MOVE WS-MAJORATION TO WS-TAUX-EDITE
           MOVE SPACES TO WS-LIGNE
           STRING 'Paiement : ' DELIMITED BY SIZE
               WS-LIB-FREQUENCE DELIMITED BY SPACE
               ', majoration de fractionnement ' DELIMITED BY SIZE
               WS-TAUX-EDITE DELIMITED BY SIZE
               ' %, soit ' DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               ' EUR par appel' DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

      *    BASE DE REVISION AU RENOUVELLEMENT
           PERFORM CHERCHER-TRANCHE
           MOVE SPACES TO WS-LIGNE
           IF WS-TRANCHE-TROUVEE
               MOVE WS-TAUX-APPLIQUE TO WS-TAUX-EDITE
               COMPUTE WS-APPEL ROUNDED =
                   MONTANT + MONTANT * WS-TAUX-APPLIQUE / 100
               MOVE WS-APPEL TO WS-MONTANT-EDITE
               STRING 'Renouvellement : prime indexee de '
                   DELIMITED BY SIZE
                   WS-TAUX-EDITE DELIMITED BY SIZE
                   ' % selon le bareme en vigueur, soit '
                   DELIMITED BY SIZE
                   WS-MONTANT-EDITE DELIMITED BY SIZE
                   ' EUR' DELIMITED BY SIZE
                   INTO WS-LIGNE
           ELSE
               STRING 'Renouvellement : prime revisee selon le '
                   DELIMITED BY SIZE
                   'bareme d indexation en vigueur a l echeance'
                   DELIMITED BY SIZE
                   INTO WS-LIGNE
           END-IF
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE

           MOVE SPACES TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           STRING 'Conditions particulieres etablies le '
               DELIMITED BY SIZE
               WS-JOUR-EDITE DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FCONDPART-REG
           PERFORM EMETTRE-LIGNE.

      *    FREQUENCE DE LA POLICE ; ABSENTE DU CALENDRIER = APPEL
      *    MENSUEL SANS MAJORATION, COMME L'ECHEANCIER
       CHERCHER-FREQUENCE.
           MOVE 'M' TO WS-FREQUENCE
           MOVE 0 TO WS-MAJORATION
           IF WS-NB-FREQ > 0
               SET WS-FREQ-IDX TO 1
               SEARCH WS-FREQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FREQ-MUNA(WS-FREQ-IDX) = MUNA
                        AND WS-FREQ-IDENTIFIANT(WS-FREQ-IDX) =
                            IDENTIFIANT
                       MOVE WS-FREQ-FREQUENCE(WS-FREQ-IDX)
                           TO WS-FREQUENCE
                       MOVE WS-FREQ-MAJORATION(WS-FREQ-IDX)
                           TO WS-MAJORATION
               END-SEARCH
           END-IF
           EVALUATE WS-FREQUENCE
               WHEN 'T'
                   MOVE 3 TO WS-MOIS-PAR-APPEL
                   MOVE 'trimestriel' TO WS-LIB-FREQUENCE
               WHEN 'S'
                   MOVE 6 TO WS-MOIS-PAR-APPEL
                   MOVE 'semestriel' TO WS-LIB-FREQUENCE
               WHEN 'A'
                   MOVE 12 TO WS-MOIS-PAR-APPEL
                   MOVE 'annuel' TO WS-LIB-FREQUENCE
               WHEN OTHER
                   MOVE 1 TO WS-MOIS-PAR-APPEL
                   MOVE 'mensuel' TO WS-LIB-FREQUENCE
           END-EVALUATE.

      *    TRANCHE CONTENANT LA PRIME PARMI CELLES EN VIGUEUR AU
      *    RENOUVELLEMENT (FIN D'EFFET INEXPLOITABLE : DATE DU JOUR)
       CHERCHER-TRANCHE.
           MOVE MONTANT TO WS-PRIME-ENTIERE
           MOVE 0 TO WS-DATE-RENOUV
           IF FIN-EFFET-SE IS NUMERIC
               MOVE FIN-EFFET-SE TO WS-DATE-RENOUV
           END-IF
           IF WS-DATE-RENOUV > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-RENOUV) = 0
               COMPUTE WS-DATE-RENOUV = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-RENOUV) + 1)
           ELSE
               MOVE WS-RUN-YYYYMMDD TO WS-DATE-RENOUV
           END-IF
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-TRANCHES > 0
               SET WS-TRANCHE-IDX TO 1
               SEARCH WS-TRANCHE-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-TRANCHE-IDX > WS-NB-TRANCHES
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-PRIME-ENTIERE >=
                        WS-TRANCHE-BASSE(WS-TRANCHE-IDX)
                        AND WS-PRIME-ENTIERE <=
                            WS-TRANCHE-HAUTE(WS-TRANCHE-IDX)
                        AND (WS-TRANCHE-DU(WS-TRANCHE-IDX) = SPACES
                             OR WS-TRANCHE-DU(WS-TRANCHE-IDX)
                                <= WS-DATE-RENOUV-X)
                        AND (WS-TRANCHE-AU(WS-TRANCHE-IDX) = SPACES
                             OR WS-TRANCHE-AU(WS-TRANCHE-IDX)
                                >= WS-DATE-RENOUV-X)
                       MOVE 'Y' TO WS-TROUVE
                       MOVE WS-TRANCHE-TAUX(WS-TRANCHE-IDX)
                           TO WS-TAUX-APPLIQUE
               END-SEARCH
           END-IF.

      *    CALENDRIER ABSENT : TOUTES LES POLICES EN APPEL MENSUEL.
      *    LES LIGNES MAL FORMEES SONT DEJA REJETEES PAR AVISECH ET
      *    SONT SIMPLEMENT IGNOREES ICI.
       CHARGER-CALENDRIER.
           OPEN INPUT FFREQ.
           IF WS-STATUS-FFREQ = '00'
               PERFORM UNTIL WS-EOF-FFREQ-REACHED
                   READ FFREQ
                       AT END
                           SET WS-EOF-FFREQ-REACHED TO TRUE
                       NOT AT END
                           IF FREQ-MUNA IS NUMERIC
                              AND FREQ-VALIDE
                              AND FREQ-MAJORATION-ENT IS NUMERIC
                              AND FREQ-MAJORATION-DEC IS NUMERIC
                              AND WS-NB-FREQ < 20000
                               ADD 1 TO WS-NB-FREQ
                               MOVE FREQ-MUNA
                                   TO WS-FREQ-MUNA(WS-NB-FREQ)
                               MOVE FREQ-IDENTIFIANT
                                   TO WS-FREQ-IDENTIFIANT(WS-NB-FREQ)
                               MOVE FREQ-FREQUENCE
                                   TO WS-FREQ-FREQUENCE(WS-NB-FREQ)
                               COMPUTE WS-FREQ-MAJORATION(WS-NB-FREQ)
                                   = FREQ-MAJORATION-ENT
                                   + FREQ-MAJORATION-DEC / 100
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FFREQ
           END-IF.

      *    BAREME ABSENT : LA BASE DE REVISION EST CITEE SANS TAUX
       CHARGER-BAREME.
           OPEN INPUT FBAREME.
           IF WS-STATUS-FBAREME = '00'
               PERFORM UNTIL WS-EOF-FBAREME-REACHED
                   READ FBAREME
                       AT END
                           SET WS-EOF-FBAREME-REACHED TO TRUE
                       NOT AT END
                           IF BAREME-BASSE IS NUMERIC
                              AND BAREME-HAUTE IS NUMERIC
                              AND BAREME-TAUX-ENT IS NUMERIC
                              AND BAREME-TAUX-DEC IS NUMERIC
                              AND WS-NB-TRANCHES < 60
                               ADD 1 TO WS-NB-TRANCHES
                               MOVE BAREME-BASSE
                                   TO WS-TRANCHE-BASSE(WS-NB-TRANCHES)
                               MOVE BAREME-HAUTE
                                   TO WS-TRANCHE-HAUTE(WS-NB-TRANCHES)
                               COMPUTE
                                   WS-TRANCHE-TAUX(WS-NB-TRANCHES) =
                                   BAREME-TAUX-ENT
                                   + BAREME-TAUX-DEC / 100
                               MOVE BAREME-DU
                                   TO WS-TRANCHE-DU(WS-NB-TRANCHES)
                               MOVE BAREME-AU
                                   TO WS-TRANCHE-AU(WS-NB-TRANCHES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FBAREME
           ELSE
               DISPLAY 'TAUX-INDEXATION.txt absent - base de revision '
                   'citee sans taux'
           END-IF.

      *    CONVERTIT UNE DATE AAAAMMJJ EN JJ/MM/AAAA.
       EDITER-DATE.
           MOVE SPACES TO WS-DATE-EDITEE
           MOVE WS-DATE-JJ TO WS-EDIT-JJ
           MOVE WS-DATE-MM TO WS-EDIT-MM
           MOVE WS-DATE-AAAA TO WS-EDIT-AAAA
           MOVE '/' TO WS-DATE-EDITEE(3:1)
           MOVE '/' TO WS-DATE-EDITEE(6:1).

      *    OUVRE LE FICHIER DES ADHERENTS S'IL EST PRESENT ; SON
      *    ABSENCE LAISSE LE BLOC DESTINATAIRE REDUIT AU MUNA.
       OUVRIR-ADHERENTS.
           OPEN INPUT FADHERENTS.
           IF WS-STATUS-FADHERENTS NOT = '00'
               DISPLAY 'ADHERENTS.IDX absent - blocs destinataires '
                   'sans adresse'
           ELSE
               MOVE 'Y' TO WS-ADH-OUVERT
           END-IF.

      *    LECTURE DE L'ADHERENT PAR SON MUNA
       LIRE-ADHERENT.
           MOVE 'N' TO WS-ADH-TROUVE
           IF WS-ADH-EST-OUVERT
               MOVE MUNA TO ADH-FILE-MUNA
               READ FADHERENTS
                   INVALID KEY
                       MOVE 'N' TO WS-ADH-TROUVE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADH-TROUVE
               END-READ
           END-IF.

      *    BLOC DESTINATAIRE NOMINATIF QUAND L'ADHERENT EST AU
      *    FICHIER ; SINON LE COURRIER EST REPORTE DANS
      *    LETTRES-SANS-ADRESSE.txt POUR COMPLETER LE FICHIER.
       EDITER-DESTINATAIRE.
           PERFORM LIRE-ADHERENT
           IF WS-ADH-EST-TROUVE
               MOVE SPACES TO FCONDPART-REG
               MOVE ADH-FILE-NOM TO FCONDPART-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FCONDPART-REG
               MOVE ADH-FILE-ADRESSE1 TO FCONDPART-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FCONDPART-REG
                   MOVE ADH-FILE-ADRESSE2 TO FCONDPART-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FCONDPART-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FCONDPART-REG
               PERFORM EMETTRE-LIGNE
           ELSE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE WS-MUNA-X TO WS-SA-MUNA
               MOVE SPACES TO WS-SA-NPAI-DATE
               PERFORM NOTER-SANS-ADRESSE
           END-IF.

      *    RELEVE DEDOUBLONNE DES ADHERENTS SANS ADRESSE UTILISABLE
       NOTER-SANS-ADRESSE.
           MOVE 'N' TO WS-SA-DEJA
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-NB-SANS-ADR-TABLE
                   OR WS-SA-DEJA = 'O'
               IF WS-SANS-ADR-MUNA(WS-SA) = WS-SA-MUNA
                   MOVE 'O' TO WS-SA-DEJA
               END-IF
           END-PERFORM
           IF WS-SA-DEJA = 'N'
              AND WS-NB-SANS-ADR-TABLE < 500
               ADD 1 TO WS-NB-SANS-ADR-TABLE
               MOVE WS-SA-MUNA
                   TO WS-SANS-ADR-MUNA(WS-NB-SANS-ADR-TABLE)
               MOVE WS-SA-NPAI-DATE
                   TO WS-SANS-ADR-NPAI-DATE(WS-NB-SANS-ADR-TABLE)
           END-IF.

      *    ADRESSE REVENUE EN NPAI (npaimaj) : LE COURRIER N'EST PAS
      *    IMPRIME, L'ADHERENT PART DANS LETTRES-SANS-ADRESSE.txt
      *    AVEC LA DATE DU RETOUR JUSQU'A CE QU'ADHMAJ ENREGISTRE UNE
      *    NOUVELLE ADRESSE
       CONTROLER-NPAI.
           MOVE 'N' TO WS-NPAI
           MOVE 'O' TO WS-CANAL-PAPIER
           MOVE 'N' TO WS-CANAL-COURRIEL
           PERFORM LIRE-ADHERENT
           IF WS-ADH-EST-TROUVE
               PERFORM DETERMINER-CANAL
           END-IF
           IF WS-COURRIER-NPAI
               ADD 1 TO WS-NB-SANS-ADRESSE
               ADD 1 TO WS-NB-NPAI
               MOVE WS-MUNA-X TO WS-SA-MUNA
               MOVE ADH-FILE-NPAI-DATE TO WS-SA-NPAI-DATE
               PERFORM NOTER-SANS-ADRESSE
           END-IF
           IF NOT WS-COURRIER-NPAI AND WS-PAR-COURRIEL
               PERFORM OUVRIR-COURRIEL
           END-IF.

      *    CANAL PREFERE : 'P' PAPIER (OU A BLANC), 'E' COURRIEL, 'D'
      *    LES DEUX. SANS ADRESSE ELECTRONIQUE LE COURRIER EST
      *    IMPRIME ; UNE ADRESSE NPAI N'EMPECHE PAS L'ENVOI PAR
      *    COURRIEL, QUI PART ALORS SEUL
       DETERMINER-CANAL.
           IF ADH-FILE-EMAIL NOT = SPACES
              AND (ADH-FILE-CANAL = 'E'
                   OR ADH-FILE-CANAL = 'D')
               MOVE 'O' TO WS-CANAL-COURRIEL
               IF ADH-FILE-CANAL = 'E'
                   MOVE 'N' TO WS-CANAL-PAPIER
               END-IF
           END-IF
           IF ADH-FILE-ADRESSE-NPAI
               IF WS-PAR-COURRIEL
                   MOVE 'N' TO WS-CANAL-PAPIER
               ELSE
                   MOVE 'O' TO WS-NPAI
               END-IF
           END-IF.

      *    EN-TETE DU COURRIEL DANS LE SPOOL : ADRESSE ET OBJET
       OUVRIR-COURRIEL.
           ADD 1 TO WS-NB-COURRIELS
           MOVE SPACES TO COURRIEL-REG
           MOVE 'A' TO COURRIEL-TYPE
           MOVE MUNA TO COURRIEL-MUNA
           MOVE ADH-FILE-EMAIL TO COURRIEL-DONNEE
           WRITE COURRIEL-REG
           MOVE 'O' TO COURRIEL-TYPE
           MOVE 'Conditions particulieres de votre contrat'
               TO COURRIEL-DONNEE
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FCONDPART-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE MUNA TO COURRIEL-MUNA
               MOVE FCONDPART-REG TO COURRIEL-DONNEE
               WRITE COURRIEL-REG
           END-IF.

      *    REECRIT LETTRES-SANS-ADRESSE.txt : LES LIGNES DES AUTRES
      *    PROGRAMMES SONT CONSERVEES, LA SECTION DE CE PROGRAMME
      *    EST REMPLACEE PAR LE RELEVE DU PASSAGE (DEDOUBLONNE).
       REECRIRE-SANS-ADRESSE.
           OPEN OUTPUT FSANSADRN
           OPEN INPUT FSANSADR
           IF WS-STATUS-FSANSADR = '00'
               PERFORM UNTIL WS-EOF-FSANSADR-REACHED
                   READ FSANSADR
                       AT END
                           SET WS-EOF-FSANSADR-REACHED TO TRUE
                       NOT AT END
                           IF SANSADR-PROGRAMME NOT = 'CONDPART'
                               MOVE SANSADR-REG TO SANSADRN-REG
                               WRITE SANSADRN-REG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSANSADR
           END-IF
           PERFORM VARYING WS-SA FROM 1 BY 1
                   UNTIL WS-SA > WS-NB-SANS-ADR-TABLE
               MOVE SPACES TO SANSADRN-REG
               MOVE 'CONDPART' TO SANSADRN-PROGRAMME
               MOVE WS-SANS-ADR-MUNA(WS-SA) TO SANSADRN-MUNA
               IF WS-SANS-ADR-NPAI-DATE(WS-SA) = SPACES
                   MOVE 'Adherent absent du fichier' TO SANSADRN-MOTIF
               ELSE
                   STRING 'Adresse NPAI (retour ' DELIMITED BY SIZE
                       WS-SANS-ADR-NPAI-DATE(WS-SA) DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO SANSADRN-MOTIF
               END-IF
               WRITE SANSADRN-REG
           END-PERFORM
           CLOSE FSANSADRN
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv LETTRES-SANS-ADRESSE.TMP ' DELIMITED BY SIZE
               'LETTRES-SANS-ADRESSE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
