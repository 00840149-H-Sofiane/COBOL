       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELEVANN.
      * Releve de compte annuel des adherents et attestation de
      * primes versees pour la declaration de revenus. Pour
      * l'exercice lu dans RELEVE-ANNUEL-PARAM.txt (AAAA, defaut
      * l'annee precedente : le releve part en janvier), chaque
      * police reprend les primes dues (appels de primes de
      * ECHEANCES-APPELEES.txt quand avisech les a produits, comme
      * pour encaisse, sinon ECHEANCIER.txt : la majoration de
      * fractionnement appelee et payee ne passe pas pour un
      * credit), les
      * primes encaissees de ENCAISSEMENTS.txt (periodes AAAAMM de
      * l'exercice, impayes bancaires deja retires par prelret),
      * la prime non acquise et le remboursement verse a la
      * resiliation (REMBOURSEMENTS-HISTORIQUE.txt, resremb ; le
      * rembourse comprend la part compensee sur les arrieres, que
      * resremb porte aussi en encaissement), et le
      * solde de cloture : du - encaisse - prime non acquise +
      * remboursement verse (positif : reste a payer, negatif : en
      * faveur de l'adherent). Une lettre par adherent part dans
      * RELEVES-ANNUELS.txt avec le bloc destinataire de
      * ADHERENTS.IDX comme RENLETTRE, suivie de l'attestation des
      * primes versees dans l'annee (encaisse moins remboursements
      * verses, jamais negatif). Une page de controle totalise ce
      * qui a ete atteste. Les adherents sans adresse sont
      * reportes dans LETTRES-SANS-ADRESSE.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "RELEVE-ANNUEL-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FECHEANCIER ASSIGN TO "ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FAPPELS ASSIGN TO "ECHEANCES-APPELEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FPAIEMENTS ASSIGN TO "ENCAISSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPAIEMENTS.

           SELECT FREMB ASSIGN TO "REMBOURSEMENTS-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREMB.

           SELECT FMVT ASSIGN TO "RELEVANN-MVT.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMVT.

           SELECT FMVTT ASSIGN TO "RELEVANN-MVT-TRIE.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMVTT.

           SELECT FTRI ASSIGN TO "RELEVANN-TRAVAIL.TRI".

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FSANSADR ASSIGN TO "LETTRES-SANS-ADRESSE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSANSADR.

           SELECT FSANSADRN ASSIGN TO "LETTRES-SANS-ADRESSE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSANSADRN.

           SELECT FRELEVES ASSIGN TO "RELEVES-ANNUELS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELEVES.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-RELEVES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).

       FD     FECHEANCIER
              RECORDING MODE IS F.
       01 FECH-REG.
              05 FECH-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 FECH-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 FECH-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-ENT PIC 9(5).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-DEC PIC 9(9).

      * MEME FORMAT QUE ECHEANCIER.txt
       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG PIC X(46).

       FD     FPAIEMENTS
              RECORDING MODE IS F.
       01 PAI-REG.
              05 PAI-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 PAI-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 PAI-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 PAI-MONTANT PIC 9(7)V9(2).

       FD     FREMB
              RECORDING MODE IS F.
       01 REMB-REG.
              05 REMB-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REMB-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 REMB-DATE-RESILIATION PIC X(8).
              05 FILLER PIC X(1).
              05 REMB-BRUT-ENT PIC 9(7).
              05 FILLER PIC X(1).
              05 REMB-BRUT-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 REMB-COMPENSE-ENT PIC 9(7).
              05 FILLER PIC X(1).
              05 REMB-COMPENSE-DEC PIC 9(2).
              05 FILLER PIC X(1).
              05 REMB-NET-ENT PIC 9(7).
              05 FILLER PIC X(1).
              05 REMB-NET-DEC PIC 9(2).

      * MOUVEMENTS DE L'EXERCICE : 'D' DU, 'E' ENCAISSE, 'P' PRIME
      * NON ACQUISE, 'R' REMBOURSEMENT VERSE OU COMPENSE
       FD     FMVT
              RECORDING MODE IS F.
       01 MVT-REG.
              05 MVT-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 MVT-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 MVT-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 MVT-MONTANT PIC 9(7)V9(2).

       FD     FMVTT
              RECORDING MODE IS F.
       01 MVTT-REG.
              05 MVTT-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 MVTT-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 MVTT-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 MVTT-MONTANT PIC 9(7)V9(2).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CLE PIC X(23).
              05 FILLER PIC X(12).

       FD     FADHERENTS
              RECORDING MODE IS F.
       COPY ADHREC.

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

       FD     FRELEVES
              RECORDING MODE IS F.
       01 FRELEVES-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREMB PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMVT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMVTT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADRN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELEVES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FECHEANCIER PIC X VALUE 'N'.
           88 WS-EOF-FECHEANCIER-REACHED VALUE 'Y'.
       01 WS-EOF-FAPPELS PIC X VALUE 'N'.
           88 WS-EOF-FAPPELS-REACHED VALUE 'Y'.
       01 WS-EOF-FPAIEMENTS PIC X VALUE 'N'.
           88 WS-EOF-FPAIEMENTS-REACHED VALUE 'Y'.
       01 WS-EOF-FREMB PIC X VALUE 'N'.
           88 WS-EOF-FREMB-REACHED VALUE 'Y'.
       01 WS-EOF-FMVTT PIC X VALUE 'N'.
           88 WS-EOF-FMVTT-REACHED VALUE 'Y'.
       01 WS-EOF-FSANSADR PIC X VALUE 'N'.
           88 WS-EOF-FSANSADR-REACHED VALUE 'Y'.
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

       01 WS-RUN-DATE.
           05 WS-RUN-AAAA PIC 9(4).
           05 FILLER PIC X(17).
       01 WS-ANNEE PIC 9(4).

      * RUPTURES ADHERENT / POLICE
       01 WS-MUNA-COURANT PIC X(8) VALUE SPACES.
       01 WS-POLICE-COURANTE PIC X(14) VALUE SPACES.
       01 WS-POL-DU PIC 9(9)V9(2).
       01 WS-POL-ENCAISSE PIC 9(9)V9(2).
       01 WS-POL-NON-ACQUISE PIC 9(9)V9(2).
       01 WS-POL-REMBOURSE PIC 9(9)V9(2).
       01 WS-POL-SOLDE PIC S9(9)V9(2).
       01 WS-ADH-DU PIC 9(9)V9(2).
       01 WS-ADH-ENCAISSE PIC 9(9)V9(2).
       01 WS-ADH-NON-ACQUISE PIC 9(9)V9(2).
       01 WS-ADH-REMBOURSE PIC 9(9)V9(2).
       01 WS-ADH-SOLDE PIC S9(9)V9(2).
       01 WS-ADH-ATTESTE PIC S9(9)V9(2).
       01 WS-MONTANT PIC 9(7)V9(2).

       01 WS-NB-MOUVEMENTS PIC 9(7) VALUE 0.
       01 WS-NB-RELEVES PIC 9(7) VALUE 0.
       01 WS-NB-POLICES PIC 9(7) VALUE 0.
       01 WS-TOTAL-DU PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-ENCAISSE PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-REMBOURSE PIC 9(11)V9(2) VALUE 0.
       01 WS-TOTAL-ATTESTE PIC 9(11)V9(2) VALUE 0.

       01 WS-MONTANT-EDITE PIC Z,ZZZ,ZZ9.99.
       01 WS-SOLDE-EDITE PIC -Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NB-EDITE PIC ZZZZZZ9.
       01 WS-LIGNE PIC X(110).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'relevann' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    EXERCICE DU RELEVE (DEFAUT : ANNEE PRECEDENTE)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-ANNEE = WS-RUN-AAAA - 1
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                           MOVE PARAM-ANNEE TO WS-ANNEE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    MOUVEMENTS DE L'EXERCICE, TOUTES SOURCES CONFONDUES
           OPEN OUTPUT FMVT.
      *    LES APPELS DE PRIMES PRIMENT SUR L'ECHEANCIER
           OPEN INPUT FAPPELS.
           IF WS-STATUS-FAPPELS = '00'
               DISPLAY 'Sommes dues lues dans ECHEANCES-APPELEES.txt'
               PERFORM UNTIL WS-EOF-FAPPELS-REACHED
                   READ FAPPELS INTO FECH-REG
                       AT END
                           SET WS-EOF-FAPPELS-REACHED TO TRUE
                       NOT AT END
                           PERFORM NOTER-DU
                   END-READ
               END-PERFORM
               CLOSE FAPPELS
           ELSE
               OPEN INPUT FECHEANCIER
               IF WS-STATUS-FECHEANCIER NOT = '00'
                   DISPLAY 'ECHEANCIER.txt non disponible - code '
                       'statut ' WS-STATUS-FECHEANCIER
                   DISPLAY 'Executer echeancier avant relevann'
                   MOVE 16 TO WS-RA-RC
                   PERFORM TERMINER-EN-ERREUR
               END-IF
               PERFORM UNTIL WS-EOF-FECHEANCIER-REACHED
                   READ FECHEANCIER
                       AT END
                           SET WS-EOF-FECHEANCIER-REACHED TO TRUE
                       NOT AT END
                           PERFORM NOTER-DU
                   END-READ
               END-PERFORM
               CLOSE FECHEANCIER
           END-IF.

           OPEN INPUT FPAIEMENTS.
           IF WS-STATUS-FPAIEMENTS NOT = '00'
               DISPLAY 'ENCAISSEMENTS.txt non disponible - code '
                   'statut ' WS-STATUS-FPAIEMENTS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPAIEMENTS-REACHED
               READ FPAIEMENTS
                   AT END
                       SET WS-EOF-FPAIEMENTS-REACHED TO TRUE
                   NOT AT END
                       IF PAI-MUNA IS NUMERIC
                          AND PAI-MONTANT IS NUMERIC
                          AND PAI-PERIODE(1:4) = WS-ANNEE
                           MOVE SPACES TO MVT-REG
                           MOVE PAI-MUNA TO MVT-MUNA
                           MOVE PAI-IDENTIFIANT TO MVT-IDENTIFIANT
                           MOVE 'E' TO MVT-TYPE
                           MOVE PAI-MONTANT TO MVT-MONTANT
                           PERFORM ECRIRE-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FPAIEMENTS.

      *    REMBOURSEMENTS A LA RESILIATION (FACULTATIF : AUCUNE
      *    RESILIATION ENCORE TRAITEE)
           OPEN INPUT FREMB.
           IF WS-STATUS-FREMB NOT = '00'
               DISPLAY 'REMBOURSEMENTS-HISTORIQUE.txt absent - '
                   'releves sans remboursements'
           ELSE
               PERFORM UNTIL WS-EOF-FREMB-REACHED
                   READ FREMB
                       AT END
                           SET WS-EOF-FREMB-REACHED TO TRUE
                       NOT AT END
                           IF REMB-MUNA IS NUMERIC
                              AND REMB-DATE-RESILIATION(1:4)
                                  = WS-ANNEE
                               MOVE SPACES TO MVT-REG
                               MOVE REMB-MUNA TO MVT-MUNA
                               MOVE REMB-IDENTIFIANT
                                   TO MVT-IDENTIFIANT
                               MOVE 'P' TO MVT-TYPE
                               COMPUTE MVT-MONTANT = REMB-BRUT-ENT
                                   + REMB-BRUT-DEC / 100
                               PERFORM ECRIRE-MOUVEMENT
      *                        LE REMBOURSE EST LE VERSEMENT PLUS LA
      *                        PART COMPENSEE SUR LES ARRIERES, CELLE-CI
      *                        ETANT AUSSI EN ENCAISSEMENT
                               MOVE 'R' TO MVT-TYPE
                               COMPUTE MVT-MONTANT = REMB-NET-ENT
                                   + REMB-NET-DEC / 100
                               IF REMB-COMPENSE-ENT IS NUMERIC
                                  AND REMB-COMPENSE-DEC IS NUMERIC
                                   COMPUTE MVT-MONTANT = MVT-MONTANT
                                       + REMB-COMPENSE-ENT
                                       + REMB-COMPENSE-DEC / 100
                               END-IF
                               PERFORM ECRIRE-MOUVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREMB
           END-IF
           CLOSE FMVT.

           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FMVT GIVING FMVTT.

           PERFORM OUVRIR-ADHERENTS
           OPEN OUTPUT FRELEVES.
           OPEN OUTPUT FCOURRIEL.
           OPEN INPUT FMVTT.
           PERFORM UNTIL WS-EOF-FMVTT-REACHED
               READ FMVTT
                   AT END
                       SET WS-EOF-FMVTT-REACHED TO TRUE
                   NOT AT END
                       IF MVTT-MUNA NOT = WS-MUNA-COURANT
                           IF WS-MUNA-COURANT NOT = SPACES
                              AND NOT WS-COURRIER-NPAI
                               PERFORM TERMINER-POLICE
                               PERFORM TERMINER-ADHERENT
                           END-IF
                           MOVE MVTT-MUNA TO WS-MUNA-COURANT
                           PERFORM CONTROLER-NPAI
                           IF NOT WS-COURRIER-NPAI
                               PERFORM COMMENCER-ADHERENT
                               PERFORM COMMENCER-POLICE
                           END-IF
                       ELSE
                           IF MVTT-IDENTIFIANT
                              NOT = WS-POLICE-COURANTE
                              AND NOT WS-COURRIER-NPAI
                               PERFORM TERMINER-POLICE
                               PERFORM COMMENCER-POLICE
                           END-IF
                       END-IF
                       IF NOT WS-COURRIER-NPAI
                           PERFORM CUMULER-MOUVEMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MUNA-COURANT NOT = SPACES
              AND NOT WS-COURRIER-NPAI
               PERFORM TERMINER-POLICE
               PERFORM TERMINER-ADHERENT
           END-IF
           CLOSE FMVTT.

      *    PAGE DE CONTROLE
           MOVE ALL '=' TO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           STRING 'PAGE DE CONTROLE DES RELEVES ANNUELS - EXERCICE '
               DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-NB-RELEVES TO WS-NB-EDITE
           STRING 'Releves et attestations : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-NB-POLICES TO WS-NB-EDITE
           STRING 'Polices reprises        : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-NB-SANS-ADRESSE TO WS-NB-EDITE
           STRING 'Courriers sans adresse  : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-TOTAL-DU TO WS-TOTAL-EDITE
           STRING 'Primes dues             : ' DELIMITED BY SIZE
               WS-TOTAL-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-TOTAL-ENCAISSE TO WS-TOTAL-EDITE
           STRING 'Primes encaissees       : ' DELIMITED BY SIZE
               WS-TOTAL-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-TOTAL-REMBOURSE TO WS-TOTAL-EDITE
           STRING 'Remboursements verses   : ' DELIMITED BY SIZE
               WS-TOTAL-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE SPACES TO FRELEVES-REG
           MOVE WS-TOTAL-ATTESTE TO WS-TOTAL-EDITE
           STRING 'Total atteste           : ' DELIMITED BY SIZE
               WS-TOTAL-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO FRELEVES-REG
           WRITE FRELEVES-REG
           MOVE ALL '=' TO FRELEVES-REG
           WRITE FRELEVES-REG
           CLOSE FRELEVES.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           DISPLAY 'Exercice                 : ' WS-ANNEE
           DISPLAY 'Mouvements repris        : ' WS-NB-MOUVEMENTS
           DISPLAY 'Releves produits         : ' WS-NB-RELEVES
               ' (voir RELEVES-ANNUELS.txt)'
           MOVE WS-TOTAL-ATTESTE TO WS-TOTAL-EDITE
           DISPLAY 'Total atteste            : ' WS-TOTAL-EDITE
           PERFORM REECRIRE-SANS-ADRESSE
           DISPLAY 'Courriers sans adresse   : '
               WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI     : ' WS-NB-NPAI
           DISPLAY 'Courriels emis           : ' WS-NB-COURRIELS
               ' (voir COURRIELS-RELEVES.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-SANS-ADRESSE > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    SOMME DUE DE L'EXERCICE (APPEL OU ECHEANCE) ; LES TRAILERS
      *    NE PORTENT PAS DE MUNA NUMERIQUE
       NOTER-DU.
           IF FECH-MUNA IS NUMERIC
              AND FECH-PERIODE(1:4) = WS-ANNEE
               MOVE SPACES TO MVT-REG
               MOVE FECH-MUNA TO MVT-MUNA
               MOVE FECH-IDENTIFIANT TO MVT-IDENTIFIANT
               MOVE 'D' TO MVT-TYPE
               COMPUTE MVT-MONTANT ROUNDED =
                   FECH-MONTANT-ENT
                   + FECH-MONTANT-DEC / 1000000000
               PERFORM ECRIRE-MOUVEMENT
           END-IF.

       ECRIRE-MOUVEMENT.
           ADD 1 TO WS-NB-MOUVEMENTS
           WRITE MVT-REG.

       CUMULER-MOUVEMENT.
           EVALUATE MVTT-TYPE
               WHEN 'D'
                   ADD MVTT-MONTANT TO WS-POL-DU
               WHEN 'E'
                   ADD MVTT-MONTANT TO WS-POL-ENCAISSE
               WHEN 'P'
                   ADD MVTT-MONTANT TO WS-POL-NON-ACQUISE
               WHEN 'R'
                   ADD MVTT-MONTANT TO WS-POL-REMBOURSE
           END-EVALUATE.

      *    EN-TETE DE LA LETTRE : BLOC DESTINATAIRE ET COLONNES
       COMMENCER-ADHERENT.
           MOVE MVTT-MUNA TO WS-MUNA-COURANT
           ADD 1 TO WS-NB-RELEVES
           MOVE 0 TO WS-ADH-DU
           MOVE 0 TO WS-ADH-ENCAISSE
           MOVE 0 TO WS-ADH-NON-ACQUISE
           MOVE 0 TO WS-ADH-REMBOURSE
           MOVE ALL '=' TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           STRING '          RELEVE DE COMPTE ANNUEL - EXERCICE '
               DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
           MOVE SPACES TO WS-LIGNE
           STRING 'Adherent MUNA : ' DELIMITED BY SIZE
               WS-MUNA-COURANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           MOVE 'Police' TO WS-LIGNE(1:6)
           MOVE 'Primes dues' TO WS-LIGNE(18:11)
           MOVE '   Encaisse' TO WS-LIGNE(32:11)
           MOVE 'Non acquise' TO WS-LIGNE(46:11)
           MOVE '  Rembourse' TO WS-LIGNE(60:11)
           MOVE '      Solde' TO WS-LIGNE(75:11)
           MOVE WS-LIGNE TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE.

       COMMENCER-POLICE.
           MOVE MVTT-IDENTIFIANT TO WS-POLICE-COURANTE
           MOVE 0 TO WS-POL-DU
           MOVE 0 TO WS-POL-ENCAISSE
           MOVE 0 TO WS-POL-NON-ACQUISE
           MOVE 0 TO WS-POL-REMBOURSE.

      *    LIGNE DE LA POLICE : SOLDE = DU - ENCAISSE - PRIME NON
      *    ACQUISE + REMBOURSEMENT VERSE
       TERMINER-POLICE.
           ADD 1 TO WS-NB-POLICES
           COMPUTE WS-POL-SOLDE = WS-POL-DU - WS-POL-ENCAISSE
               - WS-POL-NON-ACQUISE + WS-POL-REMBOURSE
           ADD WS-POL-DU TO WS-ADH-DU
           ADD WS-POL-ENCAISSE TO WS-ADH-ENCAISSE
           ADD WS-POL-NON-ACQUISE TO WS-ADH-NON-ACQUISE
           ADD WS-POL-REMBOURSE TO WS-ADH-REMBOURSE
           MOVE SPACES TO WS-LIGNE
           MOVE WS-POLICE-COURANTE TO WS-LIGNE(1:14)
           MOVE WS-POL-DU TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(17:12)
           MOVE WS-POL-ENCAISSE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(31:12)
           MOVE WS-POL-NON-ACQUISE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(45:12)
           MOVE WS-POL-REMBOURSE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(59:12)
           MOVE WS-POL-SOLDE TO WS-SOLDE-EDITE
           MOVE WS-SOLDE-EDITE TO WS-LIGNE(73:13)
           MOVE WS-LIGNE TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE.

      *    TOTAL DU RELEVE PUIS ATTESTATION DES PRIMES VERSEES
       TERMINER-ADHERENT.
           COMPUTE WS-ADH-SOLDE = WS-ADH-DU - WS-ADH-ENCAISSE
               - WS-ADH-NON-ACQUISE + WS-ADH-REMBOURSE
           COMPUTE WS-ADH-ATTESTE = WS-ADH-ENCAISSE - WS-ADH-REMBOURSE
           IF WS-ADH-ATTESTE < 0
               MOVE 0 TO WS-ADH-ATTESTE
           END-IF
           ADD WS-ADH-DU TO WS-TOTAL-DU
           ADD WS-ADH-ENCAISSE TO WS-TOTAL-ENCAISSE
           ADD WS-ADH-REMBOURSE TO WS-TOTAL-REMBOURSE
           ADD WS-ADH-ATTESTE TO WS-TOTAL-ATTESTE
           MOVE SPACES TO WS-LIGNE
           MOVE 'TOTAL' TO WS-LIGNE(1:5)
           MOVE WS-ADH-DU TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(17:12)
           MOVE WS-ADH-ENCAISSE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(31:12)
           MOVE WS-ADH-NON-ACQUISE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(45:12)
           MOVE WS-ADH-REMBOURSE TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(59:12)
           MOVE WS-ADH-SOLDE TO WS-SOLDE-EDITE
           MOVE WS-SOLDE-EDITE TO WS-LIGNE(73:13)
           MOVE WS-LIGNE TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           EVALUATE TRUE
               WHEN WS-ADH-SOLDE > 0
                   MOVE 'Un solde positif reste a regler.'
                       TO FRELEVES-REG
               WHEN WS-ADH-SOLDE < 0
                   MOVE 'Un solde negatif est en votre faveur.'
                       TO FRELEVES-REG
               WHEN OTHER
                   MOVE 'Votre compte est solde.' TO FRELEVES-REG
           END-EVALUATE
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE

           MOVE ALL '-' TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           STRING '          ATTESTATION DE PRIMES VERSEES - ANNEE '
               DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           STRING 'Nous attestons que l adherent MUNA '
               DELIMITED BY SIZE
               WS-MUNA-COURANT DELIMITED BY SIZE
               ' a verse au titre de l annee ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE WS-ADH-ATTESTE TO WS-MONTANT-EDITE
           MOVE SPACES TO FRELEVES-REG
           STRING 'des primes d assurance d un montant net de '
               DELIMITED BY SIZE
               WS-MONTANT-EDITE DELIMITED BY SIZE
               ' EUR (remboursements deduits).' DELIMITED BY SIZE
               INTO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE 'Attestation etablie pour servir et valoir ce que de '
               TO WS-LIGNE
           MOVE 'droit.' TO WS-LIGNE(53:6)
           MOVE WS-LIGNE TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FRELEVES-REG
           PERFORM EMETTRE-LIGNE.

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
               MOVE WS-MUNA-COURANT TO ADH-FILE-MUNA
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
               MOVE SPACES TO FRELEVES-REG
               MOVE ADH-FILE-NOM TO FRELEVES-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FRELEVES-REG
               MOVE ADH-FILE-ADRESSE1 TO FRELEVES-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FRELEVES-REG
                   MOVE ADH-FILE-ADRESSE2 TO FRELEVES-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FRELEVES-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FRELEVES-REG
               PERFORM EMETTRE-LIGNE
           ELSE
               ADD 1 TO WS-NB-SANS-ADRESSE
               MOVE WS-MUNA-COURANT TO WS-SA-MUNA
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
               MOVE WS-MUNA-COURANT TO WS-SA-MUNA
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
           MOVE WS-MUNA-COURANT TO COURRIEL-MUNA
           MOVE ADH-FILE-EMAIL TO COURRIEL-DONNEE
           WRITE COURRIEL-REG
           MOVE 'O' TO COURRIEL-TYPE
           MOVE 'Votre releve de compte annuel'
               TO COURRIEL-DONNEE
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FRELEVES-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE WS-MUNA-COURANT TO COURRIEL-MUNA
               MOVE FRELEVES-REG TO COURRIEL-DONNEE
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
                           IF SANSADR-PROGRAMME NOT = 'RELEVANN'
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
               MOVE 'RELEVANN' TO SANSADRN-PROGRAMME
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
           CALL 'SYSTEM' USING WS-COMMANDE
           MOVE 0 TO RETURN-CODE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
