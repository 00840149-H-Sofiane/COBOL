       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISECH.
      * Appels de primes selon la frequence de paiement de
      * l'adherent. L'echeancier de rattachement (ECHEANCIER.txt)
      * repartit chaque prime en mensualites egales, ce qui est
      * juste pour le rattachement mais pas pour la facturation :
      * le calendrier de facturation FREQUENCES-PAIEMENT.txt
      * (format FREQREC) donne pour chaque police sa frequence
      * (mensuelle, trimestrielle, semestrielle, annuelle) et sa
      * majoration de fractionnement. Les mensualites de la police
      * sont regroupees par appel (1, 3, 6 ou 12 mois a partir du
      * premier mois couvert), majorees, et chaque appel part dans
      * ECHEANCES-APPELEES.txt au format de l'echeancier (MUNA,
      * IDENTIFIANT, periode AAAAMM d'exigibilite, montant appele)
      * : c'est le fichier des sommes dues qu'encaisse et prelsepa
      * exploitent a la place de l'echeancier quand il est
      * present. Les arrondis au centime sont repris sur l'appel
      * suivant pour que la police retombe exactement sur sa prime
      * majoree. Les appels exigibles a la periode lue dans
      * AVIS-ECHEANCE-PARAM.txt (AAAAMM, defaut le mois suivant)
      * donnent un avis d'echeance imprimable par adherent dans
      * AVIS-ECHEANCE.txt avec le bloc destinataire de
      * ADHERENTS.IDX. Une police absente du calendrier est
      * appelee mensuellement sans majoration ; une ligne de
      * calendrier invalide part dans FREQUENCES-REJETS.txt et la
      * police est traitee de meme.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "AVIS-ECHEANCE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FFREQ ASSIGN TO "FREQUENCES-PAIEMENT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFREQ.

           SELECT FREJETS ASSIGN TO "FREQUENCES-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.

           SELECT FECHEANCIER ASSIGN TO "ECHEANCIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FAPPELS ASSIGN TO "ECHEANCES-APPELEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FAVT ASSIGN TO "AVISECH-AVIS.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAVT.

           SELECT FAVTT ASSIGN TO "AVISECH-AVIS-TRIE.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAVTT.

           SELECT FTRI ASSIGN TO "AVISECH-TRAVAIL.TRI".

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

           SELECT FAVIS ASSIGN TO "AVIS-ECHEANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAVIS.

           SELECT FCOURRIEL ASSIGN TO "COURRIELS-AVIS-ECHEANCE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOURRIEL.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-PERIODE PIC X(6).

       FD     FFREQ
              RECORDING MODE IS F.
       COPY FREQREC.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG PIC X(80).

       FD     FECHEANCIER
              RECORDING MODE IS F.
       01 FECH-REG.
              05 FECH-CLE.
                  10 FECH-MUNA PIC X(8).
                  10 FILLER PIC X(1).
                  10 FECH-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 FECH-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-ENT PIC 9(5).
              05 FILLER PIC X(1).
              05 FECH-MONTANT-DEC PIC 9(9).

      * MEME FORMAT QUE ECHEANCIER.txt
       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG.
              05 APP-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 APP-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 APP-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 APP-MONTANT PIC 9(5).9(9).
       01 APP-TRAILER.
              05 APP-TRAILER-LIB PIC X(26).
              05 APP-TRAILER-MONTANT PIC ZZZ,ZZZ,ZZ9.999999999.

      * APPELS EXIGIBLES A LA PERIODE DES AVIS
       FD     FAVT
              RECORDING MODE IS F.
       01 AVT-REG.
              05 AVT-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 AVT-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 AVT-FREQUENCE PIC X(1).
              05 FILLER PIC X(1).
              05 AVT-NB-MOIS PIC 9(2).
              05 FILLER PIC X(1).
              05 AVT-MAJORATION PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 AVT-MONTANT PIC 9(7)V9(2).

       FD     FAVTT
              RECORDING MODE IS F.
       01 AVTT-REG.
              05 AVTT-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 AVTT-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 AVTT-FREQUENCE PIC X(1).
              05 FILLER PIC X(1).
              05 AVTT-NB-MOIS PIC 9(2).
              05 FILLER PIC X(1).
              05 AVTT-MAJORATION PIC 9(2)V9(2).
              05 FILLER PIC X(1).
              05 AVTT-MONTANT PIC 9(7)V9(2).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CLE PIC X(23).
              05 FILLER PIC X(20).

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

       FD     FAVIS
              RECORDING MODE IS F.
       01 FAVIS-REG PIC X(110).

       FD     FCOURRIEL
              RECORDING MODE IS F.
       COPY COURREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFREQ PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAVT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAVTT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSANSADRN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAVIS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOURRIEL PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FFREQ PIC X VALUE 'N'.
           88 WS-EOF-FFREQ-REACHED VALUE 'Y'.
       01 WS-EOF-FECHEANCIER PIC X VALUE 'N'.
           88 WS-EOF-FECHEANCIER-REACHED VALUE 'Y'.
       01 WS-EOF-FAVTT PIC X VALUE 'N'.
           88 WS-EOF-FAVTT-REACHED VALUE 'Y'.
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

      * CALENDRIER DE FACTURATION EN MEMOIRE
       01 WS-NB-FREQ PIC 9(5) VALUE 0.
       01 WS-FREQ-TABLE.
           05 WS-FREQ-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-FREQ
                            INDEXED BY WS-FREQ-IDX.
               10 WS-FREQ-CLE PIC X(23).
               10 WS-FREQ-FREQUENCE PIC X(1).
               10 WS-FREQ-MAJORATION PIC 9(2)V9(2).

       01 WS-RUN-DATE.
           05 WS-RUN-AAAA PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X(15).
       01 WS-PERIODE-AVIS.
           05 WS-AVIS-AAAA PIC 9(4).
           05 WS-AVIS-MM PIC 9(2).
       01 WS-PERIODE-AVIS-N REDEFINES WS-PERIODE-AVIS PIC 9(6).

      * POLICE ET APPEL EN COURS
       01 WS-CLE-COURANTE PIC X(23) VALUE SPACES.
       01 WS-FREQUENCE PIC X(1).
       01 WS-MOIS-PAR-APPEL PIC 9(2).
       01 WS-MAJORATION PIC 9(2)V9(2).
       01 WS-NB-DANS-APPEL PIC 9(2).
       01 WS-PERIODE-APPEL PIC 9(6).
       01 WS-MENSUALITE PIC 9(5)V9(9).
       01 WS-CUMUL-POLICE PIC 9(7)V9(9).
       01 WS-CUMUL-MAJORE PIC 9(7)V9(2).
       01 WS-DEJA-APPELE PIC 9(7)V9(2).
       01 WS-MONTANT-APPEL PIC 9(7)V9(2).

      * RUPTURE ADHERENT DES AVIS
       01 WS-MUNA-COURANT PIC X(8) VALUE SPACES.
       01 WS-TOTAL-AVIS PIC 9(9)V9(2).

       01 WS-NB-LIGNES PIC 9(7) VALUE 0.
       01 WS-NB-POLICES PIC 9(7) VALUE 0.
       01 WS-NB-APPELS PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-NB-AVIS PIC 9(7) VALUE 0.
       01 WS-NB-APPELS-AVIS PIC 9(7) VALUE 0.
       01 WS-TOTAL-ECHEANCIER PIC 9(12)V9(9) VALUE 0.
       01 WS-TOTAL-APPELE PIC 9(12)V9(9) VALUE 0.
       01 WS-TOTAL-AVISE PIC 9(11)V9(2) VALUE 0.

       01 WS-MONTANT-EDITE PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDITE PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-MAJORATION-EDITEE PIC Z9.99.
       01 WS-NB-MOIS-EDITE PIC Z9.
       01 WS-NB-EDITE PIC ZZZZZZ9.
       01 WS-LIGNE PIC X(110).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'avisech' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    PERIODE DES AVIS (DEFAUT : MOIS SUIVANT)
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-RUN-AAAA TO WS-AVIS-AAAA
           MOVE WS-RUN-MM TO WS-AVIS-MM
           IF WS-AVIS-MM = 12
               ADD 1 TO WS-AVIS-AAAA
               MOVE 1 TO WS-AVIS-MM
           ELSE
               ADD 1 TO WS-AVIS-MM
           END-IF
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-PERIODE IS NUMERIC
                           MOVE PARAM-PERIODE TO WS-PERIODE-AVIS
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

           OPEN INPUT FECHEANCIER.
           IF WS-STATUS-FECHEANCIER NOT = '00'
               DISPLAY 'ECHEANCIER.txt non disponible - code statut '
                   WS-STATUS-FECHEANCIER
               DISPLAY 'Executer echeancier avant avisech'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           PERFORM CHARGER-CALENDRIER

      *    REGROUPEMENT DES MENSUALITES EN APPELS ; L'ECHEANCIER
      *    PRESENTE LES MOIS D'UNE POLICE A LA SUITE
           OPEN OUTPUT FAPPELS.
           OPEN OUTPUT FAVT.
           PERFORM UNTIL WS-EOF-FECHEANCIER-REACHED
               READ FECHEANCIER
                   AT END
                       SET WS-EOF-FECHEANCIER-REACHED TO TRUE
                   NOT AT END
      *                LES TRAILERS NE PORTENT PAS DE MUNA NUMERIQUE
                       IF FECH-MUNA IS NUMERIC
                           ADD 1 TO WS-NB-LIGNES
                           IF FECH-CLE NOT = WS-CLE-COURANTE
                               IF WS-CLE-COURANTE NOT = SPACES
                                   PERFORM TERMINER-POLICE
                               END-IF
                               PERFORM COMMENCER-POLICE
                           END-IF
                           PERFORM CUMULER-MENSUALITE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CLE-COURANTE NOT = SPACES
               PERFORM TERMINER-POLICE
           END-IF
           CLOSE FECHEANCIER.
           CLOSE FAVT.

      *    TOTAUX DE CONTROLE : LE TOTAL APPELE EST LE TOTAL DE
      *    L'ECHEANCIER AUGMENTE DES MAJORATIONS DE FRACTIONNEMENT
           MOVE SPACES TO APP-TRAILER
           MOVE 'TOTAL ECHEANCIER        :' TO APP-TRAILER-LIB
           MOVE WS-TOTAL-ECHEANCIER TO APP-TRAILER-MONTANT
           WRITE APP-TRAILER
           MOVE SPACES TO APP-TRAILER
           MOVE 'TOTAL APPELE            :' TO APP-TRAILER-LIB
           MOVE WS-TOTAL-APPELE TO APP-TRAILER-MONTANT
           WRITE APP-TRAILER
           CLOSE FAPPELS.

      *    AVIS D'ECHEANCE : UN PAR ADHERENT
           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FAVT GIVING FAVTT.
           PERFORM OUVRIR-ADHERENTS
           OPEN OUTPUT FAVIS.
           OPEN OUTPUT FCOURRIEL.
           OPEN INPUT FAVTT.
           PERFORM UNTIL WS-EOF-FAVTT-REACHED
               READ FAVTT
                   AT END
                       SET WS-EOF-FAVTT-REACHED TO TRUE
                   NOT AT END
                       IF AVTT-MUNA NOT = WS-MUNA-COURANT
                           IF WS-MUNA-COURANT NOT = SPACES
                              AND NOT WS-COURRIER-NPAI
                               PERFORM TERMINER-AVIS
                           END-IF
                           MOVE AVTT-MUNA TO WS-MUNA-COURANT
                           PERFORM CONTROLER-NPAI
                           IF NOT WS-COURRIER-NPAI
                               PERFORM COMMENCER-AVIS
                           END-IF
                       END-IF
                       IF NOT WS-COURRIER-NPAI
                           PERFORM EDITER-APPEL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MUNA-COURANT NOT = SPACES
              AND NOT WS-COURRIER-NPAI
               PERFORM TERMINER-AVIS
           END-IF
           CLOSE FAVTT.

      *    RECAPITULATIF
           MOVE ALL '=' TO FAVIS-REG
           WRITE FAVIS-REG
           MOVE SPACES TO FAVIS-REG
           STRING "RECAPITULATIF DES AVIS D'ECHEANCE - PERIODE "
               DELIMITED BY SIZE
               WS-PERIODE-AVIS DELIMITED BY SIZE
               INTO FAVIS-REG
           WRITE FAVIS-REG
           MOVE SPACES TO FAVIS-REG
           MOVE WS-NB-AVIS TO WS-NB-EDITE
           STRING 'Avis emis              : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FAVIS-REG
           WRITE FAVIS-REG
           MOVE SPACES TO FAVIS-REG
           MOVE WS-NB-APPELS-AVIS TO WS-NB-EDITE
           STRING 'Appels avises          : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FAVIS-REG
           WRITE FAVIS-REG
           MOVE SPACES TO FAVIS-REG
           MOVE WS-NB-SANS-ADRESSE TO WS-NB-EDITE
           STRING 'Avis sans adresse      : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO FAVIS-REG
           WRITE FAVIS-REG
           MOVE SPACES TO FAVIS-REG
           MOVE WS-TOTAL-AVISE TO WS-TOTAL-EDITE
           STRING 'Montant appele         : ' DELIMITED BY SIZE
               WS-TOTAL-EDITE DELIMITED BY SIZE
               ' EUR' DELIMITED BY SIZE
               INTO FAVIS-REG
           WRITE FAVIS-REG
           MOVE ALL '=' TO FAVIS-REG
           WRITE FAVIS-REG
           CLOSE FAVIS.
           MOVE SPACES TO COURRIEL-TRAILER
           MOVE 'TOTAL COURRIELS : ' TO COURRIEL-TRAILER-LIB
           MOVE WS-NB-COURRIELS TO COURRIEL-TRAILER-NB
           WRITE COURRIEL-TRAILER
           CLOSE FCOURRIEL.
           IF WS-ADH-EST-OUVERT
               CLOSE FADHERENTS
           END-IF

           DISPLAY 'Periode des avis         : ' WS-PERIODE-AVIS
           DISPLAY 'Mensualites lues         : ' WS-NB-LIGNES
           DISPLAY 'Polices appelees         : ' WS-NB-POLICES
           DISPLAY 'Appels de primes         : ' WS-NB-APPELS
               ' (voir ECHEANCES-APPELEES.txt)'
           DISPLAY 'Avis emis                : ' WS-NB-AVIS
               ' (voir AVIS-ECHEANCE.txt)'
           DISPLAY 'Calendrier rejete        : ' WS-NB-REJETS
               ' (voir FREQUENCES-REJETS.txt)'
           PERFORM REECRIRE-SANS-ADRESSE
           DISPLAY 'Avis sans adresse        : '
               WS-NB-SANS-ADRESSE
               ' (voir LETTRES-SANS-ADRESSE.txt)'
           DISPLAY '  dont adresses NPAI     : ' WS-NB-NPAI
           DISPLAY 'Courriels emis           : ' WS-NB-COURRIELS
               ' (voir COURRIELS-AVIS-ECHEANCE.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-SANS-ADRESSE > 0 OR WS-NB-REJETS > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    CHARGE LE CALENDRIER DE FACTURATION ; SON ABSENCE LAISSE
      *    TOUTES LES POLICES EN APPEL MENSUEL SANS MAJORATION.
       CHARGER-CALENDRIER.
           OPEN OUTPUT FREJETS.
           OPEN INPUT FFREQ.
           IF WS-STATUS-FFREQ NOT = '00'
               DISPLAY 'FREQUENCES-PAIEMENT.txt absent - appels '
                   'mensuels'
           ELSE
               PERFORM UNTIL WS-EOF-FFREQ-REACHED
                   READ FFREQ
                       AT END
                           SET WS-EOF-FFREQ-REACHED TO TRUE
                       NOT AT END
                           PERFORM CONTROLER-FREQUENCE
                   END-READ
               END-PERFORM
               CLOSE FFREQ
           END-IF
           MOVE SPACES TO REJET-REG
           MOVE WS-NB-REJETS TO WS-NB-EDITE
           STRING 'TOTAL REJETS : ' DELIMITED BY SIZE
               WS-NB-EDITE DELIMITED BY SIZE
               INTO REJET-REG
           WRITE REJET-REG
           CLOSE FREJETS.

       CONTROLER-FREQUENCE.
           EVALUATE TRUE
               WHEN FREQ-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique' TO WS-LIGNE
               WHEN NOT FREQ-VALIDE
                   MOVE 'Frequence inconnue (M, T, S, A)' TO WS-LIGNE
               WHEN FREQ-MAJORATION-ENT IS NOT NUMERIC
                 OR FREQ-MAJORATION-DEC IS NOT NUMERIC
                   MOVE 'Majoration non numerique (99.99)' TO WS-LIGNE
               WHEN WS-NB-FREQ >= 20000
                   MOVE 'Capacite du calendrier atteinte' TO WS-LIGNE
               WHEN OTHER
                   MOVE SPACES TO WS-LIGNE
           END-EVALUATE
           IF WS-LIGNE = SPACES
               ADD 1 TO WS-NB-FREQ
               MOVE FREQ-REG(1:23) TO WS-FREQ-CLE(WS-NB-FREQ)
               MOVE FREQ-FREQUENCE TO WS-FREQ-FREQUENCE(WS-NB-FREQ)
               COMPUTE WS-FREQ-MAJORATION(WS-NB-FREQ) =
                   FREQ-MAJORATION-ENT + FREQ-MAJORATION-DEC / 100
           ELSE
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE FREQ-REG TO REJET-REG
               MOVE ' | ' TO REJET-REG(31:3)
               MOVE WS-LIGNE TO REJET-REG(34:47)
               WRITE REJET-REG
           END-IF.

      *    FREQUENCE ET MAJORATION DE LA POLICE
       COMMENCER-POLICE.
           MOVE FECH-CLE TO WS-CLE-COURANTE
           ADD 1 TO WS-NB-POLICES
           MOVE 'M' TO WS-FREQUENCE
           MOVE 0 TO WS-MAJORATION
           IF WS-NB-FREQ > 0
               SET WS-FREQ-IDX TO 1
               SEARCH WS-FREQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FREQ-CLE(WS-FREQ-IDX) = WS-CLE-COURANTE
                       MOVE WS-FREQ-FREQUENCE(WS-FREQ-IDX)
                           TO WS-FREQUENCE
                       MOVE WS-FREQ-MAJORATION(WS-FREQ-IDX)
                           TO WS-MAJORATION
               END-SEARCH
           END-IF
           EVALUATE WS-FREQUENCE
               WHEN 'T'
                   MOVE 3 TO WS-MOIS-PAR-APPEL
               WHEN 'S'
                   MOVE 6 TO WS-MOIS-PAR-APPEL
               WHEN 'A'
                   MOVE 12 TO WS-MOIS-PAR-APPEL
               WHEN OTHER
                   MOVE 1 TO WS-MOIS-PAR-APPEL
           END-EVALUATE
           MOVE 0 TO WS-NB-DANS-APPEL
           MOVE 0 TO WS-CUMUL-POLICE
           MOVE 0 TO WS-DEJA-APPELE.

       CUMULER-MENSUALITE.
           IF WS-NB-DANS-APPEL = WS-MOIS-PAR-APPEL
               PERFORM EMETTRE-APPEL
           END-IF
           IF WS-NB-DANS-APPEL = 0
               MOVE FECH-PERIODE TO WS-PERIODE-APPEL
           END-IF
           ADD 1 TO WS-NB-DANS-APPEL
           COMPUTE WS-MENSUALITE = FECH-MONTANT-ENT
               + FECH-MONTANT-DEC / 1000000000
           ADD WS-MENSUALITE TO WS-CUMUL-POLICE
           ADD WS-MENSUALITE TO WS-TOTAL-ECHEANCIER.

       TERMINER-POLICE.
           IF WS-NB-DANS-APPEL > 0
               PERFORM EMETTRE-APPEL
           END-IF.

      *    L'APPEL EST LA PRIME MAJOREE CUMULEE A CE JOUR, ARRONDIE
      *    AU CENTIME, MOINS CE QUI A DEJA ETE APPELE : LES ECARTS
      *    D'ARRONDI NE S'ACCUMULENT PAS.
       EMETTRE-APPEL.
           COMPUTE WS-CUMUL-MAJORE ROUNDED = WS-CUMUL-POLICE
               + WS-CUMUL-POLICE * WS-MAJORATION / 100
           COMPUTE WS-MONTANT-APPEL = WS-CUMUL-MAJORE - WS-DEJA-APPELE
           MOVE WS-CUMUL-MAJORE TO WS-DEJA-APPELE
           ADD 1 TO WS-NB-APPELS
           ADD WS-MONTANT-APPEL TO WS-TOTAL-APPELE
           MOVE SPACES TO APP-REG
           MOVE WS-CLE-COURANTE(1:8) TO APP-MUNA
           MOVE WS-CLE-COURANTE(10:14) TO APP-IDENTIFIANT
           MOVE WS-PERIODE-APPEL TO APP-PERIODE
           MOVE WS-MONTANT-APPEL TO APP-MONTANT
           WRITE APP-REG
           IF WS-PERIODE-APPEL = WS-PERIODE-AVIS-N
               MOVE SPACES TO AVT-REG
               MOVE APP-MUNA TO AVT-MUNA
               MOVE APP-IDENTIFIANT TO AVT-IDENTIFIANT
               MOVE WS-FREQUENCE TO AVT-FREQUENCE
               MOVE WS-NB-DANS-APPEL TO AVT-NB-MOIS
               MOVE WS-MAJORATION TO AVT-MAJORATION
               MOVE WS-MONTANT-APPEL TO AVT-MONTANT
               WRITE AVT-REG
           END-IF
           MOVE 0 TO WS-NB-DANS-APPEL.

      *    EN-TETE DE L'AVIS : BLOC DESTINATAIRE ET COLONNES
       COMMENCER-AVIS.
           MOVE AVTT-MUNA TO WS-MUNA-COURANT
           ADD 1 TO WS-NB-AVIS
           MOVE 0 TO WS-TOTAL-AVIS
           MOVE ALL '=' TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           STRING "          AVIS D'ECHEANCE - ECHEANCE DU 01/"
               DELIMITED BY SIZE
               WS-AVIS-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-AVIS-AAAA DELIMITED BY SIZE
               INTO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE

      *    BLOC DESTINATAIRE
           PERFORM EDITER-DESTINATAIRE
           MOVE SPACES TO WS-LIGNE
           STRING 'Adherent MUNA : ' DELIMITED BY SIZE
               WS-MUNA-COURANT DELIMITED BY SIZE
               INTO WS-LIGNE
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO WS-LIGNE
           MOVE 'Police' TO WS-LIGNE(1:6)
           MOVE 'Frequence' TO WS-LIGNE(17:9)
           MOVE 'Mois' TO WS-LIGNE(33:4)
           MOVE 'Majoration' TO WS-LIGNE(39:10)
           MOVE '     Montant' TO WS-LIGNE(51:12)
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE.

       EDITER-APPEL.
           ADD 1 TO WS-NB-APPELS-AVIS
           ADD AVTT-MONTANT TO WS-TOTAL-AVIS
           ADD AVTT-MONTANT TO WS-TOTAL-AVISE
           MOVE SPACES TO WS-LIGNE
           MOVE AVTT-IDENTIFIANT TO WS-LIGNE(1:14)
           EVALUATE AVTT-FREQUENCE
               WHEN 'T'
                   MOVE 'Trimestrielle' TO WS-LIGNE(17:13)
               WHEN 'S'
                   MOVE 'Semestrielle' TO WS-LIGNE(17:12)
               WHEN 'A'
                   MOVE 'Annuelle' TO WS-LIGNE(17:8)
               WHEN OTHER
                   MOVE 'Mensuelle' TO WS-LIGNE(17:9)
           END-EVALUATE
           MOVE AVTT-NB-MOIS TO WS-NB-MOIS-EDITE
           MOVE WS-NB-MOIS-EDITE TO WS-LIGNE(35:2)
           MOVE AVTT-MAJORATION TO WS-MAJORATION-EDITEE
           MOVE WS-MAJORATION-EDITEE TO WS-LIGNE(43:5)
           MOVE '%' TO WS-LIGNE(48:1)
           MOVE AVTT-MONTANT TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(51:12)
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE.

       TERMINER-AVIS.
           MOVE SPACES TO WS-LIGNE
           MOVE 'TOTAL A REGLER' TO WS-LIGNE(1:14)
           MOVE WS-TOTAL-AVIS TO WS-MONTANT-EDITE
           MOVE WS-MONTANT-EDITE TO WS-LIGNE(51:12)
           MOVE 'EUR' TO WS-LIGNE(64:3)
           MOVE WS-LIGNE TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
           STRING 'Montant exigible le 01/' DELIMITED BY SIZE
               WS-AVIS-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-AVIS-AAAA DELIMITED BY SIZE
               ', a regler en rappelant votre numero MUNA.'
               DELIMITED BY SIZE
               INTO FAVIS-REG
           PERFORM EMETTRE-LIGNE
           MOVE SPACES TO FAVIS-REG
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
               MOVE SPACES TO FAVIS-REG
               MOVE ADH-FILE-NOM TO FAVIS-REG
               PERFORM EMETTRE-LIGNE
               MOVE SPACES TO FAVIS-REG
               MOVE ADH-FILE-ADRESSE1 TO FAVIS-REG
               PERFORM EMETTRE-LIGNE
               IF ADH-FILE-ADRESSE2 NOT = SPACES
                   MOVE SPACES TO FAVIS-REG
                   MOVE ADH-FILE-ADRESSE2 TO FAVIS-REG
                   PERFORM EMETTRE-LIGNE
               END-IF
               MOVE SPACES TO FAVIS-REG
               STRING ADH-FILE-CP DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ADH-FILE-VILLE DELIMITED BY SIZE
                   INTO FAVIS-REG
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
           MOVE 'Votre avis d echeance'
               TO COURRIEL-DONNEE
           WRITE COURRIEL-REG.

      *    CHAQUE LIGNE DU COURRIER PART A L'IMPRESSION ET / OU DANS
      *    LE SPOOL DES COURRIELS
       EMETTRE-LIGNE.
           IF WS-SUR-PAPIER
               WRITE FAVIS-REG
           END-IF
           IF WS-PAR-COURRIEL
               MOVE SPACES TO COURRIEL-REG
               MOVE 'T' TO COURRIEL-TYPE
               MOVE WS-MUNA-COURANT TO COURRIEL-MUNA
               MOVE FAVIS-REG TO COURRIEL-DONNEE
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
                           IF SANSADR-PROGRAMME NOT = 'AVISECH'
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
               MOVE 'AVISECH' TO SANSADRN-PROGRAMME
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
