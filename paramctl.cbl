       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMCTL.
      * Controle du contenu des parametres et baremes de la chaine,
      * execute par FINJOURNEE apres preflight (qui ne verifie que
      * la presence des entrees) : TRAITE-CESSION.txt (taux de
      * cession 'C' et de commission 'M'), TAUX-TAXES.txt (classes
      * et ligne '*' par defaut obligatoire), TAUX-INDEXATION.txt
      * (tranches ordonnees, contigues et sans chevauchement),
      * TAUX-TVA.txt (codes et taux), SEUILS-INDICATEURS.txt et
      * GENERATIONS-PARAM.txt (noms de fichiers connus de la
      * chaine, valeurs dans les bornes) et DELAI-PARAM.txt. Les
      * lignes des baremes portent leur periode de validite (du /
      * au, AAAAMMJJ) : dates reelles, pas deux taux pour la meme
      * cle a la meme date, et un taux en vigueur ce jour la ou le
      * programme en exige un. Chaque anomalie de format ou de
      * plage part dans PARAMCTL-RAPPORT.txt et la chaine est
      * refusee (RETURN-CODE 16) plutot que de produire des etats
      * faux. Les valeurs retenues sont comparees a l'instantane du
      * passage precedent (PARAMCTL-INSTANTANE.txt) : tout ajout,
      * modification ou retrait est verse au journal cumulatif
      * PARAMETRES-CHANGEMENTS.txt avec la valeur avant et apres.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FRAPPORT ASSIGN TO "PARAMCTL-RAPPORT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.

           SELECT FINSTANT ASSIGN TO "PARAMCTL-INSTANTANE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINSTANT.

           SELECT FCHANGE ASSIGN TO "PARAMETRES-CHANGEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCHANGE.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG PIC X(80).

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(100).

      * UNE LIGNE PAR VALEUR RETENUE : FICHIER, CLE, VALEUR
       FD     FINSTANT
              RECORDING MODE IS F.
       01 INSTANT-REG.
              05 INSTANT-FICHIER PIC X(24).
              05 FILLER PIC X(1).
              05 INSTANT-CLE PIC X(40).
              05 FILLER PIC X(1).
              05 INSTANT-VALEUR PIC X(30).

       FD     FCHANGE
              RECORDING MODE IS F.
       01 CHANGE-REG.
              05 CHANGE-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 CHANGE-FICHIER PIC X(24).
              05 FILLER PIC X(1).
              05 CHANGE-CLE PIC X(40).
              05 FILLER PIC X(1).
              05 CHANGE-NATURE PIC X(7).
              05 FILLER PIC X(1).
              05 CHANGE-AVANT PIC X(30).
              05 FILLER PIC X(1).
              05 CHANGE-APRES PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FINSTANT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCHANGE PIC X(02) VALUE SPACES.

       01 WS-EOF-FPARAM PIC X VALUE 'N'.
           88 WS-EOF-FPARAM-REACHED VALUE 'Y'.
       01 WS-EOF-FINSTANT PIC X VALUE 'N'.
           88 WS-EOF-FINSTANT-REACHED VALUE 'Y'.
       01 WS-PRESENT PIC X VALUE 'N'.
           88 WS-FICHIER-PRESENT VALUE 'O'.

      * LIGNE LUE ET SES VUES SELON LE FICHIER CONTROLE
       01 WS-LIGNE-PARAM PIC X(80).
       01 WS-LIGNE-TAUX REDEFINES WS-LIGNE-PARAM.
           05 WS-TX-ENT PIC 9(3).
           05 WS-TX-POINT PIC X(1).
           05 WS-TX-DEC PIC 9(2).
           05 WS-TX-SEP1 PIC X(1).
           05 WS-TX-NATURE PIC X(1).
           05 WS-TX-SEP2 PIC X(1).
           05 WS-TX-DU PIC X(8).
           05 WS-TX-SEP3 PIC X(1).
           05 WS-TX-AU PIC X(8).
           05 WS-TX-RESTE PIC X(54).
       01 WS-LIGNE-TAXE REDEFINES WS-LIGNE-PARAM.
           05 WS-TAXE-CLASSE PIC X(20).
           05 WS-TAXE-SEP PIC X(1).
           05 WS-TAXE-ENT PIC 9(3).
           05 WS-TAXE-POINT PIC X(1).
           05 WS-TAXE-DEC PIC 9(2).
           05 WS-TAXE-SEP2 PIC X(1).
           05 WS-TAXE-DU PIC X(8).
           05 WS-TAXE-SEP3 PIC X(1).
           05 WS-TAXE-AU PIC X(8).
           05 WS-TAXE-RESTE PIC X(35).
       01 WS-LIGNE-TRANCHE REDEFINES WS-LIGNE-PARAM.
           05 WS-TR-BASSE PIC 9(5).
           05 WS-TR-SEP1 PIC X(1).
           05 WS-TR-HAUTE PIC 9(5).
           05 WS-TR-SEP2 PIC X(1).
           05 WS-TR-ENT PIC 9(3).
           05 WS-TR-POINT PIC X(1).
           05 WS-TR-DEC PIC 9(2).
           05 WS-TR-SEP3 PIC X(1).
           05 WS-TR-DU PIC X(8).
           05 WS-TR-SEP4 PIC X(1).
           05 WS-TR-AU PIC X(8).
           05 WS-TR-RESTE PIC X(44).
       01 WS-LIGNE-TVA REDEFINES WS-LIGNE-PARAM.
           05 WS-TVA-CODE PIC X(2).
           05 WS-TVA-SEP1 PIC X(1).
           05 WS-TVA-LIBELLE PIC X(15).
           05 WS-TVA-SEP2 PIC X(1).
           05 WS-TVA-ENT PIC 9(3).
           05 WS-TVA-POINT PIC X(1).
           05 WS-TVA-DEC PIC 9(2).
           05 WS-TVA-SEP3 PIC X(1).
           05 WS-TVA-DU PIC X(8).
           05 WS-TVA-SEP4 PIC X(1).
           05 WS-TVA-AU PIC X(8).
           05 WS-TVA-RESTE PIC X(37).
       01 WS-LIGNE-SEUIL REDEFINES WS-LIGNE-PARAM.
           05 WS-SEUIL-FICHIER PIC X(30).
           05 WS-SEUIL-SEP PIC X(1).
           05 WS-SEUIL-VALEUR PIC 9(7).
           05 WS-SEUIL-RESTE PIC X(42).
       01 WS-LIGNE-DELAI REDEFINES WS-LIGNE-PARAM.
           05 WS-DELAI-JOURS PIC 9(3).
           05 WS-DELAI-RESTE PIC X(77).
       01 WS-LIGNE-GENER REDEFINES WS-LIGNE-PARAM.
           05 WS-GEN-NOM PIC X(40).
           05 WS-GEN-JOURS PIC 9(3).
           05 WS-GEN-RESTE PIC X(37).

      * INDICATEURS SUIVIS PAR digestfin (SEUILS-INDICATEURS.txt)
       01 WS-LISTE-INDICATEURS.
           05 FILLER PIC X(30) VALUE 'ASSUR-EXCEPTIONS.txt'.
           05 FILLER PIC X(30) VALUE 'ASSUR-DATES-REJETS.txt'.
           05 FILLER PIC X(30) VALUE 'GL-ECARTS.txt'.
           05 FILLER PIC X(30) VALUE 'RENOUVELLEMENTS.txt'.
           05 FILLER PIC X(30) VALUE 'ELEVES-EXCEPTIONS.txt'.
       01 WS-INDICATEURS REDEFINES WS-LISTE-INDICATEURS.
           05 WS-INDICATEUR OCCURS 5 TIMES PIC X(30).

      * SORTIES DE LA CHAINE QUE gensauve PEUT GARDER EN GENERATIONS
       01 WS-LISTE-SORTIES.
           05 FILLER PIC X(30) VALUE 'ASSUR-EXCEPTIONS.txt'.
           05 FILLER PIC X(30) VALUE 'ASSUR-DATES-REJETS.txt'.
           05 FILLER PIC X(30) VALUE 'RENOUVELLEMENTS.txt'.
           05 FILLER PIC X(30) VALUE 'GL-ECARTS.txt'.
           05 FILLER PIC X(30) VALUE 'CLASSEMENT.txt'.
           05 FILLER PIC X(30) VALUE 'ASSUR-DELTA.txt'.
           05 FILLER PIC X(30) VALUE 'ETAT-VIOLATIONS.txt'.
           05 FILLER PIC X(30) VALUE 'ELEVES-EXCEPTIONS.txt'.
           05 FILLER PIC X(30) VALUE 'ASSUR-CONTROLE.txt'.
           05 FILLER PIC X(30) VALUE 'ASSUR-EXPOSITION.txt'.
           05 FILLER PIC X(30) VALUE 'ASSURANCES-TRIEE.txt'.
           05 FILLER PIC X(30) VALUE 'ASSURANCES-DOUBLONS.txt'.
           05 FILLER PIC X(30) VALUE 'DIGEST-EXPLOITATION.txt'.
           05 FILLER PIC X(30) VALUE 'SUIVI-RENOUVELLEMENTS.txt'.
           05 FILLER PIC X(30) VALUE 'SUIVI-SUSPENSIONS.txt'.
           05 FILLER PIC X(30) VALUE 'SUSPENSIONS-REVUE.txt'.
           05 FILLER PIC X(30) VALUE 'QUALITE-SCORECARD.txt'.
           05 FILLER PIC X(30) VALUE 'CHAINE-EQUILIBRE.txt'.
           05 FILLER PIC X(30) VALUE 'REGIONS-ROLLUP.txt'.
           05 FILLER PIC X(30) VALUE 'TRESORERIE-PREVISION.txt'.
       01 WS-SORTIES REDEFINES WS-LISTE-SORTIES.
           05 WS-SORTIE OCCURS 20 TIMES PIC X(30).

      * VALEURS RETENUES CE PASSAGE ET AU PASSAGE PRECEDENT
       01 WS-NB-VALEURS PIC 9(3) VALUE 0.
       01 WS-TABLE-VALEURS.
           05 WS-VAL-ENTRY OCCURS 300 TIMES.
               10 WS-VAL-FICHIER PIC X(24).
               10 WS-VAL-CLE PIC X(40).
               10 WS-VAL-VALEUR PIC X(30).
       01 WS-NB-PRECEDENTES PIC 9(3) VALUE 0.
       01 WS-TABLE-PRECEDENTES.
           05 WS-PRE-ENTRY OCCURS 300 TIMES.
               10 WS-PRE-FICHIER PIC X(24).
               10 WS-PRE-CLE PIC X(40).
               10 WS-PRE-VALEUR PIC X(30).
               10 WS-PRE-VU PIC X(1).

      * PERIODES DE VALIDITE DEJA VUES DANS LE FICHIER COURANT,
      * BORNES PLEINES (DEBUT 00000000, FIN 99999999 A BLANC)
       01 WS-NB-PERIODES PIC 9(3) VALUE 0.
       01 WS-TABLE-PERIODES.
           05 WS-PERIODE-ENTRY OCCURS 300 TIMES.
               10 WS-PERIODE-CLE PIC X(40).
               10 WS-PERIODE-DEBUT PIC X(8).
               10 WS-PERIODE-FIN PIC X(8).
               10 WS-PERIODE-LIGNE PIC 9(3).
       01 WS-P PIC 9(3) VALUE 0.
       01 WS-CLE-PERIODE PIC X(40).
       01 WS-PER-DU PIC X(8).
       01 WS-PER-AU PIC X(8).
       01 WS-PER-DEBUT PIC X(8).
       01 WS-PER-FIN PIC X(8).
       01 WS-DATE-TEST PIC 9(8).
       01 WS-PERIODE-OK PIC X VALUE 'O'.
           88 WS-PERIODE-VALIDE VALUE 'O'.
       01 WS-PERIODE-JOUR PIC X VALUE 'N'.
           88 WS-PERIODE-EN-VIGUEUR VALUE 'O'.
       01 WS-NB-EN-VIGUEUR PIC 9(3) VALUE 0.
      * BAREME D'INDEXATION EN COURS DE LECTURE (MEME PERIODE)
       01 WS-BAREME-COURANT.
           05 WS-BAREME-DU PIC X(8).
           05 WS-BAREME-AU PIC X(8).
       01 WS-NB-TRANCHES-BAREME PIC 9(2) VALUE 0.

       01 WS-NOM-FICHIER PIC X(40).
       01 WS-CLE PIC X(40).
       01 WS-VALEUR PIC X(30).
       01 WS-MOTIF PIC X(50).
       01 WS-NO-LIGNE PIC 9(3) VALUE 0.
       01 WS-NB-UTILES PIC 9(3) VALUE 0.
       01 WS-TAUX PIC 9(3)V9(2) VALUE 0.
       01 WS-HAUTE-PRECEDENTE PIC 9(5) VALUE 0.
       01 WS-NB-DEFAUT PIC 9(3) VALUE 0.
       01 WS-I PIC 9(3) VALUE 0.
       01 WS-J PIC 9(3) VALUE 0.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'O'.
       01 WS-NB-ANOMALIES PIC 9(5) VALUE 0.
       01 WS-NB-ANOM-FICHIER PIC 9(5) VALUE 0.
       01 WS-NB-CHANGEMENTS PIC 9(5) VALUE 0.
       01 WS-PREMIER-INSTANTANE PIC X VALUE 'N'.
       01 WS-NB-EDIT PIC ZZZZ9.
       01 WS-LIGNE PIC X(100).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(13).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           OPEN OUTPUT FRAPPORT.
           MOVE 'CONTROLE DU CONTENU DES PARAMETRES' TO FRAPPORT-REG
           WRITE FRAPPORT-REG

           PERFORM CONTROLER-TRAITE
           PERFORM CONTROLER-TAXES
           PERFORM CONTROLER-INDEXATION
           PERFORM CONTROLER-TVA
           PERFORM CONTROLER-SEUILS
           PERFORM CONTROLER-DELAI
           PERFORM CONTROLER-GENERATIONS

           MOVE WS-NB-ANOMALIES TO WS-NB-EDIT
           MOVE SPACES TO FRAPPORT-REG
           STRING 'TOTAL ANOMALIES : ' DELIMITED BY SIZE
               WS-NB-EDIT DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           CLOSE FRAPPORT.

           PERFORM COMPARER-INSTANTANE
           PERFORM ECRIRE-INSTANTANE

           DISPLAY 'Anomalies de parametres : ' WS-NB-ANOMALIES
               ' (voir PARAMCTL-RAPPORT.txt)'
           DISPLAY 'Valeurs changees depuis le passage precedent : '
               WS-NB-CHANGEMENTS ' (voir PARAMETRES-CHANGEMENTS.txt)'
           IF WS-NB-ANOMALIES > 0
               DISPLAY 'Parametres invalides - la chaine ne doit pas '
                   'demarrer'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    TRAITE-CESSION.txt : TAUX 999.99 ENTRE 0 ET 100, NATURE
      *    'C' CESSION (cession, sincede, NON NUL) OU 'M' COMMISSION
      *    (reascpt), PUIS PERIODE DE VALIDITE DU / AU ; PAS DEUX
      *    TAUX DE MEME NATURE SUR LA MEME PERIODE, ET UN TAUX DE
      *    CESSION EN VIGUEUR CE JOUR.
       CONTROLER-TRAITE.
           MOVE 'TRAITE-CESSION.txt' TO WS-NOM-FICHIER
           MOVE 0 TO WS-NB-EN-VIGUEUR
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-TRAITE
                   END-IF
               END-PERFORM
               CLOSE FPARAM
               MOVE 0 TO WS-NO-LIGNE
               IF WS-NB-EN-VIGUEUR = 0
                   MOVE 'aucun taux de cession en vigueur ce jour'
                       TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-TRAITE.
           MOVE WS-TX-DU TO WS-PER-DU
           MOVE WS-TX-AU TO WS-PER-AU
           MOVE SPACES TO WS-CLE
           EVALUATE WS-TX-NATURE
               WHEN 'C'
                   MOVE 'TAUX DE CESSION' TO WS-CLE-PERIODE
               WHEN 'M'
                   MOVE 'TAUX DE COMMISSION' TO WS-CLE-PERIODE
               WHEN OTHER
                   MOVE SPACES TO WS-CLE-PERIODE
                   STRING 'LIGNE ' DELIMITED BY SIZE
                       WS-NO-LIGNE DELIMITED BY SIZE
                       INTO WS-CLE-PERIODE
                   MOVE 'nature attendue C (cession) ou M (commission)'
                       TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
           END-EVALUATE
           STRING WS-CLE-PERIODE DELIMITED BY '  '
               ' DU ' DELIMITED BY SIZE
               WS-PER-DU DELIMITED BY SIZE
               INTO WS-CLE
           MOVE WS-LIGNE-PARAM(1:6) TO WS-VALEUR
           IF WS-PER-AU NOT = SPACES
               STRING WS-LIGNE-PARAM(1:6) DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-PER-AU DELIMITED BY SIZE
                   INTO WS-VALEUR
           END-IF
           PERFORM RETENIR-VALEUR-UNIQUE
           IF WS-TX-ENT IS NOT NUMERIC OR WS-TX-POINT NOT = '.'
              OR WS-TX-DEC IS NOT NUMERIC OR WS-TX-SEP1 NOT = SPACE
              OR WS-TX-SEP2 NOT = SPACE OR WS-TX-SEP3 NOT = SPACE
              OR WS-TX-RESTE NOT = SPACES
               MOVE 'format attendu 999.99 N AAAAMMJJ AAAAMMJJ'
                   TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               COMPUTE WS-TAUX = WS-TX-ENT + WS-TX-DEC / 100
               IF WS-TAUX > 100
                   MOVE 'taux superieur a 100' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-TX-NATURE = 'C' AND WS-TAUX = 0
                   MOVE 'taux de cession nul' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONTROLER-PERIODE
           IF WS-PERIODE-VALIDE
               PERFORM CONTROLER-CHEVAUCHEMENT
               IF WS-TX-NATURE = 'C' AND WS-PERIODE-EN-VIGUEUR
                   ADD 1 TO WS-NB-EN-VIGUEUR
               END-IF
           END-IF.

      *    TAUX-TAXES.txt : CLASSE (20) PUIS TAUX 999.99 ENTRE 0 ET
      *    100 ET PERIODE DE VALIDITE DU / AU ; UNE CLASSE N'A QU'UN
      *    TAUX A LA FOIS, UNE LIGNE '*' (TAUX PAR DEFAUT DE
      *    taxeprime) EST EN VIGUEUR CE JOUR, AU PLUS 100 CLASSES EN
      *    VIGUEUR A UNE MEME DATE.
       CONTROLER-TAXES.
           MOVE 'TAUX-TAXES.txt' TO WS-NOM-FICHIER
           MOVE 0 TO WS-NB-DEFAUT
           MOVE 0 TO WS-NB-EN-VIGUEUR
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-TAXE
                   END-IF
               END-PERFORM
               CLOSE FPARAM
               MOVE 0 TO WS-NO-LIGNE
               IF WS-NB-DEFAUT = 0
                   MOVE 'ligne par defaut * absente ce jour' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-NB-EN-VIGUEUR > 101
                   MOVE 'plus de 100 classes en vigueur' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-TAXE.
           MOVE WS-TAXE-DU TO WS-PER-DU
           MOVE WS-TAXE-AU TO WS-PER-AU
           MOVE WS-TAXE-CLASSE TO WS-CLE-PERIODE
           MOVE SPACES TO WS-CLE
           STRING WS-TAXE-CLASSE DELIMITED BY SIZE
               ' DU ' DELIMITED BY SIZE
               WS-PER-DU DELIMITED BY SIZE
               INTO WS-CLE
           MOVE WS-LIGNE-PARAM(22:6) TO WS-VALEUR
           IF WS-PER-AU NOT = SPACES
               STRING WS-LIGNE-PARAM(22:6) DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-PER-AU DELIMITED BY SIZE
                   INTO WS-VALEUR
           END-IF
           IF WS-TAXE-CLASSE = SPACES
               MOVE 'classe non renseignee' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM RETENIR-VALEUR-UNIQUE
           END-IF
           IF WS-TAXE-SEP NOT = SPACE OR WS-TAXE-ENT IS NOT NUMERIC
              OR WS-TAXE-POINT NOT = '.' OR WS-TAXE-DEC IS NOT NUMERIC
              OR WS-TAXE-SEP2 NOT = SPACE OR WS-TAXE-SEP3 NOT = SPACE
              OR WS-TAXE-RESTE NOT = SPACES
               MOVE 'format attendu classe(20) 999.99 du au'
                   TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               COMPUTE WS-TAUX = WS-TAXE-ENT + WS-TAXE-DEC / 100
               IF WS-TAUX > 100
                   MOVE 'taux superieur a 100' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONTROLER-PERIODE
           IF WS-PERIODE-VALIDE AND WS-TAXE-CLASSE NOT = SPACES
               PERFORM CONTROLER-CHEVAUCHEMENT
               IF WS-PERIODE-EN-VIGUEUR
                   ADD 1 TO WS-NB-EN-VIGUEUR
                   IF WS-TAXE-CLASSE = '*'
                       ADD 1 TO WS-NB-DEFAUT
                   END-IF
               END-IF
           END-IF.

      *    TAUX-INDEXATION.txt : BORNE BASSE, BORNE HAUTE, TAUX
      *    999.99, PERIODE DE VALIDITE DU / AU. LES TRANCHES D'UNE
      *    MEME PERIODE SE SUIVENT ET FORMENT UN BAREME : CHAQUE
      *    TRANCHE COMMENCE A LA BORNE HAUTE DE LA PRECEDENTE PLUS UN
      *    (NI TROU NI CHEVAUCHEMENT), AU PLUS 20 TRANCHES PAR BAREME
      *    ET 60 EN TOUT (TABLES DE renprix ET condpart) ; DEUX
      *    BAREMES NE COUVRENT PAS LA MEME DATE ET UN BAREME EST EN
      *    VIGUEUR CE JOUR.
       CONTROLER-INDEXATION.
           MOVE 'TAUX-INDEXATION.txt' TO WS-NOM-FICHIER
           MOVE 0 TO WS-NB-EN-VIGUEUR
           MOVE SPACES TO WS-BAREME-COURANT
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-TRANCHE
                   END-IF
               END-PERFORM
               CLOSE FPARAM
               MOVE 0 TO WS-NO-LIGNE
               IF WS-NB-UTILES > 60
                   MOVE 'plus de 60 tranches' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-NB-EN-VIGUEUR = 0
                   MOVE 'aucun bareme en vigueur ce jour' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-TRANCHE.
           MOVE WS-TR-DU TO WS-PER-DU
           MOVE WS-TR-AU TO WS-PER-AU
      *    UNE NOUVELLE PERIODE OUVRE UN NOUVEAU BAREME
           IF WS-PER-DU NOT = WS-BAREME-DU
              OR WS-PER-AU NOT = WS-BAREME-AU
              OR WS-BAREME-COURANT = SPACES
               MOVE WS-PER-DU TO WS-BAREME-DU
               MOVE WS-PER-AU TO WS-BAREME-AU
               MOVE 0 TO WS-NB-TRANCHES-BAREME
               MOVE 0 TO WS-HAUTE-PRECEDENTE
               PERFORM CONTROLER-PERIODE
               IF WS-PERIODE-VALIDE
                   MOVE 'BAREME' TO WS-CLE-PERIODE
                   PERFORM CONTROLER-CHEVAUCHEMENT
                   IF WS-PERIODE-EN-VIGUEUR
                       ADD 1 TO WS-NB-EN-VIGUEUR
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-NB-TRANCHES-BAREME
           MOVE SPACES TO WS-CLE
           STRING 'TRANCHE ' DELIMITED BY SIZE
               WS-NB-TRANCHES-BAREME DELIMITED BY SIZE
               ' DU ' DELIMITED BY SIZE
               WS-PER-DU DELIMITED BY SIZE
               INTO WS-CLE
           MOVE WS-LIGNE-PARAM(1:18) TO WS-VALEUR
           IF WS-PER-AU NOT = SPACES
               STRING WS-LIGNE-PARAM(1:18) DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-PER-AU DELIMITED BY SIZE
                   INTO WS-VALEUR
           END-IF
           PERFORM RETENIR-VALEUR-UNIQUE
           IF WS-NB-TRANCHES-BAREME = 21
               MOVE 'plus de 20 tranches dans ce bareme' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           END-IF
           IF WS-TR-BASSE IS NOT NUMERIC OR WS-TR-SEP1 NOT = SPACE
              OR WS-TR-HAUTE IS NOT NUMERIC OR WS-TR-SEP2 NOT = SPACE
              OR WS-TR-ENT IS NOT NUMERIC OR WS-TR-POINT NOT = '.'
              OR WS-TR-DEC IS NOT NUMERIC OR WS-TR-SEP3 NOT = SPACE
              OR WS-TR-SEP4 NOT = SPACE OR WS-TR-RESTE NOT = SPACES
               MOVE 'format attendu 99999 99999 999.99 du au'
                   TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               IF WS-TR-BASSE > WS-TR-HAUTE
                   MOVE 'borne basse superieure a la borne haute'
                       TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
               IF WS-NB-TRANCHES-BAREME > 1
                   EVALUATE TRUE
                       WHEN WS-TR-BASSE <= WS-HAUTE-PRECEDENTE
                           MOVE 'chevauche la tranche precedente'
                               TO WS-MOTIF
                           PERFORM SIGNALER-ANOMALIE
                       WHEN WS-TR-BASSE > WS-HAUTE-PRECEDENTE + 1
                           MOVE 'trou apres la tranche precedente'
                               TO WS-MOTIF
                           PERFORM SIGNALER-ANOMALIE
                   END-EVALUATE
               END-IF
               MOVE WS-TR-HAUTE TO WS-HAUTE-PRECEDENTE
               COMPUTE WS-TAUX = WS-TR-ENT + WS-TR-DEC / 100
               IF WS-TAUX > 100
                   MOVE 'taux superieur a 100' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.

      *    TAUX-TVA.txt : CODE (2), LIBELLE (15), TAUX 999.99 ENTRE
      *    0 ET 100, PERIODE DE VALIDITE DU / AU ; UN CODE N'A QU'UN
      *    TAUX A LA FOIS, AU PLUS 40 LIGNES (TABLES DE bilancpt,
      *    factfour ET tvadecl).
       CONTROLER-TVA.
           MOVE 'TAUX-TVA.txt' TO WS-NOM-FICHIER
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-TVA
                   END-IF
               END-PERFORM
               CLOSE FPARAM
               MOVE 0 TO WS-NO-LIGNE
               IF WS-NB-UTILES > 40
                   MOVE 'plus de 40 lignes' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-TVA.
           MOVE WS-TVA-DU TO WS-PER-DU
           MOVE WS-TVA-AU TO WS-PER-AU
           MOVE WS-TVA-CODE TO WS-CLE-PERIODE
           MOVE SPACES TO WS-CLE
           STRING WS-TVA-CODE DELIMITED BY SIZE
               ' DU ' DELIMITED BY SIZE
               WS-PER-DU DELIMITED BY SIZE
               INTO WS-CLE
           MOVE WS-LIGNE-PARAM(20:6) TO WS-VALEUR
           IF WS-PER-AU NOT = SPACES
               STRING WS-LIGNE-PARAM(20:6) DELIMITED BY SIZE
                   ' AU ' DELIMITED BY SIZE
                   WS-PER-AU DELIMITED BY SIZE
                   INTO WS-VALEUR
           END-IF
           IF WS-TVA-CODE = SPACES
               MOVE 'code TVA non renseigne' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM RETENIR-VALEUR-UNIQUE
           END-IF
           IF WS-TVA-SEP1 NOT = SPACE OR WS-TVA-SEP2 NOT = SPACE
              OR WS-TVA-ENT IS NOT NUMERIC OR WS-TVA-POINT NOT = '.'
              OR WS-TVA-DEC IS NOT NUMERIC OR WS-TVA-SEP3 NOT = SPACE
              OR WS-TVA-SEP4 NOT = SPACE OR WS-TVA-RESTE NOT = SPACES
               MOVE 'format attendu code libelle(15) 999.99 du au'
                   TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               COMPUTE WS-TAUX = WS-TVA-ENT + WS-TVA-DEC / 100
               IF WS-TAUX > 100
                   MOVE 'taux superieur a 100' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF
           PERFORM CONTROLER-PERIODE
           IF WS-PERIODE-VALIDE AND WS-TVA-CODE NOT = SPACES
               PERFORM CONTROLER-CHEVAUCHEMENT
           END-IF.

      *    SEUILS-INDICATEURS.txt (FACULTATIF) : INDICATEUR CONNU DE
      *    digestfin, UNE SEULE FOIS, SEUIL NUMERIQUE SUR 7 CHIFFRES.
       CONTROLER-SEUILS.
           MOVE 'SEUILS-INDICATEURS.txt' TO WS-NOM-FICHIER
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-SEUIL
                   END-IF
               END-PERFORM
               CLOSE FPARAM
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-SEUIL.
           MOVE WS-SEUIL-FICHIER TO WS-CLE
           MOVE WS-LIGNE-PARAM(32:7) TO WS-VALEUR
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 5
               IF WS-SEUIL-FICHIER = WS-INDICATEUR(WS-J)
                   SET WS-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-EST-TROUVE
               MOVE 'indicateur inconnu de digestfin' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           END-IF
           PERFORM CHERCHER-VALEUR
           IF WS-EST-TROUVE
               MOVE 'indicateur en double' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM RETENIR-VALEUR
           END-IF
           IF WS-SEUIL-SEP NOT = SPACE
              OR WS-SEUIL-VALEUR IS NOT NUMERIC
              OR WS-SEUIL-RESTE NOT = SPACES
               MOVE 'format attendu fichier(30) 9999999' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           END-IF.

      *    DELAI-PARAM.txt (FACULTATIF, DEFAUT DE rendelai) : UNE
      *    LIGNE, NOMBRE DE JOURS ENTRE 1 ET 365.
       CONTROLER-DELAI.
           MOVE 'DELAI-PARAM.txt' TO WS-NOM-FICHIER
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-DELAI
                   END-IF
               END-PERFORM
               CLOSE FPARAM
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-DELAI.
           MOVE 'DELAI' TO WS-CLE
           MOVE WS-LIGNE-PARAM(1:3) TO WS-VALEUR
           IF WS-NB-UTILES > 1
               MOVE 'une seule ligne attendue' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM RETENIR-VALEUR
           END-IF
           EVALUATE TRUE
               WHEN WS-DELAI-JOURS IS NOT NUMERIC
                    OR WS-DELAI-RESTE NOT = SPACES
                   MOVE 'format attendu 999' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               WHEN WS-DELAI-JOURS = 0 OR WS-DELAI-JOURS > 365
                   MOVE 'delai hors de 1 a 365 jours' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
           END-EVALUATE.

      *    GENERATIONS-PARAM.txt : SORTIE CONNUE DE LA CHAINE, UNE
      *    SEULE FOIS, RETENTION DE 1 A 366 JOURS.
       CONTROLER-GENERATIONS.
           MOVE 'GENERATIONS-PARAM.txt' TO WS-NOM-FICHIER
           PERFORM OUVRIR-PARAMETRE
           IF WS-FICHIER-PRESENT
               PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   PERFORM LIRE-PARAMETRE
                   IF NOT WS-EOF-FPARAM-REACHED
                       PERFORM CONTROLER-LIGNE-GENERATION
                   END-IF
               END-PERFORM
               CLOSE FPARAM
           END-IF
           PERFORM CONCLURE-FICHIER.

       CONTROLER-LIGNE-GENERATION.
           MOVE WS-GEN-NOM TO WS-CLE
           MOVE WS-LIGNE-PARAM(41:3) TO WS-VALEUR
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 20
               IF WS-GEN-NOM = WS-SORTIE(WS-J)
                   SET WS-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-EST-TROUVE
               MOVE 'fichier inconnu des sorties de la chaine'
                   TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           END-IF
           PERFORM CHERCHER-VALEUR
           IF WS-EST-TROUVE
               MOVE 'fichier en double' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           ELSE
               PERFORM RETENIR-VALEUR
           END-IF
           EVALUATE TRUE
               WHEN WS-GEN-JOURS IS NOT NUMERIC
                    OR WS-GEN-RESTE NOT = SPACES
                   MOVE 'format attendu fichier(40)999' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               WHEN WS-GEN-JOURS = 0 OR WS-GEN-JOURS > 366
                   MOVE 'retention hors de 1 a 366 jours' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
           END-EVALUATE.

      *    OUVERTURE DU PARAMETRE COURANT ; LES FICHIERS FACULTATIFS
      *    ABSENTS LAISSENT LEUR PROGRAMME SUR SES VALEURS PAR DEFAUT.
       OUVRIR-PARAMETRE.
           MOVE 0 TO WS-NB-ANOM-FICHIER
           MOVE 0 TO WS-NO-LIGNE
           MOVE 0 TO WS-NB-UTILES
           MOVE 0 TO WS-HAUTE-PRECEDENTE
           MOVE 0 TO WS-NB-PERIODES
           MOVE 'N' TO WS-EOF-FPARAM
           MOVE 'N' TO WS-PRESENT
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               SET WS-FICHIER-PRESENT TO TRUE
           ELSE
               IF WS-NOM-FICHIER = 'SEUILS-INDICATEURS.txt'
                  OR WS-NOM-FICHIER = 'DELAI-PARAM.txt'
                   MOVE SPACES TO FRAPPORT-REG
                   STRING WS-NOM-FICHIER DELIMITED BY SPACE
                       ' ABSENT (valeurs par defaut)'
                       DELIMITED BY SIZE
                       INTO FRAPPORT-REG
                   WRITE FRAPPORT-REG
               ELSE
                   MOVE 'fichier absent' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-IF.

      *    LECTURE DE LA PROCHAINE LIGNE NON BLANCHE
       LIRE-PARAMETRE.
           MOVE SPACES TO WS-LIGNE-PARAM
           PERFORM UNTIL WS-EOF-FPARAM-REACHED
                   OR WS-LIGNE-PARAM NOT = SPACES
               READ FPARAM
                   AT END
                       SET WS-EOF-FPARAM-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NO-LIGNE
                       MOVE PARAM-REG TO WS-LIGNE-PARAM
               END-READ
           END-PERFORM
           IF NOT WS-EOF-FPARAM-REACHED
               ADD 1 TO WS-NB-UTILES
           END-IF.

       CONCLURE-FICHIER.
           IF WS-FICHIER-PRESENT
               MOVE SPACES TO FRAPPORT-REG
               IF WS-NB-ANOM-FICHIER = 0
                   STRING WS-NOM-FICHIER DELIMITED BY SPACE
                       ' OK' DELIMITED BY SIZE
                       INTO FRAPPORT-REG
               ELSE
                   MOVE WS-NB-ANOM-FICHIER TO WS-NB-EDIT
                   STRING WS-NOM-FICHIER DELIMITED BY SPACE
                       ' EN ANOMALIE (' DELIMITED BY SIZE
                       WS-NB-EDIT DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO FRAPPORT-REG
               END-IF
               WRITE FRAPPORT-REG
           END-IF.

       SIGNALER-ANOMALIE.
           ADD 1 TO WS-NB-ANOMALIES
           ADD 1 TO WS-NB-ANOM-FICHIER
           MOVE SPACES TO FRAPPORT-REG
           STRING '  ' DELIMITED BY SIZE
               WS-NOM-FICHIER DELIMITED BY SPACE
               ' ligne ' DELIMITED BY SIZE
               WS-NO-LIGNE DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-MOTIF DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG.

       CHERCHER-VALEUR.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-VALEURS OR WS-EST-TROUVE
               IF WS-VAL-FICHIER(WS-I) = WS-NOM-FICHIER
                  AND WS-VAL-CLE(WS-I) = WS-CLE
                   SET WS-EST-TROUVE TO TRUE
               END-IF
           END-PERFORM.

       RETENIR-VALEUR.
           IF WS-NB-VALEURS < 300
               ADD 1 TO WS-NB-VALEURS
               MOVE WS-NOM-FICHIER TO WS-VAL-FICHIER(WS-NB-VALEURS)
               MOVE WS-CLE TO WS-VAL-CLE(WS-NB-VALEURS)
               MOVE WS-VALEUR TO WS-VAL-VALEUR(WS-NB-VALEURS)
           END-IF.

      *    UNE VALEUR N'EST RETENUE POUR L'INSTANTANE QU'UNE FOIS PAR
      *    CLE (UN DOUBLON EST SIGNALE PAR LE CONTROLE DE PERIODE)
       RETENIR-VALEUR-UNIQUE.
           PERFORM CHERCHER-VALEUR
           IF NOT WS-EST-TROUVE
               PERFORM RETENIR-VALEUR
           END-IF.

      *    PERIODE DE VALIDITE DU / AU (AAAAMMJJ, A BLANC = SANS
      *    BORNE) : DATES REELLES, FIN NON ANTERIEURE AU DEBUT. LA
      *    PERIODE EST RAMENEE A DES BORNES PLEINES POUR LES
      *    COMPARAISONS, ET DITE EN VIGUEUR SI ELLE COUVRE CE JOUR.
       CONTROLER-PERIODE.
           MOVE 'O' TO WS-PERIODE-OK
           MOVE '00000000' TO WS-PER-DEBUT
           MOVE '99999999' TO WS-PER-FIN
           IF WS-PER-DU NOT = SPACES
               MOVE 0 TO WS-DATE-TEST
               IF WS-PER-DU IS NUMERIC
                   MOVE WS-PER-DU TO WS-DATE-TEST
               END-IF
               IF WS-DATE-TEST = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) NOT = 0
                   MOVE 'N' TO WS-PERIODE-OK
                   MOVE 'date de debut de validite invalide'
                       TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   MOVE WS-PER-DU TO WS-PER-DEBUT
               END-IF
           END-IF
           IF WS-PER-AU NOT = SPACES
               MOVE 0 TO WS-DATE-TEST
               IF WS-PER-AU IS NUMERIC
                   MOVE WS-PER-AU TO WS-DATE-TEST
               END-IF
               IF WS-DATE-TEST = 0
                  OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-TEST) NOT = 0
                   MOVE 'N' TO WS-PERIODE-OK
                   MOVE 'date de fin de validite invalide' TO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               ELSE
                   MOVE WS-PER-AU TO WS-PER-FIN
               END-IF
           END-IF
           IF WS-PERIODE-VALIDE AND WS-PER-FIN < WS-PER-DEBUT
               MOVE 'N' TO WS-PERIODE-OK
               MOVE 'fin de validite anterieure au debut' TO WS-MOTIF
               PERFORM SIGNALER-ANOMALIE
           END-IF
           MOVE 'N' TO WS-PERIODE-JOUR
           IF WS-PERIODE-VALIDE
              AND WS-PER-DEBUT <= WS-RUN-YYYYMMDD
              AND WS-PER-FIN >= WS-RUN-YYYYMMDD
               MOVE 'O' TO WS-PERIODE-JOUR
           END-IF.

      *    DEUX PERIODES DE MEME CLE DANS LE MEME FICHIER NE DOIVENT
      *    PAS SE RECOUVRIR : LE PROGRAMME NE SAURAIT QUEL TAUX
      *    PRENDRE. LA PERIODE EST ENSUITE MEMORISEE.
       CONTROLER-CHEVAUCHEMENT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PERIODES
               IF WS-PERIODE-CLE(WS-P) = WS-CLE-PERIODE
                  AND WS-PERIODE-DEBUT(WS-P) <= WS-PER-FIN
                  AND WS-PERIODE-FIN(WS-P) >= WS-PER-DEBUT
                   MOVE SPACES TO WS-MOTIF
                   STRING 'periode chevauchant celle de la ligne '
                       DELIMITED BY SIZE
                       WS-PERIODE-LIGNE(WS-P) DELIMITED BY SIZE
                       INTO WS-MOTIF
                   PERFORM SIGNALER-ANOMALIE
               END-IF
           END-PERFORM
           IF WS-NB-PERIODES < 300
               ADD 1 TO WS-NB-PERIODES
               MOVE WS-CLE-PERIODE TO WS-PERIODE-CLE(WS-NB-PERIODES)
               MOVE WS-PER-DEBUT TO WS-PERIODE-DEBUT(WS-NB-PERIODES)
               MOVE WS-PER-FIN TO WS-PERIODE-FIN(WS-NB-PERIODES)
               MOVE WS-NO-LIGNE TO WS-PERIODE-LIGNE(WS-NB-PERIODES)
           END-IF.

      *    CONFRONTATION A L'INSTANTANE DU PASSAGE PRECEDENT : AJOUT,
      *    MODIFICATION OU RETRAIT DE CHAQUE VALEUR. AU PREMIER
      *    PASSAGE, L'INSTANTANE EST SEULEMENT CONSTITUE.
       COMPARER-INSTANTANE.
           OPEN INPUT FINSTANT
           IF WS-STATUS-FINSTANT NOT = '00'
               MOVE 'O' TO WS-PREMIER-INSTANTANE
               DISPLAY 'PARAMCTL-INSTANTANE.txt absent - premier '
                   'instantane des parametres'
           ELSE
               PERFORM UNTIL WS-EOF-FINSTANT-REACHED
                   READ FINSTANT
                       AT END
                           SET WS-EOF-FINSTANT-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-PRECEDENTES < 300
                               ADD 1 TO WS-NB-PRECEDENTES
                               MOVE INSTANT-FICHIER TO
                                   WS-PRE-FICHIER(WS-NB-PRECEDENTES)
                               MOVE INSTANT-CLE TO
                                   WS-PRE-CLE(WS-NB-PRECEDENTES)
                               MOVE INSTANT-VALEUR TO
                                   WS-PRE-VALEUR(WS-NB-PRECEDENTES)
                               MOVE 'N' TO
                                   WS-PRE-VU(WS-NB-PRECEDENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINSTANT
           END-IF
           IF WS-PREMIER-INSTANTANE = 'N'
               OPEN EXTEND FCHANGE
               IF WS-STATUS-FCHANGE NOT = '00'
                   OPEN OUTPUT FCHANGE
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-VALEURS
                   PERFORM CONFRONTER-VALEUR
               END-PERFORM
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-PRECEDENTES
                   IF WS-PRE-VU(WS-J) = 'N'
                       MOVE SPACES TO CHANGE-REG
                       MOVE WS-RUN-YYYYMMDD TO CHANGE-DATE
                       MOVE WS-PRE-FICHIER(WS-J) TO CHANGE-FICHIER
                       MOVE WS-PRE-CLE(WS-J) TO CHANGE-CLE
                       MOVE 'RETRAIT' TO CHANGE-NATURE
                       MOVE WS-PRE-VALEUR(WS-J) TO CHANGE-AVANT
                       WRITE CHANGE-REG
                       ADD 1 TO WS-NB-CHANGEMENTS
                   END-IF
               END-PERFORM
               CLOSE FCHANGE
           END-IF.

       CONFRONTER-VALEUR.
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-PRECEDENTES OR WS-EST-TROUVE
               IF WS-PRE-FICHIER(WS-J) = WS-VAL-FICHIER(WS-I)
                  AND WS-PRE-CLE(WS-J) = WS-VAL-CLE(WS-I)
                  AND WS-PRE-VU(WS-J) = 'N'
                   SET WS-EST-TROUVE TO TRUE
                   MOVE 'O' TO WS-PRE-VU(WS-J)
                   IF WS-PRE-VALEUR(WS-J) NOT = WS-VAL-VALEUR(WS-I)
                       MOVE SPACES TO CHANGE-REG
                       MOVE 'MODIF' TO CHANGE-NATURE
                       MOVE WS-PRE-VALEUR(WS-J) TO CHANGE-AVANT
                       PERFORM ECRIRE-CHANGEMENT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-EST-TROUVE
               MOVE SPACES TO CHANGE-REG
               MOVE 'AJOUT' TO CHANGE-NATURE
               PERFORM ECRIRE-CHANGEMENT
           END-IF.

       ECRIRE-CHANGEMENT.
           MOVE WS-RUN-YYYYMMDD TO CHANGE-DATE
           MOVE WS-VAL-FICHIER(WS-I) TO CHANGE-FICHIER
           MOVE WS-VAL-CLE(WS-I) TO CHANGE-CLE
           MOVE WS-VAL-VALEUR(WS-I) TO CHANGE-APRES
           WRITE CHANGE-REG
           ADD 1 TO WS-NB-CHANGEMENTS.

       ECRIRE-INSTANTANE.
           OPEN OUTPUT FINSTANT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-VALEURS
               MOVE SPACES TO INSTANT-REG
               MOVE WS-VAL-FICHIER(WS-I) TO INSTANT-FICHIER
               MOVE WS-VAL-CLE(WS-I) TO INSTANT-CLE
               MOVE WS-VAL-VALEUR(WS-I) TO INSTANT-VALEUR
               WRITE INSTANT-REG
           END-PERFORM
           CLOSE FINSTANT.
