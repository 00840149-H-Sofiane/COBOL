       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCFONB.
      * Import du releve bancaire quotidien au format interbancaire
      * CFONB 120 caracteres (RELEVE-CFONB.txt) : enregistrements
      * 01 ancien solde, 04 mouvement, 05 complement de mouvement,
      * 07 nouveau solde. Chaque releve (un 01, ses 04/05, un 07)
      * doit s'equilibrer (ancien solde + mouvements = nouveau
      * solde) et son ancien solde doit egaler le nouveau solde du
      * releve precedent du meme compte, conserve d'un passage a
      * l'autre dans RELEVE-BANQUE-SOLDE.txt. Si
      * RELEVE-CFONB-PARAM.txt donne le numero du compte tenu en
      * 512000, les releves des autres comptes sont ignores. Tout
      * releve desequilibre, discontinu ou mal forme fait refuser
      * le fichier entier (code retour 8) : rien n'est ecrit et le
      * fichier reste en place pour examen. Sinon les mouvements
      * sont ajoutes a RELEVE-BANQUE.txt au format lu par bankrec
      * (date comptable, libelle, montant, sens vue entreprise : D
      * pour un credit en banque, C pour un debit), suivis du code
      * operation interbancaire conserve pour le rapprochement, et
      * le fichier importe est renomme en .TRAITE. Le controle de
      * chaque releve est edite dans RELEVE-CFONB-CONTROLE.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCFONB ASSIGN TO "RELEVE-CFONB.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCFONB.

           SELECT FPARAM ASSIGN TO "RELEVE-CFONB-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FSOLDES ASSIGN TO "RELEVE-BANQUE-SOLDE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOLDES.

           SELECT FRELEVE ASSIGN TO "RELEVE-BANQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRELEVE.

           SELECT FCONTROLE ASSIGN TO "RELEVE-CFONB-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD     FCFONB
              RECORDING MODE IS F.
       01 CFONB-REG.
              05 CFONB-CODE PIC X(2).
              05 CFONB-BANQUE PIC X(5).
              05 CFONB-CODE-OPE-INTERNE PIC X(4).
              05 CFONB-GUICHET PIC X(5).
              05 CFONB-DEVISE PIC X(3).
              05 CFONB-DECIMALES PIC X(1).
              05 FILLER PIC X(1).
              05 CFONB-COMPTE PIC X(11).
              05 CFONB-CODE-OPERATION PIC X(2).
              05 CFONB-DATE PIC X(6).
              05 CFONB-MOTIF-REJET PIC X(2).
              05 CFONB-DATE-VALEUR PIC X(6).
              05 CFONB-LIBELLE PIC X(31).
              05 FILLER PIC X(2).
              05 CFONB-NUMERO-ECRITURE PIC X(7).
              05 CFONB-EXONERATION PIC X(1).
              05 CFONB-INDISPONIBILITE PIC X(1).
              05 CFONB-MONTANT PIC X(14).
              05 CFONB-REFERENCE PIC X(16).

       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-COMPTE PIC X(11).

       FD     FSOLDES
              RECORDING MODE IS F.
       01 SOLDES-REG.
              05 SOLDES-COMPTE PIC X(11).
              05 FILLER PIC X(1).
              05 SOLDES-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 SOLDES-SOLDE PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD     FRELEVE
              RECORDING MODE IS F.
       01 RELEVE-REG.
              05 RELEVE-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 RELEVE-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 RELEVE-MONTANT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 RELEVE-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 RELEVE-CODE-OPERATION PIC X(2).

       FD     FCONTROLE
              RECORDING MODE IS F.
       01 CONTROLE-REG PIC X(132).
       01 CONTROLE-DETAIL.
              05 CTL-COMPTE PIC X(11).
              05 FILLER PIC X(1).
              05 CTL-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 CTL-OUVERTURE PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CTL-MOUVEMENTS PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CTL-CLOTURE PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CTL-NB PIC ZZZZ9.
              05 FILLER PIC X(1).
              05 CTL-STATUT PIC X(60).
       01 CONTROLE-TRAILER.
              05 CONTROLE-TRAILER-LIB PIC X(20).
              05 CONTROLE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FCFONB PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOLDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRELEVE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONTROLE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FCFONB PIC X VALUE 'N'.
           88 WS-EOF-FCFONB-REACHED VALUE 'Y'.
       01 WS-EOF-FSOLDES PIC X VALUE 'N'.
           88 WS-EOF-FSOLDES-REACHED VALUE 'Y'.

       01 WS-COMPTE-RETENU PIC X(11) VALUE SPACES.

      * DERNIER NOUVEAU SOLDE CONNU PAR COMPTE
       01 WS-NB-SOLDES PIC 9(3) VALUE 0.
       01 WS-TABLE-SOLDES.
           05 WS-SOL-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-SOL-IDX.
               10 WS-SOL-COMPTE PIC X(11).
               10 WS-SOL-DATE PIC X(8).
               10 WS-SOL-SOLDE PIC S9(11)V99.

      * MOUVEMENTS RETENUS, ECRITS SEULEMENT SI LE FICHIER EST SAIN
       01 WS-NB-MVT PIC 9(5) VALUE 0.
       01 WS-TABLE-MVT.
           05 WS-MVT-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-MVT.
               10 WS-MVT-DATE PIC X(8).
               10 WS-MVT-LIBELLE PIC X(20).
               10 WS-MVT-MONTANT PIC 9(7)V99.
               10 WS-MVT-SENS PIC X(1).
               10 WS-MVT-CODE PIC X(2).

      * RELEVE EN COURS DE LECTURE
       01 WS-EN-RELEVE PIC X VALUE 'N'.
           88 WS-RELEVE-OUVERT VALUE 'Y'.
       01 WS-IGNORE PIC X VALUE 'N'.
           88 WS-RELEVE-IGNORE VALUE 'Y'.
       01 WS-REL-COMPTE PIC X(11).
       01 WS-REL-DATE PIC X(8).
       01 WS-REL-OUVERTURE PIC S9(11)V99.
       01 WS-REL-MOUVEMENTS PIC S9(11)V99.
       01 WS-REL-CLOTURE PIC S9(11)V99.
       01 WS-REL-NB PIC 9(5).
       01 WS-MOTIF PIC X(60) VALUE SPACES.

      * FICHIER REFUSE DES LA PREMIERE ANOMALIE
       01 WS-REFUS PIC X VALUE 'N'.
           88 WS-FICHIER-REFUSE VALUE 'Y'.

      * MONTANT CFONB : 13 CHIFFRES PUIS UN CARACTERE QUI PORTE LE
      * DERNIER CHIFFRE ET LE SIGNE ('{' A 'I' POSITIF, '}' A 'R'
      * NEGATIF), NOMBRE DE DECIMALES EN COLONNE 20
       01 WS-MONTANT-CFONB PIC X(14).
       01 WS-MONTANT-CFONB-DEC REDEFINES WS-MONTANT-CFONB.
           05 WS-MC-CHIFFRES PIC 9(13).
           05 WS-MC-DERNIER PIC X(1).
       01 WS-CAR-POSITIFS PIC X(10) VALUE '{ABCDEFGHI'.
       01 WS-CAR-NEGATIFS PIC X(10) VALUE '}JKLMNOPQR'.
       01 WS-K PIC 9(2).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-MC-UNITE PIC 9(1).
       01 WS-MC-SIGNE PIC X(1).
       01 WS-MC-DECIMALES PIC 9(1).
       01 WS-MONTANT-VALIDE PIC X VALUE 'N'.
           88 WS-MONTANT-EST-VALIDE VALUE 'Y'.
       01 WS-MONTANT-ENTIER PIC 9(14).
       01 WS-MONTANT PIC S9(11)V99.
       01 WS-MONTANT-ABS PIC 9(11)V99.

      * DATE JJMMAA CONVERTIE EN AAAAMMJJ
       01 WS-DATE-JJMMAA PIC X(6).
       01 WS-DATE-JJMMAA-DEC REDEFINES WS-DATE-JJMMAA.
           05 WS-DJ-JJ PIC X(2).
           05 WS-DJ-MM PIC X(2).
           05 WS-DJ-AA PIC X(2).
       01 WS-DATE-AAAAMMJJ PIC X(8).
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.

       01 WS-I PIC 9(5).
       01 WS-COMMANDE PIC X(80).
       01 WS-NB-LUS PIC 9(7) VALUE 0.
       01 WS-NB-RELEVES PIC 9(7) VALUE 0.
       01 WS-NB-IGNORES PIC 9(7) VALUE 0.
       01 WS-NB-REFUSES PIC 9(7) VALUE 0.
       01 WS-NB-COMPLEMENTS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'relcfonb' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    PAS DE RELEVE LIVRE CE JOUR : RIEN A FAIRE
           OPEN INPUT FCFONB.
           IF WS-STATUS-FCFONB NOT = '00'
               DISPLAY 'RELEVE-CFONB.txt absent - pas de releve '
                   'bancaire a importer'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 0 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE WS-RA-RC TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       MOVE PARAM-COMPTE TO WS-COMPTE-RETENU
               END-READ
               CLOSE FPARAM
           END-IF

      *    NOUVEAUX SOLDES DES RELEVES DEJA IMPORTES
           OPEN INPUT FSOLDES.
           IF WS-STATUS-FSOLDES = '00'
               PERFORM UNTIL WS-EOF-FSOLDES-REACHED
                   READ FSOLDES
                       AT END
                           SET WS-EOF-FSOLDES-REACHED TO TRUE
                       NOT AT END
                           IF SOLDES-COMPTE NOT = SPACES
                              AND WS-NB-SOLDES < 50
                               ADD 1 TO WS-NB-SOLDES
                               MOVE SOLDES-COMPTE
                                   TO WS-SOL-COMPTE(WS-NB-SOLDES)
                               MOVE SOLDES-DATE
                                   TO WS-SOL-DATE(WS-NB-SOLDES)
                               MOVE SOLDES-SOLDE
                                   TO WS-SOL-SOLDE(WS-NB-SOLDES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSOLDES
           END-IF

           OPEN OUTPUT FCONTROLE.
           MOVE 'CONTROLE DU RELEVE BANCAIRE CFONB' TO CONTROLE-REG
           WRITE CONTROLE-REG
           MOVE SPACES TO CONTROLE-REG
           STRING 'COMPTE      DATE       ANCIEN SOLDE     MOUVEMENTS'
               DELIMITED BY SIZE
               '  NOUVEAU SOLDE  MVTS STATUT' DELIMITED BY SIZE
               INTO CONTROLE-REG
           WRITE CONTROLE-REG

           PERFORM UNTIL WS-EOF-FCFONB-REACHED
               READ FCFONB
                   AT END
                       SET WS-EOF-FCFONB-REACHED TO TRUE
                   NOT AT END
                       IF CFONB-REG NOT = SPACES
                           ADD 1 TO WS-NB-LUS
                           PERFORM TRAITER-ENREGISTREMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FCFONB.
           IF WS-RELEVE-OUVERT
               MOVE 'REFUSE : releve sans nouveau solde (07)'
                   TO WS-MOTIF
               PERFORM EDITER-RELEVE
           END-IF
           IF WS-NB-RELEVES = 0 AND NOT WS-FICHIER-REFUSE
               MOVE 'Y' TO WS-REFUS
               MOVE SPACES TO CONTROLE-REG
               MOVE 'Aucun releve complet dans le fichier'
                   TO CONTROLE-REG
               WRITE CONTROLE-REG
           END-IF

      *    FICHIER SAIN : MOUVEMENTS A LA SUITE DE RELEVE-BANQUE.txt,
      *    NOUVEAUX SOLDES CONSERVES, FICHIER IMPORTE RENOMME
           IF NOT WS-FICHIER-REFUSE
               OPEN EXTEND FRELEVE
               IF WS-STATUS-FRELEVE NOT = '00'
                   OPEN OUTPUT FRELEVE
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-MVT
                   MOVE SPACES TO RELEVE-REG
                   MOVE WS-MVT-DATE(WS-I) TO RELEVE-DATE
                   MOVE WS-MVT-LIBELLE(WS-I) TO RELEVE-LIBELLE
                   MOVE WS-MVT-MONTANT(WS-I) TO RELEVE-MONTANT
                   MOVE WS-MVT-SENS(WS-I) TO RELEVE-SENS
                   MOVE WS-MVT-CODE(WS-I) TO RELEVE-CODE-OPERATION
                   WRITE RELEVE-REG
               END-PERFORM
               CLOSE FRELEVE
               OPEN OUTPUT FSOLDES
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-SOLDES
                   MOVE SPACES TO SOLDES-REG
                   MOVE WS-SOL-COMPTE(WS-I) TO SOLDES-COMPTE
                   MOVE WS-SOL-DATE(WS-I) TO SOLDES-DATE
                   MOVE WS-SOL-SOLDE(WS-I) TO SOLDES-SOLDE
                   WRITE SOLDES-REG
               END-PERFORM
               CLOSE FSOLDES
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv RELEVE-CFONB.txt ' DELIMITED BY SIZE
                   'RELEVE-CFONB.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
               MOVE SPACES TO CONTROLE-REG
               STRING 'FICHIER ACCEPTE - MOUVEMENTS AJOUTES A '
                   DELIMITED BY SIZE
                   'RELEVE-BANQUE.txt' DELIMITED BY SIZE
                   INTO CONTROLE-REG
               WRITE CONTROLE-REG
           ELSE
               MOVE 0 TO WS-NB-MVT
               MOVE SPACES TO CONTROLE-REG
               MOVE 'FICHIER REFUSE - AUCUN MOUVEMENT IMPORTE'
                   TO CONTROLE-REG
               WRITE CONTROLE-REG
           END-IF
           MOVE SPACES TO CONTROLE-TRAILER
           MOVE 'TOTAL MOUVEMENTS : ' TO CONTROLE-TRAILER-LIB
           MOVE WS-NB-MVT TO CONTROLE-TRAILER-NB
           WRITE CONTROLE-TRAILER
           CLOSE FCONTROLE.

           DISPLAY 'Enregistrements lus    : ' WS-NB-LUS
           DISPLAY 'Releves controles      : ' WS-NB-RELEVES
           DISPLAY 'Releves autres comptes : ' WS-NB-IGNORES
           DISPLAY 'Releves refuses        : ' WS-NB-REFUSES
           DISPLAY 'Complements (05) lus   : ' WS-NB-COMPLEMENTS
           DISPLAY 'Mouvements importes    : ' WS-NB-MVT
               ' (voir RELEVE-CFONB-CONTROLE.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-FICHIER-REFUSE
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       TRAITER-ENREGISTREMENT.
           EVALUATE CFONB-CODE
               WHEN '01'
                   PERFORM OUVRIR-RELEVE
               WHEN '04'
                   PERFORM LIRE-MOUVEMENT
               WHEN '05'
                   IF WS-RELEVE-OUVERT
                       ADD 1 TO WS-NB-COMPLEMENTS
                   ELSE
                       PERFORM REFUSER-HORS-RELEVE
                   END-IF
               WHEN '07'
                   PERFORM FERMER-RELEVE
               WHEN OTHER
                   MOVE 'Y' TO WS-REFUS
                   MOVE SPACES TO CONTROLE-REG
                   STRING 'REFUSE : enregistrement de type inconnu '
                       DELIMITED BY SIZE
                       CFONB-CODE DELIMITED BY SIZE
                       ' (ligne ' DELIMITED BY SIZE
                       WS-NB-LUS DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO CONTROLE-REG
                   WRITE CONTROLE-REG
           END-EVALUATE.

      *    ANCIEN SOLDE : CONTINUITE AVEC LE NOUVEAU SOLDE PRECEDENT
      *    DU MEME COMPTE
       OUVRIR-RELEVE.
           IF WS-RELEVE-OUVERT
               MOVE 'REFUSE : releve sans nouveau solde (07)'
                   TO WS-MOTIF
               PERFORM EDITER-RELEVE
           END-IF
           MOVE 'Y' TO WS-EN-RELEVE
           MOVE 'N' TO WS-IGNORE
           MOVE SPACES TO WS-MOTIF
           MOVE CFONB-COMPTE TO WS-REL-COMPTE
           MOVE 0 TO WS-REL-MOUVEMENTS
           MOVE 0 TO WS-REL-CLOTURE
           MOVE 0 TO WS-REL-NB
           MOVE CFONB-DATE TO WS-DATE-JJMMAA
           PERFORM CONVERTIR-DATE
           MOVE WS-DATE-AAAAMMJJ TO WS-REL-DATE
           PERFORM DECODER-MONTANT
           MOVE WS-MONTANT TO WS-REL-OUVERTURE
           IF WS-COMPTE-RETENU NOT = SPACES
              AND CFONB-COMPTE NOT = WS-COMPTE-RETENU
               MOVE 'Y' TO WS-IGNORE
           END-IF
           IF NOT WS-DATE-EST-VALIDE
               MOVE 'REFUSE : date d''ancien solde invalide'
                   TO WS-MOTIF
           END-IF
           IF NOT WS-MONTANT-EST-VALIDE AND WS-MOTIF = SPACES
               MOVE 'REFUSE : ancien solde non numerique' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES AND NOT WS-RELEVE-IGNORE
               PERFORM CHERCHER-SOLDE
               IF WS-SOL-IDX <= WS-NB-SOLDES
                   IF WS-SOL-SOLDE(WS-SOL-IDX) NOT = WS-REL-OUVERTURE
                       STRING 'REFUSE : ancien solde different du '
                           DELIMITED BY SIZE
                           'nouveau solde precedent' DELIMITED BY SIZE
                           INTO WS-MOTIF
                   END-IF
               END-IF
           END-IF.

       LIRE-MOUVEMENT.
           IF NOT WS-RELEVE-OUVERT
               PERFORM REFUSER-HORS-RELEVE
           ELSE
               ADD 1 TO WS-REL-NB
               PERFORM DECODER-MONTANT
               MOVE CFONB-DATE TO WS-DATE-JJMMAA
               PERFORM CONVERTIR-DATE
               IF NOT WS-MONTANT-EST-VALIDE AND WS-MOTIF = SPACES
                   MOVE 'REFUSE : montant de mouvement non numerique'
                       TO WS-MOTIF
               END-IF
               IF NOT WS-DATE-EST-VALIDE AND WS-MOTIF = SPACES
                   MOVE 'REFUSE : date de mouvement invalide'
                       TO WS-MOTIF
               END-IF
               IF WS-MONTANT-EST-VALIDE
                   ADD WS-MONTANT TO WS-REL-MOUVEMENTS
                   IF WS-MONTANT < 0
                       COMPUTE WS-MONTANT-ABS = 0 - WS-MONTANT
                   ELSE
                       MOVE WS-MONTANT TO WS-MONTANT-ABS
                   END-IF
                   IF WS-MONTANT-ABS > 9999999.99 AND WS-MOTIF = SPACES
                       MOVE 'REFUSE : mouvement hors format du releve'
                           TO WS-MOTIF
                   END-IF
               END-IF
               IF WS-MOTIF = SPACES AND NOT WS-RELEVE-IGNORE
                  AND WS-NB-MVT < 20000
                   ADD 1 TO WS-NB-MVT
                   MOVE WS-DATE-AAAAMMJJ TO WS-MVT-DATE(WS-NB-MVT)
                   MOVE CFONB-LIBELLE TO WS-MVT-LIBELLE(WS-NB-MVT)
                   MOVE WS-MONTANT-ABS TO WS-MVT-MONTANT(WS-NB-MVT)
      *            CREDIT EN BANQUE = ENTREE DE FONDS = DEBIT DU 512000
                   IF WS-MONTANT < 0
                       MOVE 'C' TO WS-MVT-SENS(WS-NB-MVT)
                   ELSE
                       MOVE 'D' TO WS-MVT-SENS(WS-NB-MVT)
                   END-IF
                   MOVE CFONB-CODE-OPERATION TO WS-MVT-CODE(WS-NB-MVT)
               END-IF
           END-IF.

      *    NOUVEAU SOLDE : LE RELEVE DOIT S'EQUILIBRER
       FERMER-RELEVE.
           IF NOT WS-RELEVE-OUVERT
               PERFORM REFUSER-HORS-RELEVE
           ELSE
               PERFORM DECODER-MONTANT
               MOVE WS-MONTANT TO WS-REL-CLOTURE
               MOVE CFONB-DATE TO WS-DATE-JJMMAA
               PERFORM CONVERTIR-DATE
               IF WS-DATE-EST-VALIDE
                   MOVE WS-DATE-AAAAMMJJ TO WS-REL-DATE
               END-IF
               IF CFONB-COMPTE NOT = WS-REL-COMPTE
                  AND WS-MOTIF = SPACES
                   MOVE 'REFUSE : nouveau solde d''un autre compte'
                       TO WS-MOTIF
               END-IF
               IF NOT WS-MONTANT-EST-VALIDE AND WS-MOTIF = SPACES
                   MOVE 'REFUSE : nouveau solde non numerique'
                       TO WS-MOTIF
               END-IF
               IF WS-MOTIF = SPACES
                  AND WS-REL-OUVERTURE + WS-REL-MOUVEMENTS
                      NOT = WS-REL-CLOTURE
                   MOVE 'REFUSE : releve desequilibre' TO WS-MOTIF
               END-IF
               IF WS-MOTIF = SPACES
                   IF WS-RELEVE-IGNORE
                       MOVE 'IGNORE : autre compte que le 512000'
                           TO WS-MOTIF
                   ELSE
                       MOVE 'ACCEPTE' TO WS-MOTIF
                       PERFORM RETENIR-SOLDE
                   END-IF
               END-IF
               PERFORM EDITER-RELEVE
           END-IF.

       EDITER-RELEVE.
           ADD 1 TO WS-NB-RELEVES
           IF WS-RELEVE-IGNORE AND WS-MOTIF(1:6) = 'IGNORE'
               ADD 1 TO WS-NB-IGNORES
           END-IF
           IF WS-MOTIF(1:6) = 'REFUSE'
               ADD 1 TO WS-NB-REFUSES
               MOVE 'Y' TO WS-REFUS
           END-IF
           MOVE SPACES TO CONTROLE-DETAIL
           MOVE WS-REL-COMPTE TO CTL-COMPTE
           MOVE WS-REL-DATE TO CTL-DATE
           MOVE WS-REL-OUVERTURE TO CTL-OUVERTURE
           MOVE WS-REL-MOUVEMENTS TO CTL-MOUVEMENTS
           MOVE WS-REL-CLOTURE TO CTL-CLOTURE
           MOVE WS-REL-NB TO CTL-NB
           MOVE WS-MOTIF TO CTL-STATUT
           WRITE CONTROLE-DETAIL
           MOVE 'N' TO WS-EN-RELEVE.

       REFUSER-HORS-RELEVE.
           MOVE 'Y' TO WS-REFUS
           MOVE SPACES TO CONTROLE-REG
           STRING 'REFUSE : enregistrement ' DELIMITED BY SIZE
               CFONB-CODE DELIMITED BY SIZE
               ' hors d''un releve 01-07 (ligne ' DELIMITED BY SIZE
               WS-NB-LUS DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO CONTROLE-REG
           WRITE CONTROLE-REG.

       CHERCHER-SOLDE.
           SET WS-SOL-IDX TO 1
           SEARCH WS-SOL-ENTRY
               AT END
                   SET WS-SOL-IDX TO 51
               WHEN WS-SOL-IDX > WS-NB-SOLDES
                   CONTINUE
               WHEN WS-SOL-COMPTE(WS-SOL-IDX) = WS-REL-COMPTE
                   CONTINUE
           END-SEARCH.

      *    LE NOUVEAU SOLDE DEVIENT LA REFERENCE DU RELEVE SUIVANT
       RETENIR-SOLDE.
           PERFORM CHERCHER-SOLDE
           IF WS-SOL-IDX > WS-NB-SOLDES
               IF WS-NB-SOLDES < 50
                   ADD 1 TO WS-NB-SOLDES
                   SET WS-SOL-IDX TO WS-NB-SOLDES
               END-IF
           END-IF
           IF WS-SOL-IDX <= WS-NB-SOLDES
               MOVE WS-REL-COMPTE TO WS-SOL-COMPTE(WS-SOL-IDX)
               MOVE WS-REL-DATE TO WS-SOL-DATE(WS-SOL-IDX)
               MOVE WS-REL-CLOTURE TO WS-SOL-SOLDE(WS-SOL-IDX)
           END-IF.

      *    MONTANT SIGNE DE CFONB-MONTANT DANS WS-MONTANT
       DECODER-MONTANT.
           MOVE 'Y' TO WS-MONTANT-VALIDE
           MOVE 0 TO WS-MONTANT
           MOVE CFONB-MONTANT TO WS-MONTANT-CFONB
           MOVE '+' TO WS-MC-SIGNE
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > 10 OR WS-EST-TROUVE
               IF WS-MC-DERNIER = WS-CAR-POSITIFS(WS-K:1)
                   MOVE 'Y' TO WS-TROUVE
                   COMPUTE WS-MC-UNITE = WS-K - 1
               END-IF
               IF WS-MC-DERNIER = WS-CAR-NEGATIFS(WS-K:1)
                   MOVE 'Y' TO WS-TROUVE
                   COMPUTE WS-MC-UNITE = WS-K - 1
                   MOVE '-' TO WS-MC-SIGNE
               END-IF
           END-PERFORM
           IF NOT WS-EST-TROUVE
               MOVE 'N' TO WS-MONTANT-VALIDE
           END-IF
           IF WS-MC-CHIFFRES IS NOT NUMERIC
              OR CFONB-DECIMALES IS NOT NUMERIC
               MOVE 'N' TO WS-MONTANT-VALIDE
           END-IF
           IF WS-MONTANT-EST-VALIDE
               MOVE CFONB-DECIMALES TO WS-MC-DECIMALES
               COMPUTE WS-MONTANT-ENTIER = WS-MC-CHIFFRES * 10
                   + WS-MC-UNITE
               COMPUTE WS-MONTANT ROUNDED = WS-MONTANT-ENTIER
                   / (10 ** WS-MC-DECIMALES)
               IF WS-MC-SIGNE = '-'
                   COMPUTE WS-MONTANT = 0 - WS-MONTANT
               END-IF
           END-IF.

      *    JJMMAA (SIECLE 20) VERS AAAAMMJJ, CONTROLE PAR DATEVALID
       CONVERTIR-DATE.
           MOVE SPACES TO WS-DATE-AAAAMMJJ
           STRING '20' DELIMITED BY SIZE
               WS-DJ-AA DELIMITED BY SIZE
               WS-DJ-MM DELIMITED BY SIZE
               WS-DJ-JJ DELIMITED BY SIZE
               INTO WS-DATE-AAAAMMJJ
           CALL 'DATEVALID' USING WS-DATE-AAAAMMJJ, WS-DATE-VALIDE,
               WS-MOTIF-DATE.
