       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILANNUM.
      * Validation et numerotation des ecritures du livre : chaque
      * ligne de BILAN.txt encore sans numero recoit un code
      * journal (colonnes 61-62), un numero d'ecriture sans
      * rupture par journal et par annee d'ecriture (colonnes
      * 64-69) et sa date de validation, distincte de BILAN-DATE
      * (colonnes 71-78). Une ecriture regroupe les lignes non
      * numerotees consecutives de meme date jusqu'a ce que leurs
      * debits et credits s'equilibrent. Le journal est celui porte
      * par la saisie quand il y en a un (table JOURNAUX.txt) ; a
      * defaut une ecriture touchant la banque 512 va en BQ, une
      * ecriture de produits (classe 7) en VT, une ecriture sur un
      * compte fournisseur 401 en AC, le reste en OD. Le dernier
      * numero attribue par journal et par annee est tenu dans
      * JOURNAUX-COMPTEURS.txt. Les lignes sans date exploitable
      * ou portant un journal inconnu restent non numerotees et
      * partent dans BILAN-NUMEROTATION-REJETS.txt (code retour 8),
      * comme celles datees dans un exercice deja clos (EXERCLOS) :
      * bilanclot refuse de clore tant qu'il en reste. Le report a
      * nouveau 890000 n'est pas une ecriture et n'est pas numerote.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FJOURNAUX ASSIGN TO "JOURNAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAUX.

           SELECT FCOMPTEURS ASSIGN TO "JOURNAUX-COMPTEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOMPTEURS.

           SELECT FCOMPTEURSN ASSIGN TO "JOURNAUX-COMPTEURS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCOMPTEURSN.

           SELECT FENTREE ASSIGN TO "BILAN.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FENTREE.

           SELECT FNOUVEAU ASSIGN TO "BILAN-NUMEROTE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FREJETS ASSIGN TO "BILAN-NUMEROTATION-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FJOURNAUX
              RECORDING MODE IS F.
       01 JOURNAL-REG.
              05 JOURNAL-CODE PIC X(2).
              05 FILLER PIC X(1).
              05 JOURNAL-LIBELLE PIC X(30).

       FD     FCOMPTEURS
              RECORDING MODE IS F.
       01 COMPTEUR-REG.
              05 COMPTEUR-JOURNAL PIC X(2).
              05 FILLER PIC X(1).
              05 COMPTEUR-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 COMPTEUR-DERNIER PIC 9(6).

       FD     FCOMPTEURSN
              RECORDING MODE IS F.
       01 COMPTEURN-REG.
              05 COMPTEURN-JOURNAL PIC X(2).
              05 FILLER PIC X(1).
              05 COMPTEURN-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 COMPTEURN-DERNIER PIC 9(6).

       FD     FENTREE
              RECORDING MODE IS F.
       01  FENREG.
              05 BILAN-DATE    PIC X(8).
              05 FILLER        PIC X(1).
              05 BILAN-LIBELLE PIC X(20).
              05 FILLER        PIC X(1).
              05 BILAN-DEBIT   PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-CREDIT  PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-COMPTE  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-TVA     PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-JOURNAL PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-NUMERO  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-DATE-COMPTA PIC X(8).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(78).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-IMAGE PIC X(78).
              05 REJET-SEP PIC X(3).
              05 REJET-MOTIF PIC X(30).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FJOURNAUX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOMPTEURS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCOMPTEURSN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY EXERLNK.

       01 WS-EOF-FJOURNAUX PIC X VALUE 'N'.
           88 WS-EOF-FJOURNAUX-REACHED VALUE 'Y'.
       01 WS-EOF-FCOMPTEURS PIC X VALUE 'N'.
           88 WS-EOF-FCOMPTEURS-REACHED VALUE 'Y'.
       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-FENTREE-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).

      * JOURNAUX AUTORISES
       01 WS-NB-JOURNAUX PIC 9(2) VALUE 0.
       01 WS-TABLE-JOURNAUX.
           05 WS-JNL-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-JNL-IDX.
               10 WS-JNL-CODE PIC X(2).

      * DERNIER NUMERO ATTRIBUE PAR JOURNAL ET PAR ANNEE
       01 WS-NB-COMPTEURS PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTEURS.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-JOURNAL PIC X(2).
               10 WS-CPT-ANNEE PIC X(4).
               10 WS-CPT-DERNIER PIC 9(6).

      * ECRITURE EN COURS DE CONSTITUTION
       01 WS-NB-LIGNES PIC 9(3) VALUE 0.
       01 WS-TABLE-PIECE.
           05 WS-PIECE-LIGNE OCCURS 500 TIMES PIC X(78).
       01 WS-PIECE-DATE PIC X(8) VALUE SPACES.
       01 WS-PIECE-JOURNAL PIC X(2) VALUE SPACES.
       01 WS-PIECE-DEBIT PIC 9(11)V99 VALUE 0.
       01 WS-PIECE-CREDIT PIC 9(11)V99 VALUE 0.

       01 WS-ECRITURE.
           05 ECR-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 ECR-LIBELLE PIC X(20).
           05 FILLER PIC X(1).
           05 ECR-DEBIT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 ECR-CREDIT PIC 9(7)V99.
           05 FILLER PIC X(1).
           05 ECR-COMPTE PIC X(6).
           05 FILLER PIC X(1).
           05 ECR-TVA PIC X(2).
           05 FILLER PIC X(1).
           05 ECR-JOURNAL PIC X(2).
           05 FILLER PIC X(1).
           05 ECR-NUMERO PIC 9(6).
           05 FILLER PIC X(1).
           05 ECR-DATE-COMPTA PIC X(8).

       01 WS-JOURNAL PIC X(2).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(30) VALUE SPACES.
       01 WS-I PIC 9(3).
       01 WS-COMMANDE PIC X(80) VALUE SPACES.

       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-DEJA PIC 9(7) VALUE 0.
       01 WS-NB-NUMEROTEES PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'bilannum' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    TABLE DES JOURNAUX
           OPEN INPUT FJOURNAUX.
           IF WS-STATUS-FJOURNAUX NOT = '00'
               DISPLAY 'JOURNAUX.txt non disponible - code statut '
                   WS-STATUS-FJOURNAUX
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FJOURNAUX-REACHED
               READ FJOURNAUX
                   AT END
                       SET WS-EOF-FJOURNAUX-REACHED TO TRUE
                   NOT AT END
                       IF JOURNAL-CODE NOT = SPACES
                          AND WS-NB-JOURNAUX < 50
                           ADD 1 TO WS-NB-JOURNAUX
                           MOVE JOURNAL-CODE
                               TO WS-JNL-CODE(WS-NB-JOURNAUX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FJOURNAUX.

      *    COMPTEURS (ABSENTS AU PREMIER PASSAGE : TOUT PART DE 1)
           OPEN INPUT FCOMPTEURS.
           IF WS-STATUS-FCOMPTEURS = '00'
               PERFORM UNTIL WS-EOF-FCOMPTEURS-REACHED
                   READ FCOMPTEURS
                       AT END
                           SET WS-EOF-FCOMPTEURS-REACHED TO TRUE
                       NOT AT END
                           IF COMPTEUR-JOURNAL NOT = SPACES
                              AND COMPTEUR-DERNIER IS NUMERIC
                              AND WS-NB-COMPTEURS < 500
                               ADD 1 TO WS-NB-COMPTEURS
                               MOVE COMPTEUR-JOURNAL TO
                                   WS-CPT-JOURNAL(WS-NB-COMPTEURS)
                               MOVE COMPTEUR-ANNEE TO
                                   WS-CPT-ANNEE(WS-NB-COMPTEURS)
                               MOVE COMPTEUR-DERNIER TO
                                   WS-CPT-DERNIER(WS-NB-COMPTEURS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOMPTEURS
           END-IF

           OPEN INPUT FENTREE.
           IF WS-STATUS-FENTREE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   WS-STATUS-FENTREE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FNOUVEAU.
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FENTREE-REACHED
               READ FENTREE
                   AT END
                       SET WS-EOF-FENTREE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM TRAITER-LIGNE
               END-READ
           END-PERFORM
           PERFORM CLOTURER-ECRITURE
           CLOSE FENTREE.
           CLOSE FNOUVEAU.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           OPEN OUTPUT FCOMPTEURSN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTEURS
               MOVE SPACES TO COMPTEURN-REG
               MOVE WS-CPT-JOURNAL(WS-I) TO COMPTEURN-JOURNAL
               MOVE WS-CPT-ANNEE(WS-I) TO COMPTEURN-ANNEE
               MOVE WS-CPT-DERNIER(WS-I) TO COMPTEURN-DERNIER
               WRITE COMPTEURN-REG
           END-PERFORM
           CLOSE FCOMPTEURSN.

      *    LE LIVRE NUMEROTE PUIS LES COMPTEURS REMPLACENT LES
      *    ANCIENS
           MOVE 'mv BILAN-NUMEROTE.TMP BILAN.txt' TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de BILAN.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE 'mv JOURNAUX-COMPTEURS.TMP JOURNAUX-COMPTEURS.txt'
               TO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de '
                   'JOURNAUX-COMPTEURS.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           DISPLAY 'Lignes lues           : ' WS-NB-LUES
           DISPLAY 'Deja numerotees       : ' WS-NB-DEJA
           DISPLAY 'Lignes numerotees     : ' WS-NB-NUMEROTEES
           DISPLAY 'Ecritures numerotees  : ' WS-NB-ECRITURES
           DISPLAY 'Lignes rejetees       : ' WS-NB-REJETS
               ' (voir BILAN-NUMEROTATION-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE LIGNE DEJA NUMEROTEE (OU LE REPORT A NOUVEAU) EST
      *    RECOPIEE TELLE QUELLE ; UNE LIGNE NON NUMEROTEE VALIDE
      *    REJOINT L'ECRITURE EN COURS, QUI EST CLOSE AU CHANGEMENT
      *    DE DATE OU DE JOURNAL SAISI ET DES QU'ELLE S'EQUILIBRE.
       TRAITER-LIGNE.
           IF BILAN-COMPTE = '890000'
              OR (BILAN-NUMERO IS NUMERIC
                  AND BILAN-NUMERO NOT = '000000')
               PERFORM CLOTURER-ECRITURE
               ADD 1 TO WS-NB-DEJA
               MOVE FENREG TO NOUVEAU-REG
               WRITE NOUVEAU-REG
           ELSE
               MOVE SPACES TO WS-MOTIF
               CALL 'DATEVALID' USING BILAN-DATE, WS-DATE-VALIDE,
                   WS-MOTIF-DATE
               IF NOT WS-DATE-EST-VALIDE
                   MOVE 'Date d''ecriture invalide' TO WS-MOTIF
               ELSE
                   MOVE BILAN-DATE TO WS-EX-DATE
                   CALL 'EXERCLOS' USING WS-EX-DEMANDE, WS-EX-REPONSE
                   IF WS-EX-RETOUR = '01'
                       MOVE 'Date dans un exercice clos' TO WS-MOTIF
                   END-IF
                   IF WS-MOTIF = SPACES
                      AND BILAN-JOURNAL NOT = SPACES
                       MOVE BILAN-JOURNAL TO WS-JOURNAL
                       PERFORM CHERCHER-JOURNAL
                       IF NOT WS-EST-TROUVE
                           MOVE 'Journal inconnu' TO WS-MOTIF
                       END-IF
                   END-IF
               END-IF
               IF WS-MOTIF NOT = SPACES
                   PERFORM CLOTURER-ECRITURE
                   MOVE FENREG TO WS-ECRITURE
                   PERFORM REJETER-LIGNE
               ELSE
                   IF WS-NB-LIGNES > 0
                      AND (BILAN-DATE NOT = WS-PIECE-DATE
                           OR WS-NB-LIGNES = 500
                           OR (BILAN-JOURNAL NOT = SPACES
                               AND WS-PIECE-JOURNAL NOT = SPACES
                               AND BILAN-JOURNAL
                                   NOT = WS-PIECE-JOURNAL))
                       PERFORM CLOTURER-ECRITURE
                   END-IF
                   ADD 1 TO WS-NB-LIGNES
                   MOVE FENREG TO WS-PIECE-LIGNE(WS-NB-LIGNES)
                   MOVE BILAN-DATE TO WS-PIECE-DATE
                   IF BILAN-JOURNAL NOT = SPACES
                       MOVE BILAN-JOURNAL TO WS-PIECE-JOURNAL
                   END-IF
                   ADD BILAN-DEBIT TO WS-PIECE-DEBIT
                   ADD BILAN-CREDIT TO WS-PIECE-CREDIT
                   IF WS-PIECE-DEBIT = WS-PIECE-CREDIT
                       PERFORM CLOTURER-ECRITURE
                   END-IF
               END-IF
           END-IF.

       CHERCHER-JOURNAL.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-JOURNAUX > 0
               SET WS-JNL-IDX TO 1
               SEARCH WS-JNL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JNL-IDX > WS-NB-JOURNAUX
                       CONTINUE
                   WHEN WS-JNL-CODE(WS-JNL-IDX) = WS-JOURNAL
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       REJETER-LIGNE.
           ADD 1 TO WS-NB-REJETS
           MOVE SPACES TO REJET-REG
           MOVE WS-ECRITURE TO REJET-IMAGE
           MOVE ' | ' TO REJET-SEP
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG
           MOVE WS-ECRITURE TO NOUVEAU-REG
           WRITE NOUVEAU-REG.

      *    L'ECRITURE CONSTITUEE RECOIT SON JOURNAL (SAISI, SINON
      *    DEDUIT DE SES COMPTES), LE NUMERO SUIVANT DE CE JOURNAL
      *    POUR L'ANNEE DE SA DATE ET LA DATE DE VALIDATION.
       CLOTURER-ECRITURE.
           IF WS-NB-LIGNES > 0
               IF WS-PIECE-JOURNAL = SPACES
                   PERFORM DEDUIRE-JOURNAL
               END-IF
               MOVE WS-PIECE-JOURNAL TO WS-JOURNAL
               PERFORM CHERCHER-JOURNAL
               IF NOT WS-EST-TROUVE
                   MOVE 'Journal deduit absent de la table'
                       TO WS-MOTIF
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NB-LIGNES
                       MOVE WS-PIECE-LIGNE(WS-I) TO WS-ECRITURE
                       PERFORM REJETER-LIGNE
                   END-PERFORM
               ELSE
                   PERFORM CHERCHER-COMPTEUR
                   ADD 1 TO WS-CPT-DERNIER(WS-CPT-IDX)
                   ADD 1 TO WS-NB-ECRITURES
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NB-LIGNES
                       MOVE WS-PIECE-LIGNE(WS-I) TO WS-ECRITURE
                       MOVE WS-PIECE-JOURNAL TO ECR-JOURNAL
                       MOVE WS-CPT-DERNIER(WS-CPT-IDX) TO ECR-NUMERO
                       MOVE WS-RUN-YYYYMMDD TO ECR-DATE-COMPTA
                       MOVE WS-ECRITURE TO NOUVEAU-REG
                       WRITE NOUVEAU-REG
                       ADD 1 TO WS-NB-NUMEROTEES
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO WS-NB-LIGNES
           MOVE SPACES TO WS-PIECE-DATE
           MOVE SPACES TO WS-PIECE-JOURNAL
           MOVE 0 TO WS-PIECE-DEBIT
           MOVE 0 TO WS-PIECE-CREDIT.

      *    JOURNAL D'UNE ECRITURE SAISIE SANS CODE : BANQUE SI ELLE
      *    TOUCHE UN COMPTE 512, VENTES SI ELLE TOUCHE UN PRODUIT,
      *    ACHATS SI ELLE TOUCHE UN FOURNISSEUR 401, SINON OD.
       DEDUIRE-JOURNAL.
           MOVE 'OD' TO WS-PIECE-JOURNAL
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES
               MOVE WS-PIECE-LIGNE(WS-I) TO WS-ECRITURE
               EVALUATE TRUE
                   WHEN ECR-COMPTE(1:3) = '512'
                       MOVE 'BQ' TO WS-PIECE-JOURNAL
                   WHEN ECR-COMPTE(1:1) = '7'
                        AND WS-PIECE-JOURNAL NOT = 'BQ'
                       MOVE 'VT' TO WS-PIECE-JOURNAL
                   WHEN ECR-COMPTE(1:3) = '401'
                        AND WS-PIECE-JOURNAL = 'OD'
                       MOVE 'AC' TO WS-PIECE-JOURNAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *    POSITIONNE WS-CPT-IDX SUR LE COMPTEUR DU JOURNAL POUR
      *    L'ANNEE DE L'ECRITURE, CREE A ZERO S'IL N'EXISTE PAS
       CHERCHER-COMPTEUR.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-COMPTEURS > 0
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-COMPTEURS
                       CONTINUE
                   WHEN WS-CPT-JOURNAL(WS-CPT-IDX) = WS-PIECE-JOURNAL
                    AND WS-CPT-ANNEE(WS-CPT-IDX) = WS-PIECE-DATE(1:4)
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-EST-TROUVE
               ADD 1 TO WS-NB-COMPTEURS
               SET WS-CPT-IDX TO WS-NB-COMPTEURS
               MOVE WS-PIECE-JOURNAL TO WS-CPT-JOURNAL(WS-CPT-IDX)
               MOVE WS-PIECE-DATE(1:4) TO WS-CPT-ANNEE(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-DERNIER(WS-CPT-IDX)
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
