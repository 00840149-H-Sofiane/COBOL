       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOURMAJ.
      * Maintenance du fichier des fournisseurs FOURNISSEURS.txt
      * (format FOURREC) : applique les transactions de
      * FOURNISSEURS-TRANSACTIONS.txt (action 'A' ajout, 'M'
      * modification, 'S' suppression + ligne au format FOURREC),
      * dans le style d'intermaj. Raison sociale obligatoire, IBAN
      * controle par IBANVALID (les virements du reglement
      * hebdomadaire partent dessus), statut 'A' ou 'I', 'A' si
      * blanc. La suppression d'un fournisseur est refusee tant
      * qu'il lui reste des factures non payees dans
      * FACTURES-FOURNISSEURS.txt : on le passe inactif. Chaque
      * changement accepte est trace en image avant / apres dans
      * FOURNISSEURS-AUDIT.txt, les autres partent dans
      * FOURNISSEURS-REJETS.txt, le fichier est reecrit et les
      * transactions traitees sont renommees en .TRAITE. Un fichier
      * des fournisseurs absent est cree au premier passage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FFOUR ASSIGN TO "FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFOUR.

           SELECT FFACT ASSIGN TO "FACTURES-FOURNISSEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFACT.

           SELECT FTRANS ASSIGN TO "FOURNISSEURS-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "FOURNISSEURS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FAUDIT ASSIGN TO "FOURNISSEURS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "FOURNISSEURS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FFOUR
              RECORDING MODE IS F.
       COPY FOURREC.

       FD     FFACT
              RECORDING MODE IS F.
       COPY FACTREC.

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-LIGNE.
                  10 TRANS-CODE PIC X(6).
                  10 FILLER PIC X(1).
                  10 TRANS-NOM PIC X(30).
                  10 FILLER PIC X(1).
                  10 TRANS-IBAN PIC X(34).
                  10 FILLER PIC X(1).
                  10 TRANS-STATUT PIC X(1).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(74).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(74).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(74).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 REJET-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FFOUR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFACT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FFOUR PIC X VALUE 'N'.
           88 WS-EOF-FFOUR-REACHED VALUE 'Y'.
       01 WS-EOF-FFACT PIC X VALUE 'N'.
           88 WS-EOF-FFACT-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

      * FOURNISSEURS (IMAGE FOURREC) ET MARQUE DE SUPPRESSION
      * PORTEE EN PARALLELE
       01 WS-NB-FOUR PIC 9(4) VALUE 0.
       01 WS-TABLE-FOUR.
           05 WS-FOUR-ENTRY OCCURS 1 TO 3000 TIMES
                             DEPENDING ON WS-NB-FOUR
                             INDEXED BY WS-FOUR-IDX.
               10 WS-FOUR-LIGNE.
                   15 WS-FOUR-CODE PIC X(6).
                   15 FILLER PIC X(68).
               10 WS-FOUR-SUPPRIME PIC X(1).

      * FOURNISSEURS AYANT ENCORE DES FACTURES NON PAYEES
       01 WS-NB-REFS PIC 9(4) VALUE 0.
       01 WS-TABLE-REFS.
           05 WS-REF-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-REF-IDX.
               10 WS-REF-CODE PIC X(6).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIGNE-TROUVEE VALUE 'Y'.
       01 WS-REF-TROUVE PIC X VALUE 'N'.
           88 WS-CODE-REFERENCE VALUE 'Y'.
       01 WS-IBAN-VALIDE PIC X VALUE 'N'.
           88 WS-IBAN-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-IBAN PIC X(2) VALUE SPACES.
       01 WS-TRANS-PRESENTES PIC X VALUE 'N'.
           88 WS-TRANS-A-TRAITER VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(74).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETEES PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'fourmaj' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'fourmaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a fourmaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    CHARGEMENT DES FOURNISSEURS (ABSENTS AU PREMIER PASSAGE)
           OPEN INPUT FFOUR.
           IF WS-STATUS-FFOUR = '00'
               PERFORM UNTIL WS-EOF-FFOUR-REACHED
                   READ FFOUR
                       AT END
                           SET WS-EOF-FFOUR-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-FOUR < 3000
                               ADD 1 TO WS-NB-FOUR
                               MOVE FOUR-REG
                                   TO WS-FOUR-LIGNE(WS-NB-FOUR)
                               MOVE 'N'
                                   TO WS-FOUR-SUPPRIME(WS-NB-FOUR)
                           ELSE
                               DISPLAY 'FOURNISSEURS.txt : '
                                   'capacite de 3000 lignes '
                                   'atteinte, lignes suivantes '
                                   'ignorees'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FFOUR
           ELSE
               DISPLAY 'FOURNISSEURS.txt absent - fichier cree par '
                   'ce passage'
           END-IF

      *    FOURNISSEURS AUXQUELS IL RESTE DES FACTURES A PAYER
           OPEN INPUT FFACT.
           IF WS-STATUS-FFACT = '00'
               PERFORM UNTIL WS-EOF-FFACT-REACHED
                   READ FFACT
                       AT END
                           SET WS-EOF-FFACT-REACHED TO TRUE
                       NOT AT END
                           IF NOT FACT-PAYEE
                               PERFORM NOTER-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FFACT
           ELSE
               DISPLAY 'FACTURES-FOURNISSEURS.txt absent - aucune '
                   'facture en cours'
           END-IF

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'FOURNISSEURS-TRANSACTIONS.txt non disponible '
                   '- code statut ' WS-STATUS-FTRANS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           SET WS-TRANS-A-TRAITER TO TRUE
           OPEN OUTPUT FAUDIT.
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FTRANS-REACHED
               READ FTRANS
                   AT END
                       SET WS-EOF-FTRANS-REACHED TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE FTRANS.

           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL ACCEPTEES : ' TO AUDIT-TRAILER-LIB
           MOVE WS-NB-ACCEPTEES TO AUDIT-TRAILER-NB
           WRITE AUDIT-TRAILER
           CLOSE FAUDIT.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETEES TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    REECRITURE DU FICHIER SANS LES LIGNES SUPPRIMEES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-FOUR
               IF WS-FOUR-SUPPRIME(WS-I) = 'N'
                   MOVE WS-FOUR-LIGNE(WS-I) TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv FOURNISSEURS.TMP FOURNISSEURS.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de FOURNISSEURS.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    LES TRANSACTIONS APPLIQUEES NE DOIVENT PAS ETRE REJOUEES
           IF WS-TRANS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv FOURNISSEURS-TRANSACTIONS.txt '
                   DELIMITED BY SIZE
                   'FOURNISSEURS-TRANSACTIONS.TRAITE'
                   DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir FOURNISSEURS-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir FOURNISSEURS-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETEES > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       NOTER-REFERENCE.
           MOVE 'N' TO WS-REF-TROUVE
           IF WS-NB-REFS > 0
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                   AT END
                       MOVE 'N' TO WS-REF-TROUVE
                   WHEN WS-REF-IDX > WS-NB-REFS
                       MOVE 'N' TO WS-REF-TROUVE
                   WHEN WS-REF-CODE(WS-REF-IDX) = FACT-FOURNISSEUR
                       MOVE 'Y' TO WS-REF-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-CODE-REFERENCE
              AND WS-NB-REFS < 3000
               ADD 1 TO WS-NB-REFS
               MOVE FACT-FOURNISSEUR TO WS-REF-CODE(WS-NB-REFS)
           END-IF.

       APPLIQUER-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           IF TRANS-CODE = SPACES
              OR TRANS-CODE(1:1) = SPACE
               MOVE 'Code fournisseur vide ou decale' TO WS-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               PERFORM CHERCHER-LIGNE
               EVALUATE TRANS-ACTION
                   WHEN 'A'
                       PERFORM APPLIQUER-AJOUT
                   WHEN 'M'
                       PERFORM APPLIQUER-MODIFICATION
                   WHEN 'S'
                       PERFORM APPLIQUER-SUPPRESSION
                   WHEN OTHER
                       MOVE 'Code action inconnu' TO WS-MOTIF
                       PERFORM ECRIRE-REJET
               END-EVALUATE
           END-IF.

       APPLIQUER-AJOUT.
           PERFORM CONTROLER-CONTENU
           EVALUATE TRUE
               WHEN WS-LIGNE-TROUVEE
                   MOVE 'Fournisseur deja present, ajout refuse'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN WS-NB-FOUR >= 3000
                   MOVE 'Fichier plein (3000 fournisseurs)'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-FOUR
                   MOVE TRANS-LIGNE TO WS-FOUR-LIGNE(WS-NB-FOUR)
                   MOVE 'N' TO WS-FOUR-SUPPRIME(WS-NB-FOUR)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'AJOUT' TO AUDIT-ACTION
                   MOVE TRANS-LIGNE TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

       APPLIQUER-MODIFICATION.
           PERFORM CONTROLER-CONTENU
           EVALUATE TRUE
               WHEN NOT WS-LIGNE-TROUVEE
                   MOVE 'Fournisseur absent, modification refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   SET WS-I TO WS-FOUR-IDX
                   MOVE WS-FOUR-LIGNE(WS-I) TO WS-IMAGE
                   MOVE TRANS-LIGNE TO WS-FOUR-LIGNE(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'MODIFICATION' TO AUDIT-ACTION
                   MOVE WS-IMAGE TO AUDIT-AVANT
                   MOVE TRANS-LIGNE TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

       APPLIQUER-SUPPRESSION.
           MOVE 'N' TO WS-REF-TROUVE
           IF WS-NB-REFS > 0
               SET WS-REF-IDX TO 1
               SEARCH WS-REF-ENTRY
                   AT END
                       MOVE 'N' TO WS-REF-TROUVE
                   WHEN WS-REF-IDX > WS-NB-REFS
                       MOVE 'N' TO WS-REF-TROUVE
                   WHEN WS-REF-CODE(WS-REF-IDX) = TRANS-CODE
                       MOVE 'Y' TO WS-REF-TROUVE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-LIGNE-TROUVEE
                   MOVE 'Fournisseur absent, suppression refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-CODE-REFERENCE
                   MOVE 'Factures non payees, passer inactif'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   SET WS-I TO WS-FOUR-IDX
                   MOVE 'Y' TO WS-FOUR-SUPPRIME(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'SUPPRESSION' TO AUDIT-ACTION
                   MOVE WS-FOUR-LIGNE(WS-I) TO AUDIT-AVANT
                   MOVE 'SUPPRIME' TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

      *    CONTROLES DE CONTENU DES AJOUTS ET MODIFICATIONS ; LE
      *    STATUT BLANC VAUT 'A'.
       CONTROLER-CONTENU.
           IF TRANS-STATUT = SPACE
               MOVE 'A' TO TRANS-STATUT
           END-IF
           CALL 'IBANVALID' USING TRANS-IBAN,
               WS-IBAN-VALIDE, WS-MOTIF-IBAN
           EVALUATE TRUE
               WHEN TRANS-NOM = SPACES
                   MOVE 'Raison sociale vide' TO WS-MOTIF
               WHEN NOT WS-IBAN-EST-VALIDE
                   STRING 'IBAN invalide (motif ' DELIMITED BY SIZE
                       WS-MOTIF-IBAN DELIMITED BY SIZE
                       ')' DELIMITED BY SIZE
                       INTO WS-MOTIF
               WHEN TRANS-STATUT NOT = 'A'
                    AND TRANS-STATUT NOT = 'I'
                   MOVE 'Statut inconnu (A ou I)' TO WS-MOTIF
           END-EVALUATE.

      *    UNE LIGNE DEJA SUPPRIMEE NE COMPTE PLUS COMME PRESENTE
       CHERCHER-LIGNE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-FOUR > 0
               SET WS-FOUR-IDX TO 1
               SEARCH WS-FOUR-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-FOUR-CODE(WS-FOUR-IDX) = TRANS-CODE
                        AND WS-FOUR-SUPPRIME(WS-FOUR-IDX) = 'N'
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-CODE TO REJET-CODE
           MOVE TRANS-NOM TO REJET-NOM
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
