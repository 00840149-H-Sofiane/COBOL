       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMAJ.
      * Maintenance du catalogue produits PRODUITS.txt : applique
      * les transactions de PRODUIT-TRANSACTIONS.txt (action 'A'
      * ajout, 'M' modification, 'S' suppression + ligne au format
      * PRODREC). Une fiche 'P' est identifiee par son code
      * produit et porte le libelle commercial officiel, la classe
      * de taxe, la duree par defaut en mois et le statut 'O'
      * ouvert ou 'F' ferme a la vente ; une variante 'V' est
      * identifiee par son libelle et rattache ce libelle a une
      * fiche existante. Un meme libelle ne peut designer qu'un
      * seul produit, et une fiche ne se supprime qu'une fois ses
      * variantes retirees (un produit qui n'est plus vendu se
      * ferme, il ne se supprime pas tant que des polices le
      * portent). Chaque changement accepte est trace en image
      * avant / apres dans PRODUIT-AUDIT.txt, les autres partent
      * dans PRODUIT-REJETS.txt, et le catalogue est reecrit. Un
      * catalogue absent est cree au premier passage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRODUITS ASSIGN TO "PRODUITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPRODUITS.

           SELECT FTRANS ASSIGN TO "PRODUIT-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "PRODUITS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FAUDIT ASSIGN TO "PRODUIT-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "PRODUIT-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPRODUITS
              RECORDING MODE IS F.
       COPY PRODREC.

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-LIGNE.
                  10 TRANS-TYPE PIC X(1).
                  10 FILLER PIC X(1).
                  10 TRANS-CODE PIC X(6).
                  10 FILLER PIC X(1).
                  10 TRANS-LIBELLE PIC X(101).
                  10 FILLER PIC X(1).
                  10 TRANS-CLASSE-TAXE PIC X(20).
                  10 FILLER PIC X(1).
                  10 TRANS-DUREE PIC X(3).
                  10 FILLER PIC X(1).
                  10 TRANS-STATUT PIC X(1).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(137).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(137).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(137).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-LIGNE PIC X(137).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPRODUITS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FPRODUITS PIC X VALUE 'N'.
           88 WS-EOF-FPRODUITS-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

      * LIGNES DU CATALOGUE (IMAGE PRODREC) ET MARQUE DE
      * SUPPRESSION PORTEE EN PARALLELE
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-TABLE-LIGNES.
           05 WS-PRD-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-NB-LIGNES
                            INDEXED BY WS-PRD-IDX.
               10 WS-PRD-LIGNE.
                   15 WS-PRD-TYPE PIC X(1).
                   15 FILLER PIC X(1).
                   15 WS-PRD-CODE PIC X(6).
                   15 FILLER PIC X(1).
                   15 WS-PRD-LIBELLE PIC X(101).
                   15 FILLER PIC X(27).
               10 WS-PRD-SUPPRIME PIC X(1).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIGNE-TROUVEE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(137).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-J PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'prodmaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a prodmaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU CATALOGUE (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FPRODUITS.
           IF WS-STATUS-FPRODUITS = '00'
               PERFORM UNTIL WS-EOF-FPRODUITS-REACHED
                   READ FPRODUITS
                       AT END
                           SET WS-EOF-FPRODUITS-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-LIGNES < 2000
                               ADD 1 TO WS-NB-LIGNES
                               MOVE PROD-REG
                                   TO WS-PRD-LIGNE(WS-NB-LIGNES)
                               MOVE 'N'
                                   TO WS-PRD-SUPPRIME(WS-NB-LIGNES)
                           ELSE
                               DISPLAY 'PRODUITS.txt : capacite de '
                                   '2000 lignes atteinte, lignes '
                                   'suivantes ignorees'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPRODUITS
           ELSE
               DISPLAY 'PRODUITS.txt absent - catalogue cree par ce '
                   'passage'
           END-IF

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'PRODUIT-TRANSACTIONS.txt non disponible - '
                   'code statut ' WS-STATUS-FTRANS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
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

      *    REECRITURE DU CATALOGUE SANS LES LIGNES SUPPRIMEES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-LIGNES
               IF WS-PRD-SUPPRIME(WS-I) = 'N'
                   MOVE WS-PRD-LIGNE(WS-I) TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv PRODUITS.TMP PRODUITS.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de PRODUITS.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir PRODUIT-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir PRODUIT-REJETS.txt)'
           IF WS-NB-REJETEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-TRANSACTION.
      *    CONTROLES DE FORME COMMUNS
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN TRANS-TYPE NOT = 'P' AND TRANS-TYPE NOT = 'V'
                   MOVE 'Type de ligne inconnu (P ou V)' TO WS-MOTIF
               WHEN TRANS-CODE = SPACES
                    OR TRANS-CODE(1:1) = SPACE
                   MOVE 'Code produit vide ou decale' TO WS-MOTIF
               WHEN TRANS-LIBELLE = SPACES
                    OR TRANS-LIBELLE(1:1) = SPACE
                   MOVE 'Libelle vide ou decale' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
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
           MOVE 0 TO WS-I
           PERFORM CONTROLER-CONTENU
           EVALUATE TRUE
               WHEN WS-LIGNE-TROUVEE
                   MOVE 'Ligne deja presente, ajout refuse'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN WS-NB-LIGNES >= 2000
                   MOVE 'Catalogue plein (2000 lignes)' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-LIGNES
                   MOVE TRANS-LIGNE TO WS-PRD-LIGNE(WS-NB-LIGNES)
                   MOVE 'N' TO WS-PRD-SUPPRIME(WS-NB-LIGNES)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'AJOUT' TO AUDIT-ACTION
                   MOVE TRANS-LIGNE TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

       APPLIQUER-MODIFICATION.
           IF WS-LIGNE-TROUVEE
               SET WS-I TO WS-PRD-IDX
           ELSE
               MOVE 0 TO WS-I
           END-IF
           PERFORM CONTROLER-CONTENU
           EVALUATE TRUE
               WHEN NOT WS-LIGNE-TROUVEE
                   MOVE 'Ligne absente, modification refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   MOVE WS-PRD-LIGNE(WS-I) TO WS-IMAGE
                   MOVE TRANS-LIGNE TO WS-PRD-LIGNE(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'MODIFICATION' TO AUDIT-ACTION
                   MOVE WS-IMAGE TO AUDIT-AVANT
                   MOVE TRANS-LIGNE TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

       APPLIQUER-SUPPRESSION.
           IF NOT WS-LIGNE-TROUVEE
               MOVE 'Ligne absente, suppression refusee' TO WS-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               SET WS-I TO WS-PRD-IDX
               IF TRANS-TYPE = 'P'
                   PERFORM COMPTER-VARIANTES
               END-IF
               IF WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               ELSE
                   MOVE 'Y' TO WS-PRD-SUPPRIME(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'SUPPRESSION' TO AUDIT-ACTION
                   MOVE WS-PRD-LIGNE(WS-I) TO AUDIT-AVANT
                   MOVE 'SUPPRIME' TO AUDIT-APRES
                   WRITE AUDIT-REG
               END-IF
           END-IF.

      *    CONTROLES DE CONTENU DES AJOUTS ET MODIFICATIONS. WS-I
      *    DESIGNE LA LIGNE MODIFIEE (0 EN AJOUT), QUI NE COMPTE
      *    PAS DANS LE CONTROLE D'UNICITE DU LIBELLE.
       CONTROLER-CONTENU.
           EVALUATE TRUE
               WHEN TRANS-TYPE = 'P' AND TRANS-DUREE IS NOT NUMERIC
                   MOVE 'Duree par defaut non numerique (mois)'
                       TO WS-MOTIF
               WHEN TRANS-TYPE = 'P'
                    AND TRANS-STATUT NOT = 'O'
                    AND TRANS-STATUT NOT = 'F'
                   MOVE 'Statut inconnu (O ouvert ou F ferme)'
                       TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF = SPACES
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-LIGNES
                       OR WS-MOTIF NOT = SPACES
                   IF WS-J NOT = WS-I
                      AND WS-PRD-SUPPRIME(WS-J) = 'N'
                      AND WS-PRD-LIBELLE(WS-J) = TRANS-LIBELLE
                      AND (WS-PRD-TYPE(WS-J) = 'P'
                           OR WS-PRD-TYPE(WS-J) = 'V')
                       MOVE 'Libelle deja rattache a un produit'
                           TO WS-MOTIF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MOTIF = SPACES AND TRANS-TYPE = 'V'
               MOVE 'Produit de la variante absent du catalogue'
                   TO WS-MOTIF
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-LIGNES
                   IF WS-PRD-SUPPRIME(WS-J) = 'N'
                      AND WS-PRD-TYPE(WS-J) = 'P'
                      AND WS-PRD-CODE(WS-J) = TRANS-CODE
                       MOVE SPACES TO WS-MOTIF
                   END-IF
               END-PERFORM
           END-IF.

      *    UNE FICHE NE SE SUPPRIME PAS TANT QU'UNE VARIANTE LUI
      *    EST RATTACHEE.
       COMPTER-VARIANTES.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-LIGNES
               IF WS-PRD-SUPPRIME(WS-J) = 'N'
                  AND WS-PRD-TYPE(WS-J) = 'V'
                  AND WS-PRD-CODE(WS-J) = TRANS-CODE
                   MOVE 'Variantes encore rattachees au produit'
                       TO WS-MOTIF
               END-IF
           END-PERFORM.

      *    CLE D'UNE FICHE : TYPE + CODE ; CLE D'UNE VARIANTE :
      *    TYPE + LIBELLE. UNE LIGNE DEJA SUPPRIMEE NE COMPTE PLUS
      *    COMME PRESENTE.
       CHERCHER-LIGNE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-LIGNES > 0
               SET WS-PRD-IDX TO 1
               IF TRANS-TYPE = 'P'
                   SEARCH WS-PRD-ENTRY
                       AT END
                           MOVE 'N' TO WS-TROUVE
                       WHEN WS-PRD-TYPE(WS-PRD-IDX) = 'P'
                            AND WS-PRD-CODE(WS-PRD-IDX) = TRANS-CODE
                            AND WS-PRD-SUPPRIME(WS-PRD-IDX) = 'N'
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               ELSE
                   SEARCH WS-PRD-ENTRY
                       AT END
                           MOVE 'N' TO WS-TROUVE
                       WHEN WS-PRD-TYPE(WS-PRD-IDX) = 'V'
                            AND WS-PRD-LIBELLE(WS-PRD-IDX) =
                                TRANS-LIBELLE
                            AND WS-PRD-SUPPRIME(WS-PRD-IDX) = 'N'
                           MOVE 'Y' TO WS-TROUVE
                   END-SEARCH
               END-IF
           END-IF.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-LIGNE TO REJET-LIGNE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
