       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFMAJ.
      * Maintenance du tarif affaires nouvelles TARIFS.txt :
      * applique les transactions de TARIF-TRANSACTIONS.txt (action
      * 'A' ajout, 'M' modification, 'S' suppression + ligne au
      * format TARIFREC). Les lignes 'B' portent la prime de base
      * annuelle d'une classe de produit pour une tranche d'age de
      * CHOIXMULTIPLE (libelle de tranche obligatoirement connu),
      * les lignes 'O' le pourcentage de majoration d'une option de
      * la classe ; la valeur est numerique 99999.99 dans les deux
      * cas. Une classe et un critere identifient la ligne. Chaque
      * changement accepte est trace en image avant / apres dans
      * TARIF-AUDIT.txt, les autres partent dans TARIF-REJETS.txt,
      * et le tarif est reecrit : c'est le seul tarif dont devis
      * tire ses prix. Un tarif absent est cree au premier passage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTARIF ASSIGN TO "TARIFS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTARIF.

           SELECT FTRANS ASSIGN TO "TARIF-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "TARIFS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FAUDIT ASSIGN TO "TARIF-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "TARIF-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FTARIF
              RECORDING MODE IS F.
       COPY TARIFREC.

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-LIGNE.
                  10 TRANS-TYPE PIC X(1).
                  10 FILLER PIC X(1).
                  10 TRANS-CLASSE PIC X(20).
                  10 FILLER PIC X(1).
                  10 TRANS-CRITERE PIC X(20).
                      88 TRANS-TRANCHE-CONNUE VALUE 'maternelle'
                         'ecole primaire' 'college' 'lycee'
                         'hors categorie'.
                  10 FILLER PIC X(1).
                  10 TRANS-VALEUR.
                      15 TRANS-VALEUR-ENT PIC X(5).
                      15 TRANS-VALEUR-POINT PIC X(1).
                      15 TRANS-VALEUR-DEC PIC X(2).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(52).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(52).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(52).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-LIGNE PIC X(52).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FTARIF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FTARIF PIC X VALUE 'N'.
           88 WS-EOF-FTARIF-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

      * LIGNES DU TARIF (IMAGE TARIFREC) ET MARQUE DE SUPPRESSION
      * PORTEE EN PARALLELE
       01 WS-NB-TARIFS PIC 9(4) VALUE 0.
       01 WS-TABLE-TARIFS.
           05 WS-TAR-ENTRY OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WS-NB-TARIFS
                            INDEXED BY WS-TAR-IDX.
               10 WS-TAR-LIGNE.
                   15 WS-TAR-CLE.
                       20 WS-TAR-TYPE PIC X(1).
                       20 FILLER PIC X(1).
                       20 WS-TAR-CLASSE PIC X(20).
                       20 FILLER PIC X(1).
                       20 WS-TAR-CRITERE PIC X(20).
                   15 FILLER PIC X(9).
               10 WS-TAR-SUPPRIME PIC X(1).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIGNE-TROUVEE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(52).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'tarifmaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a tarifmaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU TARIF (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FTARIF.
           IF WS-STATUS-FTARIF = '00'
               PERFORM UNTIL WS-EOF-FTARIF-REACHED
                   READ FTARIF
                       AT END
                           SET WS-EOF-FTARIF-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-TARIFS < 3000
                               ADD 1 TO WS-NB-TARIFS
                               MOVE TARIF-REG
                                   TO WS-TAR-LIGNE(WS-NB-TARIFS)
                               MOVE 'N'
                                   TO WS-TAR-SUPPRIME(WS-NB-TARIFS)
                           ELSE
                               DISPLAY 'TARIFS.txt : capacite de '
                                   '3000 lignes atteinte, lignes '
                                   'suivantes ignorees'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTARIF
           ELSE
               DISPLAY 'TARIFS.txt absent - tarif cree par ce passage'
           END-IF

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'TARIF-TRANSACTIONS.txt non disponible - code '
                   'statut ' WS-STATUS-FTRANS
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

      *    REECRITURE DU TARIF SANS LES LIGNES SUPPRIMEES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-TARIFS
               IF WS-TAR-SUPPRIME(WS-I) = 'N'
                   MOVE WS-TAR-LIGNE(WS-I) TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv TARIFS.TMP TARIFS.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de TARIFS.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir TARIF-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir TARIF-REJETS.txt)'
           IF WS-NB-REJETEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-TRANSACTION.
      *    CONTROLES DE FORME COMMUNS
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN TRANS-TYPE NOT = 'B' AND TRANS-TYPE NOT = 'O'
                   MOVE 'Type de ligne inconnu (B ou O)' TO WS-MOTIF
               WHEN TRANS-CLASSE = SPACES
                    OR TRANS-CLASSE(1:1) = SPACE
                   MOVE 'Classe de produit vide ou decalee'
                       TO WS-MOTIF
               WHEN TRANS-CRITERE = SPACES
                   MOVE 'Tranche ou code option vide' TO WS-MOTIF
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
           PERFORM CONTROLER-CONTENU
           EVALUATE TRUE
               WHEN WS-LIGNE-TROUVEE
                   MOVE 'Ligne deja presente, ajout refuse'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN WS-NB-TARIFS >= 3000
                   MOVE 'Tarif plein (3000 lignes)' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-TARIFS
                   MOVE TRANS-LIGNE TO WS-TAR-LIGNE(WS-NB-TARIFS)
                   MOVE 'N' TO WS-TAR-SUPPRIME(WS-NB-TARIFS)
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
                   MOVE 'Ligne absente, modification refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   SET WS-I TO WS-TAR-IDX
                   MOVE WS-TAR-LIGNE(WS-I) TO WS-IMAGE
                   MOVE TRANS-LIGNE TO WS-TAR-LIGNE(WS-I)
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
               SET WS-I TO WS-TAR-IDX
               MOVE 'Y' TO WS-TAR-SUPPRIME(WS-I)
               ADD 1 TO WS-NB-ACCEPTEES
               MOVE SPACES TO AUDIT-REG
               MOVE 'SUPPRESSION' TO AUDIT-ACTION
               MOVE WS-TAR-LIGNE(WS-I) TO AUDIT-AVANT
               MOVE 'SUPPRIME' TO AUDIT-APRES
               WRITE AUDIT-REG
           END-IF.

      *    CONTROLES DE CONTENU DES AJOUTS ET MODIFICATIONS
       CONTROLER-CONTENU.
           EVALUATE TRUE
               WHEN TRANS-TYPE = 'B' AND NOT TRANS-TRANCHE-CONNUE
                   MOVE 'Tranche d age inconnue de CHOIXMULTIPLE'
                       TO WS-MOTIF
               WHEN TRANS-VALEUR-ENT IS NOT NUMERIC
                    OR TRANS-VALEUR-POINT NOT = '.'
                    OR TRANS-VALEUR-DEC IS NOT NUMERIC
                   MOVE 'Valeur mal formee (99999.99)' TO WS-MOTIF
               WHEN TRANS-VALEUR = '00000.00'
                    AND TRANS-TYPE = 'B'
                   MOVE 'Prime de base nulle' TO WS-MOTIF
           END-EVALUATE.

      *    LIGNE DE MEME CLE : TYPE + CLASSE + CRITERE. UNE LIGNE
      *    DEJA SUPPRIMEE NE COMPTE PLUS COMME PRESENTE.
       CHERCHER-LIGNE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-TARIFS > 0
               SET WS-TAR-IDX TO 1
               SEARCH WS-TAR-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-TAR-CLE(WS-TAR-IDX) = TRANS-LIGNE(1:43)
                        AND WS-TAR-SUPPRIME(WS-TAR-IDX) = 'N'
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-LIGNE TO REJET-LIGNE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
