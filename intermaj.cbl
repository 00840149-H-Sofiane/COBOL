       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERMAJ.
      * Maintenance du referentiel des intermediaires
      * INTERMEDIAIRES.txt (courtiers et apporteurs d'affaires) :
      * applique les transactions de INTER-TRANSACTIONS.txt (action
      * 'A' ajout, 'M' modification, 'S' suppression + ligne au
      * format INTERREC). Les lignes 'I' portent l'identite de
      * l'apporteur (nom et adresse obligatoires, code postal sur 5
      * chiffres, statut 'A' ou 'I', 'A' si blanc), les lignes 'T'
      * son taux de commission par classe de contrat (l'apporteur
      * doit exister, taux numerique 99.99). La suppression d'un
      * apporteur est refusee tant qu'il lui reste des taux ou que
      * des polices lui sont rattachees dans
      * POLICES-INTERMEDIAIRES.txt. Chaque changement accepte est
      * trace en image avant / apres dans INTER-AUDIT.txt, les
      * autres partent dans INTER-REJETS.txt, et le referentiel est
      * reecrit. Un referentiel absent est cree au premier passage.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINTER ASSIGN TO "INTERMEDIAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINTER.

           SELECT FLIENS ASSIGN TO "POLICES-INTERMEDIAIRES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIENS.

           SELECT FTRANS ASSIGN TO "INTER-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "INTERMEDIAIRES.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FAUDIT ASSIGN TO "INTER-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "INTER-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FINTER
              RECORDING MODE IS F.
       COPY INTERREC.

       FD     FLIENS
              RECORDING MODE IS F.
       01 LIEN-REG.
              05 LIEN-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 LIEN-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 LIEN-CODE PIC X(6).

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
                  10 TRANS-DONNEES PIC X(126).
                  10 TRANS-IDENTITE REDEFINES TRANS-DONNEES.
                      15 TRANS-NOM PIC X(30).
                      15 FILLER PIC X(1).
                      15 TRANS-ADRESSE1 PIC X(30).
                      15 FILLER PIC X(1).
                      15 TRANS-ADRESSE2 PIC X(30).
                      15 FILLER PIC X(1).
                      15 TRANS-CP PIC X(5).
                      15 FILLER PIC X(1).
                      15 TRANS-VILLE PIC X(25).
                      15 FILLER PIC X(1).
                      15 TRANS-STATUT PIC X(1).
                  10 TRANS-BAREME REDEFINES TRANS-DONNEES.
                      15 TRANS-CLASSE PIC X(20).
                      15 FILLER PIC X(1).
                      15 TRANS-TAUX.
                          20 TRANS-TAUX-ENT PIC X(2).
                          20 TRANS-TAUX-POINT PIC X(1).
                          20 TRANS-TAUX-DEC PIC X(2).
                      15 FILLER PIC X(100).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(135).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(135).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(135).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-CODE PIC X(6).
              05 FILLER PIC X(1).
              05 REJET-CLASSE PIC X(20).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FINTER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIENS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FINTER PIC X VALUE 'N'.
           88 WS-EOF-FINTER-REACHED VALUE 'Y'.
       01 WS-EOF-FLIENS PIC X VALUE 'N'.
           88 WS-EOF-FLIENS-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

      * LIGNES DU REFERENTIEL (IMAGE INTERREC) ET MARQUE DE
      * SUPPRESSION PORTEE EN PARALLELE
       01 WS-NB-INTER PIC 9(4) VALUE 0.
       01 WS-TABLE-INTER.
           05 WS-INT-ENTRY OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WS-NB-INTER
                            INDEXED BY WS-INT-IDX.
               10 WS-INT-LIGNE.
                   15 WS-INT-TYPE PIC X(1).
                   15 FILLER PIC X(1).
                   15 WS-INT-CODE PIC X(6).
                   15 FILLER PIC X(1).
                   15 WS-INT-CLASSE PIC X(20).
                   15 FILLER PIC X(106).
               10 WS-INT-SUPPRIME PIC X(1).

      * CODES APPORTEURS ENCORE REFERENCES PAR
      * POLICES-INTERMEDIAIRES.txt
       01 WS-NB-REFS PIC 9(4) VALUE 0.
       01 WS-TABLE-REFS.
           05 WS-REF-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-REF-IDX.
               10 WS-REF-CODE PIC X(6).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIGNE-TROUVEE VALUE 'Y'.
       01 WS-IDENT-TROUVE PIC X VALUE 'N'.
           88 WS-IDENTITE-TROUVEE VALUE 'Y'.
       01 WS-TAUX-TROUVE PIC X VALUE 'N'.
           88 WS-TAUX-RESTANT VALUE 'Y'.
       01 WS-REF-TROUVE PIC X VALUE 'N'.
           88 WS-CODE-REFERENCE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(135).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'intermaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a intermaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU REFERENTIEL (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FINTER.
           IF WS-STATUS-FINTER = '00'
               PERFORM UNTIL WS-EOF-FINTER-REACHED
                   READ FINTER
                       AT END
                           SET WS-EOF-FINTER-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-INTER < 3000
                               ADD 1 TO WS-NB-INTER
                               MOVE INTER-REG
                                   TO WS-INT-LIGNE(WS-NB-INTER)
                               MOVE 'N'
                                   TO WS-INT-SUPPRIME(WS-NB-INTER)
                           ELSE
                               DISPLAY 'INTERMEDIAIRES.txt : '
                                   'capacite de 3000 lignes '
                                   'atteinte, lignes suivantes '
                                   'ignorees'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINTER
           ELSE
               DISPLAY 'INTERMEDIAIRES.txt absent - referentiel '
                   'cree par ce passage'
           END-IF

      *    CODES ENCORE REFERENCES PAR POLICES-INTERMEDIAIRES.txt
           OPEN INPUT FLIENS.
           IF WS-STATUS-FLIENS = '00'
               PERFORM UNTIL WS-EOF-FLIENS-REACHED
                   READ FLIENS
                       AT END
                           SET WS-EOF-FLIENS-REACHED TO TRUE
                       NOT AT END
                           MOVE 'N' TO WS-REF-TROUVE
                           IF WS-NB-REFS > 0
                               SET WS-REF-IDX TO 1
                               SEARCH WS-REF-ENTRY
                                   AT END
                                       MOVE 'N' TO WS-REF-TROUVE
                                   WHEN WS-REF-CODE(WS-REF-IDX) =
                                        LIEN-CODE
                                       MOVE 'Y' TO WS-REF-TROUVE
                               END-SEARCH
                           END-IF
                           IF NOT WS-CODE-REFERENCE
                              AND WS-NB-REFS < 3000
                               ADD 1 TO WS-NB-REFS
                               MOVE LIEN-CODE
                                   TO WS-REF-CODE(WS-NB-REFS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIENS
           ELSE
               DISPLAY 'POLICES-INTERMEDIAIRES.txt non disponible - '
                   'les suppressions ne seront pas controlees'
           END-IF

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'INTER-TRANSACTIONS.txt non disponible - code '
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

      *    REECRITURE DU REFERENTIEL SANS LES LIGNES SUPPRIMEES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INTER
               IF WS-INT-SUPPRIME(WS-I) = 'N'
                   MOVE WS-INT-LIGNE(WS-I) TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv INTERMEDIAIRES.TMP INTERMEDIAIRES.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de INTERMEDIAIRES.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir INTER-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir INTER-REJETS.txt)'
           IF WS-NB-REJETEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-TRANSACTION.
      *    CONTROLES DE FORME COMMUNS
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN TRANS-TYPE NOT = 'I' AND TRANS-TYPE NOT = 'T'
                   MOVE 'Type de ligne inconnu (I ou T)' TO WS-MOTIF
               WHEN TRANS-CODE = SPACES
                    OR TRANS-CODE(1:1) = SPACE
                   MOVE 'Code apporteur vide ou decale' TO WS-MOTIF
               WHEN TRANS-TYPE = 'T' AND TRANS-CLASSE = SPACES
                   MOVE 'Classe de contrat vide' TO WS-MOTIF
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
               WHEN WS-NB-INTER >= 3000
                   MOVE 'Referentiel plein (3000 lignes)' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-INTER
                   MOVE TRANS-LIGNE TO WS-INT-LIGNE(WS-NB-INTER)
                   MOVE 'N' TO WS-INT-SUPPRIME(WS-NB-INTER)
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
                   SET WS-I TO WS-INT-IDX
                   MOVE WS-INT-LIGNE(WS-I) TO WS-IMAGE
                   MOVE TRANS-LIGNE TO WS-INT-LIGNE(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'MODIFICATION' TO AUDIT-ACTION
                   MOVE WS-IMAGE TO AUDIT-AVANT
                   MOVE TRANS-LIGNE TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

       APPLIQUER-SUPPRESSION.
           MOVE 'N' TO WS-REF-TROUVE
           MOVE 'N' TO WS-TAUX-TROUVE
           IF TRANS-TYPE = 'I'
               IF WS-NB-REFS > 0
                   SET WS-REF-IDX TO 1
                   SEARCH WS-REF-ENTRY
                       AT END
                           MOVE 'N' TO WS-REF-TROUVE
                       WHEN WS-REF-CODE(WS-REF-IDX) = TRANS-CODE
                           MOVE 'Y' TO WS-REF-TROUVE
                   END-SEARCH
               END-IF
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-INTER
                   IF WS-INT-TYPE(WS-I) = 'T'
                      AND WS-INT-CODE(WS-I) = TRANS-CODE
                      AND WS-INT-SUPPRIME(WS-I) = 'N'
                       MOVE 'Y' TO WS-TAUX-TROUVE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-LIGNE-TROUVEE
                   MOVE 'Ligne absente, suppression refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-CODE-REFERENCE
                   MOVE 'Apporteur reference par des polices'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-TAUX-RESTANT
                   MOVE 'Supprimer d abord les taux de l apporteur'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   SET WS-I TO WS-INT-IDX
                   MOVE 'Y' TO WS-INT-SUPPRIME(WS-I)
                   ADD 1 TO WS-NB-ACCEPTEES
                   MOVE SPACES TO AUDIT-REG
                   MOVE 'SUPPRESSION' TO AUDIT-ACTION
                   MOVE WS-INT-LIGNE(WS-I) TO AUDIT-AVANT
                   MOVE 'SUPPRIME' TO AUDIT-APRES
                   WRITE AUDIT-REG
           END-EVALUATE.

      *    CONTROLES DE CONTENU DES AJOUTS ET MODIFICATIONS ; LE
      *    STATUT BLANC D'UNE IDENTITE VAUT 'A'.
       CONTROLER-CONTENU.
           IF TRANS-TYPE = 'I'
               IF TRANS-STATUT = SPACE
                   MOVE 'A' TO TRANS-STATUT
               END-IF
               EVALUATE TRUE
                   WHEN TRANS-NOM = SPACES
                       MOVE 'Nom de l apporteur vide' TO WS-MOTIF
                   WHEN TRANS-ADRESSE1 = SPACES
                       MOVE 'Adresse de l apporteur vide' TO WS-MOTIF
                   WHEN TRANS-CP IS NOT NUMERIC
                       MOVE 'Code postal non numerique' TO WS-MOTIF
                   WHEN TRANS-VILLE = SPACES
                       MOVE 'Ville de l apporteur vide' TO WS-MOTIF
                   WHEN TRANS-STATUT NOT = 'A'
                        AND TRANS-STATUT NOT = 'I'
                       MOVE 'Statut inconnu (A ou I)' TO WS-MOTIF
               END-EVALUATE
           ELSE
               PERFORM CHERCHER-IDENTITE
               EVALUATE TRUE
                   WHEN NOT WS-IDENTITE-TROUVEE
                       MOVE 'Apporteur inconnu pour ce taux'
                           TO WS-MOTIF
                   WHEN TRANS-TAUX-ENT IS NOT NUMERIC
                        OR TRANS-TAUX-POINT NOT = '.'
                        OR TRANS-TAUX-DEC IS NOT NUMERIC
                       MOVE 'Taux mal forme (99.99)' TO WS-MOTIF
               END-EVALUATE
           END-IF.

      *    LIGNE DE MEME CLE : TYPE + CODE, ET CLASSE POUR UN TAUX.
      *    UNE LIGNE DEJA SUPPRIMEE NE COMPTE PLUS COMME PRESENTE.
       CHERCHER-LIGNE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-INTER > 0
               SET WS-INT-IDX TO 1
               SEARCH WS-INT-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-INT-TYPE(WS-INT-IDX) = TRANS-TYPE
                        AND WS-INT-CODE(WS-INT-IDX) = TRANS-CODE
                        AND WS-INT-SUPPRIME(WS-INT-IDX) = 'N'
                        AND (TRANS-TYPE = 'I'
                             OR WS-INT-CLASSE(WS-INT-IDX)
                                = TRANS-CLASSE)
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       CHERCHER-IDENTITE.
           MOVE 'N' TO WS-IDENT-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INTER
               IF WS-INT-TYPE(WS-I) = 'I'
                  AND WS-INT-CODE(WS-I) = TRANS-CODE
                  AND WS-INT-SUPPRIME(WS-I) = 'N'
                   MOVE 'Y' TO WS-IDENT-TROUVE
               END-IF
           END-PERFORM.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-TYPE TO REJET-TYPE
           MOVE TRANS-CODE TO REJET-CODE
           IF TRANS-TYPE = 'T'
               MOVE TRANS-CLASSE TO REJET-CLASSE
           END-IF
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
