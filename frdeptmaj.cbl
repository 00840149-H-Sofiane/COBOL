       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDEPTMAJ.
      * Maintenance outillee de l'affectation MUNA -> departement
      * FR-LISTE-DEPT.txt, dans le style de DEPTMAJ. Applique les
      * transactions de FR-LISTE-DEPT-TRANSACTIONS.txt (action 'A'
      * ajout, 'M' modification, 'S' suppression + image
      * MUNA / code / libelle, telles que proposees par cpdept dans
      * CPDEPT-CORRECTIONS.txt) : MUNA numerique sur 8, code
      * departement connu du referentiel (DEPTLOOK) pour les ajouts
      * et modifications, libelle repris du referentiel quand la
      * transaction n'en porte pas, refus des ajouts de MUNA deja
      * affectes et des operations sur MUNA absents. Chaque
      * changement accepte est trace en image avant / apres dans
      * FR-LISTE-DEPT-AUDIT.txt, les autres partent dans
      * FR-LISTE-DEPT-REJETS.txt, et l'affectation est reecrite.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREF ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREF.

           SELECT FTRANS ASSIGN TO "FR-LISTE-DEPT-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "FR-LISTE-DEPT.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FAUDIT ASSIGN TO "FR-LISTE-DEPT-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "FR-LISTE-DEPT-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FREF
              RECORDING MODE IS F.
       01 REFREG.
              05 REF-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 REF-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 REF-LIBELLE PIC X(30).

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 TRANS-LIBELLE PIC X(30).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(43).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(43).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(43).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REJET-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY DEPTLNK.

       01 WS-EOF-FREF PIC X VALUE 'N'.
           88 WS-EOF-FREF-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

       01 WS-NB-AFF PIC 9(5) VALUE 0.
       01 WS-TABLE-AFF.
           05 WS-AFF-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-AFF
                            INDEXED BY WS-AFF-IDX.
               10 WS-AFF-MUNA PIC X(8).
               10 WS-AFF-CODE PIC X(3).
               10 WS-AFF-LIBELLE PIC X(30).
               10 WS-AFF-SUPPRIME PIC X(1).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(43).
       01 WS-LIBELLE PIC X(30).
       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'frdeptmaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a frdeptmaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DE L'AFFECTATION
           OPEN INPUT FREF.
           IF WS-STATUS-FREF NOT = '00'
               DISPLAY 'FR-LISTE-DEPT.txt non disponible - code '
                   'statut ' WS-STATUS-FREF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FREF-REACHED
               READ FREF
                   AT END
                       SET WS-EOF-FREF-REACHED TO TRUE
                   NOT AT END
                       IF WS-NB-AFF < 20000
                           ADD 1 TO WS-NB-AFF
                           MOVE REF-MUNA TO WS-AFF-MUNA(WS-NB-AFF)
                           MOVE REF-CODE TO WS-AFF-CODE(WS-NB-AFF)
                           MOVE REF-LIBELLE
                               TO WS-AFF-LIBELLE(WS-NB-AFF)
                           MOVE 'N' TO WS-AFF-SUPPRIME(WS-NB-AFF)
                       ELSE
                           DISPLAY 'FR-LISTE-DEPT.txt : capacite de '
                               '20000 entrees atteinte, '
                               'maintenance impossible'
                           CLOSE FREF
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREF.

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'FR-LISTE-DEPT-TRANSACTIONS.txt non disponible '
                   '- code statut ' WS-STATUS-FTRANS
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

      *    REECRITURE DE L'AFFECTATION SANS LES ENTREES SUPPRIMEES
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-AFF
               IF WS-AFF-SUPPRIME(WS-I) = 'N'
                   PERFORM GARNIR-IMAGE
                   MOVE WS-IMAGE TO NOUVEAU-REG
                   WRITE NOUVEAU-REG
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv FR-LISTE-DEPT.TMP FR-LISTE-DEPT.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de FR-LISTE-DEPT.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir FR-LISTE-DEPT-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir FR-LISTE-DEPT-REJETS.txt)'
           IF WS-NB-REJETEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-TRANSACTION.
      *    CONTROLES DE FORME COMMUNS
           MOVE SPACES TO WS-MOTIF
           IF TRANS-MUNA IS NOT NUMERIC
               MOVE 'MUNA non numerique (8 chiffres attendus)'
                   TO WS-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               PERFORM CHERCHER-MUNA
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
           PERFORM CONTROLER-CODE
           EVALUATE TRUE
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN WS-MUNA-TROUVE
                   MOVE 'MUNA deja affecte, ajout refuse' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN WS-NB-AFF >= 20000
                   MOVE 'Affectation pleine (20000 entrees)'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   ADD 1 TO WS-NB-AFF
                   MOVE WS-NB-AFF TO WS-I
                   MOVE TRANS-MUNA TO WS-AFF-MUNA(WS-I)
                   MOVE TRANS-CODE TO WS-AFF-CODE(WS-I)
                   MOVE WS-LIBELLE TO WS-AFF-LIBELLE(WS-I)
                   MOVE 'N' TO WS-AFF-SUPPRIME(WS-I)
                   MOVE SPACES TO WS-IMAGE
                   MOVE 'AJOUT' TO AUDIT-ACTION
                   PERFORM ECRIRE-AUDIT
           END-EVALUATE.

       APPLIQUER-MODIFICATION.
           PERFORM CONTROLER-CODE
           EVALUATE TRUE
               WHEN WS-MOTIF NOT = SPACES
                   PERFORM ECRIRE-REJET
               WHEN NOT WS-MUNA-TROUVE
                   MOVE 'MUNA absent, modification refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   SET WS-I TO WS-AFF-IDX
                   PERFORM GARNIR-IMAGE
                   MOVE TRANS-CODE TO WS-AFF-CODE(WS-I)
                   MOVE WS-LIBELLE TO WS-AFF-LIBELLE(WS-I)
                   MOVE 'MODIFICATION' TO AUDIT-ACTION
                   PERFORM ECRIRE-AUDIT
           END-EVALUATE.

       APPLIQUER-SUPPRESSION.
           IF NOT WS-MUNA-TROUVE
               MOVE 'MUNA absent, suppression refusee' TO WS-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               SET WS-I TO WS-AFF-IDX
               PERFORM GARNIR-IMAGE
               MOVE 'Y' TO WS-AFF-SUPPRIME(WS-I)
               MOVE 'SUPPRESSION' TO AUDIT-ACTION
               PERFORM ECRIRE-AUDIT
           END-IF.

      *    LE CODE DOIT EXISTER AU REFERENTIEL ; LE LIBELLE DU
      *    REFERENTIEL SERT QUAND LA TRANSACTION N'EN PORTE PAS
       CONTROLER-CODE.
           MOVE 'C' TO WS-DL-FONCTION
           MOVE TRANS-CODE TO WS-DL-CODE
           CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
           EVALUATE WS-DL-RETOUR
               WHEN '00'
                   IF TRANS-LIBELLE = SPACES
                       MOVE WS-DL-NOM TO WS-LIBELLE
                   ELSE
                       MOVE TRANS-LIBELLE TO WS-LIBELLE
                   END-IF
               WHEN '16'
                   MOVE 'DEPARTEMENTS.txt non disponible' TO WS-MOTIF
               WHEN OTHER
                   MOVE 'Code departement inconnu du referentiel'
                       TO WS-MOTIF
           END-EVALUATE.

       CHERCHER-MUNA.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-AFF > 0
               SET WS-AFF-IDX TO 1
               SEARCH WS-AFF-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-AFF-MUNA(WS-AFF-IDX) = TRANS-MUNA
                    AND WS-AFF-SUPPRIME(WS-AFF-IDX) = 'N'
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

       GARNIR-IMAGE.
           MOVE SPACES TO WS-IMAGE
           MOVE WS-AFF-MUNA(WS-I) TO WS-IMAGE(1:8)
           MOVE WS-AFF-CODE(WS-I) TO WS-IMAGE(10:3)
           MOVE WS-AFF-LIBELLE(WS-I) TO WS-IMAGE(14:30).

      *    AUDIT-ACTION EST GARNI PAR L'APPELANT ; WS-IMAGE PORTE
      *    L'IMAGE AVANT
       ECRIRE-AUDIT.
           ADD 1 TO WS-NB-ACCEPTEES
           MOVE WS-IMAGE TO AUDIT-AVANT
           IF WS-AFF-SUPPRIME(WS-I) = 'Y'
               MOVE 'SUPPRIME' TO AUDIT-APRES
           ELSE
               PERFORM GARNIR-IMAGE
               MOVE WS-IMAGE TO AUDIT-APRES
           END-IF
           MOVE SPACE TO AUDIT-REG(13:1)
           MOVE ' | ' TO AUDIT-REG(57:3)
           WRITE AUDIT-REG
           MOVE SPACES TO AUDIT-REG.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-MUNA TO REJET-MUNA
           MOVE TRANS-CODE TO REJET-CODE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
