      * (creation ou remplacement) et rejette le reste dans
      * ASSUR-CORRECTIONS-REJETS.txt avec le cycle incremente : un
      * enregistrement qui rebondit plusieurs fois se voit.
      * Chaque correction appliquee est versee a l'historique des
      * polices (HISTPOL, date d'effet = date du jour) avec le
      * numero de passage RUNAUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FREJETS ASSIGN TO "ASSUR-CORRECTIONS-REJETS.txt"
       77 WS-STATUS-FCORRECTIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.

       01 WS-EOF-FCORRECTIONS PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-NB-APPLIQUEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETEES PIC 9(7) VALUE 0.
       01 WS-NB-RECYCLEES PIC 9(7) VALUE 0.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'correctif' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'correctif' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a correctif (role P, retour ' WS-OA-RETOUR ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 8 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'correctif' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN

           OPEN INPUT FCORRECTIONS.
           IF WS-STATUS-FCORRECTIONS NOT = '00'
               DISPLAY 'ASSUR-CORRECTIONS.txt non disponible - code '
                   'statut ' WS-STATUS-FCORRECTIONS
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY 'ASSURANCES.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FASSUIDX
               CLOSE FCORRECTIONS
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM.
           CLOSE FCORRECTIONS.
           CLOSE FASSUIDX.
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE

           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL RE-REJETS : ' TO REJET-TRAILER-LIB
           DISPLAY 'Re-rejets             : ' WS-NB-REJETEES
               ' (voir ASSUR-CORRECTIONS-REJETS.txt)'
           DISPLAY 'dont en 2e cycle ou + : ' WS-NB-RECYCLEES
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETEES > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    REJOUE LES CONTROLES DE ASSUTYPE SUR LA CORRECTION
                           PERFORM ECRIRE-RE-REJET
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-APPLIQUEES
                           MOVE 'M' TO WS-HP-OPERATION
                           PERFORM HISTORISER
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-APPLIQUEES
                   MOVE 'A' TO WS-HP-OPERATION
                   PERFORM HISTORISER
           END-WRITE.

      *    VERSION DE LA POLICE CORRIGEE VERSEE A L'HISTORIQUE.
       HISTORISER.
           MOVE 'E' TO WS-HP-FONCTION
           MOVE SPACES TO WS-HP-DATE-EFFET
           MOVE ASSUIDX-MUNA TO WS-HP-MUNA
           MOVE ASSUIDX-IDENTIFIANT TO WS-HP-IDENTIFIANT
           MOVE ASSUIDX-LIBELLE TO WS-HP-LIBELLE
           MOVE ASSUIDX-ETAT TO WS-HP-ETAT
           MOVE ASSUIDX-DEBUT-EFFET TO WS-HP-DEBUT-EFFET
           MOVE ASSUIDX-FIN-EFFET TO WS-HP-FIN-EFFET
           MOVE ASSUIDX-MONTANT TO WS-HP-MONTANT
           CALL 'HISTPOL' USING WS-HP-DEMANDE.

       ECRIRE-RE-REJET.
           ADD 1 TO WS-NB-REJETEES
           IF WS-CYCLE > 0
