       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'deptmaj' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a deptmaj (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU REFERENTIEL
           OPEN INPUT FDEPTTAB.
           IF WS-STATUS-FDEPTTAB NOT = '00'
