       01 WS-NB-DEJA PIC 9(2) VALUE 0.
       01 WS-NB-A-TROUS PIC 9(3) VALUE 0.

       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'R'
      *    (REFERENTIELS) EXIGE AVANT TOUTE ACTION
           MOVE 'feriegen' TO WS-OA-PROGRAMME
           MOVE 'R' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a feriegen (role R, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Mode : G=generer une annee  V=verifier la '
               'couverture'
           ACCEPT WS-MODE
