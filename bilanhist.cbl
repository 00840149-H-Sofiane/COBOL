       01 WS-RETENUE PIC X VALUE 'N'.
           88 WS-EST-RETENUE VALUE 'Y'.

       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'C'
      *    (CONSULTATION) EXIGE AVANT TOUTE ACTION
           MOVE 'bilanhist' TO WS-OA-PROGRAMME
           MOVE 'C' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a bilanhist (role C, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Code compte (6 caracteres, blanc = tous) ?'
           ACCEPT WS-COMPTE-SAISI
           DISPLAY 'Debut de libelle (blanc = tous) ?'
