              05 F2M-COEFMATIEREE PIC X(3).
              05 FILLER  PIC X(53).

       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'E'
      *    (SCOLARITE) EXIGE AVANT TOUTE ACTION
           MOVE 'elevesconv' TO WS-OA-PROGRAMME
           MOVE 'E' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a elevesconv (role E, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Fichier a normaliser (eleves.txt / eleves2.txt) :'
           ACCEPT WS-FICHIER-ENTREE
           IF WS-FICHIER-ENTREE = 'eleves2.txt'
