                       NOT AT END
                           ADD 1 TO WS-NB-LUS
                           MOVE FAGES-REG TO ws-age
                           PERFORM CLASSER-AGE
                           MOVE SPACES TO FCLASSEMENT-REG
                           MOVE ws-age TO FCLASSEMENT-AGE
                           MOVE WS-CATEGORIE TO FCLASSEMENT-CAT
           ELSE
               DISPLAY "saisir votre âge"
               ACCEPT ws-age
               PERFORM CLASSER-AGE
               DISPLAY WS-CATEGORIE
           END-IF.

           STOP RUN.

       COPY AGECLASSE.
