      * Le choix 4 offre le chemin operateur de reprise DELIBEREE
      * d'un verrou abandonne par un passage plante : RUNLOCK
      * fonction 'F' puis liberation immediate, pour que la chaine
      * ou assutype puisse repartir. Chaque choix est soumis a
      * l'habilitation OPERAUTH de l'operateur : role 'C' pour les
      * consultations, role 'V' pour la reprise de verrou ; un
      * refus est estampille dans RUN-AUDIT.txt et le menu revient.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       COPY RUNLNK.
       COPY LOCKLNK.
       COPY DEPTLNK.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
           PERFORM UNTIL WS-CONSOLE-TERMINEE
               ACCEPT WS-CHOIX
               EVALUATE WS-CHOIX
                   WHEN '1'
                       MOVE 'assulook' TO WS-OA-PROGRAMME
                       MOVE 'C' TO WS-OA-ROLE
                       PERFORM CONTROLER-HABILITATION
                       IF WS-OA-RETOUR = '00'
                           PERFORM CONSULTER-POLICE
                       END-IF
                   WHEN '2'
                       MOVE 'deptlook' TO WS-OA-PROGRAMME
                       MOVE 'C' TO WS-OA-ROLE
                       PERFORM CONTROLER-HABILITATION
                       IF WS-OA-RETOUR = '00'
                           PERFORM CONSULTER-DEPARTEMENT
                       END-IF
                   WHEN '3'
                       MOVE 'searchBilan' TO WS-OA-PROGRAMME
                       MOVE 'C' TO WS-OA-ROLE
                       PERFORM CONTROLER-HABILITATION
                       IF WS-OA-RETOUR = '00'
                           PERFORM CONSULTER-BILAN
                       END-IF
                   WHEN '4'
                       MOVE 'console' TO WS-OA-PROGRAMME
                       MOVE 'V' TO WS-OA-ROLE
                       PERFORM CONTROLER-HABILITATION
                       IF WS-OA-RETOUR = '00'
                           PERFORM REPRENDRE-VERROU
                       END-IF
                   WHEN '0'
                       SET WS-CONSOLE-TERMINEE TO TRUE
                   WHEN OTHER
           DISPLAY 'Consultations du poste : ' WS-NB-CONSULTATIONS
           STOP RUN.

      *    LE ROLE EXIGE PAR LE CHOIX EST CONTROLE PAR OPERAUTH,
      *    QUI ESTAMPILLE L'ACCES OU LE REFUS DANS RUN-AUDIT.txt
       CONTROLER-HABILITATION.
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'REFUS : operateur ' WS-OA-OPERATEUR
                   ' non habilite (role ' WS-OA-ROLE ', retour '
                   WS-OA-RETOUR ')'
           END-IF.

      *    CHAQUE CONSULTATION EST ENCADREE D'UN DEBUT / FIN
      *    RUNAUDIT AU NOM DU PROGRAMME CONSULTE, ET LE PROGRAMME
      *    EST ANNULE (CANCEL) POUR REPARTIR PROPRE AU PROCHAIN
