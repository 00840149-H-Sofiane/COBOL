      * Outil de certification d'un changement par comparaison a la
      * base de reference : l'operateur saisit le nom d'un etat et
      * la date de la generation gensauve a confronter, et le batch
      * compare ligne a ligne le fichier du jour a NOM.AAAAMMJJ,
      * une fois verifie par GENCTRL que cette generation repond
      * encore a sa ligne du manifeste GENERATIONS-MANIFESTE.AAAAMMJJ
      * (une reference tronquee ou absente du manifeste est refusee
      * avec RETURN-CODE 16).
      * Les portions volatiles sont neutralisees avant comparaison
      * (numero de passage derriere ' RUN ' ; dates AAAAMMJJ ou
      * JJ/MM/AAAA, mais UNIQUEMENT sur les lignes d'entete et de
       01 WS-NB-CHANGEES PIC 9(6) VALUE 0.
       01 WS-NB-AJOUTEES PIC 9(6) VALUE 0.
       01 WS-NB-ABSENTES PIC 9(6) VALUE 0.
       COPY GENCLNK.

       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'X'
      *    (EXPLOITATION DE CHAINE) EXIGE AVANT TOUTE ACTION
           MOVE 'gencomp' TO WS-OA-PROGRAMME
           MOVE 'X' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a gencomp (role X, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY 'Nom de l etat a comparer ?'
           ACCEPT WS-NOM-JOUR
           IF WS-NOM-JOUR = SPACES
               WS-DATE-SAISIE DELIMITED BY SIZE
               INTO WS-NOM-BASE

      *    LA REFERENCE DOIT REPONDRE A SON MANIFESTE
           MOVE 'V' TO WS-GC-FONCTION
           MOVE WS-NOM-JOUR TO WS-GC-FICHIER
           MOVE WS-DATE-SAISIE TO WS-GC-DATE
           CALL 'GENCTRL' USING WS-GC-DEMANDE, WS-GC-REPONSE
           IF WS-GC-RETOUR NOT = '00'
               DISPLAY WS-NOM-BASE ' refusee : ' WS-GC-MOTIF
               IF WS-GC-RETOUR = '20' OR WS-GC-RETOUR = '30'
                   DISPLAY 'Lignes ' WS-GC-NB-ENREG ' pour '
                       WS-GC-ATT-NB-ENREG ' au manifeste, somme '
                       WS-GC-CHECKSUM ' pour ' WS-GC-ATT-CHECKSUM
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT FJOUR.
           IF WS-STATUS-FJOUR NOT = '00'
               DISPLAY WS-NOM-JOUR ' non disponible - code statut '
