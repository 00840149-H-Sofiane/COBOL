      * Restauration a date depuis les generations de gensauve :
      * l'operateur saisit une date AAAAMMJJ, le batch verifie que
      * chaque fichier liste dans GENERATIONS-PARAM.txt possede sa
      * generation NOM.AAAAMMJJ et que celle-ci repond encore a sa
      * ligne du manifeste GENERATIONS-MANIFESTE.AAAAMMJJ (nombre de
      * lignes, taille et somme de controle, via GENCTRL) : une
      * generation tronquee, a moitie copiee ou absente du
      * manifeste est refusee et le fichier courant reste en
      * l'etat. Le batch rapporte les trous et les refus, puis - sur
      * confirmation explicite - remplace chaque fichier courant
      * par sa copie datee. Le fichier courant est d'abord mis de
      * cote en NOM.AVANT-RESTAURATION et chaque remplacement est
       01 WS-REPONSE PIC X VALUE 'n'.

      * FICHIERS A RESTAURER, AVEC PRESENCE DE LEUR GENERATION
      * ('O' conforme au manifeste, 'N' absente, 'R' refusee)
       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-TABLE-FICHIERS.
           05 WS-FICHIER-ENTRY OCCURS 100 TIMES.
               10 WS-FICHIER-NOM PIC X(40).
               10 WS-FICHIER-PRESENT PIC X(1).
               10 WS-FICHIER-MOTIF PIC X(40).

       01 WS-NOM-GENERATION PIC X(50).
       01 WS-I PIC 9(3).
       01 WS-NB-TROUS PIC 9(3) VALUE 0.
       01 WS-NB-RESTAURES PIC 9(3) VALUE 0.
       01 WS-NB-ECHECS PIC 9(3) VALUE 0.
       01 WS-NB-REFUSES PIC 9(3) VALUE 0.
       01 WS-COMMANDE PIC X(160).
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).
       COPY GENCLNK.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'X'
      *    (EXPLOITATION DE CHAINE) EXIGE AVANT TOUTE ACTION
           MOVE 'genrest' TO WS-OA-PROGRAMME
           MOVE 'X' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a genrest (role X, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Date de restauration (AAAAMMJJ) ?'
           ACCEPT WS-DATE-SAISIE
           CALL 'DATEVALID' USING WS-DATE-SAISIE, WS-DATE-VALIDE,
                   ' fichier(s) sans generation a cette date '
                   '(listes ci-dessus) - ils resteront en l etat'
           END-IF
           IF WS-NB-REFUSES > 0
               DISPLAY 'ATTENTION : ' WS-NB-REFUSES
                   ' generation(s) refusee(s) par le manifeste '
                   '(listees ci-dessus) - fichiers laisses en l etat'
           END-IF
           IF WS-NB-PRESENTS = 0
               DISPLAY 'Aucune generation a restaurer - abandon'
               MOVE 8 TO RETURN-CODE
               IF WS-FICHIER-PRESENT(WS-I) = 'O'
                   PERFORM RESTAURER-FICHIER
               END-IF
               IF WS-FICHIER-PRESENT(WS-I) = 'R'
                   PERFORM JOURNALISER-REFUS
               END-IF
           END-PERFORM
           CLOSE FLOG.

           DISPLAY 'Fichiers restaures : ' WS-NB-RESTAURES
           DISPLAY 'Echecs             : ' WS-NB-ECHECS
           DISPLAY 'Refus du manifeste : ' WS-NB-REFUSES
           DISPLAY 'Operations journalisees dans GENERATIONS-LOG.txt'
           IF WS-NB-ECHECS > 0 OR WS-NB-REFUSES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    LA GENERATION NOM.AAAAMMJJ EXISTE-T-ELLE, ET REPOND-ELLE
      *    ENCORE A SA LIGNE DU MANIFESTE ?
       CONTROLER-GENERATION.
           MOVE SPACES TO WS-NOM-GENERATION
           STRING WS-FICHIER-NOM(WS-NB-FICHIERS)
               '.' DELIMITED BY SIZE
               WS-DATE-SAISIE DELIMITED BY SIZE
               INTO WS-NOM-GENERATION
           MOVE 'V' TO WS-GC-FONCTION
           MOVE WS-FICHIER-NOM(WS-NB-FICHIERS) TO WS-GC-FICHIER
           MOVE WS-DATE-SAISIE TO WS-GC-DATE
           CALL 'GENCTRL' USING WS-GC-DEMANDE, WS-GC-REPONSE
           MOVE WS-GC-MOTIF TO WS-FICHIER-MOTIF(WS-NB-FICHIERS)
           EVALUATE WS-GC-RETOUR
               WHEN '00'
                   MOVE 'O' TO WS-FICHIER-PRESENT(WS-NB-FICHIERS)
                   ADD 1 TO WS-NB-PRESENTS
               WHEN '35'
                   MOVE 'N' TO WS-FICHIER-PRESENT(WS-NB-FICHIERS)
                   ADD 1 TO WS-NB-TROUS
                   DISPLAY 'Generation absente : ' WS-NOM-GENERATION
               WHEN OTHER
                   MOVE 'R' TO WS-FICHIER-PRESENT(WS-NB-FICHIERS)
                   ADD 1 TO WS-NB-REFUSES
                   DISPLAY 'Generation refusee : ' WS-NOM-GENERATION
                   DISPLAY '   ' WS-GC-MOTIF ' (lignes '
                       WS-GC-NB-ENREG ' pour ' WS-GC-ATT-NB-ENREG
                       ' au manifeste)'
           END-EVALUATE
           MOVE 0 TO RETURN-CODE.

      *    UNE GENERATION REFUSEE EST JOURNALISEE AVEC SON MOTIF
       JOURNALISER-REFUS.
           MOVE SPACES TO LOG-REG
           STRING WS-RUN-YYYYMMDD DELIMITED BY SIZE
               ' REFUS MANIFESTE ' DELIMITED BY SIZE
               WS-FICHIER-NOM(WS-I) DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               WS-DATE-SAISIE DELIMITED BY SIZE
               ' : ' DELIMITED BY SIZE
               WS-FICHIER-MOTIF(WS-I) DELIMITED BY SIZE
               INTO LOG-REG
           WRITE LOG-REG.

      *    LE COURANT EST MIS DE COTE PUIS LA GENERATION COPIEE A
      *    SA PLACE ; CHAQUE REMPLACEMENT EST JOURNALISE.
       RESTAURER-FICHIER.
