      * secours officiel - la chaine appelle donc assuidxd a la
      * place de assuidx et le passage au delta ne laisse aucun
      * soir sans index (RETURN-CODE 4 quand le repli a joue, 16
      * si le repli lui-meme echoue). La cle alternative
      * IDENTIFIANT est tenue a jour par le systeme de fichiers a
      * chaque operation, le mode 3 de assulook reste donc juste
      * sans reconstruction.
      * Chaque ajout, modification ou suppression appliquee est
      * versee a l'historique des polices (HISTPOL, date d'effet =
      * date du jour) avec le numero de passage RUNAUDIT ; la
      * reconstruction complete, elle, ne versionne rien.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FANOMALIES ASSIGN TO "IDX-DELTA-ANOMALIES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FANOMALIES
              RECORDING MODE IS F.
       01 ANOMALIE-REG.
       77 WS-STATUS-FVEILLET PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FANOMALIES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDOUBLONS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.

       01 WS-EOF-FJOURT PIC X VALUE 'N'.
           88 WS-EOF-FJOURT-REACHED VALUE 'Y'.
       01 WS-RC-REBUILD PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'assuidxd' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 'assuidxd' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN
           MOVE 0 TO RETURN-CODE

      *    FICHIERS DE TRAVAIL TRIES PRODUITS EN TETE DE CHAINE
      *    PAR assutri ; SANS EUX, PAS DE DELTA : REPLI SUR LA
      *    RECONSTRUCTION COMPLETE (qui relit ASSURANCES.txt)
               DISPLAY 'Executer assutri en tete de chaine - repli '
                   'sur la reconstruction complete assuidx'
               PERFORM RECONSTRUIRE-INDEX
               PERFORM TERMINER-PASSAGE
           END-IF
           CLOSE FJOURT.
           OPEN INPUT FVEILLET.
                   '- pas de delta applicable (premier passage ?) '
                   ': repli sur la reconstruction complete assuidx'
               PERFORM RECONSTRUIRE-INDEX
               PERFORM TERMINER-PASSAGE
           END-IF
           CLOSE FVEILLET.
      *    L'INDEX DOIT PREEXISTER : SANS LUI, LE DELTA N'A PAS DE
                   '(code statut ' WS-STATUS-FASSUIDX ') - repli '
                   'sur la reconstruction complete assuidx'
               PERFORM RECONSTRUIRE-INDEX
               PERFORM TERMINER-PASSAGE
           END-IF

           OPEN INPUT FJOURT.
           END-PERFORM
           CLOSE FJOURT FVEILLET.
           CLOSE FASSUIDX.
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE
           MOVE 0 TO RETURN-CODE

           MOVE SPACES TO ANOMALIE-TRAILER
           MOVE 'TOTAL ANOMALIES : ' TO ANOMALIE-TRAILER-LIB
      *        TRAINE PAS LE TRAILER D'UNE VIEILLE RECONSTRUCTION
               PERFORM RAZ-DOUBLONS
           END-IF
           PERFORM TERMINER-PASSAGE.

       APPLIQUER-AJOUT.
           PERFORM GARNIR-ENREGISTREMENT
                   PERFORM ECRIRE-ANOMALIE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-AJOUTS
                   MOVE 'A' TO WS-HP-OPERATION
                   PERFORM HISTORISER
           END-WRITE.

       APPLIQUER-MODIFICATION.
                   PERFORM ECRIRE-ANOMALIE
               NOT INVALID KEY
                   ADD 1 TO WS-NB-MODIFICATIONS
                   MOVE 'M' TO WS-HP-OPERATION
                   PERFORM HISTORISER
           END-REWRITE.

      *    LA POLICE EST LUE AVANT SUPPRESSION POUR QUE L'HISTORIQUE
      *    GARDE L'IMAGE SUPPRIMEE.
       APPLIQUER-SUPPRESSION.
           MOVE VEILLET-MUNA TO ASSUIDX-MUNA
           MOVE VEILLET-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   MOVE 'Cle absente, suppression refusee'
                       TO WS-ANOMALIE-MOTIF
                   PERFORM ECRIRE-ANOMALIE
               NOT INVALID KEY
                   DELETE FASSUIDX
                       INVALID KEY
                           MOVE 'Cle absente, suppression refusee'
                               TO WS-ANOMALIE-MOTIF
                           PERFORM ECRIRE-ANOMALIE
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-SUPPRESSIONS
                           MOVE 'S' TO WS-HP-OPERATION
                           PERFORM HISTORISER
                   END-DELETE
           END-READ.

      *    VERSION DE LA POLICE VERSEE A L'HISTORIQUE : IMAGE DE
      *    L'INDEX APRES OPERATION (IMAGE SUPPRIMEE POUR 'S').
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

       GARNIR-ENREGISTREMENT.
           MOVE JOURT-MUNA TO ASSUIDX-MUNA
               MOVE 16 TO RETURN-CODE
           END-IF.

      *    FIN DE PASSAGE ESTAMPILLEE AUPRES DE RUNAUDIT AVEC LE
      *    RETURN-CODE DU DELTA OU DU REPLI.
       TERMINER-PASSAGE.
           MOVE 'F' TO WS-RA-FONCTION
           MOVE RETURN-CODE TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       RAZ-DOUBLONS.
           OPEN OUTPUT FDOUBLONS
           MOVE SPACES TO DOUBLON-TRAILER
