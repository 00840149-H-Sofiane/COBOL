      * nouvelles dates d'effet) est recherchee dans
      * ASSURANCES-ARCHIVE.txt. La police retrouvee est reecrite
      * avec son nouvel ETAT et ses nouvelles dates, ajoutee a
      * ASSURANCES.IDX (la cle alternative IDENTIFIANT suit
      * d'elle-meme) et en fin de l'extraction vive
      * ASSURANCES.txt, puis retiree de l'archive (reecrite sans
      * elle). Chaque operation est journalisee dans
      * REINTEGRATIONS-JOURNAL.txt ; les demandes introuvables dans
      * l'archive, a dates invalides ou dont la cle est deja vive
      * partent dans REINTEGRATIONS-REJETS.txt. Plus personne ne
      * ressaisit une police depuis le papier pour se faire ensuite
      * epingler par etataudit. Chaque police reintegree est versee
      * a l'historique des polices (HISTPOL) avec le numero de
      * passage RUNAUDIT. L'operateur doit detenir le role 'P'
      * (gestion des polices) dans OPERAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FVIF ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FVIF
              RECORDING MODE IS F.
       01 VIF-REG PIC X(169).
       77 WS-STATUS-FARCHNOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FVIF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.

       01 WS-EOF-FDEMANDES PIC X VALUE 'N'.
           88 WS-EOF-FDEMANDES-REACHED VALUE 'Y'.
       01 WS-NB-CONSERVEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       COPY AUTHLNK.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'assurein' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'assurein' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a assurein (role P, retour ' WS-OA-RETOUR ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 8 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'assurein' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN

      *    CHARGEMENT DES DEMANDES (VALIDATION DES DATES EN AMONT)
           OPEN INPUT FDEMANDES.
           IF WS-STATUS-FDEMANDES NOT = '00'
               DISPLAY 'REINTEGRATIONS.txt non disponible - code '
                   'statut ' WS-STATUS-FDEMANDES
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE WS-NB-REJETS TO REJET-TRAILER-NB
               WRITE REJET-TRAILER
               CLOSE FREJETS
               MOVE 'F' TO WS-RA-FONCTION
               IF WS-NB-REJETS > 0
                   MOVE 8 TO WS-RA-RC
               ELSE
                   MOVE 0 TO WS-RA-RC
               END-IF
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE WS-RA-RC TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-STATUS-FARCHIVE NOT = '00'
               DISPLAY 'ASSURANCES-ARCHIVE.txt non disponible - code '
                   'statut ' WS-STATUS-FARCHIVE
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
               DISPLAY 'ASSURANCES.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FASSUIDX
               CLOSE FARCHIVE
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FVIF.
           IF WS-STATUS-FVIF NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible en ajout - '
                   'code statut ' WS-STATUS-FVIF
               CLOSE FARCHIVE FASSUIDX
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FARCHIVE.
           CLOSE FARCHNOUV.
           CLOSE FASSUIDX.
           CLOSE FVIF.
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE

      *    DEMANDES RESTEES SANS POLICE DANS L'ARCHIVE
           PERFORM VARYING WS-I FROM 1 BY 1
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de l archive'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'Polices conservees     : ' WS-NB-CONSERVEES
           DISPLAY 'Rejets                 : ' WS-NB-REJETS
               ' (voir REINTEGRATIONS-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    VALIDE ET EMPILE UNE DEMANDE ; DATES CONTROLEES PAR LE
       FINALISER-REINTEGRATION.
           ADD 1 TO WS-NB-REINTEGREES
           MOVE 'O' TO WS-DEM-SERVIE(WS-DEM-IDX)
           MOVE FENREG TO VIF-REG
           WRITE VIF-REG
           MOVE SPACES TO JOURNAL-REG
           MOVE WS-DEM-IDENT(WS-DEM-IDX) TO JOURNAL-IDENTIFIANT
           MOVE ETAT TO JOURNAL-ETAT
           MOVE 'REINTEGREE DEPUIS L ARCHIVE' TO JOURNAL-LIBACTION
           WRITE JOURNAL-REG
           MOVE 'E' TO WS-HP-FONCTION
           MOVE 'A' TO WS-HP-OPERATION
           MOVE SPACES TO WS-HP-DATE-EFFET
           MOVE ASSUIDX-MUNA TO WS-HP-MUNA
           MOVE ASSUIDX-IDENTIFIANT TO WS-HP-IDENTIFIANT
           MOVE ASSUIDX-LIBELLE TO WS-HP-LIBELLE
           MOVE ASSUIDX-ETAT TO WS-HP-ETAT
           MOVE ASSUIDX-DEBUT-EFFET TO WS-HP-DEBUT-EFFET
           MOVE ASSUIDX-FIN-EFFET TO WS-HP-FIN-EFFET
           MOVE ASSUIDX-MONTANT TO WS-HP-MONTANT
           CALL 'HISTPOL' USING WS-HP-DEMANDE.
