       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTINIT.
      * Reprise initiale de l'historique des polices : a passer une
      * seule fois, avant la premiere mise a jour historisee, pour
      * que chaque police deja vive ait une premiere version dans
      * ASSURANCES-HISTORIQUE.txt. Chaque police de l'extraction
      * vive ASSURANCES.txt (format FENREG) y est versee par HISTPOL
      * comme version de reprise ('I'), a la date d'effet de son
      * DEBUT-EFFET-SE (date du jour si invalide). Refus si
      * l'historique existe deja, pour ne pas doubler les versions.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FASSURANCES ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FASSURANCES.

           SELECT FHIST ASSIGN TO "ASSURANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHIST.
       DATA DIVISION.
       FILE SECTION.
       FD     FASSURANCES
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FHIST
              RECORDING MODE IS F.
       01 HISTLU-REG PIC X(215).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FASSURANCES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FHIST PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.

       01 WS-EOF-FASSURANCES PIC X VALUE 'N'.
           88 WS-EOF-FASSURANCES-REACHED VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-VERSEES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'histinit' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 'histinit' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN

           OPEN INPUT FHIST.
           IF WS-STATUS-FHIST = '00'
               CLOSE FHIST
               DISPLAY 'ASSURANCES-HISTORIQUE.txt existe deja - '
                   'reprise refusee'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN INPUT FASSURANCES.
           IF WS-STATUS-FASSURANCES NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FASSURANCES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           MOVE 'E' TO WS-HP-FONCTION
           MOVE 'I' TO WS-HP-OPERATION
           PERFORM UNTIL WS-EOF-FASSURANCES-REACHED
               READ FASSURANCES
                   AT END
                       SET WS-EOF-FASSURANCES-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       IF MUNA IS NUMERIC
                           PERFORM VERSER-POLICE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FASSURANCES.
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE

           DISPLAY 'Polices lues      : ' WS-NB-LUES
           DISPLAY 'Versions reprises : ' WS-NB-VERSEES
               ' (voir ASSURANCES-HISTORIQUE.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       VERSER-POLICE.
           MOVE SPACES TO WS-HP-DATE-EFFET
           CALL 'DATEVALID' USING DEBUT-EFFET-SE, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           IF WS-DATE-VALIDE = 'Y'
               MOVE DEBUT-EFFET-SE TO WS-HP-DATE-EFFET
           END-IF
           MOVE MUNA TO WS-HP-MUNA
           MOVE IDENTIFIANT TO WS-HP-IDENTIFIANT
           MOVE LIBELLE-COMMERCIAL-SE TO WS-HP-LIBELLE
           MOVE ETAT TO WS-HP-ETAT
           MOVE DEBUT-EFFET-SE TO WS-HP-DEBUT-EFFET
           MOVE FIN-EFFET-SE TO WS-HP-FIN-EFFET
           MOVE MONTANT TO WS-HP-MONTANT
           CALL 'HISTPOL' USING WS-HP-DEMANDE
           IF WS-HP-RETOUR NOT = '00'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           ADD 1 TO WS-NB-VERSEES.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
