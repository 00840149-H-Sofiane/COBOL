       IDENTIFICATION DIVISION.
       PROGRAM-ID. NPAILIST.
      * Liste mensuelle des adherents dont l'adresse est marquee
      * NPAI (courrier revenu, pose par npaimaj) dans ADHERENTS.IDX,
      * parcouru dans l'ordre des MUNA,
      * transmise au centre d'appels pour recherche de la nouvelle
      * adresse : ADRESSES-NPAI.txt donne le MUNA, le nom, la
      * derniere adresse connue et la date du retour, avec un total
      * en fin de liste. Les adresses retrouvees sont saisies par
      * ADHMAJ, ce qui leve le marquage ; la liste du mois suivant
      * ne porte plus que les adherents encore introuvables.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FLISTE ASSIGN TO "ADRESSES-NPAI.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTE.
       DATA DIVISION.
       FILE SECTION.
       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FLISTE
              RECORDING MODE IS F.
       01 LISTE-REG.
              05 LISTE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 LISTE-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 LISTE-ADRESSE1 PIC X(30).
              05 FILLER PIC X(1).
              05 LISTE-CP PIC X(5).
              05 FILLER PIC X(1).
              05 LISTE-VILLE PIC X(25).
              05 FILLER PIC X(1).
              05 LISTE-DATE-RETOUR PIC X(8).
       01 LISTE-TRAILER.
              05 LISTE-TRAILER-LIB PIC X(20).
              05 LISTE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FADH PIC X VALUE 'N'.
           88 WS-EOF-FADH-REACHED VALUE 'Y'.

       01 WS-NB-ADHERENTS PIC 9(7) VALUE 0.
       01 WS-NB-NPAI PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'npailist' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADH
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FLISTE.
           PERFORM UNTIL WS-EOF-FADH-REACHED
               READ FADH
                   AT END
                       SET WS-EOF-FADH-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-ADHERENTS
                       IF ADH-FILE-ADRESSE-NPAI
                           PERFORM ECRIRE-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FADH.

           MOVE SPACES TO LISTE-TRAILER
           MOVE 'TOTAL NPAI : ' TO LISTE-TRAILER-LIB
           MOVE WS-NB-NPAI TO LISTE-TRAILER-NB
           WRITE LISTE-TRAILER
           CLOSE FLISTE.

           DISPLAY 'Adherents lus         : ' WS-NB-ADHERENTS
           DISPLAY 'Adresses NPAI listees : ' WS-NB-NPAI
               ' (voir ADRESSES-NPAI.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       ECRIRE-LIGNE.
           ADD 1 TO WS-NB-NPAI
           MOVE SPACES TO LISTE-REG
           MOVE ADH-FILE-MUNA TO LISTE-MUNA
           MOVE ADH-FILE-NOM TO LISTE-NOM
           MOVE ADH-FILE-ADRESSE1 TO LISTE-ADRESSE1
           MOVE ADH-FILE-CP TO LISTE-CP
           MOVE ADH-FILE-VILLE TO LISTE-VILLE
           MOVE ADH-FILE-NPAI-DATE TO LISTE-DATE-RETOUR
           WRITE LISTE-REG.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
