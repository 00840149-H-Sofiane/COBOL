       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODCTRL.
      * Controle de rattachement des polices au catalogue produits :
      * chaque police de ASSURANCES.txt est rattachee a son produit
      * par son LIBELLE-COMMERCIAL-SE (libelle officiel ou variante
      * connue, via PRODLOOK). Les libelles non rattaches partent
      * dans PRODUITS-EXCEPTIONS.txt, une ligne par libelle
      * distinct avec le nombre de polices qui le portent et le
      * premier MUNA rencontre, pour que le catalogue soit complete
      * par prodmaj (variante ou nouvelle fiche). Le nombre de
      * polices rattachees a un produit ferme a la vente est donne
      * pour information. Code retour 4 s'il reste des libelles
      * non rattaches.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPOLICE ASSIGN TO "ASSURANCES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPOLICE.

           SELECT FEXCEPTIONS ASSIGN TO "PRODUITS-EXCEPTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXCEPTIONS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPOLICE
              RECORDING MODE IS F.
       COPY FENREG.

       FD     FEXCEPTIONS
              RECORDING MODE IS F.
       01 EXCEPTION-REG.
              05 EXCEPTION-LIBELLE PIC X(101).
              05 FILLER PIC X(1).
              05 EXCEPTION-NB PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 EXCEPTION-MUNA PIC 9(8).
       01 EXCEPTION-TRAILER.
              05 EXCEPTION-TRAILER-LIB PIC X(20).
              05 EXCEPTION-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPOLICE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXCEPTIONS PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY PRODLNK.

       01 WS-EOF-FPOLICE PIC X VALUE 'N'.
           88 WS-EOF-FPOLICE-REACHED VALUE 'Y'.

      * LIBELLES DISTINCTS NON RATTACHES
       01 WS-NB-INCONNUS PIC 9(4) VALUE 0.
       01 WS-TABLE-INCONNUS.
           05 WS-INC-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-NB-INCONNUS
                            INDEXED BY WS-INC-IDX.
               10 WS-INC-LIBELLE PIC X(101).
               10 WS-INC-NB PIC 9(7).
               10 WS-INC-MUNA PIC 9(8).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIBELLE-TROUVE VALUE 'Y'.
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-RATTACHEES PIC 9(7) VALUE 0.
       01 WS-NB-NON-RATTACHEES PIC 9(7) VALUE 0.
       01 WS-NB-FERMES PIC 9(7) VALUE 0.
       01 WS-NB-HORS-TABLE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'prodctrl' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
               DISPLAY 'ASSURANCES.txt non disponible - code statut '
                   WS-STATUS-FPOLICE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE 'L' TO WS-PL-FONCTION
           PERFORM UNTIL WS-EOF-FPOLICE-REACHED
               READ FPOLICE
                   AT END
                       SET WS-EOF-FPOLICE-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM RATTACHER-POLICE
               END-READ
           END-PERFORM.
           CLOSE FPOLICE.

           OPEN OUTPUT FEXCEPTIONS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-INCONNUS
               MOVE SPACES TO EXCEPTION-REG
               MOVE WS-INC-LIBELLE(WS-I) TO EXCEPTION-LIBELLE
               MOVE WS-INC-NB(WS-I) TO EXCEPTION-NB
               MOVE WS-INC-MUNA(WS-I) TO EXCEPTION-MUNA
               WRITE EXCEPTION-REG
           END-PERFORM
           MOVE SPACES TO EXCEPTION-TRAILER
           MOVE 'TOTAL LIBELLES : ' TO EXCEPTION-TRAILER-LIB
           MOVE WS-NB-INCONNUS TO EXCEPTION-TRAILER-NB
           WRITE EXCEPTION-TRAILER
           CLOSE FEXCEPTIONS.

           DISPLAY 'Polices lues              : ' WS-NB-LUES
           DISPLAY 'Polices rattachees        : ' WS-NB-RATTACHEES
           DISPLAY '  dont produit ferme      : ' WS-NB-FERMES
           DISPLAY 'Polices non rattachees    : ' WS-NB-NON-RATTACHEES
           DISPLAY 'Libelles non rattaches    : ' WS-NB-INCONNUS
               ' (voir PRODUITS-EXCEPTIONS.txt)'
           IF WS-NB-HORS-TABLE > 0
               DISPLAY 'Polices non listees (capacite de 2000 '
                   'libelles) : ' WS-NB-HORS-TABLE
           END-IF
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           IF WS-NB-NON-RATTACHEES > 0
               MOVE 4 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       RATTACHER-POLICE.
           MOVE LIBELLE-COMMERCIAL-SE TO WS-PL-LIBELLE
           CALL 'PRODLOOK' USING WS-PL-DEMANDE, WS-PL-REPONSE
           IF WS-PL-RETOUR = '16'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           IF WS-PL-RETOUR = '00'
               ADD 1 TO WS-NB-RATTACHEES
               IF WS-PL-STATUT = 'F'
                   ADD 1 TO WS-NB-FERMES
               END-IF
           ELSE
               ADD 1 TO WS-NB-NON-RATTACHEES
               PERFORM NOTER-LIBELLE
           END-IF.

      *    UNE LIGNE D'EXCEPTION PAR LIBELLE DISTINCT
       NOTER-LIBELLE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-INCONNUS > 0
               SET WS-INC-IDX TO 1
               SEARCH WS-INC-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-INC-LIBELLE(WS-INC-IDX) =
                        LIBELLE-COMMERCIAL-SE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-LIBELLE-TROUVE
                   ADD 1 TO WS-INC-NB(WS-INC-IDX)
               WHEN WS-NB-INCONNUS < 2000
                   ADD 1 TO WS-NB-INCONNUS
                   MOVE LIBELLE-COMMERCIAL-SE
                       TO WS-INC-LIBELLE(WS-NB-INCONNUS)
                   MOVE 1 TO WS-INC-NB(WS-NB-INCONNUS)
                   MOVE MUNA TO WS-INC-MUNA(WS-NB-INCONNUS)
               WHEN OTHER
                   ADD 1 TO WS-NB-HORS-TABLE
           END-EVALUATE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
