       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODLOOK.
      * Sous-programme de consultation du catalogue produits
      * PRODUITS.txt, dans le style de DEPTLOOK : le catalogue est
      * charge au premier CALL puis reste en memoire. Interface
      * dans le copybook PRODLNK : la fonction 'L' rattache un
      * LIBELLE-COMMERCIAL-SE a son produit, par son libelle
      * officiel ou par l'une de ses variantes connues, et restitue
      * le code, le libelle officiel, la classe de taxe, la duree
      * par defaut et le statut de commercialisation. Les
      * programmes de portefeuille n'ont ainsi plus a comparer du
      * texte libre.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPRODUITS ASSIGN TO "PRODUITS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPRODUITS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPRODUITS
              RECORDING MODE IS F.
       COPY PRODREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPRODUITS PIC X(02) VALUE SPACES.
       01 WS-EOF-FPRODUITS PIC X VALUE 'N'.
           88 WS-EOF-FPRODUITS-REACHED VALUE 'Y'.
       01 WS-ETAT-CHARGEMENT PIC X VALUE 'N'.
           88 WS-TABLE-CHARGEE VALUE 'O'.
           88 WS-CHARGEMENT-IMPOSSIBLE VALUE 'E'.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-LIBELLE-TROUVE VALUE 'Y'.
       01 WS-FICHE-TROUVEE PIC X VALUE 'N'.
           88 WS-FICHE-EST-TROUVEE VALUE 'Y'.

      * FICHES PRODUIT ('P')
       01 WS-NB-FICHES PIC 9(4) VALUE 0.
       01 WS-TABLE-FICHES.
           05 WS-FIC-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-NB-FICHES
                            INDEXED BY WS-FIC-IDX.
               10 WS-FIC-CODE PIC X(6).
               10 WS-FIC-LIBELLE PIC X(101).
               10 WS-FIC-CLASSE-TAXE PIC X(20).
               10 WS-FIC-DUREE PIC 9(3).
               10 WS-FIC-STATUT PIC X(1).

      * TOUS LES LIBELLES RECONNUS (OFFICIELS ET VARIANTES) AVEC
      * LEUR CODE PRODUIT
       01 WS-NB-LIBELLES PIC 9(4) VALUE 0.
       01 WS-TABLE-LIBELLES.
           05 WS-LIB-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-NB-LIBELLES
                            INDEXED BY WS-LIB-IDX.
               10 WS-LIB-TEXTE PIC X(101).
               10 WS-LIB-CODE PIC X(6).

       LINKAGE SECTION.
       01 LK-DEMANDE.
           05 LK-FONCTION PIC X(1).
           05 LK-LIBELLE PIC X(101).
       01 LK-REPONSE.
           05 LK-RETOUR PIC X(2).
           05 LK-CODE PIC X(6).
           05 LK-LIBELLE-OFFICIEL PIC X(101).
           05 LK-CLASSE-TAXE PIC X(20).
           05 LK-DUREE PIC 9(3).
           05 LK-STATUT PIC X(1).

       PROCEDURE DIVISION USING LK-DEMANDE, LK-REPONSE.
           IF NOT WS-TABLE-CHARGEE
              AND NOT WS-CHARGEMENT-IMPOSSIBLE
               PERFORM CHARGER-CATALOGUE
           END-IF
           MOVE SPACES TO LK-CODE LK-LIBELLE-OFFICIEL LK-CLASSE-TAXE
               LK-STATUT
           MOVE 0 TO LK-DUREE
           IF WS-CHARGEMENT-IMPOSSIBLE
               MOVE '16' TO LK-RETOUR
               GOBACK
           END-IF
           EVALUATE LK-FONCTION
               WHEN 'L'
                   PERFORM RATTACHER-LIBELLE
               WHEN OTHER
                   MOVE '01' TO LK-RETOUR
           END-EVALUATE
           GOBACK.

      *    LIBELLE -> CODE PRODUIT -> FICHE
       RATTACHER-LIBELLE.
           MOVE 'N' TO WS-TROUVE
           MOVE 'N' TO WS-FICHE-TROUVEE
           IF WS-NB-LIBELLES > 0 AND LK-LIBELLE NOT = SPACES
               SET WS-LIB-IDX TO 1
               SEARCH WS-LIB-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-LIB-TEXTE(WS-LIB-IDX) = LK-LIBELLE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-LIBELLE-TROUVE
               SET WS-FIC-IDX TO 1
               SEARCH WS-FIC-ENTRY
                   AT END
                       MOVE 'N' TO WS-FICHE-TROUVEE
                   WHEN WS-FIC-CODE(WS-FIC-IDX) =
                        WS-LIB-CODE(WS-LIB-IDX)
                       MOVE 'Y' TO WS-FICHE-TROUVEE
               END-SEARCH
           END-IF
           IF WS-FICHE-EST-TROUVEE
               MOVE '00' TO LK-RETOUR
               MOVE WS-FIC-CODE(WS-FIC-IDX) TO LK-CODE
               MOVE WS-FIC-LIBELLE(WS-FIC-IDX) TO LK-LIBELLE-OFFICIEL
               MOVE WS-FIC-CLASSE-TAXE(WS-FIC-IDX) TO LK-CLASSE-TAXE
               MOVE WS-FIC-DUREE(WS-FIC-IDX) TO LK-DUREE
               MOVE WS-FIC-STATUT(WS-FIC-IDX) TO LK-STATUT
           ELSE
               MOVE '01' TO LK-RETOUR
           END-IF.

      *    CHARGEMENT UNIQUE DU CATALOGUE. LE LIBELLE OFFICIEL D'UNE
      *    FICHE EST LUI-MEME UN LIBELLE RECONNU.
       CHARGER-CATALOGUE.
           OPEN INPUT FPRODUITS.
           IF WS-STATUS-FPRODUITS NOT = '00'
               DISPLAY 'PRODUITS.txt non disponible - code '
                   'statut ' WS-STATUS-FPRODUITS
               SET WS-CHARGEMENT-IMPOSSIBLE TO TRUE
           ELSE
               PERFORM UNTIL WS-EOF-FPRODUITS-REACHED
                   READ FPRODUITS
                       AT END
                           SET WS-EOF-FPRODUITS-REACHED TO TRUE
                       NOT AT END
                           PERFORM CHARGER-LIGNE
                   END-READ
               END-PERFORM
               CLOSE FPRODUITS
               SET WS-TABLE-CHARGEE TO TRUE
           END-IF.

       CHARGER-LIGNE.
           IF PROD-EST-FICHE AND WS-NB-FICHES < 500
               ADD 1 TO WS-NB-FICHES
               MOVE PROD-CODE TO WS-FIC-CODE(WS-NB-FICHES)
               MOVE PROD-LIBELLE TO WS-FIC-LIBELLE(WS-NB-FICHES)
               MOVE PROD-CLASSE-TAXE
                   TO WS-FIC-CLASSE-TAXE(WS-NB-FICHES)
               IF PROD-DUREE IS NUMERIC
                   MOVE PROD-DUREE TO WS-FIC-DUREE(WS-NB-FICHES)
               ELSE
                   MOVE 0 TO WS-FIC-DUREE(WS-NB-FICHES)
               END-IF
               MOVE PROD-STATUT TO WS-FIC-STATUT(WS-NB-FICHES)
           END-IF
           IF (PROD-EST-FICHE OR PROD-EST-VARIANTE)
              AND WS-NB-LIBELLES < 2000
               ADD 1 TO WS-NB-LIBELLES
               MOVE PROD-LIBELLE TO WS-LIB-TEXTE(WS-NB-LIBELLES)
               MOVE PROD-CODE TO WS-LIB-CODE(WS-NB-LIBELLES)
           END-IF.
