      * Consultation directe d'une police dans ASSURANCES.IDX :
      * lecture par cle complete MUNA + IDENTIFIANT, parcours de
      * tous les IDENTIFIANT d'un MUNA via START / READ NEXT, ou
      * (mode 3) recherche par le seul IDENTIFIANT sur la cle
      * alternative (avec doublons) du meme fichier - le
      * contrat papier ne porte que la reference sur 14 caracteres,
      * et toutes les correspondances sont listees quand la meme
      * reference existe chez plusieurs adherents.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.
       DATA DIVISION.
       FILE SECTION.
       FD     FASSUIDX
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       01 WS-MODE PIC 9(1) VALUE 0.
       01 WS-MUNA-SAISI PIC 9(8) VALUE 0.
       01 WS-IDENT-SAISI PIC X(14) VALUE SPACES.
           GOBACK.

      *    RECHERCHE PAR LA SEULE REFERENCE DE CONTRAT : TOUTES LES
      *    CORRESPONDANCES DE LA CLE ALTERNATIVE SONT LISTEES AVEC
      *    LEUR MUNA, DANS L'ORDRE D'ECRITURE DES DOUBLONS.
       CHERCHER-PAR-IDENTIFIANT.
           DISPLAY 'Saisir l IDENTIFIANT (14 caracteres)'
           ACCEPT WS-IDENT-SAISI
           MOVE WS-IDENT-SAISI TO ASSUIDX-IDENTIFIANT
           START FASSUIDX KEY IS = ASSUIDX-IDENTIFIANT
               INVALID KEY
                   SET WS-PARCOURS-TERMINE TO TRUE
           END-START
           PERFORM UNTIL WS-PARCOURS-TERMINE
               READ FASSUIDX NEXT
                   AT END
                       SET WS-PARCOURS-TERMINE TO TRUE
                   NOT AT END
                       IF ASSUIDX-IDENTIFIANT = WS-IDENT-SAISI
                           PERFORM AFFICHER-POLICE
                       ELSE
                           SET WS-PARCOURS-TERMINE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-NB-AFFICHES = 0
               DISPLAY 'Aucune police pour l IDENTIFIANT '
                   WS-IDENT-SAISI
                   'IDENTIFIANT ' WS-IDENT-SAISI
           END-IF.

       AFFICHER-POLICE.
           ADD 1 TO WS-NB-AFFICHES
           MOVE ASSUIDX-MONTANT TO WS-MONTANT-EDITE
