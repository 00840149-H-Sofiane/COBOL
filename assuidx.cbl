      * Loads ASSURANCES.txt into an indexed file keyed on
      * MUNA + IDENTIFIANT, so ad hoc single-policy lookups don't
      * require a full sequential scan of the LINE SEQUENTIAL extract.
      * L'IDENTIFIANT est cle alternative avec doublons du meme
      * fichier, entretenue par le systeme de fichiers, pour les
      * recherches par reference de contrat quand l'appelant ne
      * connait pas son numero d'adherent (mode 3 de assulook).
       ENVIRONMENT DIVISION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FDOUBLONS ASSIGN TO "ASSURANCES-DOUBLONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FDOUBLONS
              RECORDING MODE IS F.
      * Image FENREG conservee et image FENREG rejetee cote a cote,
       01 WS-NB-CHARGES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       77 WS-STATUS-FDOUBLONS PIC X(02) VALUE SPACES.
      * RECONSTRUCTION DE L'IMAGE FENREG DE L'ENREGISTREMENT GARDE
      * DANS L'INDEX (l'index ne conserve pas les separateurs).
       01 WS-IMAGE-GARDE.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FDOUBLONS.
           PERFORM UNTIL WS-EOF-REACHED
               READ FENTREE
                               PERFORM ECRIRE-DOUBLON
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-CHARGES
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FENTREE.
           CLOSE FASSUIDX.
           MOVE SPACES TO DOUBLON-TRAILER
           MOVE 'TOTAL DOUBLONS : ' TO DOUBLON-TRAILER-LIB
           MOVE WS-NB-REJETS TO DOUBLON-TRAILER-NB
           DISPLAY 'ASSURANCES.IDX charges   : ' WS-NB-CHARGES.
           DISPLAY 'Cles en double rejetees  : ' WS-NB-REJETS
               ' (voir ASSURANCES-DOUBLONS.txt)'.
           STOP RUN.

      *    RELIT L'ENREGISTREMENT DEJA CHARGE SOUS LA CLE EN DOUBLE
      *    ET ECRIT LES DEUX IMAGES FENREG COTE A COTE. L'image
      *    rejetee est encore disponible telle quelle dans FENREG.
