      * presente dans la seule extraction, une MODIFICATION un
      * ETAT / MONTANT different. Tout le reste part dans
      * IDX-DIVERGENCES.txt : les consultations assulook ne valent
      * que ce que prouve ce rapprochement. L'index est ensuite
      * reparcouru par sa cle alternative IDENTIFIANT et chaque
      * enregistrement obtenu par ce chemin est relu par la cle
      * principale : meme nombre d'enregistrements, meme contenu,
      * ordre croissant des IDENTIFIANT, sinon divergence - les
      * deux chemins d'acces (modes 1-2 et 3 de assulook) doivent
      * donner le meme portefeuille.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.

           SELECT FASSUIDX ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

      *    LE MEME INDEX, OUVERT UNE SECONDE FOIS POUR LE PARCOURS
      *    PAR LA CLE ALTERNATIVE
           SELECT FASSUALT ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALT-KEY
           ALTERNATE RECORD KEY IS ALT-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUALT.

           SELECT FAUDIT ASSIGN TO "ASSUR-TRANS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FASSUALT
              RECORDING MODE IS F.
       01 ALT-REG.
              05 ALT-KEY.
                  10 ALT-MUNA PIC 9(8).
                  10 ALT-IDENTIFIANT PIC X(14).
              05 ALT-LIBELLE PIC X(101).
              05 ALT-ETAT PIC X(10).
              05 ALT-DEBUT-EFFET PIC X(8).
              05 ALT-FIN-EFFET PIC X(8).
              05 ALT-MONTANT PIC 9(5)V9(9).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
       77 WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRIE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUALT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDIVERG PIC X(02) VALUE SPACES.

           88 WS-EOF-FASSUIDX-REACHED VALUE 'Y'.
       01 WS-EOF-FAUDIT PIC X VALUE 'N'.
           88 WS-EOF-FAUDIT-REACHED VALUE 'Y'.
       01 WS-EOF-FASSUALT PIC X VALUE 'N'.
           88 WS-EOF-FASSUALT-REACHED VALUE 'Y'.
       01 WS-IDENT-PRECEDENT PIC X(14) VALUE LOW-VALUES.

       01 WS-CLE-IDX PIC X(22) VALUE HIGH-VALUES.
       01 WS-CLE-EXT PIC X(22) VALUE HIGH-VALUES.
       01 WS-NB-EXT PIC 9(7) VALUE 0.
       01 WS-NB-DIVERGENCES PIC 9(7) VALUE 0.
       01 WS-NB-EXPLIQUEES PIC 9(7) VALUE 0.
       01 WS-NB-ALT PIC 9(7) VALUE 0.
       01 WS-NB-ECARTS-CHEMINS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    CHARGEMENT DES TRANSACTIONS DU JOUR (FICHIER FACULTATIF :
                       PERFORM LIRE-EXTRACTION
               END-EVALUATE
           END-PERFORM
           CLOSE FTRIE.

      *    SECOND CHEMIN : PARCOURS PAR LA CLE ALTERNATIVE, CHAQUE
      *    ENREGISTREMENT RELU PAR LA CLE PRINCIPALE
           OPEN INPUT FASSUALT.
           IF WS-STATUS-FASSUALT NOT = '00'
               DISPLAY 'ASSURANCES.IDX non disponible par la cle '
                   'IDENTIFIANT - code statut ' WS-STATUS-FASSUALT
               MOVE SPACES TO DIVERG-REG
               MOVE 'Cle alternative IDENTIFIANT inaccessible'
                   TO DIVERG-MOTIF
               PERFORM ECRIRE-DIVERGENCE
               ADD 1 TO WS-NB-ECARTS-CHEMINS
           ELSE
               MOVE LOW-VALUES TO ALT-IDENTIFIANT
               START FASSUALT KEY IS >= ALT-IDENTIFIANT
                   INVALID KEY
                       SET WS-EOF-FASSUALT-REACHED TO TRUE
               END-START
               PERFORM UNTIL WS-EOF-FASSUALT-REACHED
                   READ FASSUALT NEXT
                       AT END
                           SET WS-EOF-FASSUALT-REACHED TO TRUE
                       NOT AT END
                           PERFORM CONTROLER-CHEMIN-IDENTIFIANT
                   END-READ
               END-PERFORM
               CLOSE FASSUALT
               IF WS-NB-ALT NOT = WS-NB-IDX
                   MOVE SPACES TO DIVERG-REG
                   MOVE 'Nombre par IDENTIFIANT <> par cle principale'
                       TO DIVERG-MOTIF
                   PERFORM ECRIRE-DIVERGENCE
                   ADD 1 TO WS-NB-ECARTS-CHEMINS
               END-IF
           END-IF
           CLOSE FASSUIDX.

           MOVE SPACES TO DIVERG-TRAILER
           MOVE 'TOTAL DIVERGENCES : ' TO DIVERG-TRAILER-LIB
               WS-NB-EXPLIQUEES ' (transactions du jour)'
           DISPLAY 'Divergences                 : '
               WS-NB-DIVERGENCES ' (voir IDX-DIVERGENCES.txt)'
           DISPLAY 'Lues par cle IDENTIFIANT    : ' WS-NB-ALT
           DISPLAY '  dont ecarts entre chemins : '
               WS-NB-ECARTS-CHEMINS
           IF WS-NB-DIVERGENCES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    L'ENREGISTREMENT LU PAR LA CLE ALTERNATIVE DOIT EXISTER
      *    A L'IDENTIQUE SOUS SA CLE PRINCIPALE, ET LES IDENTIFIANT
      *    DOIVENT ARRIVER DANS L'ORDRE CROISSANT.
       CONTROLER-CHEMIN-IDENTIFIANT.
           ADD 1 TO WS-NB-ALT
           IF ALT-IDENTIFIANT < WS-IDENT-PRECEDENT
               MOVE ALT-MUNA TO DIVERG-MUNA
               MOVE ALT-IDENTIFIANT TO DIVERG-IDENTIFIANT
               MOVE 'Hors sequence sur la cle IDENTIFIANT'
                   TO DIVERG-MOTIF
               PERFORM ECRIRE-DIVERGENCE
               ADD 1 TO WS-NB-ECARTS-CHEMINS
           END-IF
           MOVE ALT-IDENTIFIANT TO WS-IDENT-PRECEDENT
           MOVE ALT-KEY TO ASSUIDX-KEY
           READ FASSUIDX KEY IS ASSUIDX-KEY
               INVALID KEY
                   MOVE ALT-MUNA TO DIVERG-MUNA
                   MOVE ALT-IDENTIFIANT TO DIVERG-IDENTIFIANT
                   MOVE 'Par IDENTIFIANT seulement, absente par cle'
                       TO DIVERG-MOTIF
                   PERFORM ECRIRE-DIVERGENCE
                   ADD 1 TO WS-NB-ECARTS-CHEMINS
               NOT INVALID KEY
                   IF ASSUIDX-REG NOT = ALT-REG
                       MOVE ALT-MUNA TO DIVERG-MUNA
                       MOVE ALT-IDENTIFIANT TO DIVERG-IDENTIFIANT
                       MOVE 'Contenu different selon le chemin d acces'
                           TO DIVERG-MOTIF
                       PERFORM ECRIRE-DIVERGENCE
                       ADD 1 TO WS-NB-ECARTS-CHEMINS
                   END-IF
           END-READ.

       ECRIRE-DIVERGENCE.
           ADD 1 TO WS-NB-DIVERGENCES
           WRITE DIVERG-REG
           IF WS-EOF-FASSUIDX-REACHED
               MOVE HIGH-VALUES TO WS-CLE-IDX
           ELSE
               READ FASSUIDX NEXT
                   AT END
                       SET WS-EOF-FASSUIDX-REACHED TO TRUE
                       MOVE HIGH-VALUES TO WS-CLE-IDX
