       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINGEST.
      * Registre des sinistres, persistant d'un jour a l'autre
      * (SINISTRES-REGISTRE.txt, cle SIN-NUMERO, format SINREC) :
      * les sinistres du jour de SINISTRES-ACCEPTES.txt y sont
      * ouverts (statut OUVERT, provision initiale egale au montant
      * reclame, date de declaration saisie ou a defaut date du
      * jour ; sans declaration ce jour le fichier est absent et il
      * n'y a rien a ouvrir), puis les evenements de gestion de
      * SINISTRES-EVENEMENTS.txt sont appliques dans l'ordre du
      * fichier :
      *   'R' provision posee       'V' provision revisee
      *   'P' reglement partiel     'F' reglement final (clos)
      *   'C' cloture sans suite    'O' reouverture
      * Chaque sinistre porte sa provision restante, son cumul
      * regle et son statut. Un evenement sur un sinistre absent,
      * date avant la survenance, mal forme ou incompatible avec le
      * statut part dans SINISTRES-EVT-REJETS.txt avec son motif.
      * Toute ouverture et tout evenement applique sont ajoutes a
      * l'historique SINISTRES-JOURNAL.txt (format SINJRN). Le
      * fichier d'evenements traite est renomme en .TRAITE pour ne
      * pas etre rejoue, comme le fait glbilan.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGISTRE ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FACCEPTES ASSIGN TO "SINISTRES-ACCEPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FACCEPTES.

           SELECT FEVENEMENTS ASSIGN TO "SINISTRES-EVENEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEVENEMENTS.

           SELECT FNOUVEAU ASSIGN TO "SINISTRES-REGISTRE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FJOURNAL ASSIGN TO "SINISTRES-JOURNAL.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAL.

           SELECT FREJETS ASSIGN TO "SINISTRES-EVT-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FACCEPTES
              RECORDING MODE IS F.
       01 SIN-REG.
              05 SIN-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SIN-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 SIN-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SIN-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SIN-MONTANT PIC 9(7)V9(2).
              05 FILLER PIC X(1).
              05 SIN-DATE-DECLARATION PIC X(8).

       FD     FEVENEMENTS
              RECORDING MODE IS F.
       01 EVT-REG.
              05 EVT-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 EVT-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 EVT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 EVT-MONTANT PIC 9(7)V9(2).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG.
              05 NOUVEAU-NUMERO PIC X(10).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-MUNA PIC 9(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-DATE-DECLARATION PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-MONTANT-RECLAME PIC 9(7)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-RESERVE PIC 9(9)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-PAYE PIC 9(9)V9(2).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-STATUT PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 NOUVEAU-DATE-STATUT PIC X(8).

       FD     FJOURNAL
              RECORDING MODE IS F.
       COPY SINJRN.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-EVENEMENT PIC X(31).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FACCEPTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEVENEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FACCEPTES PIC X VALUE 'N'.
           88 WS-EOF-FACCEPTES-REACHED VALUE 'Y'.
       01 WS-EOF-FEVENEMENTS PIC X VALUE 'N'.
           88 WS-EOF-FEVENEMENTS-REACHED VALUE 'Y'.
       01 WS-EVENEMENTS-PRESENTS PIC X VALUE 'N'.
           88 WS-EVENEMENTS-A-TRAITER VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).

      * REGISTRE CHARGE EN TABLE (cle SIN-NUMERO)
       01 WS-NB-SINISTRES PIC 9(5) VALUE 0.
       01 WS-TABLE-SINISTRES.
           05 WS-SIN-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-SINISTRES
                            INDEXED BY WS-SIN-IDX.
               10 WS-SIN-NUMERO PIC X(10).
               10 WS-SIN-MUNA PIC 9(8).
               10 WS-SIN-IDENT PIC X(14).
               10 WS-SIN-SURVENANCE PIC X(8).
               10 WS-SIN-DECLARATION PIC X(8).
               10 WS-SIN-RECLAME PIC 9(7)V9(2).
               10 WS-SIN-RESERVE PIC 9(9)V9(2).
               10 WS-SIN-PAYE PIC 9(9)V9(2).
               10 WS-SIN-STATUT PIC X(8).
               10 WS-SIN-DATE-STATUT PIC X(8).

       01 WS-NUMERO-CHERCHE PIC X(10).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-SINISTRE-TROUVE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
      * EVENEMENT A TRACER AU JOURNAL
       01 WS-JRN-CODE PIC X(1).
       01 WS-JRN-DATE PIC X(8).
       01 WS-JRN-MONTANT PIC 9(7)V9(2).

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-PRESERVES PIC 9(5) VALUE 0.
       01 WS-NB-OUVERTS PIC 9(5) VALUE 0.
       01 WS-NB-EVT-LUS PIC 9(7) VALUE 0.
       01 WS-NB-EVT-APPLIQUES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-NB-EN-COURS PIC 9(5) VALUE 0.
       01 WS-NB-CLOS PIC 9(5) VALUE 0.
       01 WS-TOTAL-RESERVE PIC 9(12)V9(2) VALUE 0.
       01 WS-TOTAL-PAYE PIC 9(12)V9(2) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'singest' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    CHARGEMENT DU REGISTRE EXISTANT (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF SINR-MUNA IS NUMERIC
                              AND WS-NB-SINISTRES < 20000
                               PERFORM CHARGER-SINISTRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
               MOVE WS-NB-SINISTRES TO WS-NB-PRESERVES
           ELSE
               DISPLAY 'SINISTRES-REGISTRE.txt absent - creation '
                   'd un nouveau registre'
           END-IF

           OPEN EXTEND FJOURNAL
           IF WS-STATUS-FJOURNAL NOT = '00'
               OPEN OUTPUT FJOURNAL
           END-IF

      *    OUVERTURE DES SINISTRES ACCEPTES DU JOUR. PAS DE
      *    DECLARATION CE JOUR (FICHIER ABSENT) : RIEN A OUVRIR, LES
      *    EVENEMENTS DE GESTION SONT TOUT DE MEME APPLIQUES
           OPEN INPUT FACCEPTES.
           EVALUATE WS-STATUS-FACCEPTES
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'SINISTRES-ACCEPTES.txt absent - pas de '
                       'sinistre declare a ouvrir'
                   SET WS-EOF-FACCEPTES-REACHED TO TRUE
               WHEN OTHER
                   DISPLAY 'SINISTRES-ACCEPTES.txt non disponible - '
                       'code statut ' WS-STATUS-FACCEPTES
                   CLOSE FJOURNAL
      *            LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *            ENTREE ILLISIBLE NE DOIT PAS COMPTER COMME UN
      *            PASSAGE PLANTE (DEBUT SANS FIN)
                   MOVE 'F' TO WS-RA-FONCTION
                   MOVE 16 TO WS-RA-RC
                   CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM UNTIL WS-EOF-FACCEPTES-REACHED
               READ FACCEPTES
                   AT END
                       SET WS-EOF-FACCEPTES-REACHED TO TRUE
                   NOT AT END
      *                LA DERNIERE LIGNE EST LE TRAILER
                       IF SIN-MUNA IS NUMERIC
                           PERFORM OUVRIR-SINISTRE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATUS-FACCEPTES NOT = '35'
               CLOSE FACCEPTES
           END-IF.

      *    APPLICATION DES EVENEMENTS DE GESTION (FICHIER FACULTATIF)
           OPEN OUTPUT FREJETS.
           OPEN INPUT FEVENEMENTS.
           IF WS-STATUS-FEVENEMENTS = '00'
               SET WS-EVENEMENTS-A-TRAITER TO TRUE
               PERFORM UNTIL WS-EOF-FEVENEMENTS-REACHED
                   READ FEVENEMENTS
                       AT END
                           SET WS-EOF-FEVENEMENTS-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-EVT-LUS
                           PERFORM APPLIQUER-EVENEMENT
                   END-READ
               END-PERFORM
               CLOSE FEVENEMENTS
           ELSE
               DISPLAY 'SINISTRES-EVENEMENTS.txt absent - aucun '
                   'evenement de gestion ce jour'
           END-IF
           CLOSE FJOURNAL.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    REECRITURE DU REGISTRE
           OPEN OUTPUT FNOUVEAU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SINISTRES
               MOVE SPACES TO NOUVEAU-REG
               MOVE WS-SIN-NUMERO(WS-I) TO NOUVEAU-NUMERO
               MOVE WS-SIN-MUNA(WS-I) TO NOUVEAU-MUNA
               MOVE WS-SIN-IDENT(WS-I) TO NOUVEAU-IDENTIFIANT
               MOVE WS-SIN-SURVENANCE(WS-I)
                   TO NOUVEAU-DATE-SURVENANCE
               MOVE WS-SIN-DECLARATION(WS-I)
                   TO NOUVEAU-DATE-DECLARATION
               MOVE WS-SIN-RECLAME(WS-I) TO NOUVEAU-MONTANT-RECLAME
               MOVE WS-SIN-RESERVE(WS-I) TO NOUVEAU-RESERVE
               MOVE WS-SIN-PAYE(WS-I) TO NOUVEAU-PAYE
               MOVE WS-SIN-STATUT(WS-I) TO NOUVEAU-STATUT
               MOVE WS-SIN-DATE-STATUT(WS-I) TO NOUVEAU-DATE-STATUT
               WRITE NOUVEAU-REG
               IF WS-SIN-STATUT(WS-I) = 'CLOS'
                   ADD 1 TO WS-NB-CLOS
               ELSE
                   ADD 1 TO WS-NB-EN-COURS
               END-IF
               ADD WS-SIN-RESERVE(WS-I) TO WS-TOTAL-RESERVE
               ADD WS-SIN-PAYE(WS-I) TO WS-TOTAL-PAYE
           END-PERFORM
           CLOSE FNOUVEAU.

           MOVE SPACES TO WS-COMMANDE
           STRING 'mv SINISTRES-REGISTRE.TMP ' DELIMITED BY SIZE
               'SINISTRES-REGISTRE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement du registre des '
                   'sinistres'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    LES EVENEMENTS APPLIQUES NE DOIVENT PAS ETRE REJOUES
           IF WS-EVENEMENTS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv SINISTRES-EVENEMENTS.txt ' DELIMITED BY SIZE
                   'SINISTRES-EVENEMENTS.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Sinistres preserves  : ' WS-NB-PRESERVES
           DISPLAY 'Sinistres ouverts    : ' WS-NB-OUVERTS
           DISPLAY 'Evenements lus       : ' WS-NB-EVT-LUS
           DISPLAY 'Evenements appliques : ' WS-NB-EVT-APPLIQUES
           DISPLAY 'Evenements rejetes   : ' WS-NB-REJETS
               ' (voir SINISTRES-EVT-REJETS.txt)'
           DISPLAY 'Sinistres en cours   : ' WS-NB-EN-COURS
           DISPLAY 'Sinistres clos       : ' WS-NB-CLOS
           DISPLAY 'Provisions restantes : ' WS-TOTAL-RESERVE
           DISPLAY 'Cumul regle          : ' WS-TOTAL-PAYE
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-SINISTRE.
           ADD 1 TO WS-NB-SINISTRES
           MOVE SINR-NUMERO TO WS-SIN-NUMERO(WS-NB-SINISTRES)
           MOVE SINR-MUNA TO WS-SIN-MUNA(WS-NB-SINISTRES)
           MOVE SINR-IDENTIFIANT TO WS-SIN-IDENT(WS-NB-SINISTRES)
           MOVE SINR-DATE-SURVENANCE
               TO WS-SIN-SURVENANCE(WS-NB-SINISTRES)
           MOVE SINR-DATE-DECLARATION
               TO WS-SIN-DECLARATION(WS-NB-SINISTRES)
           MOVE SINR-MONTANT-RECLAME
               TO WS-SIN-RECLAME(WS-NB-SINISTRES)
           MOVE SINR-RESERVE TO WS-SIN-RESERVE(WS-NB-SINISTRES)
           MOVE SINR-PAYE TO WS-SIN-PAYE(WS-NB-SINISTRES)
           MOVE SINR-STATUT TO WS-SIN-STATUT(WS-NB-SINISTRES)
           MOVE SINR-DATE-STATUT
               TO WS-SIN-DATE-STATUT(WS-NB-SINISTRES).

      *    RECHERCHE DU SINISTRE WS-NUMERO-CHERCHE DANS LA TABLE ;
      *    WS-SIN-IDX POINTE L'ENTREE TROUVEE.
       CHERCHER-SINISTRE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-SINISTRES > 0
               SET WS-SIN-IDX TO 1
               SEARCH WS-SIN-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-SIN-NUMERO(WS-SIN-IDX) = WS-NUMERO-CHERCHE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF.

      *    OUVRE AU REGISTRE UN SINISTRE ACCEPTE S'IL N'Y EST PAS
      *    DEJA : SINISTRES-ACCEPTES.txt est reproduit chaque jour,
      *    un numero deja present est laisse tel quel.
       OUVRIR-SINISTRE.
           MOVE SIN-NUMERO TO WS-NUMERO-CHERCHE
           PERFORM CHERCHER-SINISTRE
           IF NOT WS-SINISTRE-TROUVE
               IF WS-NB-SINISTRES < 20000
                   ADD 1 TO WS-NB-SINISTRES
                   ADD 1 TO WS-NB-OUVERTS
                   SET WS-SIN-IDX TO WS-NB-SINISTRES
                   MOVE SIN-NUMERO TO WS-SIN-NUMERO(WS-SIN-IDX)
                   MOVE SIN-MUNA TO WS-SIN-MUNA(WS-SIN-IDX)
                   MOVE SIN-IDENTIFIANT TO WS-SIN-IDENT(WS-SIN-IDX)
                   MOVE SIN-DATE-SURVENANCE
                       TO WS-SIN-SURVENANCE(WS-SIN-IDX)
                   IF SIN-DATE-DECLARATION = SPACES
                       MOVE WS-RUN-YYYYMMDD
                           TO WS-SIN-DECLARATION(WS-SIN-IDX)
                   ELSE
                       MOVE SIN-DATE-DECLARATION
                           TO WS-SIN-DECLARATION(WS-SIN-IDX)
                   END-IF
                   MOVE SIN-MONTANT TO WS-SIN-RECLAME(WS-SIN-IDX)
                   MOVE SIN-MONTANT TO WS-SIN-RESERVE(WS-SIN-IDX)
                   MOVE 0 TO WS-SIN-PAYE(WS-SIN-IDX)
                   MOVE 'OUVERT' TO WS-SIN-STATUT(WS-SIN-IDX)
                   MOVE WS-RUN-YYYYMMDD
                       TO WS-SIN-DATE-STATUT(WS-SIN-IDX)
                   MOVE 'D' TO WS-JRN-CODE
                   MOVE WS-SIN-DECLARATION(WS-SIN-IDX) TO WS-JRN-DATE
                   MOVE SIN-MONTANT TO WS-JRN-MONTANT
                   PERFORM ECRIRE-JOURNAL
               ELSE
                   DISPLAY 'Registre des sinistres : capacite de '
                       '20000 entrees atteinte, sinistre '
                       SIN-NUMERO ' ignore'
               END-IF
           END-IF.

      *    CONTROLE PUIS APPLIQUE L'EVENEMENT COURANT AU SINISTRE ;
      *    LE PREMIER MOTIF EN ECHEC REJETTE L'EVENEMENT.
       APPLIQUER-EVENEMENT.
           MOVE SPACES TO WS-MOTIF
           MOVE EVT-NUMERO TO WS-NUMERO-CHERCHE
           PERFORM CHERCHER-SINISTRE
           CALL 'DATEVALID' USING EVT-DATE,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN NOT WS-SINISTRE-TROUVE
                   MOVE 'Sinistre absent du registre' TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date d evenement mal formee' TO WS-MOTIF
               WHEN EVT-DATE < WS-SIN-SURVENANCE(WS-SIN-IDX)
                   MOVE 'Evenement anterieur a la survenance'
                       TO WS-MOTIF
               WHEN EVT-MONTANT IS NOT NUMERIC
                   MOVE 'Montant non numerique' TO WS-MOTIF
               WHEN EVT-CODE = 'O'
                    AND WS-SIN-STATUT(WS-SIN-IDX) NOT = 'CLOS'
                   MOVE 'Reouverture d un sinistre non clos'
                       TO WS-MOTIF
               WHEN (EVT-CODE = 'R' OR 'V' OR 'P' OR 'F' OR 'C')
                    AND WS-SIN-STATUT(WS-SIN-IDX) = 'CLOS'
                   MOVE 'Sinistre clos : reouverture prealable'
                       TO WS-MOTIF
               WHEN (EVT-CODE = 'P' OR 'F') AND EVT-MONTANT = 0
                   MOVE 'Reglement de montant nul' TO WS-MOTIF
               WHEN EVT-CODE = 'R' OR 'V'
                   MOVE EVT-MONTANT TO WS-SIN-RESERVE(WS-SIN-IDX)
               WHEN EVT-CODE = 'P'
                   ADD EVT-MONTANT TO WS-SIN-PAYE(WS-SIN-IDX)
                   IF EVT-MONTANT < WS-SIN-RESERVE(WS-SIN-IDX)
                       SUBTRACT EVT-MONTANT
                           FROM WS-SIN-RESERVE(WS-SIN-IDX)
                   ELSE
                       MOVE 0 TO WS-SIN-RESERVE(WS-SIN-IDX)
                   END-IF
               WHEN EVT-CODE = 'F'
                   ADD EVT-MONTANT TO WS-SIN-PAYE(WS-SIN-IDX)
                   MOVE 0 TO WS-SIN-RESERVE(WS-SIN-IDX)
                   MOVE 'CLOS' TO WS-SIN-STATUT(WS-SIN-IDX)
               WHEN EVT-CODE = 'C'
                   MOVE 0 TO WS-SIN-RESERVE(WS-SIN-IDX)
                   MOVE 'CLOS' TO WS-SIN-STATUT(WS-SIN-IDX)
               WHEN EVT-CODE = 'O'
                   MOVE EVT-MONTANT TO WS-SIN-RESERVE(WS-SIN-IDX)
                   MOVE 'REOUVERT' TO WS-SIN-STATUT(WS-SIN-IDX)
               WHEN OTHER
                   MOVE 'Code evenement inconnu' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE EVT-REG TO REJET-EVENEMENT
               MOVE ' | ' TO REJET-REG(32:3)
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               ADD 1 TO WS-NB-EVT-APPLIQUES
               MOVE EVT-DATE TO WS-SIN-DATE-STATUT(WS-SIN-IDX)
               MOVE EVT-CODE TO WS-JRN-CODE
               MOVE EVT-DATE TO WS-JRN-DATE
               MOVE EVT-MONTANT TO WS-JRN-MONTANT
               PERFORM ECRIRE-JOURNAL
           END-IF.

      *    TRACE L'EVENEMENT WS-JRN-* AVEC LA SITUATION DU
      *    SINISTRE WS-SIN-IDX APRES APPLICATION.
       ECRIRE-JOURNAL.
           MOVE SPACES TO SINJ-REG
           MOVE WS-RUN-YYYYMMDD TO SINJ-DATE-TRAITEMENT
           MOVE WS-SIN-NUMERO(WS-SIN-IDX) TO SINJ-NUMERO
           MOVE WS-SIN-MUNA(WS-SIN-IDX) TO SINJ-MUNA
           MOVE WS-SIN-SURVENANCE(WS-SIN-IDX) TO SINJ-DATE-SURVENANCE
           MOVE WS-JRN-CODE TO SINJ-CODE
           MOVE WS-JRN-DATE TO SINJ-DATE-EVT
           MOVE WS-JRN-MONTANT TO SINJ-MONTANT
           MOVE WS-SIN-RESERVE(WS-SIN-IDX) TO SINJ-RESERVE
           MOVE WS-SIN-PAYE(WS-SIN-IDX) TO SINJ-PAYE
           WRITE SINJ-REG.
