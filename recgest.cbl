       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECGEST.
      * Registre des reclamations des adherents, persistant d'un
      * jour a l'autre (RECLAMATIONS-REGISTRE.txt, cle RECL-NUMERO,
      * format RECLREC), dans le style de SINGEST : les mouvements
      * de RECLAMATIONS-TRANSACTIONS.txt, tires de la boite
      * partagee, sont appliques dans l'ordre du fichier :
      *   'O' ouverture (MUNA, police facultative, categorie)
      *   'A' accuse de reception   'R' reponse
      *   'E' escalade              'C' cloture (issue F/P/N)
      * Delais de l'autorite de controle : accuse de reception sous
      * dix jours ouvres, reponse sous deux mois. Les echeances sont
      * posees a l'ouverture avec le service CALJOUR (week-ends et
      * feries de JOURS-FERIES.txt exclus) : dixieme jour ouvre
      * apres la reception, et reception plus deux mois reportee au
      * jour ouvre suivant. Une reponse vaut accuse de reception
      * s'il manquait, une cloture vaut reponse. Un mouvement sur
      * une reclamation absente (ou deja presente pour 'O'), mal
      * forme, date dans le futur ou avant la reception, ou
      * incompatible avec le statut part dans
      * RECLAMATIONS-REJETS.txt avec son motif. Le fichier de
      * mouvements traite est renomme en .TRAITE.
      * Chaque passage liste ensuite dans RECLAMATIONS-RETARDS.txt
      * les reclamations non closes dont l'accuse ou la reponse a
      * depasse son echeance, avec le retard en jours ouvres.
      * Les statistiques annuelles sont tirees par RECSTAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREGISTRE ASSIGN TO "RECLAMATIONS-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FTRANS ASSIGN TO "RECLAMATIONS-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FNOUVEAU ASSIGN TO "RECLAMATIONS-REGISTRE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FNOUVEAU.

           SELECT FREJETS ASSIGN TO "RECLAMATIONS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.

           SELECT FRETARDS ASSIGN TO "RECLAMATIONS-RETARDS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRETARDS.
       DATA DIVISION.
       FILE SECTION.
       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY RECLREC.

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 TRANS-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 TRANS-CATEGORIE PIC X(3).
              05 FILLER PIC X(1).
              05 TRANS-ISSUE PIC X(1).

       FD     FNOUVEAU
              RECORDING MODE IS F.
       01 NOUVEAU-REG PIC X(112).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-TRANSACTION PIC X(51).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       FD     FRETARDS
              RECORDING MODE IS F.
       01 RETARD-REG.
              05 RETARD-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 RETARD-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 RETARD-CATEGORIE PIC X(3).
              05 FILLER PIC X(1).
              05 RETARD-STATUT PIC X(8).
              05 FILLER PIC X(1).
              05 RETARD-RECEPTION PIC X(8).
              05 FILLER PIC X(1).
              05 RETARD-NATURE PIC X(7).
              05 FILLER PIC X(1).
              05 RETARD-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 RETARD-JOURS PIC ZZZZ9.
              05 FILLER PIC X(1).
              05 RETARD-LIB PIC X(17).
       01 RETARD-TRAILER.
              05 RETARD-TRAILER-LIB PIC X(20).
              05 RETARD-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FNOUVEAU PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRETARDS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.
       01 WS-TRANS-PRESENTES PIC X VALUE 'N'.
           88 WS-TRANS-A-TRAITER VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).

      * REGISTRE CHARGE EN TABLE (cle RECL-NUMERO), MEME IMAGE
      * QUE RECL-REG
       01 WS-NB-RECL PIC 9(5) VALUE 0.
       01 WS-TABLE-RECL.
           05 WS-RECL-ENTRY OCCURS 1 TO 20000 TIMES
                             DEPENDING ON WS-NB-RECL
                             INDEXED BY WS-RECL-IDX.
               10 WS-RECL-IMAGE PIC X(112).

       01 WS-NUMERO-CHERCHE PIC X(10).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-RECL-TROUVEE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.

      * ZONES D'APPEL DU SERVICE CALJOUR
       01 WS-CALJOUR-DEMANDE.
           05 WS-CJ-FONCTION PIC X(1).
           05 WS-CJ-DATE PIC X(8).
           05 WS-CJ-DATE2 PIC X(8).
       01 WS-CALJOUR-REPONSE.
           05 WS-CJ-RETOUR PIC X(2).
           05 WS-CJ-OUVRE PIC X(1).
           05 WS-CJ-RESULTAT PIC 9(8).
           05 WS-CJ-NB PIC S9(5).

      * CALCUL DE L'ECHEANCE A DEUX MOIS
       01 WS-DATE-CALC.
           05 WS-CALC-AAAA PIC 9(4).
           05 WS-CALC-MM PIC 9(2).
           05 WS-CALC-JJ PIC 9(2).
       01 WS-DATE-CALC-X REDEFINES WS-DATE-CALC PIC X(8).

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-PRESERVEES PIC 9(5) VALUE 0.
       01 WS-NB-TRANS-LUES PIC 9(7) VALUE 0.
       01 WS-NB-APPLIQUEES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-NB-OUVERTES PIC 9(7) VALUE 0.
       01 WS-NB-CLOSES PIC 9(7) VALUE 0.
       01 WS-NB-RETARDS PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'recgest' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    SANS CALENDRIER OUVRABLE AUCUNE ECHEANCE NE TIENT
           MOVE 'O' TO WS-CJ-FONCTION
           MOVE WS-RUN-YYYYMMDD TO WS-CJ-DATE
           CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
               WS-CALJOUR-REPONSE
           IF WS-CJ-RETOUR NOT = '00'
               DISPLAY 'Calendrier ouvrable indisponible - code '
                   WS-CJ-RETOUR
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    CHARGEMENT DU REGISTRE EXISTANT (ABSENT AU PREMIER PASSAGE)
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF RECL-MUNA IS NUMERIC
                              AND WS-NB-RECL < 20000
                               ADD 1 TO WS-NB-RECL
                               MOVE RECL-REG
                                   TO WS-RECL-IMAGE(WS-NB-RECL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
               MOVE WS-NB-RECL TO WS-NB-PRESERVEES
           ELSE
               DISPLAY 'RECLAMATIONS-REGISTRE.txt absent - creation '
                   'd un nouveau registre'
           END-IF

      *    APPLICATION DES MOUVEMENTS (FICHIER FACULTATIF)
           OPEN OUTPUT FREJETS.
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS = '00'
               SET WS-TRANS-A-TRAITER TO TRUE
               PERFORM UNTIL WS-EOF-FTRANS-REACHED
                   READ FTRANS
                       AT END
                           SET WS-EOF-FTRANS-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-TRANS-LUES
                           PERFORM APPLIQUER-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE FTRANS
           ELSE
               DISPLAY 'RECLAMATIONS-TRANSACTIONS.txt absent - aucun '
                   'mouvement ce jour'
           END-IF
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    REECRITURE DU REGISTRE ET LISTE DES RETARDS
           OPEN OUTPUT FNOUVEAU.
           OPEN OUTPUT FRETARDS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-RECL
               MOVE WS-RECL-IMAGE(WS-I) TO RECL-REG
               MOVE RECL-REG TO NOUVEAU-REG
               WRITE NOUVEAU-REG
               IF RECL-CLOSE
                   ADD 1 TO WS-NB-CLOSES
               ELSE
                   ADD 1 TO WS-NB-OUVERTES
                   PERFORM CONTROLER-ECHEANCES
               END-IF
           END-PERFORM
           CLOSE FNOUVEAU.
           MOVE SPACES TO RETARD-TRAILER
           MOVE 'TOTAL RETARDS : ' TO RETARD-TRAILER-LIB
           MOVE WS-NB-RETARDS TO RETARD-TRAILER-NB
           WRITE RETARD-TRAILER
           CLOSE FRETARDS.

           MOVE SPACES TO WS-COMMANDE
           STRING 'mv RECLAMATIONS-REGISTRE.TMP ' DELIMITED BY SIZE
               'RECLAMATIONS-REGISTRE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement du registre des '
                   'reclamations'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    LES MOUVEMENTS APPLIQUES NE DOIVENT PAS ETRE REJOUES
           IF WS-TRANS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv RECLAMATIONS-TRANSACTIONS.txt '
                   DELIMITED BY SIZE
                   'RECLAMATIONS-TRANSACTIONS.TRAITE'
                   DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Reclamations preservees : ' WS-NB-PRESERVEES
           DISPLAY 'Mouvements lus          : ' WS-NB-TRANS-LUES
           DISPLAY 'Mouvements appliques    : ' WS-NB-APPLIQUEES
           DISPLAY 'Mouvements rejetes      : ' WS-NB-REJETS
               ' (voir RECLAMATIONS-REJETS.txt)'
           DISPLAY 'Reclamations en cours   : ' WS-NB-OUVERTES
           DISPLAY 'Reclamations closes     : ' WS-NB-CLOSES
           DISPLAY 'Echeances depassees     : ' WS-NB-RETARDS
               ' (voir RECLAMATIONS-RETARDS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           EVALUATE TRUE
               WHEN WS-NB-REJETS > 0
                   MOVE 8 TO WS-RA-RC
               WHEN WS-NB-RETARDS > 0
                   MOVE 4 TO WS-RA-RC
               WHEN OTHER
                   MOVE 0 TO WS-RA-RC
           END-EVALUATE
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    RECHERCHE DE LA RECLAMATION WS-NUMERO-CHERCHE ; L'ENTREE
      *    TROUVEE EST RAMENEE DANS RECL-REG, WS-RECL-IDX LA POINTE.
       CHERCHER-RECLAMATION.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-RECL > 0
               SET WS-RECL-IDX TO 1
               SEARCH WS-RECL-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-RECL-IMAGE(WS-RECL-IDX)(1:10) =
                        WS-NUMERO-CHERCHE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-RECL-TROUVEE
               MOVE WS-RECL-IMAGE(WS-RECL-IDX) TO RECL-REG
           END-IF.

      *    CONTROLE PUIS APPLIQUE LE MOUVEMENT COURANT ; LE PREMIER
      *    MOTIF EN ECHEC REJETTE LE MOUVEMENT.
       APPLIQUER-TRANSACTION.
           MOVE SPACES TO WS-MOTIF
           MOVE TRANS-NUMERO TO WS-NUMERO-CHERCHE
           PERFORM CHERCHER-RECLAMATION
           CALL 'DATEVALID' USING TRANS-DATE,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN TRANS-NUMERO = SPACES
                   MOVE 'Numero de reclamation absent' TO WS-MOTIF
               WHEN NOT WS-DATE-EST-VALIDE
                   MOVE 'Date du mouvement mal formee' TO WS-MOTIF
               WHEN TRANS-DATE > WS-RUN-YYYYMMDD
                   MOVE 'Date du mouvement posterieure au jour'
                       TO WS-MOTIF
               WHEN TRANS-CODE = 'O'
                   PERFORM OUVRIR-RECLAMATION
               WHEN NOT WS-RECL-TROUVEE
                   MOVE 'Reclamation absente du registre' TO WS-MOTIF
               WHEN TRANS-DATE < RECL-DATE-RECEPTION
                   MOVE 'Mouvement anterieur a la reception'
                       TO WS-MOTIF
               WHEN RECL-CLOSE
                   MOVE 'Reclamation deja close' TO WS-MOTIF
               WHEN TRANS-CODE = 'A'
                   IF RECL-STATUT NOT = 'OUVERTE'
                       MOVE 'Accuse de reception deja enregistre'
                           TO WS-MOTIF
                   ELSE
                       MOVE TRANS-DATE TO RECL-DATE-AR
                       MOVE 'ACCUSEE' TO RECL-STATUT
                   END-IF
               WHEN TRANS-CODE = 'R'
                   IF RECL-STATUT = 'REPONDUE'
                       MOVE 'Reponse deja enregistree' TO WS-MOTIF
                   ELSE
                       PERFORM ENREGISTRER-REPONSE
                       MOVE 'REPONDUE' TO RECL-STATUT
                   END-IF
               WHEN TRANS-CODE = 'E'
                   IF RECL-STATUT = 'ESCALADE'
                       MOVE 'Reclamation deja escaladee' TO WS-MOTIF
                   ELSE
                       MOVE TRANS-DATE TO RECL-DATE-ESCALADE
                       MOVE 'ESCALADE' TO RECL-STATUT
                   END-IF
               WHEN TRANS-CODE = 'C'
                   IF TRANS-ISSUE NOT = 'F' AND 'P' AND 'N'
                       MOVE 'Issue de cloture invalide (F, P ou N)'
                           TO WS-MOTIF
                   ELSE
                       PERFORM ENREGISTRER-REPONSE
                       MOVE TRANS-DATE TO RECL-DATE-CLOTURE
                       MOVE TRANS-ISSUE TO RECL-ISSUE
                       MOVE 'CLOSE' TO RECL-STATUT
                   END-IF
               WHEN OTHER
                   MOVE 'Code mouvement inconnu' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-REJETS
               MOVE SPACES TO REJET-REG
               MOVE TRANS-REG TO REJET-TRANSACTION
               MOVE ' | ' TO REJET-REG(52:3)
               MOVE WS-MOTIF TO REJET-MOTIF
               WRITE REJET-REG
           ELSE
               ADD 1 TO WS-NB-APPLIQUEES
               MOVE RECL-REG TO WS-RECL-IMAGE(WS-RECL-IDX)
           END-IF.

      *    LA PREMIERE REPONSE EST CELLE QUI COMPTE POUR LE DELAI ;
      *    ELLE VAUT ACCUSE DE RECEPTION S'IL MANQUAIT.
       ENREGISTRER-REPONSE.
           IF RECL-DATE-AR = SPACES
               MOVE TRANS-DATE TO RECL-DATE-AR
           END-IF
           IF RECL-DATE-REPONSE = SPACES
               MOVE TRANS-DATE TO RECL-DATE-REPONSE
           END-IF.

      *    NOUVELLE RECLAMATION : CONTROLES PROPRES A L'OUVERTURE,
      *    PUIS ECHEANCES D'ACCUSE ET DE REPONSE.
       OUVRIR-RECLAMATION.
           EVALUATE TRUE
               WHEN WS-RECL-TROUVEE
                   MOVE 'Reclamation deja au registre' TO WS-MOTIF
               WHEN TRANS-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
               WHEN TRANS-CATEGORIE NOT = 'SIN' AND 'COT' AND 'CON'
                    AND 'SER' AND 'COM' AND 'AUT'
                   MOVE 'Categorie inconnue' TO WS-MOTIF
               WHEN WS-NB-RECL NOT < 20000
                   MOVE 'Registre plein (20000 reclamations)'
                       TO WS-MOTIF
               WHEN OTHER
                   MOVE SPACES TO RECL-REG
                   MOVE TRANS-NUMERO TO RECL-NUMERO
                   MOVE TRANS-MUNA TO RECL-MUNA
                   MOVE TRANS-IDENTIFIANT TO RECL-IDENTIFIANT
                   MOVE TRANS-CATEGORIE TO RECL-CATEGORIE
                   MOVE 'OUVERTE' TO RECL-STATUT
                   MOVE TRANS-DATE TO RECL-DATE-RECEPTION
                   PERFORM CALCULER-ECHEANCE-AR
                   PERFORM CALCULER-ECHEANCE-REPONSE
                   ADD 1 TO WS-NB-RECL
                   SET WS-RECL-IDX TO WS-NB-RECL
           END-EVALUATE.

      *    DIXIEME JOUR OUVRE APRES LA RECEPTION
       CALCULER-ECHEANCE-AR.
           MOVE RECL-DATE-RECEPTION TO WS-CJ-DATE
           MOVE 'S' TO WS-CJ-FONCTION
           PERFORM 10 TIMES
               CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
                   WS-CALJOUR-REPONSE
               MOVE WS-CJ-RESULTAT TO WS-CJ-DATE
           END-PERFORM
           MOVE WS-CJ-DATE TO RECL-ECHEANCE-AR.

      *    RECEPTION PLUS DEUX MOIS (QUANTIEME RAMENE A LA FIN DU
      *    MOIS SI BESOIN), REPORTEE AU JOUR OUVRE SUIVANT
       CALCULER-ECHEANCE-REPONSE.
           MOVE RECL-DATE-RECEPTION TO WS-DATE-CALC-X
           ADD 2 TO WS-CALC-MM
           IF WS-CALC-MM > 12
               SUBTRACT 12 FROM WS-CALC-MM
               ADD 1 TO WS-CALC-AAAA
           END-IF
           CALL 'DATEVALID' USING WS-DATE-CALC-X,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           PERFORM UNTIL WS-DATE-EST-VALIDE OR WS-CALC-JJ < 29
               SUBTRACT 1 FROM WS-CALC-JJ
               CALL 'DATEVALID' USING WS-DATE-CALC-X,
                   WS-DATE-VALIDE, WS-MOTIF-DATE
           END-PERFORM
           MOVE 'O' TO WS-CJ-FONCTION
           MOVE WS-DATE-CALC-X TO WS-CJ-DATE
           CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
               WS-CALJOUR-REPONSE
           IF WS-CJ-OUVRE NOT = 'Y'
               MOVE 'S' TO WS-CJ-FONCTION
               CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
                   WS-CALJOUR-REPONSE
               MOVE WS-CJ-RESULTAT TO WS-CJ-DATE
           END-IF
           MOVE WS-CJ-DATE TO RECL-ECHEANCE-REP.

      *    RECLAMATION NON CLOSE (DANS RECL-REG) : ACCUSE ET REPONSE
      *    CONFRONTES A LEUR ECHEANCE
       CONTROLER-ECHEANCES.
           MOVE SPACES TO RETARD-REG
           IF RECL-DATE-AR = SPACES
              AND WS-RUN-YYYYMMDD > RECL-ECHEANCE-AR
               MOVE 'ACCUSE' TO RETARD-NATURE
               MOVE RECL-ECHEANCE-AR TO RETARD-ECHEANCE
               MOVE 'sous 10 j ouvres' TO RETARD-LIB
               PERFORM ECRIRE-RETARD
           END-IF
           IF RECL-DATE-REPONSE = SPACES
              AND WS-RUN-YYYYMMDD > RECL-ECHEANCE-REP
               MOVE 'REPONSE' TO RETARD-NATURE
               MOVE RECL-ECHEANCE-REP TO RETARD-ECHEANCE
               MOVE 'sous deux mois' TO RETARD-LIB
               PERFORM ECRIRE-RETARD
           END-IF.

      *    RETARD EN JOURS OUVRES DE L'ECHEANCE (EXCLUE) AU JOUR
       ECRIRE-RETARD.
           ADD 1 TO WS-NB-RETARDS
           MOVE RECL-NUMERO TO RETARD-NUMERO
           MOVE RECL-MUNA TO RETARD-MUNA
           MOVE RECL-CATEGORIE TO RETARD-CATEGORIE
           MOVE RECL-STATUT TO RETARD-STATUT
           MOVE RECL-DATE-RECEPTION TO RETARD-RECEPTION
           MOVE 'N' TO WS-CJ-FONCTION
           MOVE RETARD-ECHEANCE TO WS-CJ-DATE
           MOVE WS-RUN-YYYYMMDD TO WS-CJ-DATE2
           CALL 'CALJOUR' USING WS-CALJOUR-DEMANDE,
               WS-CALJOUR-REPONSE
           IF WS-CJ-RETOUR = '00'
               MOVE WS-CJ-NB TO RETARD-JOURS
           ELSE
               MOVE 0 TO RETARD-JOURS
           END-IF
           WRITE RETARD-REG
           MOVE SPACES TO RETARD-REG.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
