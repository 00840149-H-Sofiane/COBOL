      * appliquees partent dans ASSUR-TRANS-AUDIT.txt, celles dont
      * l'etat de la cle ne correspond pas a l'action (MODIFY sur cle
      * absente, ADD sur cle existante...) dans
      * ASSUR-TRANS-REJETS.txt. La cle alternative IDENTIFIANT de
      * l'index est tenue a jour par le systeme de fichiers a
      * chaque operation : le mode 3 de assulook (recherche par
      * IDENTIFIANT) voit les ajouts et corrections du jour.
      * Evite d'attendre la reconstruction nocturne de assuidx
      * pour corriger un MONTANT errone. Chaque operation
      * appliquee est versee a
      * l'historique des polices (HISTPOL) avec le numero de
      * passage RUNAUDIT ; la date d'effet de la version est la
      * DATE-EFFET de la transaction quand elle est valide, sinon
      * la date du jour.
      * Double regard sur les transactions sensibles : une
      * modification dont le MONTANT varie de plus du seuil lu dans
      * ASSUR-VALIDATION-PARAM.txt (defaut 1000 euros), une remise
      * en vigueur (police resiliee ou suspendue repassee 'Actif')
      * et toute suppression ne sont pas appliquees mais versees au
      * registre ASSUR-ATTENTE.txt avec l'operateur qui les a
      * saisies. Elles ne passent qu'apres approbation par un autre
      * operateur habilite, saisie dans ASSUR-APPROBATIONS.txt
      * (numero d'attente, 'A' approuve ou 'R' rejete, motif) et
      * traitee en tete du passage suivant ; chaque decision est
      * tracee dans ASSUR-ATTENTE-DECISIONS.txt, les rejets avec
      * leur motif pour retour a l'auteur. Les attentes plus
      * vieilles que le delai du parametre (defaut 5 jours) sont
      * listees dans ASSUR-ATTENTE-REVUE.txt.
      * Une modification retenue n'est pas valorisee par primeadj :
      * a son approbation, l'effet financier est calcule ici au pro
      * rata comme dans primeadj (ecart entre le MONTANT approuve
      * et celui de l'index juste avant application, jours restants
      * de la date d'effet a FIN-EFFET-SE sur la duree de la
      * police) et les ecritures sont ajoutees a
      * GL-MOUVEMENTS-AVENANTS.txt.
      * Les transactions et les approbations lues sont renommees en
      * .TRAITE en fin de passage pour ne pas etre rejouees ; un
      * passage d'approbation seul demarre sans
      * ASSUR-TRANSACTIONS.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FAUDIT ASSIGN TO "ASSUR-TRANS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.

           SELECT FPARAM ASSIGN TO "ASSUR-VALIDATION-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FATTENTE ASSIGN TO "ASSUR-ATTENTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FATTENTE.

           SELECT FATTENTEN ASSIGN TO "ASSUR-ATTENTE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FATTENTEN.

           SELECT FAPPROB ASSIGN TO "ASSUR-APPROBATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPROB.

           SELECT FDECISION ASSIGN TO "ASSUR-ATTENTE-DECISIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECISION.

           SELECT FREVUE ASSIGN TO "ASSUR-ATTENTE-REVUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREVUE.

           SELECT FMOUV ASSIGN TO "GL-MOUVEMENTS-AVENANTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMOUV.
       DATA DIVISION.
       FILE SECTION.
       FD     FTRANS
                  10 FILLER PIC X(1).
                  10 TRANS-MONTANT PIC 9(5)V9(9).
      * DATE D'EFFET DE L'AVENANT (TRANSACTIONS 'M'), EXPLOITEE PAR
      * primeadj POUR LE PRO RATA (ICI A L'APPROBATION D'UNE
      * MODIFICATION RETENUE) ; LA MISE A JOUR DE L'INDEX RESTE
      * UN REMPLACEMENT DE VALEURS, MAIS LA VERSION HISTORISEE PORTE
      * CETTE DATE D'EFFET.
              05 FILLER PIC X(1).
              05 TRANS-DATE-EFFET PIC X(8).

              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

      * SEUIL DE VARIATION DU MONTANT (EUROS) ET DELAI DE REVUE
      * DES ATTENTES (JOURS)
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-SEUIL PIC 9(5).
              05 FILLER PIC X(1).
              05 PARAM-JOURS PIC 9(3).

      * REGISTRE DES TRANSACTIONS EN ATTENTE D'APPROBATION : LA
      * LIGNE DE ASSUR-TRANSACTIONS.txt EST CONSERVEE TELLE QUELLE
       FD     FATTENTE
              RECORDING MODE IS F.
       01 ATT-REG.
              05 ATT-NO PIC 9(9).
              05 FILLER PIC X(1).
              05 ATT-AUTEUR PIC X(8).
              05 FILLER PIC X(1).
              05 ATT-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 ATT-NATURE PIC X(11).
              05 FILLER PIC X(1).
              05 ATT-TRANS PIC X(180).

       FD     FATTENTEN
              RECORDING MODE IS F.
       01 ATTN-REG.
              05 ATTN-NO PIC 9(9).
              05 FILLER PIC X(1) VALUE SPACE.
              05 ATTN-AUTEUR PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 ATTN-DATE PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 ATTN-NATURE PIC X(11).
              05 FILLER PIC X(1) VALUE SPACE.
              05 ATTN-TRANS PIC X(180).

       FD     FAPPROB
              RECORDING MODE IS F.
       01 APPROB-REG.
              05 APPROB-NO PIC 9(9).
              05 FILLER PIC X(1).
              05 APPROB-DECISION PIC X(1).
              05 FILLER PIC X(1).
              05 APPROB-MOTIF PIC X(40).

       FD     FDECISION
              RECORDING MODE IS F.
       01 DEC-REG.
              05 DEC-NO PIC 9(9).
              05 FILLER PIC X(1).
              05 DEC-STATUT PIC X(10).
              05 FILLER PIC X(1).
              05 DEC-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 DEC-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEC-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DEC-AUTEUR PIC X(8).
              05 FILLER PIC X(1).
              05 DEC-APPROBATEUR PIC X(8).
              05 FILLER PIC X(1).
              05 DEC-MOTIF PIC X(40).
       01 DEC-TRAILER.
              05 DEC-TRAILER-LIB PIC X(20).
              05 DEC-TRAILER-NB  PIC ZZZZZZ9.

       FD     FREVUE
              RECORDING MODE IS F.
       01 REVUE-REG.
              05 REVUE-NO PIC 9(9).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-NATURE PIC X(11).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-MUNA PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-AUTEUR PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-DATE PIC X(8).
              05 FILLER PIC X(1) VALUE SPACE.
              05 REVUE-ANCIENNETE PIC ZZZZ9.
              05 FILLER PIC X(6) VALUE ' JOURS'.
       01 REVUE-TRAILER.
              05 REVUE-TRAILER-LIB PIC X(20).
              05 REVUE-TRAILER-NB  PIC ZZZZZ9.

      * ECRITURES DES MODIFICATIONS APPROUVEES (FORMAT primeadj)
       FD     FMOUV
              RECORDING MODE IS F.
       01 MOUV-REG.
              05 MOUV-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 MOUV-MONTANT PIC 9(5)V9(9).
              05 FILLER PIC X(1).
              05 MOUV-SENS PIC X(1).
              05 FILLER PIC X(1).
              05 MOUV-LIBELLE PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FATTENTE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FATTENTEN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPROB PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECISION PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREVUE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMOUV PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY HISTLNK.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.

       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-FTRANS-LU PIC X VALUE 'N'.
           88 WS-TRANS-A-TRAITER VALUE 'Y'.
       01 WS-FAPPROB-LU PIC X VALUE 'N'.
           88 WS-APPROB-A-TRAITER VALUE 'Y'.
       01 WS-RENOMMAGE PIC X VALUE 'O'.
           88 WS-RENOMMAGE-EN-ECHEC VALUE 'N'.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-AJOUTS PIC 9(7) VALUE 0.
       01 WS-NB-MODIFS PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-AUDIT-ACTION PIC X(12) VALUE SPACES.
       01 WS-REJET-MOTIF PIC X(40) VALUE SPACES.
       COPY AUTHLNK.

       01 WS-SEUIL-MONTANT PIC 9(5) VALUE 1000.
       01 WS-JOURS-REVUE PIC 9(3) VALUE 5.
       01 WS-ECART-MONTANT PIC S9(6)V9(9) VALUE 0.
       01 WS-NATURE-ATTENTE PIC X(11) VALUE SPACES.
       01 WS-ETAT-AVANT PIC X(5).
           88 WS-AVANT-RESILIE VALUE 'Resil'.
           88 WS-AVANT-SUPENDU VALUE 'Supen'.
       01 WS-ETAT-APRES PIC X(5).
           88 WS-APRES-ACTIF VALUE 'Actif'.

       01 WS-EOF-FATTENTE PIC X VALUE 'N'.
           88 WS-EOF-FATTENTE-REACHED VALUE 'Y'.
       01 WS-EOF-FAPPROB PIC X VALUE 'N'.
           88 WS-EOF-FAPPROB-REACHED VALUE 'Y'.
       01 WS-NB-ATTENTES PIC 9(4) VALUE 0.
       01 WS-TABLE-ATTENTE.
           05 WS-ATT-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-NB-ATTENTES.
               10 WS-ATT-NO PIC 9(9).
               10 WS-ATT-AUTEUR PIC X(8).
               10 WS-ATT-DATE PIC X(8).
               10 WS-ATT-NATURE PIC X(11).
               10 WS-ATT-TRANS PIC X(180).
      *        'O' TOUJOURS EN ATTENTE, 'A' APPROUVEE, 'R' REJETEE
               10 WS-ATT-SORT PIC X(1).
       01 WS-I PIC 9(4) VALUE 0.
       01 WS-ATT-TROUVEE PIC 9(4) VALUE 0.
       01 WS-NB-MISES-EN-ATTENTE PIC 9(3) VALUE 0.
       01 WS-NB-APPROUVEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-NB-NON-VALIDES PIC 9(5) VALUE 0.
       01 WS-NB-DECISIONS PIC 9(5) VALUE 0.
       01 WS-NB-ANCIENNES PIC 9(5) VALUE 0.
       01 WS-DEC-STATUT PIC X(10) VALUE SPACES.
       01 WS-DEC-MOTIF PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-RUN-DATE-INT PIC 9(9).
       01 WS-ATT-DATE-NUM PIC 9(8).
       01 WS-ANCIENNETE PIC S9(5).
       01 WS-COMMANDE PIC X(80).

      * PRO RATA D'UNE MODIFICATION APPROUVEE
       01 WS-MOUV-OUVERT PIC X VALUE 'N'.
           88 WS-MOUV-EST-OUVERT VALUE 'Y'.
       01 WS-AVENANT PIC X VALUE 'N'.
           88 WS-AVENANT-VALORISE VALUE 'Y'.
       01 WS-DATE-NUM PIC 9(8).
       01 WS-DEBUT-INT PIC 9(9).
       01 WS-FIN-INT PIC 9(9).
       01 WS-EFFET-INT PIC 9(9).
       01 WS-JOURS-TOTAL PIC S9(9).
       01 WS-JOURS-RESTANTS PIC S9(9).
       01 WS-AJUSTEMENT PIC S9(7)V9(9).
       01 WS-AJUSTEMENT-ABS PIC 9(7)V9(9).
       01 WS-NB-MODIFS-AVANT PIC 9(7).
       01 WS-NB-AVENANTS PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'assumaj' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'assumaj' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE WS-RA-NO-RUN TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a assumaj (role P, retour ' WS-OA-RETOUR ')'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 8 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'assumaj' TO WS-HP-PROGRAMME
           MOVE WS-RA-NO-RUN TO WS-HP-NO-RUN

      *    SANS FICHIER DE TRANSACTIONS, LE PASSAGE NE TRAITE QUE
      *    LES APPROBATIONS
           OPEN INPUT FTRANS.
           EVALUATE WS-STATUS-FTRANS
               WHEN '00'
                   SET WS-TRANS-A-TRAITER TO TRUE
               WHEN '35'
                   DISPLAY 'ASSUR-TRANSACTIONS.txt absent - passage '
                       'd approbation seul'
                   SET WS-EOF-REACHED TO TRUE
               WHEN OTHER
                   DISPLAY 'ASSUR-TRANSACTIONS.txt non disponible - '
                       'code statut ' WS-STATUS-FTRANS
                   MOVE 'F' TO WS-RA-FONCTION
                   MOVE 16 TO WS-RA-RC
                   CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN I-O FASSUIDX.
           IF WS-STATUS-FASSUIDX NOT = '00'
               DISPLAY 'ASSURANCES.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FASSUIDX
               IF WS-TRANS-A-TRAITER
                   CLOSE FTRANS
               END-IF
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FAUDIT.
           OPEN OUTPUT FREJETS.

      *    SEUIL ET DELAI DU DOUBLE REGARD (DEFAUTS SI ABSENT)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-SEUIL IS NUMERIC
                           MOVE PARAM-SEUIL TO WS-SEUIL-MONTANT
                       END-IF
                       IF PARAM-JOURS IS NUMERIC AND PARAM-JOURS > 0
                           MOVE PARAM-JOURS TO WS-JOURS-REVUE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYYMMDD)

      *    REGISTRE DES ATTENTES (ABSENT AU PREMIER PASSAGE), PUIS
      *    APPROBATIONS ET REJETS SAISIS DEPUIS LE PASSAGE PRECEDENT
      *    (LE FICHIER DU PASSAGE PRECEDENT A ETE RENOMME EN .TRAITE)
           OPEN INPUT FATTENTE.
           IF WS-STATUS-FATTENTE = '00'
               PERFORM UNTIL WS-EOF-FATTENTE-REACHED
                   READ FATTENTE
                       AT END
                           SET WS-EOF-FATTENTE-REACHED TO TRUE
                       NOT AT END
                           IF ATT-NO IS NUMERIC
                              AND WS-NB-ATTENTES < 2000
                               ADD 1 TO WS-NB-ATTENTES
                               MOVE ATT-NO TO WS-ATT-NO(WS-NB-ATTENTES)
                               MOVE ATT-AUTEUR
                                   TO WS-ATT-AUTEUR(WS-NB-ATTENTES)
                               MOVE ATT-DATE
                                   TO WS-ATT-DATE(WS-NB-ATTENTES)
                               MOVE ATT-NATURE
                                   TO WS-ATT-NATURE(WS-NB-ATTENTES)
                               MOVE ATT-TRANS
                                   TO WS-ATT-TRANS(WS-NB-ATTENTES)
                               MOVE 'O' TO WS-ATT-SORT(WS-NB-ATTENTES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FATTENTE
           END-IF
           OPEN OUTPUT FDECISION.
           OPEN INPUT FAPPROB.
           IF WS-STATUS-FAPPROB = '00'
               SET WS-APPROB-A-TRAITER TO TRUE
               PERFORM UNTIL WS-EOF-FAPPROB-REACHED
                   READ FAPPROB
                       AT END
                           SET WS-EOF-FAPPROB-REACHED TO TRUE
                       NOT AT END
                           IF APPROB-REG NOT = SPACES
                               PERFORM TRAITER-APPROBATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAPPROB
           END-IF

           PERFORM UNTIL WS-EOF-REACHED
               READ FTRANS
                   AT END
                           WHEN 'A'
                               PERFORM APPLIQUER-AJOUT
                           WHEN 'M'
                               PERFORM TRAITER-MODIFICATION
                           WHEN 'S'
                               PERFORM TRAITER-SUPPRESSION
                           WHEN OTHER
                               MOVE 'Code action inconnu'
                                   TO WS-REJET-MOTIF
               END-READ
           END-PERFORM.

           IF WS-TRANS-A-TRAITER
               CLOSE FTRANS
           END-IF
           CLOSE FASSUIDX.
           IF WS-MOUV-EST-OUVERT
               CLOSE FMOUV
           END-IF
           MOVE 'F' TO WS-HP-FONCTION
           CALL 'HISTPOL' USING WS-HP-DEMANDE

           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL APPLIQUEES : ' TO AUDIT-TRAILER-LIB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           MOVE SPACES TO DEC-TRAILER
           MOVE 'TOTAL DECISIONS : ' TO DEC-TRAILER-LIB
           MOVE WS-NB-DECISIONS TO DEC-TRAILER-NB
           WRITE DEC-TRAILER
           CLOSE FDECISION.

      *    REECRITURE DU REGISTRE (LES ATTENTES TRANCHEES EN
      *    SORTENT) ET REVUE DES ATTENTES AU-DELA DU DELAI
           OPEN OUTPUT FATTENTEN.
           OPEN OUTPUT FREVUE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ATTENTES
               IF WS-ATT-SORT(WS-I) = 'O'
                   MOVE SPACES TO ATTN-REG
                   MOVE WS-ATT-NO(WS-I) TO ATTN-NO
                   MOVE WS-ATT-AUTEUR(WS-I) TO ATTN-AUTEUR
                   MOVE WS-ATT-DATE(WS-I) TO ATTN-DATE
                   MOVE WS-ATT-NATURE(WS-I) TO ATTN-NATURE
                   MOVE WS-ATT-TRANS(WS-I) TO ATTN-TRANS
                   WRITE ATTN-REG
                   PERFORM CONTROLER-ANCIENNETE
               END-IF
           END-PERFORM
           CLOSE FATTENTEN.
           MOVE SPACES TO REVUE-TRAILER
           MOVE 'TOTAL A RELANCER : ' TO REVUE-TRAILER-LIB
           MOVE WS-NB-ANCIENNES TO REVUE-TRAILER-NB
           WRITE REVUE-TRAILER
           CLOSE FREVUE.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv ASSUR-ATTENTE.TMP ' DELIMITED BY SIZE
               'ASSUR-ATTENTE.txt' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement du registre '
                   'ASSUR-ATTENTE.txt'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    LES TRANSACTIONS ET DECISIONS LUES NE DOIVENT PAS ETRE
      *    REJOUEES : UNE MODIFICATION SENSIBLE SERAIT REMISE EN
      *    ATTENTE ET UNE DECISION DEJA PRISE REVIENDRAIT INCONNUE
           IF WS-TRANS-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv ASSUR-TRANSACTIONS.txt ' DELIMITED BY SIZE
                   'ASSUR-TRANSACTIONS.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du renommage de '
                       'ASSUR-TRANSACTIONS.txt en .TRAITE - a faire '
                       'avant le prochain passage'
                   SET WS-RENOMMAGE-EN-ECHEC TO TRUE
               END-IF
           END-IF
           IF WS-APPROB-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv ASSUR-APPROBATIONS.txt ' DELIMITED BY SIZE
                   'ASSUR-APPROBATIONS.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du renommage de '
                       'ASSUR-APPROBATIONS.txt en .TRAITE - a faire '
                       'avant le prochain passage'
                   SET WS-RENOMMAGE-EN-ECHEC TO TRUE
               END-IF
           END-IF

           DISPLAY 'Transactions lues : ' WS-NB-LUES
           DISPLAY 'Ajouts appliques  : ' WS-NB-AJOUTS
           DISPLAY 'Modifications     : ' WS-NB-MODIFS
           DISPLAY 'Suppressions      : ' WS-NB-SUPPRESSIONS
           DISPLAY 'Rejets            : ' WS-NB-REJETS
               ' (voir ASSUR-TRANS-REJETS.txt)'
           DISPLAY 'Mises en attente  : ' WS-NB-MISES-EN-ATTENTE
               ' (seuil MONTANT ' WS-SEUIL-MONTANT ')'
           DISPLAY 'Attentes approuvees : ' WS-NB-APPROUVEES
               ', rejetees : ' WS-NB-REJETEES
               ', non valides : ' WS-NB-NON-VALIDES
               ' (voir ASSUR-ATTENTE-DECISIONS.txt)'
           DISPLAY 'Avenants approuves valorises : ' WS-NB-AVENANTS
               ' (voir GL-MOUVEMENTS-AVENANTS.txt)'
           DISPLAY 'Attentes de plus de ' WS-JOURS-REVUE ' jours : '
               WS-NB-ANCIENNES ' (voir ASSUR-ATTENTE-REVUE.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           EVALUATE TRUE
               WHEN WS-RENOMMAGE-EN-ECHEC
                   MOVE 16 TO WS-RA-RC
               WHEN WS-NB-REJETS > 0
                   MOVE 8 TO WS-RA-RC
               WHEN WS-NB-ANCIENNES > 0 OR WS-NB-NON-VALIDES > 0
                   MOVE 4 TO WS-RA-RC
               WHEN OTHER
                   MOVE 0 TO WS-RA-RC
           END-EVALUATE
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE MODIFICATION EST RETENUE POUR APPROBATION QUAND LE
      *    MONTANT VARIE DE PLUS DU SEUIL OU QU'ELLE REMET EN VIGUEUR
      *    UNE POLICE RESILIEE OU SUSPENDUE ; UNE CLE ABSENTE SUIT
      *    LE CHEMIN NORMAL ET EST REJETEE.
       TRAITER-MODIFICATION.
           MOVE SPACES TO WS-NATURE-ATTENTE
           MOVE TRANS-MUNA TO ASSUIDX-MUNA
           MOVE TRANS-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM QUALIFIER-MODIFICATION
           END-READ
           IF WS-NATURE-ATTENTE = SPACES
               PERFORM APPLIQUER-MODIFICATION
           ELSE
               PERFORM METTRE-EN-ATTENTE
           END-IF.

       QUALIFIER-MODIFICATION.
           COMPUTE WS-ECART-MONTANT = TRANS-MONTANT - ASSUIDX-MONTANT
           IF WS-ECART-MONTANT < 0
               COMPUTE WS-ECART-MONTANT = 0 - WS-ECART-MONTANT
           END-IF
           MOVE ASSUIDX-ETAT TO WS-ETAT-AVANT
           MOVE TRANS-ETAT TO WS-ETAT-APRES
           EVALUATE TRUE
               WHEN (WS-AVANT-RESILIE OR WS-AVANT-SUPENDU)
                    AND WS-APRES-ACTIF
                   MOVE 'REMISE' TO WS-NATURE-ATTENTE
               WHEN WS-ECART-MONTANT > WS-SEUIL-MONTANT
                   MOVE 'MONTANT' TO WS-NATURE-ATTENTE
           END-EVALUATE.

      *    TOUTE SUPPRESSION D'UNE POLICE EXISTANTE ATTEND UNE
      *    APPROBATION ; UNE CLE ABSENTE EST REJETEE TOUT DE SUITE.
       TRAITER-SUPPRESSION.
           MOVE TRANS-MUNA TO ASSUIDX-MUNA
           MOVE TRANS-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   MOVE 'Cle absente, suppression refusee'
                       TO WS-REJET-MOTIF
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   MOVE 'SUPPRESSION' TO WS-NATURE-ATTENTE
                   PERFORM METTRE-EN-ATTENTE
           END-READ.

      *    NUMERO D'ATTENTE : NUMERO DE PASSAGE RUNAUDIT SUIVI DU
      *    RANG DANS LE PASSAGE, UNIQUE SANS COMPTEUR A TENIR.
       METTRE-EN-ATTENTE.
           IF WS-NB-ATTENTES >= 2000 OR WS-NB-MISES-EN-ATTENTE >= 999
               MOVE 'Registre des attentes plein, refusee'
                   TO WS-REJET-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               ADD 1 TO WS-NB-ATTENTES
               ADD 1 TO WS-NB-MISES-EN-ATTENTE
               COMPUTE WS-ATT-NO(WS-NB-ATTENTES) =
                   WS-RA-NO-RUN * 1000 + WS-NB-MISES-EN-ATTENTE
               MOVE WS-OA-OPERATEUR TO WS-ATT-AUTEUR(WS-NB-ATTENTES)
               MOVE WS-RUN-YYYYMMDD TO WS-ATT-DATE(WS-NB-ATTENTES)
               MOVE WS-NATURE-ATTENTE TO WS-ATT-NATURE(WS-NB-ATTENTES)
               MOVE TRANS-REG TO WS-ATT-TRANS(WS-NB-ATTENTES)
               MOVE 'O' TO WS-ATT-SORT(WS-NB-ATTENTES)
               MOVE 'EN ATTENTE' TO WS-AUDIT-ACTION
               PERFORM ECRIRE-AUDIT
           END-IF.

      *    L'APPROBATEUR EST L'OPERATEUR DE LA SESSION (HABILITE 'P'
      *    PAR OPERAUTH) ET DOIT DIFFERER DE L'AUTEUR DE LA SAISIE.
      *    UNE APPROBATION REJOUE LA TRANSACTION CONSERVEE PAR LES
      *    PARAGRAPHES D'APPLICATION HABITUELS.
       TRAITER-APPROBATION.
           MOVE 0 TO WS-ATT-TROUVEE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ATTENTES OR WS-ATT-TROUVEE > 0
               IF WS-ATT-NO(WS-I) = APPROB-NO
                  AND WS-ATT-SORT(WS-I) = 'O'
                   MOVE WS-I TO WS-ATT-TROUVEE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DEC-MOTIF
           EVALUATE TRUE
               WHEN WS-ATT-TROUVEE = 0
                   MOVE 'INCONNUE' TO WS-DEC-STATUT
                   MOVE 'Numero absent du registre ou deja traite'
                       TO WS-DEC-MOTIF
                   ADD 1 TO WS-NB-NON-VALIDES
               WHEN WS-ATT-AUTEUR(WS-ATT-TROUVEE) = WS-OA-OPERATEUR
                   MOVE 'NON VALIDE' TO WS-DEC-STATUT
                   MOVE 'Approbateur identique a l auteur'
                       TO WS-DEC-MOTIF
                   ADD 1 TO WS-NB-NON-VALIDES
               WHEN APPROB-DECISION = 'A'
                   MOVE 'APPROUVEE' TO WS-DEC-STATUT
                   MOVE 'A' TO WS-ATT-SORT(WS-ATT-TROUVEE)
                   ADD 1 TO WS-NB-APPROUVEES
                   MOVE WS-ATT-TRANS(WS-ATT-TROUVEE) TO TRANS-REG
                   IF TRANS-ACTION = 'S'
                       PERFORM APPLIQUER-SUPPRESSION
                   ELSE
                       PERFORM VALORISER-AVENANT
                       MOVE WS-NB-MODIFS TO WS-NB-MODIFS-AVANT
                       PERFORM APPLIQUER-MODIFICATION
                       IF WS-AVENANT-VALORISE
                          AND WS-NB-MODIFS > WS-NB-MODIFS-AVANT
                           PERFORM POSTER-AVENANT
                       END-IF
                   END-IF
               WHEN APPROB-DECISION = 'R' AND APPROB-MOTIF = SPACES
                   MOVE 'NON VALIDE' TO WS-DEC-STATUT
                   MOVE 'Rejet sans motif' TO WS-DEC-MOTIF
                   ADD 1 TO WS-NB-NON-VALIDES
               WHEN APPROB-DECISION = 'R'
                   MOVE 'REJETEE' TO WS-DEC-STATUT
                   MOVE APPROB-MOTIF TO WS-DEC-MOTIF
                   MOVE 'R' TO WS-ATT-SORT(WS-ATT-TROUVEE)
                   ADD 1 TO WS-NB-REJETEES
               WHEN OTHER
                   MOVE 'NON VALIDE' TO WS-DEC-STATUT
                   MOVE 'Decision autre que A ou R' TO WS-DEC-MOTIF
                   ADD 1 TO WS-NB-NON-VALIDES
           END-EVALUATE
           PERFORM ECRIRE-DECISION.

      *    L'ANCIEN MONTANT EST RELU DANS L'INDEX AVANT LA
      *    REECRITURE ; SANS DATE D'EFFET VALIDE OU SANS DATES DE
      *    POLICE EXPLOITABLES IL N'Y A PAS D'AVENANT A VALORISER,
      *    COMME DANS primeadj.
       VALORISER-AVENANT.
           MOVE 'N' TO WS-AVENANT
           IF TRANS-DATE-EFFET NOT = SPACES
               CALL 'DATEVALID' USING TRANS-DATE-EFFET,
                   WS-DATE-VALIDE, WS-MOTIF-DATE
               IF WS-DATE-VALIDE = 'Y'
                   MOVE TRANS-MUNA TO ASSUIDX-MUNA
                   MOVE TRANS-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
                   READ FASSUIDX
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CALCULER-AVENANT
                   END-READ
               END-IF
           END-IF.

       CALCULER-AVENANT.
           IF ASSUIDX-DEBUT-EFFET IS NUMERIC
              AND ASSUIDX-FIN-EFFET IS NUMERIC
               MOVE ASSUIDX-DEBUT-EFFET TO WS-DATE-NUM
               COMPUTE WS-DEBUT-INT = FUNCTION
                   INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE ASSUIDX-FIN-EFFET TO WS-DATE-NUM
               COMPUTE WS-FIN-INT = FUNCTION
                   INTEGER-OF-DATE(WS-DATE-NUM)
               MOVE TRANS-DATE-EFFET TO WS-DATE-NUM
               COMPUTE WS-EFFET-INT = FUNCTION
                   INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-JOURS-TOTAL =
                   WS-FIN-INT - WS-DEBUT-INT + 1
               COMPUTE WS-JOURS-RESTANTS =
                   WS-FIN-INT - WS-EFFET-INT + 1
               IF WS-JOURS-TOTAL > 0 AND WS-JOURS-RESTANTS > 0
                   IF WS-JOURS-RESTANTS > WS-JOURS-TOTAL
                       MOVE WS-JOURS-TOTAL TO WS-JOURS-RESTANTS
                   END-IF
                   COMPUTE WS-AJUSTEMENT ROUNDED =
                       (TRANS-MONTANT - ASSUIDX-MONTANT)
                       * WS-JOURS-RESTANTS / WS-JOURS-TOTAL
                   IF WS-AJUSTEMENT NOT = 0
                       SET WS-AVENANT-VALORISE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    ECRITURES EQUILIBREES : MAJORATION EN DEBIT AU MUNA,
      *    RISTOURNE EN CREDIT AU MUNA, CONTREPARTIE INVERSE. LE
      *    FICHIER N'EST OUVERT QU'A LA PREMIERE ECRITURE, A LA SUITE
      *    DE CE QUE glbilan N'A PAS ENCORE DEVERSE.
       POSTER-AVENANT.
           IF NOT WS-MOUV-EST-OUVERT
               OPEN EXTEND FMOUV
               IF WS-STATUS-FMOUV NOT = '00'
                   OPEN OUTPUT FMOUV
               END-IF
               SET WS-MOUV-EST-OUVERT TO TRUE
           END-IF
           ADD 1 TO WS-NB-AVENANTS
           MOVE SPACES TO MOUV-REG
           MOVE TRANS-MUNA TO MOUV-MUNA
           IF WS-AJUSTEMENT > 0
               MOVE WS-AJUSTEMENT TO WS-AJUSTEMENT-ABS
               MOVE 'D' TO MOUV-SENS
               MOVE 'AVENANT MAJORATION' TO MOUV-LIBELLE
           ELSE
               COMPUTE WS-AJUSTEMENT-ABS = 0 - WS-AJUSTEMENT
               MOVE 'C' TO MOUV-SENS
               MOVE 'AVENANT RISTOURNE' TO MOUV-LIBELLE
           END-IF
           MOVE WS-AJUSTEMENT-ABS TO MOUV-MONTANT
           WRITE MOUV-REG
           MOVE SPACES TO MOUV-REG
           MOVE ZEROES TO MOUV-MUNA
           MOVE WS-AJUSTEMENT-ABS TO MOUV-MONTANT
           IF WS-AJUSTEMENT > 0
               MOVE 'C' TO MOUV-SENS
           ELSE
               MOVE 'D' TO MOUV-SENS
           END-IF
           MOVE 'CONTREPARTIE AVENANTS' TO MOUV-LIBELLE
           WRITE MOUV-REG.

       ECRIRE-DECISION.
           ADD 1 TO WS-NB-DECISIONS
           MOVE SPACES TO DEC-REG
           MOVE APPROB-NO TO DEC-NO
           MOVE WS-DEC-STATUT TO DEC-STATUT
           MOVE WS-DEC-MOTIF TO DEC-MOTIF
           MOVE WS-OA-OPERATEUR TO DEC-APPROBATEUR
           IF WS-ATT-TROUVEE > 0
               MOVE WS-ATT-TRANS(WS-ATT-TROUVEE) TO TRANS-REG
               MOVE TRANS-ACTION TO DEC-ACTION
               MOVE TRANS-MUNA TO DEC-MUNA
               MOVE TRANS-IDENTIFIANT TO DEC-IDENTIFIANT
               MOVE WS-ATT-AUTEUR(WS-ATT-TROUVEE) TO DEC-AUTEUR
           END-IF
           WRITE DEC-REG.

      *    LE FICHIER DES TRANSACTIONS EST FERME A CE STADE : MUNA
      *    ET IDENTIFIANT SONT REPRIS DE LA LIGNE CONSERVEE.
       CONTROLER-ANCIENNETE.
           MOVE 0 TO WS-ANCIENNETE
           IF WS-ATT-DATE(WS-I) IS NUMERIC
               MOVE WS-ATT-DATE(WS-I) TO WS-ATT-DATE-NUM
               COMPUTE WS-ANCIENNETE = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ATT-DATE-NUM)
           END-IF
           IF WS-ANCIENNETE > WS-JOURS-REVUE
               ADD 1 TO WS-NB-ANCIENNES
               MOVE SPACES TO REVUE-REG
               MOVE WS-ATT-NO(WS-I) TO REVUE-NO
               MOVE WS-ATT-NATURE(WS-I) TO REVUE-NATURE
               MOVE WS-ATT-TRANS(WS-I)(3:8) TO REVUE-MUNA
               MOVE WS-ATT-TRANS(WS-I)(12:14) TO REVUE-IDENTIFIANT
               MOVE WS-ATT-AUTEUR(WS-I) TO REVUE-AUTEUR
               MOVE WS-ATT-DATE(WS-I) TO REVUE-DATE
               MOVE WS-ANCIENNETE TO REVUE-ANCIENNETE
               WRITE REVUE-REG
           END-IF.

       APPLIQUER-AJOUT.
           PERFORM GARNIR-ENREGISTREMENT
                   ADD 1 TO WS-NB-AJOUTS
                   MOVE 'AJOUT' TO WS-AUDIT-ACTION
                   PERFORM ECRIRE-AUDIT
                   MOVE 'A' TO WS-HP-OPERATION
                   PERFORM HISTORISER
           END-WRITE.

       APPLIQUER-MODIFICATION.
                   ADD 1 TO WS-NB-MODIFS
                   MOVE 'MODIFICATION' TO WS-AUDIT-ACTION
                   PERFORM ECRIRE-AUDIT
                   MOVE 'M' TO WS-HP-OPERATION
                   PERFORM HISTORISER
           END-REWRITE.

      *    LA POLICE EST LUE AVANT SUPPRESSION POUR QUE L'HISTORIQUE
      *    GARDE L'IMAGE SUPPRIMEE.
       APPLIQUER-SUPPRESSION.
           MOVE TRANS-MUNA TO ASSUIDX-MUNA
           MOVE TRANS-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   MOVE 'Cle absente, suppression refusee'
                       TO WS-REJET-MOTIF
                   PERFORM ECRIRE-REJET
               NOT INVALID KEY
                   DELETE FASSUIDX
                       INVALID KEY
                           MOVE 'Cle absente, suppression refusee'
                               TO WS-REJET-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           ADD 1 TO WS-NB-SUPPRESSIONS
                           MOVE 'SUPPRESSION' TO WS-AUDIT-ACTION
                           PERFORM ECRIRE-AUDIT
                           MOVE 'S' TO WS-HP-OPERATION
                           PERFORM HISTORISER
                   END-DELETE
           END-READ.

       GARNIR-ENREGISTREMENT.
           MOVE TRANS-MUNA TO ASSUIDX-MUNA
           MOVE TRANS-MONTANT TO AUDIT-MONTANT
           WRITE AUDIT-REG.

      *    VERSION DE LA POLICE VERSEE A L'HISTORIQUE : IMAGE DE
      *    L'INDEX APRES OPERATION, A LA DATE D'EFFET DE LA
      *    TRANSACTION QUAND ELLE EST UNE DATE VALIDE.
       HISTORISER.
           MOVE 'E' TO WS-HP-FONCTION
           MOVE SPACES TO WS-HP-DATE-EFFET
           CALL 'DATEVALID' USING TRANS-DATE-EFFET, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           IF WS-DATE-VALIDE = 'Y'
               MOVE TRANS-DATE-EFFET TO WS-HP-DATE-EFFET
           END-IF
           MOVE ASSUIDX-MUNA TO WS-HP-MUNA
           MOVE ASSUIDX-IDENTIFIANT TO WS-HP-IDENTIFIANT
           MOVE ASSUIDX-LIBELLE TO WS-HP-LIBELLE
           MOVE ASSUIDX-ETAT TO WS-HP-ETAT
           MOVE ASSUIDX-DEBUT-EFFET TO WS-HP-DEBUT-EFFET
           MOVE ASSUIDX-FIN-EFFET TO WS-HP-FIN-EFFET
           MOVE ASSUIDX-MONTANT TO WS-HP-MONTANT
           CALL 'HISTPOL' USING WS-HP-DEMANDE.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE SPACES TO REJET-REG
           MOVE TRANS-MUNA TO REJET-MUNA
           MOVE TRANS-IDENTIFIANT TO REJET-IDENTIFIANT
           WRITE REJET-REG.
