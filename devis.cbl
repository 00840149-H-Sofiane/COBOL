       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVIS.
      * Devis affaires nouvelles tarifes sur le tarif tenu par
      * tarifmaj (TARIFS.txt, format TARIFREC), pour que deux
      * souscripteurs ne cotent plus differemment le meme risque.
      * Chaque demande de DEVIS-DEMANDES.txt (MUNA, IDENTIFIANT de
      * la future police, classe de produit, date de naissance de
      * l'assure, dates de couverture, jusqu'a trois codes option)
      * est classee dans la tranche d'age de CHOIXMULTIPLE (age a
      * la date de debut, regle partagee AGECLASSE), puis tarifee :
      * prime de base annuelle de la classe et de la tranche,
      * proratisee aux mois couverts comme l'echeancier, majoree
      * des pourcentages des options retenues. Le devis recoit le
      * numero suivant du registre DEVIS.txt (format DEVISREC) et
      * une date d'expiration (date du jour + delai de validite lu
      * dans DEVIS-PARAM.txt, defaut 30 jours). Les acceptations
      * de DEVIS-ACCEPTATIONS.txt (numero de devis, date
      * d'acceptation, date du jour si blanc) transforment un
      * devis emis et non expire en transaction 'A' au format
      * ASSUR-TRANSACTIONS.txt dans DEVIS-TRANSACTIONS.txt, avec le
      * MONTANT devise, a passer par assumaj. Les devis emis dont
      * l'expiration est depassee passent au statut 'X'. Demandes
      * et acceptations refusees partent dans DEVIS-REJETS.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "DEVIS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FTARIF ASSIGN TO "TARIFS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTARIF.

           SELECT FDEVIS ASSIGN TO "DEVIS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEVIS.

           SELECT FDEVISN ASSIGN TO "DEVIS.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEVISN.

           SELECT FDEMANDES ASSIGN TO "DEVIS-DEMANDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMANDES.

           SELECT FACCEPT ASSIGN TO "DEVIS-ACCEPTATIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FACCEPT.

           SELECT FTRANS ASSIGN TO "DEVIS-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FREJETS ASSIGN TO "DEVIS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-VALIDITE PIC X(3).

       FD     FTARIF
              RECORDING MODE IS F.
       COPY TARIFREC.

       FD     FDEVIS
              RECORDING MODE IS F.
       COPY DEVISREC.

       FD     FDEVISN
              RECORDING MODE IS F.
       01 DEVISN-REG PIC X(145).

       FD     FDEMANDES
              RECORDING MODE IS F.
       01 DMD-REG.
              05 DMD-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DMD-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 DMD-CLASSE PIC X(20).
              05 FILLER PIC X(1).
              05 DMD-DATE-NAISSANCE PIC X(8).
              05 FILLER PIC X(1).
              05 DMD-DEBUT-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 DMD-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 DMD-OPTIONS.
                  10 DMD-OPTION OCCURS 3 TIMES.
                      15 DMD-OPTION-CODE PIC X(4).
                      15 FILLER PIC X(1).

       FD     FACCEPT
              RECORDING MODE IS F.
       01 ACC-REG.
              05 ACC-NUMERO PIC X(8).
              05 FILLER PIC X(1).
              05 ACC-DATE PIC X(8).

      * MEME FORMAT QUE ASSUR-TRANSACTIONS.txt (assumaj)
       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-FENREG.
                  10 TRANS-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 TRANS-IDENTIFIANT PIC X(14).
                  10 FILLER PIC X(1).
                  10 TRANS-LIBELLE PIC X(101).
                  10 FILLER PIC X(1).
                  10 TRANS-ETAT PIC X(10).
                  10 FILLER PIC X(1).
                  10 TRANS-DEBUT-EFFET PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-FIN-EFFET PIC X(8).
                  10 FILLER PIC X(1).
                  10 TRANS-MONTANT PIC 9(5)V9(9).
              05 FILLER PIC X(1).
              05 TRANS-DATE-EFFET PIC X(8).

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ORIGINE PIC X(12).
              05 FILLER PIC X(1).
              05 REJET-LIGNE PIC X(96).
              05 FILLER PIC X(3).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTARIF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEVIS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEVISN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMANDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FACCEPT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FTARIF PIC X VALUE 'N'.
           88 WS-EOF-FTARIF-REACHED VALUE 'Y'.
       01 WS-EOF-FDEVIS PIC X VALUE 'N'.
           88 WS-EOF-FDEVIS-REACHED VALUE 'Y'.
       01 WS-EOF-FDEMANDES PIC X VALUE 'N'.
           88 WS-EOF-FDEMANDES-REACHED VALUE 'Y'.
       01 WS-EOF-FACCEPT PIC X VALUE 'N'.
           88 WS-EOF-FACCEPT-REACHED VALUE 'Y'.

      * TARIF EN MEMOIRE (CLE TYPE + CLASSE + CRITERE)
       01 WS-NB-TARIFS PIC 9(4) VALUE 0.
       01 WS-TABLE-TARIFS.
           05 WS-TAR-ENTRY OCCURS 1 TO 3000 TIMES
                            DEPENDING ON WS-NB-TARIFS
                            INDEXED BY WS-TAR-IDX.
               10 WS-TAR-CLE.
                   15 WS-TAR-TYPE PIC X(1).
                   15 WS-TAR-CLASSE PIC X(20).
                   15 WS-TAR-CRITERE PIC X(20).
               10 WS-TAR-VALEUR PIC 9(5)V9(2).
       01 WS-CLE-CHERCHEE.
           05 WS-CHERCHE-TYPE PIC X(1).
           05 WS-CHERCHE-CLASSE PIC X(20).
           05 WS-CHERCHE-CRITERE PIC X(20).
       01 WS-TARIF-TROUVE PIC X VALUE 'N'.
           88 WS-TARIF-EST-TROUVE VALUE 'Y'.

      * REGISTRE DES DEVIS EN MEMOIRE, NUMEROS CROISSANTS
       01 WS-NB-DEVIS PIC 9(5) VALUE 0.
       01 WS-TABLE-DEVIS.
           05 WS-DEV-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-DEVIS
                            ASCENDING KEY IS WS-DEV-NUMERO
                            INDEXED BY WS-DEV-IDX.
               10 WS-DEV-LIGNE.
                   15 WS-DEV-NUMERO PIC 9(8).
                   15 FILLER PIC X(137).
       01 WS-DERNIER-NUMERO PIC 9(8) VALUE 0.
       01 WS-NUMERO-CHERCHE PIC 9(8).
       01 WS-DEVIS-TROUVE PIC X VALUE 'N'.
           88 WS-DEVIS-EST-TROUVE VALUE 'Y'.

      * CLASSEMENT PAR TRANCHE D'AGE (AGECLASSE)
       01 WS-AGE PIC 9(2).
       01 WS-CATEGORIE PIC X(20).
       01 WS-AGE-CALCUL PIC S9(4).
       01 WS-NAISSANCE.
           05 WS-NAIS-AAAA PIC 9(4).
           05 WS-NAIS-MMJJ PIC 9(4).
       01 WS-DEBUT.
           05 WS-DEBUT-AAAA PIC 9(4).
           05 WS-DEBUT-MM PIC 9(2).
           05 WS-DEBUT-JJ PIC 9(2).
       01 WS-DEBUT-MMJJ REDEFINES WS-DEBUT.
           05 FILLER PIC 9(4).
           05 WS-DEB-MMJJ PIC 9(4).
       01 WS-FIN.
           05 WS-FIN-AAAA PIC 9(4).
           05 WS-FIN-MM PIC 9(2).
           05 WS-FIN-JJ PIC 9(2).
       01 WS-NB-MOIS PIC S9(5).

       01 WS-DATE-VALIDE PIC X VALUE 'N'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-O PIC 9(1).

       01 WS-PRIME-ANNUELLE PIC 9(5)V9(2).
       01 WS-TAUX-OPTIONS PIC 9(5)V9(2).
       01 WS-PRIME-BASE PIC 9(7)V9(9).
       01 WS-PRIME-DEVIS PIC 9(5)V9(2).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-VALIDITE PIC 9(3) VALUE 30.
       01 WS-DATE-EXPIRATION PIC 9(8).
       01 WS-DATE-ACCEPTATION PIC X(8).

       01 WS-NB-DEMANDES PIC 9(7) VALUE 0.
       01 WS-NB-EMIS PIC 9(7) VALUE 0.
       01 WS-NB-ACCEPTATIONS PIC 9(7) VALUE 0.
       01 WS-NB-TRANSACTIONS PIC 9(7) VALUE 0.
       01 WS-NB-EXPIRES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-I PIC 9(5).
       01 WS-COMMANDE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'devis' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-VALIDITE IS NUMERIC
                          AND PARAM-VALIDITE > '000'
                           MOVE PARAM-VALIDITE TO WS-VALIDITE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           COMPUTE WS-DATE-EXPIRATION = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
                + WS-VALIDITE)

      *    TARIF (OBLIGATOIRE)
           OPEN INPUT FTARIF.
           IF WS-STATUS-FTARIF NOT = '00'
               DISPLAY 'TARIFS.txt non disponible - code statut '
                   WS-STATUS-FTARIF
               DISPLAY 'Executer tarifmaj avant devis'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FTARIF-REACHED
               READ FTARIF
                   AT END
                       SET WS-EOF-FTARIF-REACHED TO TRUE
                   NOT AT END
                       IF (TARIF-EST-BASE OR TARIF-EST-OPTION)
                          AND TARIF-VALEUR-ENT IS NUMERIC
                          AND TARIF-VALEUR-DEC IS NUMERIC
                          AND WS-NB-TARIFS < 3000
                           ADD 1 TO WS-NB-TARIFS
                           MOVE TARIF-TYPE
                               TO WS-TAR-TYPE(WS-NB-TARIFS)
                           MOVE TARIF-CLASSE
                               TO WS-TAR-CLASSE(WS-NB-TARIFS)
                           MOVE TARIF-CRITERE
                               TO WS-TAR-CRITERE(WS-NB-TARIFS)
                           COMPUTE WS-TAR-VALEUR(WS-NB-TARIFS) =
                               TARIF-VALEUR-ENT
                               + TARIF-VALEUR-DEC / 100
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FTARIF.

      *    REGISTRE DES DEVIS (ABSENT AU PREMIER PASSAGE) ; LES
      *    DEVIS EMIS DONT L'EXPIRATION EST DEPASSEE SONT CLOS
           OPEN INPUT FDEVIS.
           IF WS-STATUS-FDEVIS = '00'
               PERFORM UNTIL WS-EOF-FDEVIS-REACHED
                   READ FDEVIS
                       AT END
                           SET WS-EOF-FDEVIS-REACHED TO TRUE
                       NOT AT END
                           IF DEVIS-NUMERO IS NUMERIC
                              AND DEVIS-NUMERO > WS-DERNIER-NUMERO
                              AND WS-NB-DEVIS < 20000
                               IF DEVIS-EMIS
                                  AND DEVIS-DATE-EXPIRATION
                                      < WS-RUN-DATE(1:8)
                                   MOVE 'X' TO DEVIS-STATUT
                                   ADD 1 TO WS-NB-EXPIRES
                               END-IF
                               ADD 1 TO WS-NB-DEVIS
                               MOVE DEVIS-REG
                                   TO WS-DEV-LIGNE(WS-NB-DEVIS)
                               MOVE DEVIS-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEVIS
           ELSE
               DISPLAY 'DEVIS.txt absent - registre cree par ce '
                   'passage'
           END-IF

           OPEN OUTPUT FTRANS.
           OPEN OUTPUT FREJETS.

      *    ACCEPTATIONS DES DEVIS DEJA EMIS
           OPEN INPUT FACCEPT.
           IF WS-STATUS-FACCEPT = '00'
               PERFORM UNTIL WS-EOF-FACCEPT-REACHED
                   READ FACCEPT
                       AT END
                           SET WS-EOF-FACCEPT-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-ACCEPTATIONS
                           PERFORM TRAITER-ACCEPTATION
                   END-READ
               END-PERFORM
               CLOSE FACCEPT
           ELSE
               DISPLAY 'DEVIS-ACCEPTATIONS.txt absent - aucune '
                   'acceptation a traiter'
           END-IF

      *    NOUVELLES DEMANDES
           OPEN INPUT FDEMANDES.
           IF WS-STATUS-FDEMANDES = '00'
               PERFORM UNTIL WS-EOF-FDEMANDES-REACHED
                   READ FDEMANDES
                       AT END
                           SET WS-EOF-FDEMANDES-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-NB-DEMANDES
                           PERFORM TARIFER-DEMANDE
                   END-READ
               END-PERFORM
               CLOSE FDEMANDES
           ELSE
               DISPLAY 'DEVIS-DEMANDES.txt absent - aucune demande '
                   'a tarifer'
           END-IF
           CLOSE FTRANS.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETS TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

      *    REECRITURE DU REGISTRE
           OPEN OUTPUT FDEVISN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEVIS
               MOVE WS-DEV-LIGNE(WS-I) TO DEVISN-REG
               WRITE DEVISN-REG
           END-PERFORM
           CLOSE FDEVISN.
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv DEVIS.TMP DEVIS.txt'
               DELIMITED BY SIZE INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du remplacement de DEVIS.txt'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           DISPLAY 'Demandes lues            : ' WS-NB-DEMANDES
           DISPLAY 'Devis emis               : ' WS-NB-EMIS
               ' (voir DEVIS.txt)'
           DISPLAY 'Acceptations lues        : ' WS-NB-ACCEPTATIONS
           DISPLAY 'Transactions d ajout     : ' WS-NB-TRANSACTIONS
               ' (voir DEVIS-TRANSACTIONS.txt)'
           DISPLAY 'Devis expires ce passage : ' WS-NB-EXPIRES
           DISPLAY 'Rejets                   : ' WS-NB-REJETS
               ' (voir DEVIS-REJETS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UN DEVIS EMIS ET NON EXPIRE A LA DATE D'ACCEPTATION
      *    DEVIENT UNE TRANSACTION 'A' AU MONTANT DEVISE
       TRAITER-ACCEPTATION.
           MOVE SPACES TO WS-MOTIF
           MOVE 'N' TO WS-DEVIS-TROUVE
           IF ACC-DATE = SPACES
               MOVE WS-RUN-DATE(1:8) TO WS-DATE-ACCEPTATION
           ELSE
               MOVE ACC-DATE TO WS-DATE-ACCEPTATION
           END-IF
           CALL 'DATEVALID' USING WS-DATE-ACCEPTATION,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           EVALUATE TRUE
               WHEN ACC-NUMERO IS NOT NUMERIC
                   MOVE 'Numero de devis non numerique' TO WS-MOTIF
               WHEN WS-DATE-VALIDE NOT = 'Y'
                   MOVE 'Date d acceptation invalide' TO WS-MOTIF
               WHEN OTHER
                   MOVE ACC-NUMERO TO WS-NUMERO-CHERCHE
                   IF WS-NB-DEVIS > 0
                       SEARCH ALL WS-DEV-ENTRY
                           AT END
                               MOVE 'N' TO WS-DEVIS-TROUVE
                           WHEN WS-DEV-NUMERO(WS-DEV-IDX)
                                = WS-NUMERO-CHERCHE
                               MOVE 'Y' TO WS-DEVIS-TROUVE
                       END-SEARCH
                   END-IF
                   IF NOT WS-DEVIS-EST-TROUVE
                       MOVE 'Devis inconnu au registre' TO WS-MOTIF
                   ELSE
                       MOVE WS-DEV-LIGNE(WS-DEV-IDX) TO DEVIS-REG
                       EVALUATE TRUE
                           WHEN DEVIS-ACCEPTE
                               MOVE 'Devis deja accepte' TO WS-MOTIF
                           WHEN DEVIS-EXPIRE
                             OR DEVIS-DATE-EXPIRATION
                                < WS-DATE-ACCEPTATION
                               MOVE 'Devis expire' TO WS-MOTIF
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               MOVE SPACES TO REJET-REG
               MOVE 'ACCEPTATION' TO REJET-ORIGINE
               MOVE ACC-REG TO REJET-LIGNE
               PERFORM ECRIRE-REJET
           ELSE
               MOVE SPACES TO TRANS-REG
               MOVE 'A' TO TRANS-ACTION
               MOVE DEVIS-MUNA TO TRANS-MUNA
               MOVE DEVIS-IDENTIFIANT TO TRANS-IDENTIFIANT
               MOVE DEVIS-CLASSE TO TRANS-LIBELLE
               MOVE 'Actif' TO TRANS-ETAT
               MOVE DEVIS-DEBUT-EFFET TO TRANS-DEBUT-EFFET
               MOVE DEVIS-FIN-EFFET TO TRANS-FIN-EFFET
               MOVE DEVIS-MONTANT TO TRANS-MONTANT
               MOVE WS-DATE-ACCEPTATION TO TRANS-DATE-EFFET
               WRITE TRANS-REG
               ADD 1 TO WS-NB-TRANSACTIONS
               MOVE 'A' TO DEVIS-STATUT
               MOVE WS-DATE-ACCEPTATION TO DEVIS-DATE-ACCEPTATION
               MOVE DEVIS-REG TO WS-DEV-LIGNE(WS-DEV-IDX)
           END-IF.

      *    CONTROLE ET TARIFICATION D'UNE DEMANDE ; LE DEVIS EMIS
      *    EST AJOUTE AU REGISTRE AVEC LE NUMERO SUIVANT
       TARIFER-DEMANDE.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN DMD-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique' TO WS-MOTIF
               WHEN DMD-IDENTIFIANT = SPACES
                   MOVE 'Identifiant de police vide' TO WS-MOTIF
               WHEN DMD-CLASSE = SPACES
                   MOVE 'Classe de produit vide' TO WS-MOTIF
               WHEN WS-NB-DEVIS >= 20000
                   MOVE 'Registre des devis plein' TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF = SPACES
               PERFORM CONTROLER-DATES
           END-IF
           IF WS-MOTIF = SPACES
               PERFORM CALCULER-PRIME
           END-IF
           IF WS-MOTIF NOT = SPACES
               MOVE SPACES TO REJET-REG
               MOVE 'DEMANDE' TO REJET-ORIGINE
               MOVE DMD-REG TO REJET-LIGNE
               PERFORM ECRIRE-REJET
           ELSE
               ADD 1 TO WS-DERNIER-NUMERO
               ADD 1 TO WS-NB-EMIS
               MOVE SPACES TO DEVIS-REG
               MOVE WS-DERNIER-NUMERO TO DEVIS-NUMERO
               MOVE 'E' TO DEVIS-STATUT
               MOVE WS-RUN-DATE(1:8) TO DEVIS-DATE-EMISSION
               MOVE WS-DATE-EXPIRATION TO DEVIS-DATE-EXPIRATION
               MOVE DMD-MUNA TO DEVIS-MUNA
               MOVE DMD-IDENTIFIANT TO DEVIS-IDENTIFIANT
               MOVE DMD-CLASSE TO DEVIS-CLASSE
               MOVE WS-CATEGORIE TO DEVIS-TRANCHE
               MOVE DMD-DEBUT-EFFET TO DEVIS-DEBUT-EFFET
               MOVE DMD-FIN-EFFET TO DEVIS-FIN-EFFET
               MOVE DMD-OPTIONS TO DEVIS-OPTIONS
               MOVE WS-PRIME-DEVIS TO DEVIS-MONTANT
               ADD 1 TO WS-NB-DEVIS
               MOVE DEVIS-REG TO WS-DEV-LIGNE(WS-NB-DEVIS)
           END-IF.

      *    DATES CALENDAIRES (DATEVALID), COUVERTURE ORDONNEE, ASSURE
      *    NE AVANT LE DEBUT ; AGE A LA DATE DE DEBUT, PLAFONNE A 99
       CONTROLER-DATES.
           CALL 'DATEVALID' USING DMD-DATE-NAISSANCE, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           IF WS-DATE-VALIDE NOT = 'Y'
               MOVE 'Date de naissance invalide' TO WS-MOTIF
           END-IF
           CALL 'DATEVALID' USING DMD-DEBUT-EFFET, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           IF WS-DATE-VALIDE NOT = 'Y' AND WS-MOTIF = SPACES
               MOVE 'Date de debut invalide' TO WS-MOTIF
           END-IF
           CALL 'DATEVALID' USING DMD-FIN-EFFET, WS-DATE-VALIDE,
               WS-MOTIF-DATE
           IF WS-DATE-VALIDE NOT = 'Y' AND WS-MOTIF = SPACES
               MOVE 'Date de fin invalide' TO WS-MOTIF
           END-IF
           IF WS-MOTIF = SPACES
               EVALUATE TRUE
                   WHEN DMD-FIN-EFFET < DMD-DEBUT-EFFET
                       MOVE 'Fin de couverture avant le debut'
                           TO WS-MOTIF
                   WHEN DMD-DATE-NAISSANCE > DMD-DEBUT-EFFET
                       MOVE 'Naissance posterieure au debut'
                           TO WS-MOTIF
               END-EVALUATE
           END-IF
           IF WS-MOTIF = SPACES
               MOVE DMD-DATE-NAISSANCE TO WS-NAISSANCE
               MOVE DMD-DEBUT-EFFET TO WS-DEBUT
               MOVE DMD-FIN-EFFET TO WS-FIN
               COMPUTE WS-AGE-CALCUL = WS-DEBUT-AAAA - WS-NAIS-AAAA
               IF WS-DEB-MMJJ < WS-NAIS-MMJJ
                   SUBTRACT 1 FROM WS-AGE-CALCUL
               END-IF
               IF WS-AGE-CALCUL > 99
                   MOVE 99 TO WS-AGE
               ELSE
                   MOVE WS-AGE-CALCUL TO WS-AGE
               END-IF
               PERFORM CLASSER-AGE
               COMPUTE WS-NB-MOIS =
                   (WS-FIN-AAAA * 12 + WS-FIN-MM)
                   - (WS-DEBUT-AAAA * 12 + WS-DEBUT-MM) + 1
           END-IF.

      *    PRIME DE BASE ANNUELLE AU PRORATA DES MOIS COUVERTS,
      *    MAJOREE DES OPTIONS ; ARRONDIE AU CENTIME
       CALCULER-PRIME.
           MOVE 'B' TO WS-CHERCHE-TYPE
           MOVE DMD-CLASSE TO WS-CHERCHE-CLASSE
           MOVE WS-CATEGORIE TO WS-CHERCHE-CRITERE
           PERFORM CHERCHER-TARIF
           IF NOT WS-TARIF-EST-TROUVE
               MOVE 'Pas de tarif pour la classe et la tranche'
                   TO WS-MOTIF
           ELSE
               MOVE WS-TAR-VALEUR(WS-TAR-IDX) TO WS-PRIME-ANNUELLE
               MOVE 0 TO WS-TAUX-OPTIONS
               PERFORM VARYING WS-O FROM 1 BY 1
                       UNTIL WS-O > 3 OR WS-MOTIF NOT = SPACES
                   IF DMD-OPTION-CODE(WS-O) NOT = SPACES
                       MOVE 'O' TO WS-CHERCHE-TYPE
                       MOVE DMD-OPTION-CODE(WS-O)
                           TO WS-CHERCHE-CRITERE
                       PERFORM CHERCHER-TARIF
                       IF WS-TARIF-EST-TROUVE
                           ADD WS-TAR-VALEUR(WS-TAR-IDX)
                               TO WS-TAUX-OPTIONS
                       ELSE
                           MOVE 'Option inconnue au tarif de la classe'
                               TO WS-MOTIF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MOTIF = SPACES
               COMPUTE WS-PRIME-BASE =
                   WS-PRIME-ANNUELLE * WS-NB-MOIS / 12
               COMPUTE WS-PRIME-DEVIS ROUNDED = WS-PRIME-BASE
                   + WS-PRIME-BASE * WS-TAUX-OPTIONS / 100
                   ON SIZE ERROR
                       MOVE 'Prime hors format (99999.99)' TO WS-MOTIF
               END-COMPUTE
           END-IF.

       CHERCHER-TARIF.
           MOVE 'N' TO WS-TARIF-TROUVE
           IF WS-NB-TARIFS > 0
               SET WS-TAR-IDX TO 1
               SEARCH WS-TAR-ENTRY
                   AT END
                       MOVE 'N' TO WS-TARIF-TROUVE
                   WHEN WS-TAR-CLE(WS-TAR-IDX) = WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-TARIF-TROUVE
               END-SEARCH
           END-IF.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETS
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.

      *    TRANCHES D'AGE DE CHOIXMULTIPLE
       COPY AGECLASSE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
