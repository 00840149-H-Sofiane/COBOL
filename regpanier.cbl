       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPANIER.
      * Corbeilles de travail des delegations : chaque nuit, les
      * elements a traiter des listes SUIVI-RELANCES.txt,
      * SUSPENSIONS-REVUE.txt, ARRIERES.txt,
      * LETTRES-SANS-ADRESSE.txt, SINISTRES-REJETS.txt et
      * SINISTRES-EVT-REJETS.txt sont routes vers la region
      * responsable par la meme resolution que regsplit : MUNA ->
      * departement (FR-LISTE-DEPT.txt) -> region (DEPARTEMENTS.txt
      * via DEPTLOOK). Un rejet d'evenement de sinistre ne porte que
      * le numero de sinistre : son MUNA est relu dans
      * SINISTRES-REGISTRE.txt. Chaque region recoit sa corbeille
      * PANIER-REGION-nn.txt (la correspondance nn <-> region est
      * ecrite dans PANIERS-REGIONS-INDEX.txt, comme pour regsplit),
      * une ligne par element : type, MUNA, reference (police,
      * sinistre ou programme), age en jours, echeance et detail,
      * triee par echeance. Ce qui ne se resout pas part dans la
      * corbeille du siege PANIER-SIEGE.txt. PANIERS-CONTROLE.txt
      * rapproche, liste par liste, les elements lus des elements
      * routes et du trailer de la liste source quand elle en
      * porte un : un ecart donne le code retour 8, une corbeille
      * du siege non vide le code retour 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEPT.

           SELECT FREGISTRE ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FSOURCE ASSIGN TO DYNAMIC WS-NOM-SOURCE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSOURCE.

           SELECT FTRAVAIL ASSIGN TO "PANIERS-ELEMENTS.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRAVAIL.

           SELECT FTRI ASSIGN TO "PANIERS-TRAVAIL.TRI".

           SELECT FTRIE ASSIGN TO "PANIERS-TRIES.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRIE.

           SELECT FPANIER ASSIGN TO DYNAMIC WS-NOM-PANIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPANIER.

           SELECT FINDEX ASSIGN TO "PANIERS-REGIONS-INDEX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FINDEX.

           SELECT FCONTROLE ASSIGN TO "PANIERS-CONTROLE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD     FDEPT
              RECORDING MODE IS F.
       01 DEPTREG.
              05 DEPT-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 DEPT-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 DEPT-LIBELLE PIC X(30).

       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FSOURCE
              RECORDING MODE IS F.
       01 SOURCE-REG PIC X(200).
      * VUE SUIVI-RELANCES.txt (rensuivi)
       01 VUE-RELANCE REDEFINES SOURCE-REG.
              05 REL-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REL-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 REL-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 REL-ANCIENNETE PIC X(5).
              05 FILLER PIC X(162).
      * VUE SUSPENSIONS-REVUE.txt (suspaging)
       01 VUE-REVUE REDEFINES SOURCE-REG.
              05 REV-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REV-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 REV-DATE-VUE PIC X(8).
              05 FILLER PIC X(1).
              05 REV-ANCIENNETE PIC X(5).
              05 FILLER PIC X(162).
      * VUE ARRIERES.txt (encaisse)
       01 VUE-ARRIERE REDEFINES SOURCE-REG.
              05 ARR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 ARR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 ARR-PERIODE PIC X(6).
              05 FILLER PIC X(1).
              05 ARR-DU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RECU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RESTE PIC X(10).
              05 FILLER PIC X(137).
      * VUE LETTRES-SANS-ADRESSE.txt (programmes de courrier)
       01 VUE-SANSADR REDEFINES SOURCE-REG.
              05 SSA-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 SSA-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 SSA-MOTIF PIC X(30).
              05 FILLER PIC X(148).
      * VUE SINISTRES-REJETS.txt (sinistres)
       01 VUE-SINREJ REDEFINES SOURCE-REG.
              05 SRJ-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SRJ-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 SRJ-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SRJ-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SRJ-MONTANT PIC X(9).
              05 FILLER PIC X(1).
              05 SRJ-DATE-DECLARATION PIC X(8).
              05 FILLER PIC X(3).
              05 SRJ-MOTIF PIC X(40).
              05 FILLER PIC X(95).
      * VUE SINISTRES-EVT-REJETS.txt (singest)
       01 VUE-EVTREJ REDEFINES SOURCE-REG.
              05 ERJ-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 ERJ-CODE PIC X(1).
              05 FILLER PIC X(1).
              05 ERJ-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 ERJ-MONTANT PIC X(9).
              05 FILLER PIC X(3).
              05 ERJ-MOTIF PIC X(45).
              05 FILLER PIC X(121).

       FD     FTRAVAIL
              RECORDING MODE IS F.
       01 TRAVAIL-REG.
              05 TRAV-PANIER PIC 9(2).
              05 FILLER PIC X(1).
              05 TRAV-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 TRAV-TYPE PIC X(12).
              05 FILLER PIC X(1).
              05 TRAV-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 TRAV-REFERENCE PIC X(14).
              05 FILLER PIC X(1).
              05 TRAV-AGE PIC 9(5).
              05 FILLER PIC X(1).
              05 TRAV-DETAIL PIC X(45).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CLE PIC X(46).
              05 FILLER PIC X(54).

       FD     FTRIE
              RECORDING MODE IS F.
       01 TRIE-REG.
              05 TRIE-PANIER PIC 9(2).
              05 FILLER PIC X(1).
              05 TRIE-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 TRIE-TYPE PIC X(12).
              05 FILLER PIC X(1).
              05 TRIE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 TRIE-REFERENCE PIC X(14).
              05 FILLER PIC X(1).
              05 TRIE-AGE PIC 9(5).
              05 FILLER PIC X(1).
              05 TRIE-DETAIL PIC X(45).

       FD     FPANIER
              RECORDING MODE IS F.
       01 PANIER-REG.
              05 PANIER-TYPE PIC X(12).
              05 FILLER PIC X(1).
              05 PANIER-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 PANIER-REFERENCE PIC X(14).
              05 FILLER PIC X(1).
              05 PANIER-AGE PIC ZZZZ9.
              05 PANIER-AGE-LIB PIC X(6).
              05 FILLER PIC X(1).
              05 PANIER-ECHEANCE PIC X(8).
              05 FILLER PIC X(1).
              05 PANIER-DETAIL PIC X(45).
       01 PANIER-TRAILER.
              05 PANIER-TRAILER-LIB PIC X(20).
              05 PANIER-TRAILER-NB PIC ZZZZZZ9.

       FD     FINDEX
              RECORDING MODE IS F.
       01 INDEX-REG.
              05 INDEX-NUMERO PIC 9(2).
              05 FILLER PIC X(1).
              05 INDEX-REGION PIC X(26).

       FD     FCONTROLE
              RECORDING MODE IS F.
       01 CONTROLE-REG.
              05 CTL-LISTE PIC X(30).
              05 FILLER PIC X(1).
              05 CTL-LUES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 CTL-REGIONS PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 CTL-SIEGE PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 CTL-TRAILER PIC X(7).
              05 FILLER PIC X(1).
              05 CTL-ETAT PIC X(6).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FDEPT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSOURCE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRAVAIL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRIE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPANIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FINDEX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONTROLE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDEPT PIC X VALUE 'N'.
           88 WS-EOF-FDEPT-REACHED VALUE 'Y'.
       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FSOURCE PIC X VALUE 'N'.
           88 WS-EOF-FSOURCE-REACHED VALUE 'Y'.
       01 WS-EOF-FTRIE PIC X VALUE 'N'.
           88 WS-EOF-FTRIE-REACHED VALUE 'Y'.

       01 WS-NOM-SOURCE PIC X(40).
       01 WS-NOM-PANIER PIC X(40).

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(13).
       01 WS-RUN-DATE-INT PIC 9(9).

      * LISTES SOURCES : FICHIER, TYPE D'ELEMENT, TRAILER PORTANT
      * LE NOMBRE DE LIGNES ('O') OU NON
       01 WS-SOURCES-VAL.
           05 FILLER PIC X(30) VALUE 'SUIVI-RELANCES.txt'.
           05 FILLER PIC X(12) VALUE 'RELANCE-REN'.
           05 FILLER PIC X(1) VALUE 'O'.
           05 FILLER PIC X(30) VALUE 'SUSPENSIONS-REVUE.txt'.
           05 FILLER PIC X(12) VALUE 'SUSPENSION'.
           05 FILLER PIC X(1) VALUE 'O'.
           05 FILLER PIC X(30) VALUE 'ARRIERES.txt'.
           05 FILLER PIC X(12) VALUE 'ARRIERE'.
           05 FILLER PIC X(1) VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'LETTRES-SANS-ADRESSE.txt'.
           05 FILLER PIC X(12) VALUE 'SANS-ADRESSE'.
           05 FILLER PIC X(1) VALUE 'N'.
           05 FILLER PIC X(30) VALUE 'SINISTRES-REJETS.txt'.
           05 FILLER PIC X(12) VALUE 'SIN-REJET'.
           05 FILLER PIC X(1) VALUE 'O'.
           05 FILLER PIC X(30) VALUE 'SINISTRES-EVT-REJETS.txt'.
           05 FILLER PIC X(12) VALUE 'SIN-EVT-REJ'.
           05 FILLER PIC X(1) VALUE 'O'.
       01 WS-SOURCES REDEFINES WS-SOURCES-VAL.
           05 WS-SOURCE OCCURS 6 TIMES.
               10 WS-SRC-FICHIER PIC X(30).
               10 WS-SRC-TYPE PIC X(12).
               10 WS-SRC-AVEC-TRAILER PIC X(1).
       01 WS-CUMULS-SOURCE.
           05 WS-CUMUL-SOURCE OCCURS 6 TIMES.
               10 WS-SRC-PRESENTE PIC X(1) VALUE 'N'.
               10 WS-SRC-LUES PIC 9(7) VALUE 0.
               10 WS-SRC-REGIONS PIC 9(7) VALUE 0.
               10 WS-SRC-SIEGE PIC 9(7) VALUE 0.
               10 WS-SRC-TRAILER-LU PIC X(1) VALUE 'N'.
               10 WS-SRC-DECLARE PIC 9(7) VALUE 0.
       01 WS-SRC PIC 9(2) VALUE 0.

      * REPARTITION MUNA -> DEPARTEMENT ET DEPARTEMENT -> REGION
       01 WS-NB-MUNA PIC 9(5) VALUE 0.
       01 WS-TABLE-MUNA.
           05 WS-MUNA-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-NB-MUNA
                             INDEXED BY WS-MUNA-IDX.
               10 WS-MUNA-NUM PIC 9(8).
               10 WS-MUNA-DEPT PIC X(3).

       COPY DEPTTAB.
       COPY DEPTLNK.

       01 WS-NB-REGIONS PIC 9(2) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 40 TIMES
                                INDEXED BY WS-REGION-IDX.
               10 WS-REGION-NOM PIC X(26).
       01 WS-CUMULS-PANIER.
           05 WS-PANIER-NB PIC 9(7) OCCURS 41 TIMES VALUE 0.

      * SINISTRE -> MUNA POUR LES REJETS D'EVENEMENTS
       01 WS-NB-SIN PIC 9(5) VALUE 0.
       01 WS-TABLE-SIN.
           05 WS-SIN-ENTRY OCCURS 1 TO 20000 TIMES
                            DEPENDING ON WS-NB-SIN
                            INDEXED BY WS-SIN-IDX.
               10 WS-SIN-NUMERO PIC X(10).
               10 WS-SIN-MUNA PIC 9(8).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-DEPT-TROUVE PIC X VALUE 'N'.
           88 WS-DEPT-EST-TROUVE VALUE 'Y'.
       01 WS-REGION-TROUVEE PIC X VALUE 'N'.
           88 WS-REGION-EST-TROUVEE VALUE 'Y'.
       01 WS-DATE-VALIDE PIC X VALUE 'N'.
           88 WS-DATE-EST-VALIDE VALUE 'Y'.
       01 WS-MOTIF-DATE PIC X(2) VALUE SPACES.

       01 WS-MUNA-ELEMENT PIC X(8).
       01 WS-MUNA-NUMERIQUE PIC 9(8).
       01 WS-NUM-REGION PIC 9(2) VALUE 0.
       01 WS-PASSE PIC 9(2) VALUE 0.
       01 WS-DATE-REF PIC X(8).
       01 WS-DATE-REF-NUM PIC 9(8).
       01 WS-AGE-CALC PIC S9(9) VALUE 0.

      * LECTURE D'UN NOMBRE EDITE (ZZZZ9, ZZZZZZ9)
       01 WS-ZONE-NOMBRE PIC X(7).
       01 WS-NOMBRE PIC 9(7) VALUE 0.
       01 WS-CHIFFRE-X PIC X(1).
       01 WS-CHIFFRE REDEFINES WS-CHIFFRE-X PIC 9(1).
       01 WS-POS PIC 9(2) VALUE 0.

       01 WS-I PIC 9(5) COMP VALUE 0.
       01 WS-NB-ELEMENTS PIC 9(7) VALUE 0.
       01 WS-NB-ECRITS PIC 9(7) VALUE 0.
       01 WS-NB-ECARTS PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'regpanier' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
               (WS-RUN-YYYYMMDD)

      *    CHARGEMENT DES REFERENTIELS, COMME regsplit
           OPEN INPUT FDEPT.
           IF WS-STATUS-FDEPT NOT = '00'
               DISPLAY 'FR-LISTE-DEPT.txt non disponible - code statut '
                   WS-STATUS-FDEPT
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FDEPT-REACHED
               READ FDEPT
                   AT END
                       SET WS-EOF-FDEPT-REACHED TO TRUE
                   NOT AT END
                       IF WS-NB-MUNA < 5000
                           ADD 1 TO WS-NB-MUNA
                           MOVE DEPT-MUNA TO WS-MUNA-NUM(WS-NB-MUNA)
                           MOVE DEPT-CODE TO WS-MUNA-DEPT(WS-NB-MUNA)
                       ELSE
                           DISPLAY 'FR-LISTE-DEPT.txt : capacite de '
                               '5000 entrees atteinte, '
                               'enregistrements suivants ignores'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDEPT.
           PERFORM CHARGER-REFERENTIEL.

      *    LISTE DES REGIONS DISTINCTES (40 AU MAXIMUM)
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEPT-CHARGES
               MOVE 'N' TO WS-REGION-TROUVEE
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       MOVE 'N' TO WS-REGION-TROUVEE
                   WHEN WS-REGION-NOM(WS-REGION-IDX) =
                        WS-DEPT-REGION(WS-I)
                       MOVE 'Y' TO WS-REGION-TROUVEE
               END-SEARCH
               IF NOT WS-REGION-EST-TROUVEE AND WS-NB-REGIONS < 40
                   ADD 1 TO WS-NB-REGIONS
                   MOVE WS-DEPT-REGION(WS-I)
                       TO WS-REGION-NOM(WS-NB-REGIONS)
               END-IF
           END-PERFORM.

           OPEN OUTPUT FINDEX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-REGIONS
               MOVE SPACES TO INDEX-REG
               MOVE WS-I TO INDEX-NUMERO
               MOVE WS-REGION-NOM(WS-I) TO INDEX-REGION
               WRITE INDEX-REG
           END-PERFORM
           CLOSE FINDEX.

      *    REGISTRE DES SINISTRES (FACULTATIF) : SANS LUI LES REJETS
      *    D'EVENEMENTS VONT AU SIEGE
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF SINR-MUNA IS NUMERIC
                              AND WS-NB-SIN < 20000
                               ADD 1 TO WS-NB-SIN
                               MOVE SINR-NUMERO
                                   TO WS-SIN-NUMERO(WS-NB-SIN)
                               MOVE SINR-MUNA TO WS-SIN-MUNA(WS-NB-SIN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
           ELSE
               DISPLAY 'SINISTRES-REGISTRE.txt absent - rejets '
                   'd evenements routes au siege'
           END-IF

      *    COLLECTE DES ELEMENTS DE CHAQUE LISTE SOURCE
           OPEN OUTPUT FTRAVAIL.
           PERFORM LIRE-SOURCE
               VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
           CLOSE FTRAVAIL.

      *    TRI PAR CORBEILLE PUIS PAR ECHEANCE
           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FTRAVAIL GIVING FTRIE.

      *    UNE CORBEILLE PAR REGION, PLUS CELLE DU SIEGE
      *    (WS-PASSE = WS-NB-REGIONS + 1, CLE 99 DANS LE TRI)
           OPEN INPUT FTRIE.
           PERFORM LIRE-TRIE
           PERFORM ECRIRE-PANIER
               VARYING WS-PASSE FROM 1 BY 1
               UNTIL WS-PASSE > WS-NB-REGIONS + 1
           CLOSE FTRIE.

           PERFORM ECRIRE-CONTROLE

           DISPLAY 'Elements collectes       : ' WS-NB-ELEMENTS
           DISPLAY 'Elements en corbeille    : ' WS-NB-ECRITS
           DISPLAY 'dont corbeille du siege  : '
               WS-PANIER-NB(WS-NB-REGIONS + 1)
           IF WS-NB-ECARTS > 0 OR WS-NB-ECRITS NOT = WS-NB-ELEMENTS
               DISPLAY 'CONTROLE EN ECART : voir PANIERS-CONTROLE.txt'
           ELSE
               DISPLAY 'Controle OK : listes sources rapprochees'
           END-IF

           MOVE 'F' TO WS-RA-FONCTION
           EVALUATE TRUE
               WHEN WS-NB-ECARTS > 0
                   MOVE 8 TO WS-RA-RC
               WHEN WS-NB-ECRITS NOT = WS-NB-ELEMENTS
                   MOVE 8 TO WS-RA-RC
               WHEN WS-PANIER-NB(WS-NB-REGIONS + 1) > 0
                   MOVE 4 TO WS-RA-RC
               WHEN OTHER
                   MOVE 0 TO WS-RA-RC
           END-EVALUATE
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE LISTE ABSENTE N'EST PAS UNE ERREUR (L'ETAPE QUI LA
      *    PRODUIT N'A PAS TOURNE) : ELLE EST SIGNALEE AU CONTROLE.
      *    LES TRAILERS COMMENCENT TOUS PAR 'TOTAL'.
       LIRE-SOURCE.
           MOVE WS-SRC-FICHIER(WS-SRC) TO WS-NOM-SOURCE
           MOVE 'N' TO WS-EOF-FSOURCE
           OPEN INPUT FSOURCE
           IF WS-STATUS-FSOURCE = '00'
               MOVE 'O' TO WS-SRC-PRESENTE(WS-SRC)
               PERFORM UNTIL WS-EOF-FSOURCE-REACHED
                   READ FSOURCE
                       AT END
                           SET WS-EOF-FSOURCE-REACHED TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN SOURCE-REG = SPACES
                                   CONTINUE
                               WHEN SOURCE-REG(1:5) = 'TOTAL'
                                   PERFORM LIRE-TRAILER-SOURCE
                               WHEN OTHER
                                   ADD 1 TO WS-SRC-LUES(WS-SRC)
                                   PERFORM COLLECTER-ELEMENT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE FSOURCE
           END-IF.

       LIRE-TRAILER-SOURCE.
           IF WS-SRC-AVEC-TRAILER(WS-SRC) = 'O'
               MOVE SOURCE-REG(21:7) TO WS-ZONE-NOMBRE
               PERFORM EXTRAIRE-NOMBRE
               MOVE 'O' TO WS-SRC-TRAILER-LU(WS-SRC)
               MOVE WS-NOMBRE TO WS-SRC-DECLARE(WS-SRC)
           END-IF.

      *    TRADUCTION DE LA LIGNE SOURCE EN ELEMENT DE CORBEILLE :
      *    REFERENCE, AGE EN JOURS, ECHEANCE ET DETAIL SELON LE TYPE.
      *    SANS ECHEANCE PROPRE, L'ELEMENT EST A TRAITER CE JOUR.
       COLLECTER-ELEMENT.
           MOVE SPACES TO TRAVAIL-REG
           MOVE WS-SRC-TYPE(WS-SRC) TO TRAV-TYPE
           MOVE 0 TO TRAV-AGE
           MOVE WS-RUN-YYYYMMDD TO TRAV-ECHEANCE
           EVALUATE WS-SRC
               WHEN 1
                   MOVE REL-MUNA TO WS-MUNA-ELEMENT
                   MOVE REL-IDENTIFIANT TO TRAV-REFERENCE
                   MOVE REL-ANCIENNETE TO WS-ZONE-NOMBRE
                   PERFORM EXTRAIRE-NOMBRE
                   MOVE WS-NOMBRE TO TRAV-AGE
                   MOVE REL-FIN-EFFET TO TRAV-ECHEANCE
                   MOVE 'Renouvellement sans reponse' TO TRAV-DETAIL
               WHEN 2
                   MOVE REV-MUNA TO WS-MUNA-ELEMENT
                   MOVE REV-IDENTIFIANT TO TRAV-REFERENCE
                   MOVE REV-ANCIENNETE TO WS-ZONE-NOMBRE
                   PERFORM EXTRAIRE-NOMBRE
                   MOVE WS-NOMBRE TO TRAV-AGE
                   STRING 'Suspendue, vue le ' DELIMITED BY SIZE
                       REV-DATE-VUE DELIMITED BY SIZE
                       ' - resilier ou reactiver' DELIMITED BY SIZE
                       INTO TRAV-DETAIL
               WHEN 3
                   MOVE ARR-MUNA TO WS-MUNA-ELEMENT
                   MOVE ARR-IDENTIFIANT TO TRAV-REFERENCE
                   STRING ARR-PERIODE DELIMITED BY SIZE
                       '01' DELIMITED BY SIZE
                       INTO WS-DATE-REF
                   PERFORM CALCULER-AGE
                   IF WS-DATE-EST-VALIDE
                       MOVE WS-DATE-REF TO TRAV-ECHEANCE
                   END-IF
                   STRING 'Impaye, reste du ' DELIMITED BY SIZE
                       ARR-RESTE DELIMITED BY SIZE
                       INTO TRAV-DETAIL
               WHEN 4
                   MOVE SSA-MUNA TO WS-MUNA-ELEMENT
                   MOVE SSA-PROGRAMME TO TRAV-REFERENCE
                   MOVE SSA-MOTIF TO TRAV-DETAIL
               WHEN 5
                   MOVE SRJ-MUNA TO WS-MUNA-ELEMENT
                   MOVE SRJ-NUMERO TO TRAV-REFERENCE
                   MOVE SRJ-DATE-DECLARATION TO WS-DATE-REF
                   PERFORM CALCULER-AGE
                   MOVE SRJ-MOTIF TO TRAV-DETAIL
               WHEN 6
                   PERFORM CHERCHER-SINISTRE
                   MOVE ERJ-NUMERO TO TRAV-REFERENCE
                   MOVE ERJ-DATE TO WS-DATE-REF
                   PERFORM CALCULER-AGE
                   MOVE ERJ-MOTIF TO TRAV-DETAIL
           END-EVALUATE
           MOVE WS-MUNA-ELEMENT TO TRAV-MUNA
           PERFORM RESOUDRE-REGION
           IF WS-NUM-REGION = 0
               MOVE 99 TO TRAV-PANIER
               ADD 1 TO WS-SRC-SIEGE(WS-SRC)
           ELSE
               MOVE WS-NUM-REGION TO TRAV-PANIER
               ADD 1 TO WS-SRC-REGIONS(WS-SRC)
           END-IF
           WRITE TRAVAIL-REG
           ADD 1 TO WS-NB-ELEMENTS.

      *    AGE EN JOURS DEPUIS WS-DATE-REF (0 SI LA DATE EST
      *    INEXPLOITABLE OU DANS LE FUTUR).
       CALCULER-AGE.
           CALL 'DATEVALID' USING WS-DATE-REF,
               WS-DATE-VALIDE, WS-MOTIF-DATE
           IF WS-DATE-EST-VALIDE
               MOVE WS-DATE-REF TO WS-DATE-REF-NUM
               COMPUTE WS-AGE-CALC = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-REF-NUM)
               IF WS-AGE-CALC > 0
                   MOVE WS-AGE-CALC TO TRAV-AGE
               END-IF
           END-IF.

      *    LE REJET D'EVENEMENT NE CONNAIT QUE LE SINISTRE.
       CHERCHER-SINISTRE.
           MOVE SPACES TO WS-MUNA-ELEMENT
           IF WS-NB-SIN > 0
               SET WS-SIN-IDX TO 1
               SEARCH WS-SIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SIN-NUMERO(WS-SIN-IDX) = ERJ-NUMERO
                       MOVE WS-SIN-MUNA(WS-SIN-IDX) TO WS-MUNA-ELEMENT
               END-SEARCH
           END-IF.

      *    RESOUT LE MUNA DE L'ELEMENT EN NUMERO DE CORBEILLE
      *    REGIONALE (0 = NON RESOLU, CORBEILLE DU SIEGE).
       RESOUDRE-REGION.
           MOVE 0 TO WS-NUM-REGION
           IF WS-MUNA-ELEMENT IS NUMERIC AND WS-NB-MUNA > 0
               MOVE WS-MUNA-ELEMENT TO WS-MUNA-NUMERIQUE
               MOVE 'N' TO WS-TROUVE
               SET WS-MUNA-IDX TO 1
               SEARCH WS-MUNA-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-MUNA-NUM(WS-MUNA-IDX) = WS-MUNA-NUMERIQUE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
               IF WS-MUNA-TROUVE
                   MOVE 'N' TO WS-DEPT-TROUVE
                   SET WS-DEPT-IDX TO 1
                   SEARCH WS-DEPT-ENTRY
                       AT END
                           MOVE 'N' TO WS-DEPT-TROUVE
                       WHEN WS-DEPT-CODE(WS-DEPT-IDX) =
                            WS-MUNA-DEPT(WS-MUNA-IDX)
                           MOVE 'Y' TO WS-DEPT-TROUVE
                   END-SEARCH
                   IF WS-DEPT-EST-TROUVE
                       MOVE 'N' TO WS-REGION-TROUVEE
                       SET WS-REGION-IDX TO 1
                       SEARCH WS-REGION-ENTRY
                           AT END
                               MOVE 'N' TO WS-REGION-TROUVEE
                           WHEN WS-REGION-NOM(WS-REGION-IDX) =
                                WS-DEPT-REGION(WS-DEPT-IDX)
                               MOVE 'Y' TO WS-REGION-TROUVEE
                       END-SEARCH
                       IF WS-REGION-EST-TROUVEE
                           SET WS-NUM-REGION TO WS-REGION-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    ECRIT LA CORBEILLE DE LA PASSE COURANTE A PARTIR DU FLUX
      *    TRIE, AVEC SON TRAILER ; UNE CORBEILLE VIDE EST ECRITE
      *    QUAND MEME POUR QUE CHAQUE DELEGATION TROUVE SON FICHIER.
       ECRIRE-PANIER.
           MOVE SPACES TO WS-NOM-PANIER
           IF WS-PASSE > WS-NB-REGIONS
               MOVE 'PANIER-SIEGE.txt' TO WS-NOM-PANIER
               MOVE 99 TO WS-NUM-REGION
           ELSE
               MOVE WS-PASSE TO WS-NUM-REGION
               STRING 'PANIER-REGION-' DELIMITED BY SIZE
                   WS-NUM-REGION DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-NOM-PANIER
           END-IF
           OPEN OUTPUT FPANIER
           PERFORM UNTIL WS-EOF-FTRIE-REACHED
                   OR TRIE-PANIER NOT = WS-NUM-REGION
               MOVE SPACES TO PANIER-REG
               MOVE TRIE-TYPE TO PANIER-TYPE
               MOVE TRIE-MUNA TO PANIER-MUNA
               MOVE TRIE-REFERENCE TO PANIER-REFERENCE
               MOVE TRIE-AGE TO PANIER-AGE
               MOVE ' JOURS' TO PANIER-AGE-LIB
               MOVE TRIE-ECHEANCE TO PANIER-ECHEANCE
               MOVE TRIE-DETAIL TO PANIER-DETAIL
               WRITE PANIER-REG
               ADD 1 TO WS-PANIER-NB(WS-PASSE)
               ADD 1 TO WS-NB-ECRITS
               PERFORM LIRE-TRIE
           END-PERFORM
           MOVE SPACES TO PANIER-TRAILER
           MOVE 'TOTAL ELEMENTS : ' TO PANIER-TRAILER-LIB
           MOVE WS-PANIER-NB(WS-PASSE) TO PANIER-TRAILER-NB
           WRITE PANIER-TRAILER
           CLOSE FPANIER.

       LIRE-TRIE.
           READ FTRIE
               AT END
                   SET WS-EOF-FTRIE-REACHED TO TRUE
           END-READ.

      *    RAPPROCHEMENT LISTE PAR LISTE : LUES = REGIONS + SIEGE, ET
      *    LUES = TRAILER DE LA LISTE QUAND ELLE EN PORTE UN.
       ECRIRE-CONTROLE.
           OPEN OUTPUT FCONTROLE.
           MOVE SPACES TO CONTROLE-REG
           MOVE 'LISTE SOURCE' TO CTL-LISTE
           MOVE '   LUES REGIONS   SIEGE TRAILER ETAT' TO
               CONTROLE-REG(32:36)
           WRITE CONTROLE-REG
           PERFORM VARYING WS-SRC FROM 1 BY 1 UNTIL WS-SRC > 6
               MOVE SPACES TO CONTROLE-REG
               MOVE WS-SRC-FICHIER(WS-SRC) TO CTL-LISTE
               MOVE WS-SRC-LUES(WS-SRC) TO CTL-LUES
               MOVE WS-SRC-REGIONS(WS-SRC) TO CTL-REGIONS
               MOVE WS-SRC-SIEGE(WS-SRC) TO CTL-SIEGE
               IF WS-SRC-TRAILER-LU(WS-SRC) = 'O'
                   MOVE WS-SRC-DECLARE(WS-SRC) TO WS-NOMBRE
                   MOVE WS-NOMBRE TO CTL-TRAILER
               ELSE
                   MOVE '      -' TO CTL-TRAILER
               END-IF
               EVALUATE TRUE
                   WHEN WS-SRC-PRESENTE(WS-SRC) NOT = 'O'
                       MOVE 'ABSENT' TO CTL-ETAT
                   WHEN WS-SRC-LUES(WS-SRC) NOT =
                        WS-SRC-REGIONS(WS-SRC) + WS-SRC-SIEGE(WS-SRC)
                       MOVE 'ECART' TO CTL-ETAT
                       ADD 1 TO WS-NB-ECARTS
                   WHEN WS-SRC-TRAILER-LU(WS-SRC) = 'O'
                        AND WS-SRC-DECLARE(WS-SRC) NOT =
                            WS-SRC-LUES(WS-SRC)
                       MOVE 'ECART' TO CTL-ETAT
                       ADD 1 TO WS-NB-ECARTS
                   WHEN OTHER
                       MOVE 'OK' TO CTL-ETAT
               END-EVALUATE
               WRITE CONTROLE-REG
           END-PERFORM
           MOVE SPACES TO CONTROLE-REG
           WRITE CONTROLE-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-REGIONS + 1
               MOVE SPACES TO CONTROLE-REG
               IF WS-I > WS-NB-REGIONS
                   MOVE 'SIEGE (NON RESOLUS)' TO CTL-LISTE
                   MOVE WS-PANIER-NB(WS-I) TO CTL-SIEGE
               ELSE
                   MOVE WS-REGION-NOM(WS-I) TO CTL-LISTE
                   MOVE WS-PANIER-NB(WS-I) TO CTL-REGIONS
               END-IF
               WRITE CONTROLE-REG
           END-PERFORM
           MOVE SPACES TO CONTROLE-REG
           MOVE 'TOTAL CORBEILLES' TO CTL-LISTE
           MOVE WS-NB-ELEMENTS TO CTL-LUES
           MOVE WS-NB-ECRITS TO CTL-REGIONS
           IF WS-NB-ECRITS = WS-NB-ELEMENTS
               MOVE 'OK' TO CTL-ETAT
           ELSE
               MOVE 'ECART' TO CTL-ETAT
           END-IF
           WRITE CONTROLE-REG
           CLOSE FCONTROLE.

      *    CUMUL DES CHIFFRES D'UNE ZONE EDITEE, BLANCS IGNORES.
       EXTRAIRE-NOMBRE.
           MOVE 0 TO WS-NOMBRE
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 7
               MOVE WS-ZONE-NOMBRE(WS-POS:1) TO WS-CHIFFRE-X
               IF WS-CHIFFRE-X IS NUMERIC
                   COMPUTE WS-NOMBRE = WS-NOMBRE * 10 + WS-CHIFFRE
               END-IF
           END-PERFORM.

      *    CHARGEMENT DE LA TABLE LOCALE VIA LE SOUS-PROGRAMME
      *    DEPTLOOK, SEUL DETENTEUR DU FORMAT DU REFERENTIEL.
       CHARGER-REFERENTIEL.
           MOVE 'I' TO WS-DL-FONCTION
           MOVE 1 TO WS-DL-INDEX
           MOVE SPACES TO WS-DL-CODE
           CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
           IF WS-DL-RETOUR = '16'
               DISPLAY 'DEPARTEMENTS.txt non disponible (DEPTLOOK)'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE 0 TO WS-NB-DEPT-CHARGES
           PERFORM VARYING WS-DL-INDEX FROM 1 BY 1
                   UNTIL WS-DL-INDEX > WS-DL-NB
               MOVE 'I' TO WS-DL-FONCTION
               CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
               IF WS-DL-RETOUR = '00'
                   ADD 1 TO WS-NB-DEPT-CHARGES
                   MOVE WS-DL-CODE-LU TO
                       WS-DEPT-CODE(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-NOM TO
                       WS-DEPT-NOM(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-REGION TO
                       WS-DEPT-REGION(WS-NB-DEPT-CHARGES)
               END-IF
           END-PERFORM.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
