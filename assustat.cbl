      * reconstruit chaque trimestre en tableur. L'etat est edite
      * par le service commun EDITREP : bloc de titre date avec
      * numero de passage, pagination et ligne de fin d'etat.
      * Une repartition par code produit du catalogue PRODUITS.txt
      * (rattachement du libelle par PRODLOOK) suit les blocs par
      * ETAT, les libelles non rattaches etant regroupes sous
      * 'NON REFERENCE'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       01 FSTATS-BANDE.
              05 FSTATS-BANDE-LIB PIC X(28).
              05 FSTATS-BANDE-NB PIC ZZZZZZ9.
       01 FSTATS-PRODUIT.
              05 FSTATS-PRODUIT-CODE PIC X(14).
              05 FILLER PIC X(1).
              05 FSTATS-PRODUIT-LIB PIC X(30).
              05 FILLER PIC X(1).
              05 FSTATS-PRODUIT-NB PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FSTATS-PRODUIT-MONTANT PIC ZZZ,ZZZ,ZZ9.99.
       COPY RUNLNK.
       COPY EDITLNK.
       COPY PRODLNK.
       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.

       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ECARTEES PIC 9(7) VALUE 0.

      * CUMULS PAR CODE PRODUIT ; LE PREMIER POSTE REGROUPE LES
      * LIBELLES NON RATTACHES AU CATALOGUE
       01 WS-CATALOGUE PIC X VALUE 'O'.
           88 WS-CATALOGUE-ABSENT VALUE 'N'.
       01 WS-NB-PRODUITS PIC 9(3) VALUE 1.
       01 WS-TABLE-PRODUITS.
           05 WS-PRD-ENTRY OCCURS 201 TIMES.
               10 WS-PRD-CODE PIC X(6).
               10 WS-PRD-LIBELLE PIC X(30).
               10 WS-PRD-NB PIC 9(7) VALUE 0.
               10 WS-PRD-SOMME PIC 9(12)V9(9) VALUE 0.
       01 WS-PRD-TROUVE PIC X VALUE 'N'.
           88 WS-PRD-EST-TROUVE VALUE 'Y'.
       01 WS-P PIC 9(3).
       01 WS-Q PIC 9(3).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 1 TO WS-DEBUT-GRP
           PERFORM EDITER-GROUPE
               VARYING WS-GRP FROM 1 BY 1 UNTIL WS-GRP > 4
           PERFORM EDITER-PRODUITS
           MOVE SPACES TO FSTATS-REG
           STRING 'TOTAL POLICES ANALYSEES : ' DELIMITED BY SIZE
               WS-NB-PRIMES DELIMITED BY SIZE
           STOP RUN.

       CUMULER-POLICE.
           IF NOT WS-CATALOGUE-ABSENT
               PERFORM CUMULER-PRODUIT
           END-IF
           MOVE ETAT TO WS-ETAT
           EVALUATE TRUE
               WHEN WS-ACTIF
           COMPUTE WS-DEBUT-GRP =
               WS-DEBUT-GRP + WS-GRP-STOCKES(WS-GRP).

      *    RATTACHEMENT DU LIBELLE AU CATALOGUE ET CUMUL PAR CODE
      *    PRODUIT. AU-DELA DE 200 CODES DISTINCTS, LA POLICE EST
      *    COMPTEE AVEC LES NON REFERENCEES.
       CUMULER-PRODUIT.
           MOVE 'L' TO WS-PL-FONCTION
           MOVE LIBELLE-COMMERCIAL-SE TO WS-PL-LIBELLE
           CALL 'PRODLOOK' USING WS-PL-DEMANDE, WS-PL-REPONSE
           IF WS-PL-RETOUR = '16'
               SET WS-CATALOGUE-ABSENT TO TRUE
           ELSE
               MOVE 1 TO WS-P
               IF WS-PL-RETOUR = '00'
                   MOVE 'N' TO WS-PRD-TROUVE
                   PERFORM VARYING WS-Q FROM 2 BY 1
                           UNTIL WS-Q > WS-NB-PRODUITS
                           OR WS-PRD-EST-TROUVE
                       IF WS-PRD-CODE(WS-Q) = WS-PL-CODE
                           MOVE 'Y' TO WS-PRD-TROUVE
                           MOVE WS-Q TO WS-P
                       END-IF
                   END-PERFORM
                   IF NOT WS-PRD-EST-TROUVE
                       IF WS-NB-PRODUITS < 201
                           ADD 1 TO WS-NB-PRODUITS
                           MOVE WS-NB-PRODUITS TO WS-P
                           MOVE WS-PL-CODE TO WS-PRD-CODE(WS-P)
                           MOVE WS-PL-LIBELLE-OFFICIEL
                               TO WS-PRD-LIBELLE(WS-P)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-PRD-NB(WS-P)
               ADD MONTANT TO WS-PRD-SOMME(WS-P)
           END-IF.

      *    BLOC DE REPARTITION PAR CODE PRODUIT
       EDITER-PRODUITS.
           MOVE SPACES TO FSTATS-REG
           MOVE '=== REPARTITION PAR PRODUIT ===' TO FSTATS-REG
           PERFORM ECRIRE-LIGNE-REG
           IF WS-CATALOGUE-ABSENT
               MOVE SPACES TO FSTATS-REG
               MOVE 'Catalogue PRODUITS.txt absent - non editee'
                   TO FSTATS-REG
               PERFORM ECRIRE-LIGNE-REG
           ELSE
               MOVE SPACES TO FSTATS-REG
               STRING 'CODE           LIBELLE OFFICIEL'
                   DELIMITED BY SIZE
                   '               POLICES   PRIME TOTALE'
                   DELIMITED BY SIZE
                   INTO FSTATS-REG
               PERFORM ECRIRE-LIGNE-REG
               PERFORM VARYING WS-P FROM 2 BY 1
                       UNTIL WS-P > WS-NB-PRODUITS
                   MOVE SPACES TO FSTATS-PRODUIT
                   MOVE WS-PRD-CODE(WS-P) TO FSTATS-PRODUIT-CODE
                   MOVE WS-PRD-LIBELLE(WS-P) TO FSTATS-PRODUIT-LIB
                   MOVE WS-PRD-NB(WS-P) TO FSTATS-PRODUIT-NB
                   MOVE WS-PRD-SOMME(WS-P) TO FSTATS-PRODUIT-MONTANT
                   PERFORM ECRIRE-LIGNE-PRODUIT
               END-PERFORM
               IF WS-PRD-NB(1) > 0
                   MOVE SPACES TO FSTATS-PRODUIT
                   MOVE 'NON REFERENCE' TO FSTATS-PRODUIT-CODE
                   MOVE '(voir prodctrl)' TO FSTATS-PRODUIT-LIB
                   MOVE WS-PRD-NB(1) TO FSTATS-PRODUIT-NB
                   MOVE WS-PRD-SOMME(1) TO FSTATS-PRODUIT-MONTANT
                   PERFORM ECRIRE-LIGNE-PRODUIT
               END-IF
           END-IF.

      *    MEDIANE DU GROUPE COURANT DANS LA TABLE TRIEE : ELEMENT
      *    CENTRAL, OU MOYENNE DES DEUX ELEMENTS CENTRAUX SI LE
      *    NOMBRE EST PAIR. LES POLICES AU-DELA DE LA CAPACITE DE LA
                   + WS-PRIME-MONTANT(WS-I + 1)) / 2
           END-IF.

      *    AIGUILLAGE DES QUATRE GABARITS DE LIGNE VERS LE SERVICE
      *    COMMUN D'EDITION EDITREP.
       ECRIRE-LIGNE-REG.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FSTATS-BANDE TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.

       ECRIRE-LIGNE-PRODUIT.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FSTATS-PRODUIT TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.
