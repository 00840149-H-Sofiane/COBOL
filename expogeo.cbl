      * EXPO-GEO-ANOMALIES.txt, comme le fait deja exoassur.
      * L'etat est edite par le service commun EDITREP : bloc de
      * titre date avec numero de passage, pagination et ligne de
      * fin d'etat. Chaque sous-total de region est detaille par
      * code produit du catalogue PRODUITS.txt (rattachement du
      * libelle par PRODLOOK), les libelles non rattaches etant
      * regroupes sous 'NON REFERENCE'.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
              05 FGEO-DETAIL-MONTANT PIC ZZZ,ZZZ,ZZ9.999999999.
       COPY RUNLNK.
       COPY EDITLNK.
       COPY PRODLNK.

       01 WS-EOF-FDEPT PIC X VALUE 'N'.
           88 WS-EOF-FDEPT-REACHED VALUE 'Y'.
                                INDEXED BY WS-REGION-IDX.
               10 WS-REGION-NOM PIC X(26).

      * CODES PRODUIT RENCONTRES ; LE PREMIER POSTE REGROUPE LES
      * LIBELLES NON RATTACHES AU CATALOGUE
       01 WS-CATALOGUE PIC X VALUE 'O'.
           88 WS-CATALOGUE-ABSENT VALUE 'N'.
       01 WS-NB-PRODUITS PIC 9(3) VALUE 1.
       01 WS-TABLE-PRODUITS.
           05 WS-PRD-ENTRY OCCURS 51 TIMES.
               10 WS-PRD-CODE PIC X(6).
               10 WS-PRD-LIBELLE PIC X(24).
       01 WS-PRD-TROUVE PIC X VALUE 'N'.
           88 WS-PRD-EST-TROUVE VALUE 'Y'.

      * CUMULS REGION x PRODUIT, EN PARALLELE DE WS-REGION-TABLE
      * ET DE WS-TABLE-PRODUITS
       01 WS-CUMULS-PRODUIT.
           05 WS-RP-REGION OCCURS 101 TIMES.
               10 WS-RP-PRODUIT OCCURS 51 TIMES.
                   15 WS-RP-NB PIC 9(7) VALUE 0.
                   15 WS-RP-MONTANT PIC 9(12)V9(9) VALUE 0.
       01 WS-P PIC 9(3) VALUE 0.
       01 WS-R PIC 9(3) VALUE 0.

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-DEPT-TROUVE PIC X VALUE 'N'.

           PERFORM CHARGER-REFERENTIEL.

      *    CONSTRUCTION DE LA LISTE DES REGIONS DISTINCTES, AVANT LE
      *    CUMUL POUR LA VENTILATION REGION x PRODUIT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-DEPT-CHARGES
               MOVE 'N' TO WS-DEPT-TROUVE
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEPT-TROUVE
                   WHEN WS-REGION-NOM(WS-REGION-IDX) =
                        WS-DEPT-REGION(WS-I)
                       MOVE 'Y' TO WS-DEPT-TROUVE
               END-SEARCH
               IF NOT WS-DEPT-EST-TROUVE
                   ADD 1 TO WS-NB-REGIONS
                   MOVE WS-DEPT-REGION(WS-I)
                       TO WS-REGION-NOM(WS-NB-REGIONS)
               END-IF
           END-PERFORM.

      *    CUMUL DES POLICES PAR DEPARTEMENT
           OPEN INPUT FPOLICE.
           IF WS-STATUS-FPOLICE NOT = '00'
           WRITE ANOMALIE-TRAILER
           CLOSE FANOMALIES.

      *    EDITION DU RAPPORT A DEUX NIVEAUX REGION / DEPARTEMENT
           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'EXPOSITION-GEO.txt' TO WS-ED-NOM-FICHIER
               MOVE WS-REGION-NB TO FGEO-DETAIL-NB
               MOVE WS-REGION-MONTANT TO FGEO-DETAIL-MONTANT
               PERFORM ECRIRE-LIGNE-DETAIL
               IF NOT WS-CATALOGUE-ABSENT
                   PERFORM EDITER-PRODUITS-REGION
               END-IF
               ADD WS-REGION-NB TO WS-TOTAL-NB
               ADD WS-REGION-MONTANT TO WS-TOTAL-MONTANT
           END-PERFORM
                   SET WS-I TO WS-DEPT-IDX
                   ADD 1 TO WS-CUMUL-NB(WS-I)
                   ADD MONTANT TO WS-CUMUL-MONTANT(WS-I)
                   IF NOT WS-CATALOGUE-ABSENT
                       PERFORM CUMULER-PRODUIT
                   END-IF
               END-IF
           END-IF.

      *    RATTACHEMENT DU LIBELLE AU CATALOGUE ET CUMUL DANS LA
      *    REGION DU DEPARTEMENT WS-I. AU-DELA DE 50 CODES
      *    DISTINCTS, LA POLICE EST COMPTEE AVEC LES NON
      *    REFERENCEES.
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
                   PERFORM VARYING WS-J FROM 2 BY 1
                           UNTIL WS-J > WS-NB-PRODUITS
                           OR WS-PRD-EST-TROUVE
                       IF WS-PRD-CODE(WS-J) = WS-PL-CODE
                           MOVE 'Y' TO WS-PRD-TROUVE
                           MOVE WS-J TO WS-P
                       END-IF
                   END-PERFORM
                   IF NOT WS-PRD-EST-TROUVE AND WS-NB-PRODUITS < 51
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE WS-NB-PRODUITS TO WS-P
                       MOVE WS-PL-CODE TO WS-PRD-CODE(WS-P)
                       MOVE WS-PL-LIBELLE-OFFICIEL
                           TO WS-PRD-LIBELLE(WS-P)
                   END-IF
               END-IF
               MOVE 0 TO WS-R
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-REGIONS OR WS-R > 0
                   IF WS-REGION-NOM(WS-J) = WS-DEPT-REGION(WS-I)
                       MOVE WS-J TO WS-R
                   END-IF
               END-PERFORM
               IF WS-R > 0
                   ADD 1 TO WS-RP-NB(WS-R, WS-P)
                   ADD MONTANT TO WS-RP-MONTANT(WS-R, WS-P)
               END-IF
           END-IF.

      *    DETAIL PAR PRODUIT DE LA REGION WS-J, NON REFERENCEES
      *    EN DERNIER
       EDITER-PRODUITS-REGION.
           PERFORM VARYING WS-P FROM 2 BY 1
                   UNTIL WS-P > WS-NB-PRODUITS
               IF WS-RP-NB(WS-J, WS-P) > 0
                   MOVE SPACES TO FGEO-DETAIL
                   STRING '    ' DELIMITED BY SIZE
                       WS-PRD-CODE(WS-P) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-PRD-LIBELLE(WS-P) DELIMITED BY SIZE
                       INTO FGEO-DETAIL-LIB
                   END-STRING
                   MOVE WS-RP-NB(WS-J, WS-P) TO FGEO-DETAIL-NB
                   MOVE WS-RP-MONTANT(WS-J, WS-P)
                       TO FGEO-DETAIL-MONTANT
                   PERFORM ECRIRE-LIGNE-DETAIL
               END-IF
           END-PERFORM
           IF WS-RP-NB(WS-J, 1) > 0
               MOVE SPACES TO FGEO-DETAIL
               MOVE '    NON REFERENCE' TO FGEO-DETAIL-LIB
               MOVE WS-RP-NB(WS-J, 1) TO FGEO-DETAIL-NB
               MOVE WS-RP-MONTANT(WS-J, 1) TO FGEO-DETAIL-MONTANT
               PERFORM ECRIRE-LIGNE-DETAIL
           END-IF.

      *    CHARGEMENT DE LA TABLE LOCALE VIA LE SOUS-PROGRAMME
      *    DEPTLOOK, SEUL DETENTEUR DU FORMAT DU REFERENTIEL.
       CHARGER-REFERENTIEL.
