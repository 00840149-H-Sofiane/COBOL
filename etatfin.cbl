       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETATFIN.
      * Etats financiers de l'exercice tires du livre : bilan
      * (actif / passif) et compte de resultat (charges /
      * produits), l'exercice N etant lu dans ETATS-PARAM.txt
      * (annee sur 4, a defaut l'annee du passage) et l'exercice
      * N-1 edite en regard. Chaque compte du plan PLAN-COMPTES.txt
      * et chaque compte mouvemente est rattache a une rubrique par
      * la table maintenue ETATS-RUBRIQUES.txt (racine de compte
      * sur 6, etat A actif / P passif / C charges / R produits,
      * ordre d'edition, libelle de rubrique) ; la racine la plus
      * longue l'emporte. Le livre est relu en entier : BILAN.txt
      * plus chaque archive BILAN-ARCHIVE-AAAAMM.txt depuis le mois
      * d'origine (ETATS-PARAM.txt colonnes 6 a 11, a defaut
      * 200001) jusqu'au mois du passage, les mois sans archive
      * etant sautes ; les lignes REPORT A NOUVEAU (890000) ne font
      * que resumer l'historique archive et sont ignorees, comme
      * les a-nouveaux (journal AN) poses par la cloture annuelle
      * bilanexe, l'historique restant relu ligne a ligne. Les
      * postes de bilan sont les soldes cumules au 31/12, ceux du
      * compte de resultat les mouvements de l'annee ; le passif
      * porte le resultat de l'exercice et les resultats anterieurs
      * non affectes. Un compte sans rubrique arrete l'edition :
      * la liste des comptes a rattacher est alors seule ecrite
      * (code retour 16). Un ecart actif / passif donne le code
      * retour 4. Edition dans ETATS-FINANCIERS-AAAA.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "ETATS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FRUBRIQUES ASSIGN TO "ETATS-RUBRIQUES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRUBRIQUES.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FLIVRE ASSIGN TO DYNAMIC WS-NOM-LIVRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIVRE.

           SELECT FETATS ASSIGN TO DYNAMIC WS-NOM-ETATS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FETATS.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 PARAM-ORIGINE PIC X(6).

       FD     FRUBRIQUES
              RECORDING MODE IS F.
       01 RUBRIQUE-REG.
              05 RUBRIQUE-RACINE PIC X(6).
              05 FILLER PIC X(1).
              05 RUBRIQUE-ETAT PIC X(1).
              05 FILLER PIC X(1).
              05 RUBRIQUE-ORDRE PIC X(2).
              05 FILLER PIC X(1).
              05 RUBRIQUE-LIBELLE PIC X(30).

       FD     FPLAN
              RECORDING MODE IS F.
       01 PLAN-REG.
              05 PLAN-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 PLAN-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 PLAN-SENS PIC X(1).

       FD     FLIVRE
              RECORDING MODE IS F.
       01  FENREG.
              05 BILAN-DATE    PIC X(8).
              05 FILLER        PIC X(1).
              05 BILAN-LIBELLE PIC X(20).
              05 FILLER        PIC X(1).
              05 BILAN-DEBIT   PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-CREDIT  PIC 9(7)V99.
              05 FILLER        PIC X(1).
              05 BILAN-COMPTE  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-TVA     PIC X(2).
              05 FILLER        PIC X(1).
              05 BILAN-JOURNAL PIC X(2).

       FD     FETATS
              RECORDING MODE IS F.
       01 ETATS-REG PIC X(80).
       01 ETATS-DETAIL.
              05 ETATS-LIBELLE PIC X(36).
              05 FILLER PIC X(1).
              05 ETATS-MONTANT-N PIC -ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(2).
              05 ETATS-MONTANT-N1 PIC -ZZ,ZZZ,ZZ9.99.
       01 ETATS-ANOMALIE.
              05 ETATS-ANO-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 ETATS-ANO-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 ETATS-ANO-MOTIF PIC X(30).
       01 ETATS-TRAILER.
              05 ETATS-TRAILER-LIB PIC X(20).
              05 ETATS-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRUBRIQUES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIVRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FETATS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FRUBRIQUES PIC X VALUE 'N'.
           88 WS-EOF-FRUBRIQUES-REACHED VALUE 'Y'.
       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FLIVRE PIC X VALUE 'N'.
           88 WS-EOF-FLIVRE-REACHED VALUE 'Y'.
       01 WS-NOM-LIVRE PIC X(40) VALUE SPACES.
       01 WS-NOM-ETATS PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

      * EXERCICE VISE, EXERCICE PRECEDENT ET LEURS BORNES
       01 WS-ANNEE-N PIC 9(4) VALUE 0.
       01 WS-ANNEE-N1 PIC 9(4) VALUE 0.
       01 WS-FIN-N.
           05 WS-FIN-N-AAAA PIC 9(4).
           05 FILLER PIC X(4) VALUE '1231'.
       01 WS-FIN-N1.
           05 WS-FIN-N1-AAAA PIC 9(4).
           05 FILLER PIC X(4) VALUE '1231'.

       01 WS-MOIS-COURANT PIC 9(6) VALUE 200001.
       01 WS-MOIS-DEC REDEFINES WS-MOIS-COURANT.
           05 WS-MC-AAAA PIC 9(4).
           05 WS-MC-MM PIC 9(2).

      * RUBRIQUES D'EDITION ET RACINES DE COMPTES QUI Y MENENT
       01 WS-NB-LIGNES PIC 9(3) VALUE 0.
       01 WS-TABLE-LIGNES.
           05 WS-LIG-ENTRY OCCURS 100 TIMES.
               10 WS-LIG-ETAT PIC X(1).
               10 WS-LIG-ORDRE PIC 9(2).
               10 WS-LIG-LIBELLE PIC X(30).
               10 WS-LIG-MONTANT-N PIC S9(11)V99.
               10 WS-LIG-MONTANT-N1 PIC S9(11)V99.
       01 WS-ECHANGE PIC X(59).
       01 WS-NB-RACINES PIC 9(3) VALUE 0.
       01 WS-TABLE-RACINES.
           05 WS-RAC-ENTRY OCCURS 300 TIMES.
               10 WS-RAC-RACINE PIC X(6).
               10 WS-RAC-LONGUEUR PIC 9(1).
               10 WS-RAC-ETAT PIC X(1).
               10 WS-RAC-ORDRE PIC 9(2).

      * COMPTES DU PLAN ET COMPTES MOUVEMENTES, SOLDES DEBIT MOINS
      * CREDIT CUMULES AU 31/12 ET MOUVEMENTS DE L'ANNEE
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).
               10 WS-CPT-LIBELLE PIC X(25).
               10 WS-CPT-CUMUL-N PIC S9(11)V99.
               10 WS-CPT-CUMUL-N1 PIC S9(11)V99.
               10 WS-CPT-MVT-N PIC S9(11)V99.
               10 WS-CPT-MVT-N1 PIC S9(11)V99.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.

       01 WS-ETAT PIC X(1).
       01 WS-ORDRE PIC 9(2).
       01 WS-LONGUEUR PIC 9(1).
       01 WS-MEILLEURE PIC 9(1).
       01 WS-LIGNE PIC 9(3).
       01 WS-MONTANT PIC S9(11)V99.
       01 WS-I PIC 9(3).
       01 WS-J PIC 9(3).
       01 WS-K PIC 9(3).
       01 WS-L PIC 9(1).

       01 WS-TOTAL-N PIC S9(11)V99.
       01 WS-TOTAL-N1 PIC S9(11)V99.
       01 WS-ACTIF-N PIC S9(11)V99 VALUE 0.
       01 WS-ACTIF-N1 PIC S9(11)V99 VALUE 0.
       01 WS-PASSIF-N PIC S9(11)V99 VALUE 0.
       01 WS-PASSIF-N1 PIC S9(11)V99 VALUE 0.
       01 WS-CHARGES-N PIC S9(11)V99 VALUE 0.
       01 WS-CHARGES-N1 PIC S9(11)V99 VALUE 0.
       01 WS-PRODUITS-N PIC S9(11)V99 VALUE 0.
       01 WS-PRODUITS-N1 PIC S9(11)V99 VALUE 0.
       01 WS-RESULTAT-N PIC S9(11)V99 VALUE 0.
       01 WS-RESULTAT-N1 PIC S9(11)V99 VALUE 0.
       01 WS-ANTERIEURS-N PIC S9(11)V99 VALUE 0.
       01 WS-ANTERIEURS-N1 PIC S9(11)V99 VALUE 0.
       01 WS-ECART-N PIC S9(11)V99 VALUE 0.
       01 WS-ECART-N1 PIC S9(11)V99 VALUE 0.

       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-REPORTS PIC 9(7) VALUE 0.
       01 WS-NB-SANS-RUBRIQUE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'etatfin' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    EXERCICE VISE ET MOIS D'ORIGINE DES ARCHIVES (FACULTATIFS)
           MOVE WS-RUN-YYYYMMDD(1:4) TO WS-ANNEE-N
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                           MOVE PARAM-ANNEE TO WS-ANNEE-N
                       END-IF
                       IF PARAM-ORIGINE IS NUMERIC
                          AND PARAM-ORIGINE(5:2) >= '01'
                          AND PARAM-ORIGINE(5:2) <= '12'
                           MOVE PARAM-ORIGINE TO WS-MOIS-COURANT
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           COMPUTE WS-ANNEE-N1 = WS-ANNEE-N - 1
           MOVE WS-ANNEE-N TO WS-FIN-N-AAAA
           MOVE WS-ANNEE-N1 TO WS-FIN-N1-AAAA
           MOVE SPACES TO WS-NOM-ETATS
           STRING 'ETATS-FINANCIERS-' DELIMITED BY SIZE
               WS-ANNEE-N DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-ETATS

      *    TABLE DES RUBRIQUES
           OPEN INPUT FRUBRIQUES.
           IF WS-STATUS-FRUBRIQUES NOT = '00'
               DISPLAY 'ETATS-RUBRIQUES.txt non disponible - code '
                   'statut ' WS-STATUS-FRUBRIQUES
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FRUBRIQUES-REACHED
               READ FRUBRIQUES
                   AT END
                       SET WS-EOF-FRUBRIQUES-REACHED TO TRUE
                   NOT AT END
                       IF RUBRIQUE-RACINE NOT = SPACES
                          AND RUBRIQUE-ORDRE IS NUMERIC
                          AND (RUBRIQUE-ETAT = 'A' OR 'P'
                               OR 'C' OR 'R')
                           PERFORM CHARGER-RUBRIQUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FRUBRIQUES.

      *    COMPTES DU PLAN
           OPEN INPUT FPLAN.
           IF WS-STATUS-FPLAN NOT = '00'
               DISPLAY 'PLAN-COMPTES.txt non disponible - code '
                   'statut ' WS-STATUS-FPLAN
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FPLAN-REACHED
               READ FPLAN
                   AT END
                       SET WS-EOF-FPLAN-REACHED TO TRUE
                   NOT AT END
                       IF PLAN-COMPTE NOT = SPACES
                           MOVE PLAN-COMPTE TO BILAN-COMPTE
                           PERFORM CHERCHER-COMPTE
                           MOVE PLAN-LIBELLE
                               TO WS-CPT-LIBELLE(WS-CPT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPLAN.

      *    LE LIVRE COURANT PUIS CHAQUE ARCHIVE MENSUELLE DEPUIS
      *    L'ORIGINE (LES MOIS SANS ARCHIVE SONT SAUTES)
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   WS-STATUS-FLIVRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FLIVRE.
           PERFORM CUMULER-FICHIER
           PERFORM UNTIL WS-MOIS-COURANT > WS-RUN-AAAAMM
               MOVE SPACES TO WS-NOM-LIVRE
               STRING 'BILAN-ARCHIVE-' DELIMITED BY SIZE
                   WS-MOIS-COURANT DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-NOM-LIVRE
               PERFORM CUMULER-FICHIER
               IF WS-MC-MM = 12
                   ADD 1 TO WS-MC-AAAA
                   MOVE 1 TO WS-MC-MM
               ELSE
                   ADD 1 TO WS-MC-MM
               END-IF
           END-PERFORM

      *    RATTACHEMENT DE CHAQUE COMPTE A SA RUBRIQUE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               PERFORM RATTACHER-COMPTE
           END-PERFORM

           OPEN OUTPUT FETATS.
           IF WS-NB-SANS-RUBRIQUE > 0
               PERFORM EDITER-SANS-RUBRIQUE
               CLOSE FETATS
               DISPLAY 'Comptes sans rubrique : ' WS-NB-SANS-RUBRIQUE
                   ' - etats non edites (voir ' WS-NOM-ETATS(1:25)
                   ')'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    TRI DES RUBRIQUES PAR ORDRE D'EDITION
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J >= WS-NB-LIGNES
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-LIGNES - WS-J
                   IF WS-LIG-ORDRE(WS-K + 1) < WS-LIG-ORDRE(WS-K)
                       MOVE WS-LIG-ENTRY(WS-K) TO WS-ECHANGE
                       MOVE WS-LIG-ENTRY(WS-K + 1)
                           TO WS-LIG-ENTRY(WS-K)
                       MOVE WS-ECHANGE TO WS-LIG-ENTRY(WS-K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           PERFORM EDITER-BILAN
           PERFORM EDITER-RESULTAT
           CLOSE FETATS.

           DISPLAY 'Fichiers livres lus   : ' WS-NB-FICHIERS
           DISPLAY 'Ecritures lues        : ' WS-NB-LUES
           DISPLAY 'Reports a nouveau     : ' WS-NB-REPORTS
               ' (ignores)'
           DISPLAY 'Comptes rattaches     : ' WS-NB-COMPTES
           DISPLAY 'Resultat exercice     : ' WS-RESULTAT-N
           DISPLAY 'Etats ecrits dans ' WS-NOM-ETATS(1:25)
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-ECART-N NOT = 0 OR WS-ECART-N1 NOT = 0
               DISPLAY 'Ecart actif / passif : ' WS-ECART-N
                   ' / ' WS-ECART-N1
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE LIGNE DE LA TABLE : LA RACINE EST RETENUE AVEC SA
      *    LONGUEUR UTILE, LA RUBRIQUE (ETAT + ORDRE) EST CREEE A
      *    SA PREMIERE APPARITION - PLUSIEURS RACINES PEUVENT Y
      *    MENER.
       CHARGER-RUBRIQUE.
           IF WS-NB-RACINES < 300
               ADD 1 TO WS-NB-RACINES
               MOVE RUBRIQUE-RACINE TO WS-RAC-RACINE(WS-NB-RACINES)
               MOVE RUBRIQUE-ETAT TO WS-RAC-ETAT(WS-NB-RACINES)
               MOVE RUBRIQUE-ORDRE TO WS-RAC-ORDRE(WS-NB-RACINES)
               MOVE 0 TO WS-LONGUEUR
               PERFORM VARYING WS-L FROM 6 BY -1
                       UNTIL WS-L < 1 OR WS-LONGUEUR > 0
                   IF RUBRIQUE-RACINE(WS-L:1) NOT = SPACE
                       MOVE WS-L TO WS-LONGUEUR
                   END-IF
               END-PERFORM
               MOVE WS-LONGUEUR TO WS-RAC-LONGUEUR(WS-NB-RACINES)
               MOVE 'N' TO WS-TROUVE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-LIGNES OR WS-EST-TROUVE
                   IF WS-LIG-ETAT(WS-J) = RUBRIQUE-ETAT
                      AND WS-LIG-ORDRE(WS-J) = RUBRIQUE-ORDRE
                       MOVE 'Y' TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF NOT WS-EST-TROUVE AND WS-NB-LIGNES < 100
                   ADD 1 TO WS-NB-LIGNES
                   MOVE RUBRIQUE-ETAT TO WS-LIG-ETAT(WS-NB-LIGNES)
                   MOVE RUBRIQUE-ORDRE TO WS-LIG-ORDRE(WS-NB-LIGNES)
                   MOVE RUBRIQUE-LIBELLE
                       TO WS-LIG-LIBELLE(WS-NB-LIGNES)
                   MOVE 0 TO WS-LIG-MONTANT-N(WS-NB-LIGNES)
                   MOVE 0 TO WS-LIG-MONTANT-N1(WS-NB-LIGNES)
               END-IF
           END-IF.

      *    POSITIONNE WS-CPT-IDX SUR LE COMPTE BILAN-COMPTE, CREE A
      *    ZERO S'IL N'EST PAS ENCORE CONNU
       CHERCHER-COMPTE.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-COMPTES > 0
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-COMPTES
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = BILAN-COMPTE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-EST-TROUVE AND WS-NB-COMPTES < 500
               ADD 1 TO WS-NB-COMPTES
               SET WS-CPT-IDX TO WS-NB-COMPTES
               MOVE BILAN-COMPTE TO WS-CPT-COMPTE(WS-CPT-IDX)
               MOVE 'Compte hors plan' TO WS-CPT-LIBELLE(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-CUMUL-N(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-CUMUL-N1(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-MVT-N(WS-CPT-IDX)
               MOVE 0 TO WS-CPT-MVT-N1(WS-CPT-IDX)
           END-IF.

      *    CUMULE LE FICHIER DE LIVRE COURANT ; UNE ARCHIVE ABSENTE
      *    EST SIMPLEMENT SAUTEE.
       CUMULER-FICHIER.
           MOVE 'N' TO WS-EOF-FLIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               CONTINUE
           ELSE
               ADD 1 TO WS-NB-FICHIERS
               PERFORM UNTIL WS-EOF-FLIVRE-REACHED
                   READ FLIVRE
                       AT END
                           SET WS-EOF-FLIVRE-REACHED TO TRUE
                       NOT AT END
                           PERFORM CUMULER-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE FLIVRE
           END-IF.

      *    SOLDE CUMULE AU 31/12 DE N ET DE N-1, MOUVEMENT DE
      *    L'ANNEE N ET DE L'ANNEE N-1 ; LE REPORT A NOUVEAU NE
      *    REPREND QUE LE SOLDE DEJA ARCHIVE ET N'EST PAS CUMULE, NI
      *    LES A-NOUVEAUX DE LA CLOTURE D'EXERCICE.
       CUMULER-ECRITURE.
           IF BILAN-COMPTE = '890000'
              OR BILAN-JOURNAL = 'AN'
               ADD 1 TO WS-NB-REPORTS
           ELSE
               IF BILAN-COMPTE NOT = SPACES
                  AND BILAN-DEBIT IS NUMERIC
                  AND BILAN-CREDIT IS NUMERIC
                   ADD 1 TO WS-NB-LUES
                   PERFORM CHERCHER-COMPTE
                   COMPUTE WS-MONTANT = BILAN-DEBIT - BILAN-CREDIT
                   IF BILAN-DATE <= WS-FIN-N
                       ADD WS-MONTANT TO WS-CPT-CUMUL-N(WS-CPT-IDX)
                   END-IF
                   IF BILAN-DATE <= WS-FIN-N1
                       ADD WS-MONTANT TO WS-CPT-CUMUL-N1(WS-CPT-IDX)
                   END-IF
                   IF BILAN-DATE(1:4) = WS-FIN-N(1:4)
                       ADD WS-MONTANT TO WS-CPT-MVT-N(WS-CPT-IDX)
                   END-IF
                   IF BILAN-DATE(1:4) = WS-FIN-N1(1:4)
                       ADD WS-MONTANT TO WS-CPT-MVT-N1(WS-CPT-IDX)
                   END-IF
               END-IF
           END-IF.

      *    LA RACINE LA PLUS LONGUE QUI PREFIXE LE COMPTE DONNE SA
      *    RUBRIQUE. ACTIF ET CHARGES SONT EDITES DEBIT MOINS
      *    CREDIT, PASSIF ET PRODUITS CREDIT MOINS DEBIT ; LES
      *    COMPTES DE GESTION ALIMENTENT AUSSI LES RESULTATS
      *    ANTERIEURS PAR LEUR SOLDE D'AVANT L'EXERCICE.
       RATTACHER-COMPTE.
           MOVE 0 TO WS-MEILLEURE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-RACINES
               MOVE WS-RAC-LONGUEUR(WS-J) TO WS-L
               IF WS-L > WS-MEILLEURE
                  AND WS-CPT-COMPTE(WS-I)(1:WS-L) =
                      WS-RAC-RACINE(WS-J)(1:WS-L)
                   MOVE WS-L TO WS-MEILLEURE
                   MOVE WS-RAC-ETAT(WS-J) TO WS-ETAT
                   MOVE WS-RAC-ORDRE(WS-J) TO WS-ORDRE
               END-IF
           END-PERFORM
           IF WS-MEILLEURE = 0
               ADD 1 TO WS-NB-SANS-RUBRIQUE
           ELSE
               MOVE 0 TO WS-LIGNE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-LIGNES OR WS-LIGNE > 0
                   IF WS-LIG-ETAT(WS-J) = WS-ETAT
                      AND WS-LIG-ORDRE(WS-J) = WS-ORDRE
                       MOVE WS-J TO WS-LIGNE
                   END-IF
               END-PERFORM
               EVALUATE WS-ETAT
                   WHEN 'A'
                       ADD WS-CPT-CUMUL-N(WS-I)
                           TO WS-LIG-MONTANT-N(WS-LIGNE)
                       ADD WS-CPT-CUMUL-N1(WS-I)
                           TO WS-LIG-MONTANT-N1(WS-LIGNE)
                   WHEN 'P'
                       SUBTRACT WS-CPT-CUMUL-N(WS-I)
                           FROM WS-LIG-MONTANT-N(WS-LIGNE)
                       SUBTRACT WS-CPT-CUMUL-N1(WS-I)
                           FROM WS-LIG-MONTANT-N1(WS-LIGNE)
                   WHEN 'C'
                       ADD WS-CPT-MVT-N(WS-I)
                           TO WS-LIG-MONTANT-N(WS-LIGNE)
                       ADD WS-CPT-MVT-N1(WS-I)
                           TO WS-LIG-MONTANT-N1(WS-LIGNE)
                   WHEN 'R'
                       SUBTRACT WS-CPT-MVT-N(WS-I)
                           FROM WS-LIG-MONTANT-N(WS-LIGNE)
                       SUBTRACT WS-CPT-MVT-N1(WS-I)
                           FROM WS-LIG-MONTANT-N1(WS-LIGNE)
               END-EVALUATE
               IF WS-ETAT = 'C' OR WS-ETAT = 'R'
                   COMPUTE WS-ANTERIEURS-N = WS-ANTERIEURS-N
                       - WS-CPT-CUMUL-N(WS-I) + WS-CPT-MVT-N(WS-I)
                   COMPUTE WS-ANTERIEURS-N1 = WS-ANTERIEURS-N1
                       - WS-CPT-CUMUL-N1(WS-I) + WS-CPT-MVT-N1(WS-I)
               END-IF
           END-IF.

      *    LISTE DES COMPTES A RATTACHER AVANT TOUTE EDITION
       EDITER-SANS-RUBRIQUE.
           MOVE SPACES TO ETATS-REG
           STRING 'ETATS FINANCIERS ' DELIMITED BY SIZE
               WS-ANNEE-N DELIMITED BY SIZE
               ' NON EDITES - COMPTES SANS RUBRIQUE'
               DELIMITED BY SIZE
               INTO ETATS-REG
           WRITE ETATS-REG
           MOVE 'A RATTACHER DANS ETATS-RUBRIQUES.txt :' TO ETATS-REG
           WRITE ETATS-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               MOVE 0 TO WS-MEILLEURE
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-NB-RACINES
                   MOVE WS-RAC-LONGUEUR(WS-J) TO WS-L
                   IF WS-CPT-COMPTE(WS-I)(1:WS-L) =
                      WS-RAC-RACINE(WS-J)(1:WS-L)
                       MOVE WS-L TO WS-MEILLEURE
                   END-IF
               END-PERFORM
               IF WS-MEILLEURE = 0
                   MOVE SPACES TO ETATS-ANOMALIE
                   MOVE WS-CPT-COMPTE(WS-I) TO ETATS-ANO-COMPTE
                   MOVE WS-CPT-LIBELLE(WS-I) TO ETATS-ANO-LIBELLE
                   MOVE 'Compte sans rubrique' TO ETATS-ANO-MOTIF
                   WRITE ETATS-ANOMALIE
               END-IF
           END-PERFORM
           MOVE SPACES TO ETATS-TRAILER
           MOVE 'TOTAL SANS RUBR. : ' TO ETATS-TRAILER-LIB
           MOVE WS-NB-SANS-RUBRIQUE TO ETATS-TRAILER-NB
           WRITE ETATS-TRAILER.

      *    BILAN : ACTIF PUIS PASSIF, CE DERNIER COMPLETE DU
      *    RESULTAT DE L'EXERCICE ET DES RESULTATS ANTERIEURS
       EDITER-BILAN.
           MOVE SPACES TO ETATS-REG
           STRING 'ETATS FINANCIERS DE L''EXERCICE '
               DELIMITED BY SIZE
               WS-ANNEE-N DELIMITED BY SIZE
               ' - EDITES LE ' DELIMITED BY SIZE
               WS-RUN-YYYYMMDD DELIMITED BY SIZE
               INTO ETATS-REG
           WRITE ETATS-REG
           MOVE SPACES TO ETATS-REG
           WRITE ETATS-REG
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'BILAN' TO ETATS-LIBELLE
           PERFORM ECRIRE-ENTETE-COLONNES

           MOVE 'ACTIF' TO ETATS-REG
           WRITE ETATS-REG
           MOVE 'A' TO WS-ETAT
           PERFORM EDITER-RUBRIQUES
           MOVE WS-TOTAL-N TO WS-ACTIF-N
           MOVE WS-TOTAL-N1 TO WS-ACTIF-N1
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'TOTAL ACTIF' TO ETATS-LIBELLE
           MOVE WS-ACTIF-N TO ETATS-MONTANT-N
           MOVE WS-ACTIF-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL

           MOVE 'PASSIF' TO ETATS-REG
           WRITE ETATS-REG
           MOVE 'P' TO WS-ETAT
           PERFORM EDITER-RUBRIQUES
           MOVE WS-TOTAL-N TO WS-PASSIF-N
           MOVE WS-TOTAL-N1 TO WS-PASSIF-N1
           MOVE 'C' TO WS-ETAT
           PERFORM CUMULER-RUBRIQUES
           MOVE WS-TOTAL-N TO WS-CHARGES-N
           MOVE WS-TOTAL-N1 TO WS-CHARGES-N1
           MOVE 'R' TO WS-ETAT
           PERFORM CUMULER-RUBRIQUES
           MOVE WS-TOTAL-N TO WS-PRODUITS-N
           MOVE WS-TOTAL-N1 TO WS-PRODUITS-N1
           COMPUTE WS-RESULTAT-N = WS-PRODUITS-N - WS-CHARGES-N
           COMPUTE WS-RESULTAT-N1 = WS-PRODUITS-N1 - WS-CHARGES-N1
           MOVE SPACES TO ETATS-DETAIL
           MOVE '  Resultat de l''exercice' TO ETATS-LIBELLE
           MOVE WS-RESULTAT-N TO ETATS-MONTANT-N
           MOVE WS-RESULTAT-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           MOVE SPACES TO ETATS-DETAIL
           MOVE '  Resultats anterieurs non affectes'
               TO ETATS-LIBELLE
           MOVE WS-ANTERIEURS-N TO ETATS-MONTANT-N
           MOVE WS-ANTERIEURS-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           ADD WS-RESULTAT-N WS-ANTERIEURS-N TO WS-PASSIF-N
           ADD WS-RESULTAT-N1 WS-ANTERIEURS-N1 TO WS-PASSIF-N1
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'TOTAL PASSIF' TO ETATS-LIBELLE
           MOVE WS-PASSIF-N TO ETATS-MONTANT-N
           MOVE WS-PASSIF-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           COMPUTE WS-ECART-N = WS-ACTIF-N - WS-PASSIF-N
           COMPUTE WS-ECART-N1 = WS-ACTIF-N1 - WS-PASSIF-N1
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'ECART ACTIF / PASSIF' TO ETATS-LIBELLE
           MOVE WS-ECART-N TO ETATS-MONTANT-N
           MOVE WS-ECART-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           MOVE SPACES TO ETATS-REG
           WRITE ETATS-REG.

      *    COMPTE DE RESULTAT : CHARGES, PRODUITS, RESULTAT
       EDITER-RESULTAT.
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'COMPTE DE RESULTAT' TO ETATS-LIBELLE
           PERFORM ECRIRE-ENTETE-COLONNES
           MOVE 'CHARGES' TO ETATS-REG
           WRITE ETATS-REG
           MOVE 'C' TO WS-ETAT
           PERFORM EDITER-RUBRIQUES
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'TOTAL CHARGES' TO ETATS-LIBELLE
           MOVE WS-CHARGES-N TO ETATS-MONTANT-N
           MOVE WS-CHARGES-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           MOVE 'PRODUITS' TO ETATS-REG
           WRITE ETATS-REG
           MOVE 'R' TO WS-ETAT
           PERFORM EDITER-RUBRIQUES
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'TOTAL PRODUITS' TO ETATS-LIBELLE
           MOVE WS-PRODUITS-N TO ETATS-MONTANT-N
           MOVE WS-PRODUITS-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL
           MOVE SPACES TO ETATS-DETAIL
           MOVE 'RESULTAT DE L''EXERCICE' TO ETATS-LIBELLE
           MOVE WS-RESULTAT-N TO ETATS-MONTANT-N
           MOVE WS-RESULTAT-N1 TO ETATS-MONTANT-N1
           WRITE ETATS-DETAIL.

      *    TITRE DE L'ETAT (DEJA PLACE DANS ETATS-LIBELLE) AVEC LES
      *    ANNEES EN TETE DE COLONNE
       ECRIRE-ENTETE-COLONNES.
           MOVE ETATS-LIBELLE TO ETATS-REG
           MOVE 'EXERCICE' TO ETATS-REG(39:8)
           MOVE WS-ANNEE-N TO ETATS-REG(48:4)
           MOVE 'EXERCICE' TO ETATS-REG(55:8)
           MOVE WS-ANNEE-N1 TO ETATS-REG(64:4)
           WRITE ETATS-REG.

      *    RUBRIQUES DE L'ETAT WS-ETAT DANS L'ORDRE D'EDITION, AVEC
      *    LEUR TOTAL DANS WS-TOTAL-N / WS-TOTAL-N1
       EDITER-RUBRIQUES.
           MOVE 0 TO WS-TOTAL-N
           MOVE 0 TO WS-TOTAL-N1
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-LIGNES
               IF WS-LIG-ETAT(WS-J) = WS-ETAT
                   MOVE SPACES TO ETATS-DETAIL
                   MOVE WS-LIG-LIBELLE(WS-J) TO ETATS-LIBELLE(3:30)
                   MOVE WS-LIG-MONTANT-N(WS-J) TO ETATS-MONTANT-N
                   MOVE WS-LIG-MONTANT-N1(WS-J) TO ETATS-MONTANT-N1
                   WRITE ETATS-DETAIL
                   ADD WS-LIG-MONTANT-N(WS-J) TO WS-TOTAL-N
                   ADD WS-LIG-MONTANT-N1(WS-J) TO WS-TOTAL-N1
               END-IF
           END-PERFORM.

       CUMULER-RUBRIQUES.
           MOVE 0 TO WS-TOTAL-N
           MOVE 0 TO WS-TOTAL-N1
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-LIGNES
               IF WS-LIG-ETAT(WS-J) = WS-ETAT
                   ADD WS-LIG-MONTANT-N(WS-J) TO WS-TOTAL-N
                   ADD WS-LIG-MONTANT-N1(WS-J) TO WS-TOTAL-N1
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
