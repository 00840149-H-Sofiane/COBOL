       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCONSO.
      * Consolidation nocturne des courriers imprimes du jour : les
      * fichiers d'impression des programmes de courrier (avis de
      * renouvellement, relances, attestations, conditions
      * particulieres, avis d'echeance, releves annuels) sont
      * decoupes en lettres (chaque lettre commence par une ligne
      * de '=' et porte la ligne 'Adherent MUNA : '), puis les
      * lettres d'un meme adherent sont regroupees sous un seul pli
      * et les plis tries par code postal (ADHERENTS.IDX) pour la
      * remise tarifaire de La Poste. IMPRESSION-CONSOLIDEE.txt est
      * le seul fichier envoye a l'imprimante ; chaque pli y est
      * annonce par une ligne PLI. MANIFESTE-COURRIER.txt donne le
      * detail des plis (lettres, pages, poids, classe de poids) et
      * le recapitulatif par type de courrier pour La Poste et la
      * repartition des frais d'affranchissement. Les lettres
      * d'adherents absents du fichier (deja listees dans
      * LETTRES-SANS-ADRESSE.txt) ne sont pas mises sous pli. Un
      * fichier consolide est renomme en .IMPRIME pour ne pas etre
      * imprime deux fois. Code retour 4 quand des lettres restent
      * hors pli ou ont ete tronquees.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLETTRE ASSIGN TO DYNAMIC WS-NOM-FICHIER
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLETTRE.

           SELECT FADHERENTS ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADHERENTS.

           SELECT FLIG ASSIGN TO "IMPCONSO-LIGNES.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIG.

           SELECT FLIGT ASSIGN TO "IMPCONSO-LIGNES-TRIEES.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIGT.

           SELECT FTRI ASSIGN TO "IMPCONSO-TRAVAIL.TRI".

           SELECT FIMPR ASSIGN TO "IMPRESSION-CONSOLIDEE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FIMPR.

           SELECT FMANIF ASSIGN TO "MANIFESTE-COURRIER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FMANIF.
       DATA DIVISION.
       FILE SECTION.
       FD     FLETTRE
              RECORDING MODE IS F.
       01 LETTRE-REG PIC X(110).

       FD     FADHERENTS
              RECORDING MODE IS F.
       COPY ADHREC.

      * UNE LIGNE DE LETTRE AVEC SA CLE DE TRI : CODE POSTAL, MUNA,
      * TYPE DE COURRIER, NUMERO DE LETTRE ET DE LIGNE
       FD     FLIG
              RECORDING MODE IS F.
       01 LIG-REG.
              05 LIG-CP PIC X(5).
              05 LIG-MUNA PIC X(8).
              05 LIG-ORDRE PIC 9(1).
              05 LIG-NO-LETTRE PIC 9(7).
              05 LIG-NO-LIGNE PIC 9(4).
              05 LIG-TYPE PIC X(2).
              05 LIG-TEXTE PIC X(110).

       FD     FLIGT
              RECORDING MODE IS F.
       01 LIGT-REG.
              05 LIGT-CP PIC X(5).
              05 LIGT-MUNA PIC X(8).
              05 LIGT-ORDRE PIC 9(1).
              05 LIGT-NO-LETTRE PIC 9(7).
              05 LIGT-NO-LIGNE PIC 9(4).
              05 LIGT-TYPE PIC X(2).
              05 LIGT-TEXTE PIC X(110).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CP PIC X(5).
              05 TRI-MUNA PIC X(8).
              05 TRI-ORDRE PIC 9(1).
              05 TRI-NO-LETTRE PIC 9(7).
              05 TRI-NO-LIGNE PIC 9(4).
              05 FILLER PIC X(112).

       FD     FIMPR
              RECORDING MODE IS F.
       01 FIMPR-REG PIC X(110).

       FD     FMANIF
              RECORDING MODE IS F.
       01 MANIF-LIGNE PIC X(110).
       01 MANIF-PLI.
              05 MANIF-PLI-NO PIC 9(6).
              05 FILLER PIC X(1).
              05 MANIF-PLI-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 MANIF-PLI-CP PIC X(5).
              05 FILLER PIC X(1).
              05 MANIF-PLI-LETTRES PIC ZZ9.
              05 FILLER PIC X(1).
              05 MANIF-PLI-PAGES PIC ZZZ9.
              05 FILLER PIC X(1).
              05 MANIF-PLI-POIDS PIC ZZZ9.
              05 MANIF-PLI-UNITE PIC X(1).
              05 FILLER PIC X(1).
              05 MANIF-PLI-CLASSE PIC X(5).
              05 FILLER PIC X(1).
              05 MANIF-PLI-TYPES PIC X(18).
       01 MANIF-TYPE.
              05 MANIF-TYPE-CODE PIC X(2).
              05 FILLER PIC X(1).
              05 MANIF-TYPE-LIBELLE PIC X(25).
              05 FILLER PIC X(1).
              05 MANIF-TYPE-LETTRES PIC ZZZZZ9.
              05 FILLER PIC X(1).
              05 MANIF-TYPE-PAGES PIC ZZZZZ9.
              05 MANIF-TYPE-CLASSES OCCURS 5 TIMES.
                  10 FILLER PIC X(1).
                  10 MANIF-TYPE-NB PIC ZZZZZ9.
       01 MANIF-TRAILER.
              05 MANIF-TRAILER-LIB PIC X(20).
              05 MANIF-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FLETTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADHERENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIG PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIGT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FIMPR PIC X(02) VALUE SPACES.
       77 WS-STATUS-FMANIF PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       01 WS-ADH-TROUVE PIC X VALUE 'N'.
           88 WS-ADH-EST-TROUVE VALUE 'Y'.

       01 WS-EOF-FLETTRE PIC X VALUE 'N'.
           88 WS-EOF-FLETTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FLIGT PIC X VALUE 'N'.
           88 WS-EOF-FLIGT-REACHED VALUE 'Y'.
       01 WS-NOM-FICHIER PIC X(40) VALUE SPACES.
       01 WS-COMMANDE PIC X(80).

      * FICHIERS D'IMPRESSION CONSOLIDES, DANS L'ORDRE DES LETTRES
      * SOUS LE PLI : NOM, NOM APRES CONSOLIDATION, TYPE, LIBELLE
       01 WS-SOURCES-VAL.
           05 FILLER PIC X(30) VALUE 'AVIS-RENOUVELLEMENT.txt'.
           05 FILLER PIC X(35) VALUE 'AVIS-RENOUVELLEMENT.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'RN'.
           05 FILLER PIC X(25) VALUE 'Avis de renouvellement'.
           05 FILLER PIC X(30) VALUE 'LETTRES-RELANCE.txt'.
           05 FILLER PIC X(35) VALUE 'LETTRES-RELANCE.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'RL'.
           05 FILLER PIC X(25) VALUE 'Relance / mise en demeure'.
           05 FILLER PIC X(30) VALUE 'ATTESTATIONS.txt'.
           05 FILLER PIC X(35) VALUE 'ATTESTATIONS.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'AT'.
           05 FILLER PIC X(25) VALUE 'Attestation d assurance'.
           05 FILLER PIC X(30) VALUE 'CONDITIONS-PARTICULIERES.txt'.
           05 FILLER PIC X(35)
               VALUE 'CONDITIONS-PARTICULIERES.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'CP'.
           05 FILLER PIC X(25) VALUE 'Conditions particulieres'.
           05 FILLER PIC X(30) VALUE 'AVIS-ECHEANCE.txt'.
           05 FILLER PIC X(35) VALUE 'AVIS-ECHEANCE.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'AE'.
           05 FILLER PIC X(25) VALUE 'Avis d echeance'.
           05 FILLER PIC X(30) VALUE 'RELEVES-ANNUELS.txt'.
           05 FILLER PIC X(35) VALUE 'RELEVES-ANNUELS.IMPRIME'.
           05 FILLER PIC X(2) VALUE 'RA'.
           05 FILLER PIC X(25) VALUE 'Releve de compte annuel'.
       01 WS-SOURCES REDEFINES WS-SOURCES-VAL.
           05 WS-SRC-ENTRY OCCURS 6 TIMES.
               10 WS-SRC-FICHIER PIC X(30).
               10 WS-SRC-ARCHIVE PIC X(35).
               10 WS-SRC-TYPE PIC X(2).
               10 WS-SRC-LIBELLE PIC X(25).
       01 WS-NB-SOURCES PIC 9(1) VALUE 6.
       01 WS-S PIC 9(1) VALUE 0.

      * CUMULS PAR TYPE DE COURRIER ; LES LETTRES SONT AUSSI
      * VENTILEES PAR CLASSE DE POIDS DU PLI QUI LES PORTE
       01 WS-TYPES.
           05 WS-TYP-ENTRY OCCURS 6 TIMES.
               10 WS-TYP-LU PIC X(1).
               10 WS-TYP-LETTRES PIC 9(6).
               10 WS-TYP-PAGES PIC 9(6).
               10 WS-TYP-CLASSE OCCURS 5 TIMES PIC 9(6).

      * CLASSES DE POIDS DES PLIS : POIDS MAXIMUM EN GRAMMES ET
      * LIBELLE ; LA DERNIERE CLASSE PREND TOUT CE QUI DEPASSE
       01 WS-CLASSES-VAL.
           05 FILLER PIC 9(4) VALUE 20.
           05 FILLER PIC X(5) VALUE '20G'.
           05 FILLER PIC 9(4) VALUE 50.
           05 FILLER PIC X(5) VALUE '50G'.
           05 FILLER PIC 9(4) VALUE 100.
           05 FILLER PIC X(5) VALUE '100G'.
           05 FILLER PIC 9(4) VALUE 250.
           05 FILLER PIC X(5) VALUE '250G'.
           05 FILLER PIC 9(4) VALUE 9999.
           05 FILLER PIC X(5) VALUE '+250G'.
       01 WS-CLASSES REDEFINES WS-CLASSES-VAL.
           05 WS-CLA-ENTRY OCCURS 5 TIMES.
               10 WS-CLA-MAX PIC 9(4).
               10 WS-CLA-LIBELLE PIC X(5).
       01 WS-CLA-PLIS-TABLE.
           05 WS-CLA-PLIS OCCURS 5 TIMES PIC 9(6) VALUE 0.
       01 WS-C PIC 9(1) VALUE 0.

      * UNE PAGE IMPRIMEE = 60 LIGNES, UNE FEUILLE PAR PAGE ; UNE
      * FEUILLE PESE 5 G, L'ENVELOPPE 5 G
       01 WS-LIGNES-PAGE PIC 9(3) VALUE 60.
       01 WS-POIDS-FEUILLE PIC 9(2) VALUE 5.
       01 WS-POIDS-ENVELOPPE PIC 9(2) VALUE 5.

      * LETTRE EN COURS DE LECTURE DANS UN FICHIER D'IMPRESSION
       01 WS-NB-TAMPON PIC 9(3) VALUE 0.
       01 WS-TAMPON.
           05 WS-TAMPON-LIGNE OCCURS 500 TIMES PIC X(110).
       01 WS-TAMPON-MUNA PIC X(8) VALUE SPACES.
       01 WS-TAMPON-TRONQUE PIC X VALUE 'N'.
       01 WS-L PIC 9(3) VALUE 0.
       01 WS-NO-LETTRE PIC 9(7) VALUE 0.

      * PLI ET LETTRE EN COURS DE MISE SOUS PLI
       01 WS-PLI-CP PIC X(5) VALUE SPACES.
       01 WS-PLI-MUNA PIC X(8) VALUE SPACES.
       01 WS-PLI-LETTRES PIC 9(3) VALUE 0.
       01 WS-PLI-PAGES PIC 9(4) VALUE 0.
       01 WS-PLI-POIDS PIC 9(4) VALUE 0.
       01 WS-PLI-TYPES PIC X(18) VALUE SPACES.
       01 WS-PLI-PTR PIC 9(2) VALUE 1.
       01 WS-PLI-PAR-TYPE.
           05 WS-PLI-TYP-LETTRES OCCURS 6 TIMES PIC 9(3).
           05 WS-PLI-TYP-PAGES OCCURS 6 TIMES PIC 9(4).
       01 WS-LETTRE-COURANTE PIC 9(7) VALUE 0.
       01 WS-LETTRE-ORDRE PIC 9(1) VALUE 0.
       01 WS-LETTRE-LIGNES PIC 9(4) VALUE 0.
       01 WS-LETTRE-PAGES PIC 9(4) VALUE 0.
       01 WS-RESTE PIC 9(3) VALUE 0.
       01 WS-POS PIC 9(3) VALUE 0.

       01 WS-NB-LETTRES PIC 9(7) VALUE 0.
       01 WS-NB-PLIS PIC 9(6) VALUE 0.
       01 WS-NB-PAGES PIC 9(7) VALUE 0.
       01 WS-NB-HORS-PLI PIC 9(7) VALUE 0.
       01 WS-NB-TRONQUEES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'impconso' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    SANS LE FICHIER DES ADHERENTS AUCUN PLI NE PEUT ETRE TRIE
           PERFORM OUVRIR-ADHERENTS
           INITIALIZE WS-TYPES

      *    DECOUPAGE DES FICHIERS D'IMPRESSION EN LETTRES
           OPEN OUTPUT FLIG.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SOURCES
               PERFORM LIRE-SOURCE
           END-PERFORM
           CLOSE FLIG.
           CLOSE FADHERENTS.

           SORT FTRI ON ASCENDING KEY TRI-CP TRI-MUNA TRI-ORDRE
               TRI-NO-LETTRE TRI-NO-LIGNE
               USING FLIG GIVING FLIGT.

      *    MISE SOUS PLI : UN PLI PAR ADHERENT, DANS L'ORDRE DES
      *    CODES POSTAUX
           OPEN INPUT FLIGT.
           OPEN OUTPUT FIMPR.
           OPEN OUTPUT FMANIF.
           PERFORM ECRIRE-ENTETE-PLIS
           PERFORM UNTIL WS-EOF-FLIGT-REACHED
               READ FLIGT
                   AT END
                       SET WS-EOF-FLIGT-REACHED TO TRUE
                   NOT AT END
                       IF LIGT-CP NOT = WS-PLI-CP
                          OR LIGT-MUNA NOT = WS-PLI-MUNA
                           IF WS-NB-PLIS > 0
                               PERFORM TERMINER-LETTRE
                               PERFORM TERMINER-PLI
                           END-IF
                           PERFORM COMMENCER-PLI
                       ELSE
                           IF LIGT-NO-LETTRE NOT = WS-LETTRE-COURANTE
                               PERFORM TERMINER-LETTRE
                               PERFORM COMMENCER-LETTRE
                           END-IF
                       END-IF
                       MOVE LIGT-TEXTE TO FIMPR-REG
                       WRITE FIMPR-REG
                       ADD 1 TO WS-LETTRE-LIGNES
               END-READ
           END-PERFORM.
           IF WS-NB-PLIS > 0
               PERFORM TERMINER-LETTRE
               PERFORM TERMINER-PLI
           END-IF
           CLOSE FLIGT.
           CLOSE FIMPR.

           PERFORM ECRIRE-RECAPITULATIF
           MOVE SPACES TO MANIF-TRAILER
           MOVE 'TOTAL PLIS : ' TO MANIF-TRAILER-LIB
           MOVE WS-NB-PLIS TO MANIF-TRAILER-NB
           WRITE MANIF-TRAILER
           CLOSE FMANIF.

      *    UN FICHIER CONSOLIDE N'EST PLUS REPRIS LE LENDEMAIN
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SOURCES
               IF WS-TYP-LU(WS-S) = 'O'
                   MOVE SPACES TO WS-COMMANDE
                   STRING 'mv ' DELIMITED BY SIZE
                       WS-SRC-FICHIER(WS-S) DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-SRC-ARCHIVE(WS-S) DELIMITED BY SPACE
                       INTO WS-COMMANDE
                   CALL 'SYSTEM' USING WS-COMMANDE
               END-IF
           END-PERFORM

           DISPLAY 'Lettres mises sous pli : ' WS-NB-LETTRES
           DISPLAY 'Plis                   : ' WS-NB-PLIS
               ' (voir IMPRESSION-CONSOLIDEE.txt)'
           DISPLAY 'Pages                  : ' WS-NB-PAGES
           DISPLAY 'Lettres hors pli       : ' WS-NB-HORS-PLI
               ' (adherent absent de ADHERENTS.IDX)'
           DISPLAY 'Lettres tronquees      : ' WS-NB-TRONQUEES
           DISPLAY 'Manifeste              : MANIFESTE-COURRIER.txt'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-HORS-PLI > 0 OR WS-NB-TRONQUEES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       OUVRIR-ADHERENTS.
           OPEN INPUT FADHERENTS.
           IF WS-STATUS-FADHERENTS NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADHERENTS
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF.

      *    UN FICHIER ABSENT VEUT DIRE QUE LE PROGRAMME N'A RIEN
      *    PRODUIT (OU N'A PAS TOURNE) CE JOUR
       LIRE-SOURCE.
           MOVE WS-SRC-FICHIER(WS-S) TO WS-NOM-FICHIER
           MOVE 'N' TO WS-EOF-FLETTRE
           OPEN INPUT FLETTRE
           IF WS-STATUS-FLETTRE NOT = '00'
               DISPLAY WS-SRC-FICHIER(WS-S) ' absent - ignore'
           ELSE
               MOVE 'O' TO WS-TYP-LU(WS-S)
               MOVE 0 TO WS-NB-TAMPON
               MOVE SPACES TO WS-TAMPON-MUNA
               MOVE 'N' TO WS-TAMPON-TRONQUE
               PERFORM UNTIL WS-EOF-FLETTRE-REACHED
                   READ FLETTRE
                       AT END
                           SET WS-EOF-FLETTRE-REACHED TO TRUE
                       NOT AT END
                           IF LETTRE-REG(1:10) = ALL '='
                               PERFORM VIDER-TAMPON
                           END-IF
                           PERFORM EMPILER-LIGNE
                   END-READ
               END-PERFORM
               PERFORM VIDER-TAMPON
               CLOSE FLETTRE
           END-IF.

       EMPILER-LIGNE.
           IF LETTRE-REG(1:16) = 'Adherent MUNA : '
               MOVE LETTRE-REG(17:8) TO WS-TAMPON-MUNA
           END-IF
           IF WS-NB-TAMPON < 500
               ADD 1 TO WS-NB-TAMPON
               MOVE LETTRE-REG TO WS-TAMPON-LIGNE(WS-NB-TAMPON)
           ELSE
               MOVE 'O' TO WS-TAMPON-TRONQUE
           END-IF.

      *    UN BLOC SANS LIGNE MUNA EST LA PAGE RECAPITULATIVE DU
      *    PROGRAMME : IL N'EST PAS MIS SOUS PLI
       VIDER-TAMPON.
           IF WS-NB-TAMPON > 0 AND WS-TAMPON-MUNA NOT = SPACES
               MOVE 'N' TO WS-ADH-TROUVE
               IF WS-TAMPON-MUNA IS NUMERIC
                   MOVE WS-TAMPON-MUNA TO ADH-FILE-MUNA
                   READ FADHERENTS
                       INVALID KEY
                           MOVE 'N' TO WS-ADH-TROUVE
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-ADH-TROUVE
                   END-READ
               END-IF
               IF WS-ADH-EST-TROUVE
                   ADD 1 TO WS-NO-LETTRE
                   IF WS-TAMPON-TRONQUE = 'O'
                       ADD 1 TO WS-NB-TRONQUEES
                       DISPLAY 'Lettre tronquee a 500 lignes : MUNA '
                           WS-TAMPON-MUNA ' ' WS-SRC-FICHIER(WS-S)
                   END-IF
                   PERFORM VARYING WS-L FROM 1 BY 1
                           UNTIL WS-L > WS-NB-TAMPON
                       MOVE ADH-FILE-CP TO LIG-CP
                       MOVE WS-TAMPON-MUNA TO LIG-MUNA
                       MOVE WS-S TO LIG-ORDRE
                       MOVE WS-NO-LETTRE TO LIG-NO-LETTRE
                       MOVE WS-L TO LIG-NO-LIGNE
                       MOVE WS-SRC-TYPE(WS-S) TO LIG-TYPE
                       MOVE WS-TAMPON-LIGNE(WS-L) TO LIG-TEXTE
                       WRITE LIG-REG
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-NB-HORS-PLI
               END-IF
           END-IF
           MOVE 0 TO WS-NB-TAMPON
           MOVE SPACES TO WS-TAMPON-MUNA
           MOVE 'N' TO WS-TAMPON-TRONQUE.

       COMMENCER-PLI.
           ADD 1 TO WS-NB-PLIS
           MOVE LIGT-CP TO WS-PLI-CP
           MOVE LIGT-MUNA TO WS-PLI-MUNA
           MOVE 0 TO WS-PLI-LETTRES
           MOVE 0 TO WS-PLI-PAGES
           INITIALIZE WS-PLI-PAR-TYPE
           MOVE SPACES TO FIMPR-REG
           STRING 'PLI ' DELIMITED BY SIZE
               WS-NB-PLIS DELIMITED BY SIZE
               '  MUNA ' DELIMITED BY SIZE
               WS-PLI-MUNA DELIMITED BY SIZE
               '  CP ' DELIMITED BY SIZE
               WS-PLI-CP DELIMITED BY SIZE
               INTO FIMPR-REG
           WRITE FIMPR-REG
           PERFORM COMMENCER-LETTRE.

       COMMENCER-LETTRE.
           MOVE LIGT-NO-LETTRE TO WS-LETTRE-COURANTE
           MOVE LIGT-ORDRE TO WS-LETTRE-ORDRE
           MOVE 0 TO WS-LETTRE-LIGNES.

      *    PAGES DE LA LETTRE = LIGNES / 60 ARRONDI AU-DESSUS
       TERMINER-LETTRE.
           DIVIDE WS-LETTRE-LIGNES BY WS-LIGNES-PAGE
               GIVING WS-LETTRE-PAGES REMAINDER WS-RESTE
           IF WS-RESTE > 0 OR WS-LETTRE-PAGES = 0
               ADD 1 TO WS-LETTRE-PAGES
           END-IF
           ADD 1 TO WS-NB-LETTRES
           ADD 1 TO WS-PLI-LETTRES
           ADD WS-LETTRE-PAGES TO WS-PLI-PAGES
           ADD 1 TO WS-PLI-TYP-LETTRES(WS-LETTRE-ORDRE)
           ADD WS-LETTRE-PAGES TO WS-PLI-TYP-PAGES(WS-LETTRE-ORDRE).

      *    POIDS ET CLASSE DU PLI, LIGNE DU MANIFESTE ET CUMULS PAR
      *    TYPE DE COURRIER
       TERMINER-PLI.
           COMPUTE WS-PLI-POIDS = WS-POIDS-ENVELOPPE
               + WS-PLI-PAGES * WS-POIDS-FEUILLE
           MOVE 1 TO WS-C
           PERFORM UNTIL WS-C = 5
                   OR WS-PLI-POIDS NOT > WS-CLA-MAX(WS-C)
               ADD 1 TO WS-C
           END-PERFORM
           ADD 1 TO WS-CLA-PLIS(WS-C)
           ADD WS-PLI-PAGES TO WS-NB-PAGES
           MOVE SPACES TO WS-PLI-TYPES
           MOVE 1 TO WS-PLI-PTR
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SOURCES
               IF WS-PLI-TYP-LETTRES(WS-S) > 0
                   ADD WS-PLI-TYP-LETTRES(WS-S)
                       TO WS-TYP-LETTRES(WS-S)
                   ADD WS-PLI-TYP-PAGES(WS-S) TO WS-TYP-PAGES(WS-S)
                   ADD WS-PLI-TYP-LETTRES(WS-S)
                       TO WS-TYP-CLASSE(WS-S, WS-C)
                   STRING WS-SRC-TYPE(WS-S) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       INTO WS-PLI-TYPES WITH POINTER WS-PLI-PTR
               END-IF
           END-PERFORM
           MOVE SPACES TO MANIF-PLI
           MOVE WS-NB-PLIS TO MANIF-PLI-NO
           MOVE WS-PLI-MUNA TO MANIF-PLI-MUNA
           MOVE WS-PLI-CP TO MANIF-PLI-CP
           MOVE WS-PLI-LETTRES TO MANIF-PLI-LETTRES
           MOVE WS-PLI-PAGES TO MANIF-PLI-PAGES
           MOVE WS-PLI-POIDS TO MANIF-PLI-POIDS
           MOVE 'g' TO MANIF-PLI-UNITE
           MOVE WS-CLA-LIBELLE(WS-C) TO MANIF-PLI-CLASSE
           MOVE WS-PLI-TYPES TO MANIF-PLI-TYPES
           WRITE MANIF-PLI.

       ECRIRE-ENTETE-PLIS.
           MOVE SPACES TO MANIF-LIGNE
           MOVE 'MANIFESTE DES PLIS DU JOUR' TO MANIF-LIGNE
           WRITE MANIF-LIGNE
           MOVE SPACES TO MANIF-LIGNE
           MOVE 'Pli' TO MANIF-LIGNE(1:3)
           MOVE 'MUNA' TO MANIF-LIGNE(8:4)
           MOVE 'CP' TO MANIF-LIGNE(17:2)
           MOVE 'Let' TO MANIF-LIGNE(23:3)
           MOVE 'Pag' TO MANIF-LIGNE(28:3)
           MOVE 'Poids' TO MANIF-LIGNE(32:5)
           MOVE 'Class' TO MANIF-LIGNE(38:5)
           MOVE 'Types' TO MANIF-LIGNE(44:5)
           WRITE MANIF-LIGNE.

      *    PAR TYPE : LETTRES, PAGES ET LETTRES PAR CLASSE DE POIDS
      *    DU PLI ; LA LIGNE PLIS DONNE LE NOMBRE DE PLIS PAR CLASSE
       ECRIRE-RECAPITULATIF.
           MOVE SPACES TO MANIF-LIGNE
           WRITE MANIF-LIGNE
           MOVE 'RECAPITULATIF PAR TYPE DE COURRIER' TO MANIF-LIGNE
           WRITE MANIF-LIGNE
           MOVE SPACES TO MANIF-LIGNE
           MOVE 'Type' TO MANIF-LIGNE(1:4)
           MOVE 'Lettres' TO MANIF-LIGNE(29:7)
           MOVE 'Pages' TO MANIF-LIGNE(38:5)
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               COMPUTE WS-POS = 38 + WS-C * 7
               MOVE WS-CLA-LIBELLE(WS-C) TO MANIF-LIGNE(WS-POS:5)
           END-PERFORM
           WRITE MANIF-LIGNE
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-SOURCES
               MOVE SPACES TO MANIF-TYPE
               MOVE WS-SRC-TYPE(WS-S) TO MANIF-TYPE-CODE
               MOVE WS-SRC-LIBELLE(WS-S) TO MANIF-TYPE-LIBELLE
               MOVE WS-TYP-LETTRES(WS-S) TO MANIF-TYPE-LETTRES
               MOVE WS-TYP-PAGES(WS-S) TO MANIF-TYPE-PAGES
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
                   MOVE WS-TYP-CLASSE(WS-S, WS-C)
                       TO MANIF-TYPE-NB(WS-C)
               END-PERFORM
               WRITE MANIF-TYPE
           END-PERFORM
           MOVE SPACES TO MANIF-TYPE
           MOVE '**' TO MANIF-TYPE-CODE
           MOVE 'Plis' TO MANIF-TYPE-LIBELLE
           MOVE WS-NB-LETTRES TO MANIF-TYPE-LETTRES
           MOVE WS-NB-PAGES TO MANIF-TYPE-PAGES
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 5
               MOVE WS-CLA-PLIS(WS-C) TO MANIF-TYPE-NB(WS-C)
           END-PERFORM
           WRITE MANIF-TYPE.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
