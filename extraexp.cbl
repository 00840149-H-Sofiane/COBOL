       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAEXP.
      * Export de nuit pour l'espace adherent de l'extranet : pour
      * chaque adherent de ADHERENTS.IDX, EXTRANET-EXPORT.csv porte
      * un bloc de lignes delimitees par des points-virgules, triees
      * sur le MUNA, que l'equipe web charge telles quelles. Chaque
      * ligne commence par le MUNA puis le type d'enregistrement :
      *   muna;ADH;nom;adresse1;adresse2;cp;ville;canal;courriel
      *   muna;POL;identifiant;libelle;etat;debut;fin;prime
      *   muna;APP;identifiant;periode;montant appele
      *   muna;ARR;identifiant;periode;du;recu;reste;age en mois
      *   muna;REN;identifiant;fin d'effet;statut de suivi
      * Les polices et leurs dates de couverture viennent de
      * ASSURANCES.IDX, les appels de primes de
      * ECHEANCES-APPELEES.txt (ECHEANCIER.txt a defaut, comme pour
      * encaisse), les arrieres de ARRIERES.txt et les
      * renouvellements encore ouverts (A-CONTACTER ou RELANCE) de
      * SUIVI-RENOUVELLEMENTS.txt. Les champs sont debarrasses de
      * leurs blancs et mis entre guillemets s'ils contiennent le
      * separateur, comme dans csvexport. Une ligne dont le MUNA n'a
      * pas de fiche adherent n'a pas de compte extranet en face :
      * elle est ecartee et comptee.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FASSUIDX ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FAPPELS ASSIGN TO DYNAMIC WS-NOM-APPELS
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FARRIERES ASSIGN TO "ARRIERES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FARRIERES.

           SELECT FSUIVI ASSIGN TO "SUIVI-RENOUVELLEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSUIVI.

           SELECT FTRAVAIL ASSIGN TO "EXTRANET-EXPORT.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRAVAIL.

           SELECT FTRI ASSIGN TO "EXTRANET-TRAVAIL.TRI".

           SELECT FEXPORT ASSIGN TO "EXTRANET-EXPORT.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXPORT.
       DATA DIVISION.
       FILE SECTION.
       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FASSUIDX
              RECORDING MODE IS F.
       01 ASSUIDX-REG.
              05 ASSUIDX-KEY.
                  10 ASSUIDX-MUNA PIC 9(8).
                  10 ASSUIDX-IDENTIFIANT PIC X(14).
              05 ASSUIDX-LIBELLE PIC X(101).
              05 ASSUIDX-ETAT PIC X(10).
              05 ASSUIDX-DEBUT-EFFET PIC X(8).
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

      * MEME FORMAT QUE ECHEANCIER.txt
       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG.
              05 APP-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 APP-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 APP-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 APP-MONTANT PIC X(15).

       FD     FARRIERES
              RECORDING MODE IS F.
       01 ARR-REG.
              05 ARR-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 ARR-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 ARR-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 ARR-DU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RECU PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-RESTE PIC X(10).
              05 FILLER PIC X(1).
              05 ARR-AGE PIC X(4).
              05 ARR-AGE-LIB PIC X(5).

       FD     FSUIVI
              RECORDING MODE IS F.
       01 SUIVI-REG.
              05 SUIVI-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 SUIVI-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SUIVI-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 SUIVI-STATUT PIC X(12).
                  88 SUIVI-OUVERT VALUES 'A-CONTACTER' 'RELANCE'.
              05 FILLER PIC X(1).
              05 SUIVI-DATE-ENTREE PIC X(8).
              05 FILLER PIC X(1).
              05 SUIVI-DATE-STATUT PIC X(8).

       FD     FTRAVAIL
              RECORDING MODE IS F.
       01 TRAVAIL-REG PIC X(300).

       SD     FTRI.
       01 TRI-REG.
              05 TRI-CLE PIC X(40).
              05 FILLER PIC X(260).

       FD     FEXPORT
              RECORDING MODE IS F.
       01 EXPORT-REG PIC X(300).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FARRIERES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSUIVI PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRAVAIL PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXPORT PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FADH PIC X VALUE 'N'.
           88 WS-EOF-FADH-REACHED VALUE 'Y'.
       01 WS-EOF-FSEQ PIC X VALUE 'N'.
           88 WS-EOF-FSEQ-REACHED VALUE 'Y'.
       01 WS-FIN-PARCOURS PIC X VALUE 'N'.
           88 WS-PARCOURS-TERMINE VALUE 'Y'.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.

       01 WS-NOM-APPELS PIC X(40) VALUE SPACES.
       01 WS-MUNA-COURANT PIC 9(8) VALUE 0.
       01 WS-MUNA-CHERCHE PIC X(8) VALUE SPACES.

      * CONSTRUCTION D'UNE LIGNE DELIMITEE
       01 WS-CSV-LIGNE PIC X(300).
       01 WS-PTR PIC 9(3).
       01 WS-CHAMP PIC X(101).
       01 WS-DEBUT PIC 9(3).
       01 WS-FIN PIC 9(3).
       01 WS-POS PIC 9(3).
       01 WS-NB-PV PIC 9(2).
       01 WS-MONTANT-EDIT PIC -(5)9.9(9).

       01 WS-NB-ADH PIC 9(7) VALUE 0.
       01 WS-NB-POL PIC 9(7) VALUE 0.
       01 WS-NB-APP PIC 9(7) VALUE 0.
       01 WS-NB-ARR PIC 9(7) VALUE 0.
       01 WS-NB-REN PIC 9(7) VALUE 0.
       01 WS-NB-SANS-FICHE PIC 9(7) VALUE 0.
       01 WS-NB-LIGNES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'extraexp' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADH
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN INPUT FASSUIDX.
           IF WS-STATUS-FASSUIDX NOT = '00'
               DISPLAY 'ASSURANCES.IDX non disponible - code statut '
                   WS-STATUS-FASSUIDX
               CLOSE FADH
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           OPEN OUTPUT FTRAVAIL.

      *    1. FICHE ET POLICES, ADHERENT PAR ADHERENT
           PERFORM UNTIL WS-EOF-FADH-REACHED
               READ FADH NEXT
                   AT END
                       SET WS-EOF-FADH-REACHED TO TRUE
                   NOT AT END
                       PERFORM EXPORTER-ADHERENT
               END-READ
           END-PERFORM
           CLOSE FASSUIDX.

      *    2. APPELS DE PRIMES : LES APPELS D'AVISECH S'ILS EXISTENT,
      *    SINON LES MENSUALITES DE L'ECHEANCIER
           MOVE 'ECHEANCES-APPELEES.txt' TO WS-NOM-APPELS
           OPEN INPUT FAPPELS.
           IF WS-STATUS-FAPPELS NOT = '00'
               MOVE 'ECHEANCIER.txt' TO WS-NOM-APPELS
               OPEN INPUT FAPPELS
           END-IF
           IF WS-STATUS-FAPPELS = '00'
               MOVE 'N' TO WS-EOF-FSEQ
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FAPPELS
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           IF APP-MUNA IS NUMERIC
                               PERFORM EXPORTER-APPEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAPPELS
           ELSE
               DISPLAY 'Ni ECHEANCES-APPELEES.txt ni ECHEANCIER.txt '
                   '- aucun appel de primes exporte'
           END-IF

      *    3. ARRIERES (LE TRAILER N'A PAS DE MUNA NUMERIQUE)
           OPEN INPUT FARRIERES.
           IF WS-STATUS-FARRIERES = '00'
               MOVE 'N' TO WS-EOF-FSEQ
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FARRIERES
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           IF ARR-MUNA IS NUMERIC
                               PERFORM EXPORTER-ARRIERE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FARRIERES
           ELSE
               DISPLAY 'ARRIERES.txt absent - aucun arriere exporte'
           END-IF

      *    4. RENOUVELLEMENTS ENCORE OUVERTS
           OPEN INPUT FSUIVI.
           IF WS-STATUS-FSUIVI = '00'
               MOVE 'N' TO WS-EOF-FSEQ
               PERFORM UNTIL WS-EOF-FSEQ-REACHED
                   READ FSUIVI
                       AT END
                           SET WS-EOF-FSEQ-REACHED TO TRUE
                       NOT AT END
                           IF SUIVI-MUNA IS NUMERIC
                              AND SUIVI-OUVERT
                               PERFORM EXPORTER-RENOUVELLEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSUIVI
           ELSE
               DISPLAY 'SUIVI-RENOUVELLEMENTS.txt absent - aucun '
                   'renouvellement exporte'
           END-IF
           CLOSE FADH.
           CLOSE FTRAVAIL.

      *    TRI SUR LE DEBUT DE LIGNE (MUNA, TYPE, IDENTIFIANT,
      *    PERIODE) : CHAQUE ADHERENT FORME UN BLOC CONTIGU
           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FTRAVAIL GIVING FEXPORT.

           DISPLAY 'Adherents exportes      : ' WS-NB-ADH
           DISPLAY 'Polices                 : ' WS-NB-POL
           DISPLAY 'Appels de primes        : ' WS-NB-APP
               ' (' WS-NOM-APPELS ')'
           DISPLAY 'Arrieres                : ' WS-NB-ARR
           DISPLAY 'Renouvellements ouverts : ' WS-NB-REN
           DISPLAY 'Lignes sans fiche       : ' WS-NB-SANS-FICHE
           DISPLAY 'Lignes ecrites          : ' WS-NB-LIGNES
               ' (voir EXTRANET-EXPORT.csv)'

           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    LIGNE ADH PUIS UNE LIGNE POL PAR POLICE DU MUNA DANS
      *    L'INDEX, COMME LE PARCOURS DE dossier.
       EXPORTER-ADHERENT.
           ADD 1 TO WS-NB-ADH
           MOVE ADH-FILE-MUNA TO WS-MUNA-COURANT
           PERFORM DEBUT-LIGNE
           MOVE ADH-FILE-MUNA TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE 'ADH' TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-NOM TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-ADRESSE1 TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-ADRESSE2 TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-CP TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-VILLE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-CANAL TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ADH-FILE-EMAIL TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           PERFORM ECRIRE-LIGNE

           MOVE 'N' TO WS-FIN-PARCOURS
           MOVE WS-MUNA-COURANT TO ASSUIDX-MUNA
           MOVE LOW-VALUES TO ASSUIDX-IDENTIFIANT
           START FASSUIDX KEY IS >= ASSUIDX-KEY
               INVALID KEY
                   SET WS-PARCOURS-TERMINE TO TRUE
           END-START
           PERFORM UNTIL WS-PARCOURS-TERMINE
               READ FASSUIDX NEXT
                   AT END
                       SET WS-PARCOURS-TERMINE TO TRUE
                   NOT AT END
                       IF ASSUIDX-MUNA = WS-MUNA-COURANT
                           PERFORM EXPORTER-POLICE
                       ELSE
                           SET WS-PARCOURS-TERMINE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       EXPORTER-POLICE.
           ADD 1 TO WS-NB-POL
           PERFORM DEBUT-LIGNE
           MOVE ASSUIDX-MUNA TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE 'POL' TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-IDENTIFIANT TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-LIBELLE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-ETAT TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-DEBUT-EFFET TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-FIN-EFFET TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE ASSUIDX-MONTANT TO WS-MONTANT-EDIT
           MOVE WS-MONTANT-EDIT TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           PERFORM ECRIRE-LIGNE.

       EXPORTER-APPEL.
           MOVE APP-MUNA TO WS-MUNA-CHERCHE
           PERFORM CHERCHER-FICHE
           IF WS-MUNA-TROUVE
               ADD 1 TO WS-NB-APP
               PERFORM DEBUT-LIGNE
               MOVE APP-MUNA TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE 'APP' TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE APP-IDENTIFIANT TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE APP-PERIODE TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE APP-MONTANT TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               PERFORM ECRIRE-LIGNE
           END-IF.

       EXPORTER-ARRIERE.
           MOVE ARR-MUNA TO WS-MUNA-CHERCHE
           PERFORM CHERCHER-FICHE
           IF WS-MUNA-TROUVE
               ADD 1 TO WS-NB-ARR
               PERFORM DEBUT-LIGNE
               MOVE ARR-MUNA TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE 'ARR' TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-IDENTIFIANT TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-PERIODE TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-DU TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-RECU TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-RESTE TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE ARR-AGE TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               PERFORM ECRIRE-LIGNE
           END-IF.

       EXPORTER-RENOUVELLEMENT.
           MOVE SUIVI-MUNA TO WS-MUNA-CHERCHE
           PERFORM CHERCHER-FICHE
           IF WS-MUNA-TROUVE
               ADD 1 TO WS-NB-REN
               PERFORM DEBUT-LIGNE
               MOVE SUIVI-MUNA TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE 'REN' TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE SUIVI-IDENTIFIANT TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE SUIVI-FIN-EFFET TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               MOVE SUIVI-STATUT TO WS-CHAMP
               PERFORM AJOUTER-CHAMP
               PERFORM ECRIRE-LIGNE
           END-IF.

      *    LECTURE DIRECTE DE LA FICHE : SANS FICHE, PAS DE COMPTE
      *    EXTRANET, LA LIGNE EST ECARTEE.
       CHERCHER-FICHE.
           MOVE WS-MUNA-CHERCHE TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
                   ADD 1 TO WS-NB-SANS-FICHE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TROUVE
           END-READ.

       DEBUT-LIGNE.
           MOVE SPACES TO WS-CSV-LIGNE
           MOVE 1 TO WS-PTR.

      *    AJOUTE LE CHAMP COURANT (DEBARRASSE DE SES BLANCS DE PART
      *    ET D'AUTRE, ENTRE GUILLEMETS S'IL CONTIENT LE SEPARATEUR)
      *    SUIVI D'UN POINT-VIRGULE.
       AJOUTER-CHAMP.
           MOVE 0 TO WS-DEBUT
           MOVE 0 TO WS-FIN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 101 OR WS-DEBUT > 0
               IF WS-CHAMP(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-DEBUT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POS FROM 101 BY -1
                   UNTIL WS-POS < 1 OR WS-FIN > 0
               IF WS-CHAMP(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-FIN
               END-IF
           END-PERFORM
           IF WS-DEBUT = 0
               STRING ';' DELIMITED BY SIZE
                   INTO WS-CSV-LIGNE WITH POINTER WS-PTR
           ELSE
               MOVE 0 TO WS-NB-PV
               INSPECT WS-CHAMP(WS-DEBUT:WS-FIN - WS-DEBUT + 1)
                   TALLYING WS-NB-PV FOR ALL ';'
               IF WS-NB-PV > 0
                   STRING '"' DELIMITED BY SIZE
                       WS-CHAMP(WS-DEBUT:WS-FIN - WS-DEBUT + 1)
                       DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       INTO WS-CSV-LIGNE WITH POINTER WS-PTR
               ELSE
                   STRING WS-CHAMP(WS-DEBUT:WS-FIN - WS-DEBUT + 1)
                       DELIMITED BY SIZE
                       ';' DELIMITED BY SIZE
                       INTO WS-CSV-LIGNE WITH POINTER WS-PTR
               END-IF
           END-IF
           MOVE SPACES TO WS-CHAMP.

      *    LE POINT-VIRGULE FINAL EST RETIRE AVANT ECRITURE.
       ECRIRE-LIGNE.
           IF WS-PTR > 1
               MOVE SPACE TO WS-CSV-LIGNE(WS-PTR - 1:1)
           END-IF
           MOVE WS-CSV-LIGNE TO TRAVAIL-REG
           WRITE TRAVAIL-REG
           ADD 1 TO WS-NB-LIGNES.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
