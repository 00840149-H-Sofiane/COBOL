       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAENT.
      * Demandes recues de l'extranet adherents : l'equipe web
      * depose chaque nuit EXTRANET-DEMANDES.txt, une demande par
      * ligne delimitee par des points-virgules :
      *   reference;ADR;muna;adresse1;adresse2;cp;ville
      *   reference;ATT;muna;identifiant
      * Un changement d'adresse (ADR) devient une ligne 'M' de
      * ADHERENTS-TRANSACTIONS.txt : nom, canal et courriel sont
      * repris de la fiche ADHERENTS.IDX, seule l'adresse change, et
      * la ligne passe les memes controles que dans adhmaj (MUNA
      * numerique sur 8 et present, nom non vide, code postal
      * numerique sur 5, canal connu, courriel avec '@' pour 'E' et
      * 'D'), avec les memes motifs de rejet. Une demande
      * d'attestation (ATT) devient une ligne de
      * ATTESTATION-DEMANDES.txt si la police existe pour ce MUNA
      * dans ASSURANCES.IDX et est 'Actif', comme l'exige
      * attestation. Les lignes sont ajoutees a la suite des
      * fichiers de mouvements en attente. Les demandes refusees
      * repartent vers l'extranet dans EXTRANET-RETOURS.csv
      * (reference;type;muna;motif) ; le fichier des demandes est
      * renomme en .TRAITE pour ne pas etre rejoue.
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

           SELECT FDEMEXT ASSIGN TO "EXTRANET-DEMANDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMEXT.

           SELECT FTRANS ASSIGN TO "ADHERENTS-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FDEMANDES ASSIGN TO "ATTESTATION-DEMANDES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEMANDES.

           SELECT FRETOURS ASSIGN TO "EXTRANET-RETOURS.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRETOURS.
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
                  88 ASSUIDX-ACTIF VALUE 'Actif'.
              05 ASSUIDX-DEBUT-EFFET PIC X(8).
              05 ASSUIDX-FIN-EFFET PIC X(8).
              05 ASSUIDX-MONTANT PIC 9(5)V9(9).

       FD     FDEMEXT
              RECORDING MODE IS F.
       01 DEMEXT-REG PIC X(250).

      * MEME FORMAT QUE LES MOUVEMENTS LUS PAR adhmaj
       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 TRANS-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 TRANS-ADRESSE1 PIC X(30).
              05 FILLER PIC X(1).
              05 TRANS-ADRESSE2 PIC X(30).
              05 FILLER PIC X(1).
              05 TRANS-CP PIC X(5).
              05 FILLER PIC X(1).
              05 TRANS-VILLE PIC X(25).
              05 FILLER PIC X(1).
              05 TRANS-CANAL PIC X(1).
                  88 TRANS-CANAL-VALIDE VALUES 'P' 'E' 'D' ' '.
                  88 TRANS-CANAL-COURRIEL VALUES 'E' 'D'.
              05 FILLER PIC X(1).
              05 TRANS-EMAIL PIC X(60).

      * MEME FORMAT QUE LES DEMANDES LUES PAR attestation
       FD     FDEMANDES
              RECORDING MODE IS F.
       01 DEMANDE-REG.
              05 DEMANDE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DEMANDE-IDENTIFIANT PIC X(14).

       FD     FRETOURS
              RECORDING MODE IS F.
       01 RETOUR-REG PIC X(120).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMEXT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDEMANDES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRETOURS PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FDEMEXT PIC X VALUE 'N'.
           88 WS-EOF-FDEMEXT-REACHED VALUE 'Y'.
       01 WS-DEMANDES-PRESENTES PIC X VALUE 'N'.
           88 WS-DEMANDES-A-TRAITER VALUE 'Y'.
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-POLICE PIC X VALUE 'N'.
           88 WS-POLICE-TROUVEE VALUE 'Y'.

      * DECOUPAGE DE LA DEMANDE
       01 WS-LONGUEUR PIC 9(3) VALUE 0.
       01 WS-NB-CHAMPS PIC 9(3) VALUE 0.
       01 WS-DEM-REFERENCE PIC X(20).
       01 WS-DEM-TYPE PIC X(3).
           88 WS-DEM-ADRESSE VALUE 'ADR'.
           88 WS-DEM-ATTESTATION VALUE 'ATT'.
       01 WS-DEM-MUNA PIC X(8).
       01 WS-LG-MUNA PIC 9(3) VALUE 0.
       01 WS-DEM-CHAMPS.
           05 WS-DEM-CHAMP PIC X(40) OCCURS 4.
       01 WS-DEM-LONGUEURS.
           05 WS-LG-CHAMP PIC 9(3) OCCURS 4.

       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-NB-AROBASES PIC 9(2) VALUE 0.
       01 WS-NB-LUES PIC 9(7) VALUE 0.
       01 WS-NB-ADRESSES PIC 9(7) VALUE 0.
       01 WS-NB-ATTESTATIONS PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       01 WS-COMMANDE PIC X(80).

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'extraent' TO WS-RA-PROGRAMME
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

      *    LE FICHIER RETOUR PART CHAQUE NUIT, MEME VIDE
           OPEN OUTPUT FRETOURS.
           OPEN INPUT FDEMEXT.
           IF WS-STATUS-FDEMEXT = '00'
               SET WS-DEMANDES-A-TRAITER TO TRUE
      *        LES LIGNES S'AJOUTENT AUX MOUVEMENTS DEJA EN ATTENTE
               OPEN EXTEND FTRANS
               IF WS-STATUS-FTRANS NOT = '00'
                   OPEN OUTPUT FTRANS
               END-IF
               OPEN EXTEND FDEMANDES
               IF WS-STATUS-FDEMANDES NOT = '00'
                   OPEN OUTPUT FDEMANDES
               END-IF
               PERFORM UNTIL WS-EOF-FDEMEXT-REACHED
                   READ FDEMEXT
                       AT END
                           SET WS-EOF-FDEMEXT-REACHED TO TRUE
                       NOT AT END
                           IF DEMEXT-REG NOT = SPACES
                               ADD 1 TO WS-NB-LUES
                               PERFORM TRAITER-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEMEXT
               CLOSE FTRANS
               CLOSE FDEMANDES
           ELSE
               DISPLAY 'EXTRANET-DEMANDES.txt absent - aucune '
                   'demande ce jour'
           END-IF
           CLOSE FRETOURS.
           CLOSE FADH.
           CLOSE FASSUIDX.

      *    LES DEMANDES CONVERTIES NE DOIVENT PAS ETRE REJOUEES
           IF WS-DEMANDES-A-TRAITER
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv EXTRANET-DEMANDES.txt ' DELIMITED BY SIZE
                   'EXTRANET-DEMANDES.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF

           DISPLAY 'Demandes lues            : ' WS-NB-LUES
           DISPLAY 'Changements d adresse    : ' WS-NB-ADRESSES
               ' (voir ADHERENTS-TRANSACTIONS.txt)'
           DISPLAY 'Demandes d attestation   : ' WS-NB-ATTESTATIONS
               ' (voir ATTESTATION-DEMANDES.txt)'
           DISPLAY 'Demandes rejetees        : ' WS-NB-REJETS
               ' (voir EXTRANET-RETOURS.csv)'

           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REJETS > 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    DECOUPAGE SUR LES POINTS-VIRGULES, SANS LES BLANCS DE FIN
      *    D'ENREGISTREMENT, PUIS AIGUILLAGE SUR LE TYPE.
       TRAITER-DEMANDE.
           MOVE 0 TO WS-LONGUEUR
           PERFORM VARYING WS-LONGUEUR FROM 250 BY -1
                   UNTIL WS-LONGUEUR < 1
                      OR DEMEXT-REG(WS-LONGUEUR:1) NOT = SPACE
               CONTINUE
           END-PERFORM
           MOVE SPACES TO WS-DEM-REFERENCE WS-DEM-TYPE WS-DEM-MUNA
           MOVE SPACES TO WS-DEM-CHAMPS
           MOVE 0 TO WS-LG-MUNA
           MOVE ZEROES TO WS-DEM-LONGUEURS
           MOVE 0 TO WS-NB-CHAMPS
           UNSTRING DEMEXT-REG(1:WS-LONGUEUR) DELIMITED BY ';'
               INTO WS-DEM-REFERENCE
                    WS-DEM-TYPE
                    WS-DEM-MUNA COUNT IN WS-LG-MUNA
                    WS-DEM-CHAMP(1) COUNT IN WS-LG-CHAMP(1)
                    WS-DEM-CHAMP(2) COUNT IN WS-LG-CHAMP(2)
                    WS-DEM-CHAMP(3) COUNT IN WS-LG-CHAMP(3)
                    WS-DEM-CHAMP(4) COUNT IN WS-LG-CHAMP(4)
               TALLYING IN WS-NB-CHAMPS
               ON OVERFLOW
                   MOVE 99 TO WS-NB-CHAMPS
           END-UNSTRING
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN WS-DEM-ADRESSE AND WS-NB-CHAMPS NOT = 7
                   MOVE 'Nombre de champs incorrect (7 attendus)'
                       TO WS-MOTIF
               WHEN WS-DEM-ATTESTATION AND WS-NB-CHAMPS NOT = 4
                   MOVE 'Nombre de champs incorrect (4 attendus)'
                       TO WS-MOTIF
               WHEN NOT WS-DEM-ADRESSE AND NOT WS-DEM-ATTESTATION
                   MOVE 'Type de demande inconnu (ADR ou ATT attendu)'
                       TO WS-MOTIF
               WHEN WS-LG-MUNA NOT = 8
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
               WHEN WS-DEM-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               PERFORM ECRIRE-RETOUR
           ELSE
               PERFORM CHERCHER-MUNA
               IF WS-DEM-ADRESSE
                   PERFORM CONVERTIR-ADRESSE
               ELSE
                   PERFORM CONVERTIR-ATTESTATION
               END-IF
           END-IF.

      *    LA LIGNE 'M' EST CONSTRUITE SUR LA FICHE ACTUELLE PUIS
      *    SOUMISE AUX CONTROLES D'UNE MODIFICATION DANS adhmaj.
       CONVERTIR-ADRESSE.
           MOVE SPACES TO TRANS-REG
           MOVE 'M' TO TRANS-ACTION
           MOVE WS-DEM-MUNA TO TRANS-MUNA
           IF WS-MUNA-TROUVE
               MOVE ADH-FILE-NOM TO TRANS-NOM
               MOVE ADH-FILE-CANAL TO TRANS-CANAL
               MOVE ADH-FILE-EMAIL TO TRANS-EMAIL
           END-IF
           MOVE WS-DEM-CHAMP(1) TO TRANS-ADRESSE1
           MOVE WS-DEM-CHAMP(2) TO TRANS-ADRESSE2
           MOVE WS-DEM-CHAMP(3) TO TRANS-CP
           MOVE WS-DEM-CHAMP(4) TO TRANS-VILLE
           MOVE 0 TO WS-NB-AROBASES
           INSPECT TRANS-EMAIL TALLYING WS-NB-AROBASES
               FOR ALL '@'
           EVALUATE TRUE
               WHEN NOT WS-MUNA-TROUVE
                   MOVE 'MUNA absent, modification refusee'
                       TO WS-MOTIF
               WHEN TRANS-NOM = SPACES
                   MOVE 'Nom de l adherent vide' TO WS-MOTIF
               WHEN WS-LG-CHAMP(1) > 30 OR WS-LG-CHAMP(2) > 30
                   MOVE 'Ligne d adresse trop longue (30 maximum)'
                       TO WS-MOTIF
               WHEN WS-LG-CHAMP(3) NOT = 5
                   MOVE 'Code postal non numerique' TO WS-MOTIF
               WHEN TRANS-CP IS NOT NUMERIC
                   MOVE 'Code postal non numerique' TO WS-MOTIF
               WHEN WS-LG-CHAMP(4) > 25
                   MOVE 'Ville trop longue (25 maximum)' TO WS-MOTIF
               WHEN NOT TRANS-CANAL-VALIDE
                   MOVE 'Canal inconnu (P, E ou D attendu)' TO WS-MOTIF
               WHEN TRANS-CANAL-COURRIEL AND WS-NB-AROBASES NOT = 1
                   MOVE 'Adresse electronique absente ou invalide'
                       TO WS-MOTIF
               WHEN OTHER
                   WRITE TRANS-REG
                   ADD 1 TO WS-NB-ADRESSES
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               PERFORM ECRIRE-RETOUR
           END-IF.

      *    LA POLICE DOIT EXISTER POUR CE MUNA ET ETRE 'Actif', SANS
      *    QUOI attestation LA MET EN EXCEPTION.
       CONVERTIR-ATTESTATION.
           MOVE 'N' TO WS-POLICE
           IF WS-DEM-CHAMP(1) NOT = SPACES
              AND WS-LG-CHAMP(1) NOT > 14
               MOVE WS-DEM-MUNA TO ASSUIDX-MUNA
               MOVE WS-DEM-CHAMP(1) TO ASSUIDX-IDENTIFIANT
               READ FASSUIDX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-POLICE-TROUVEE TO TRUE
               END-READ
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-MUNA-TROUVE
                   MOVE 'MUNA absent, attestation refusee'
                       TO WS-MOTIF
               WHEN WS-DEM-CHAMP(1) = SPACES
                   MOVE 'Identifiant de police absent' TO WS-MOTIF
               WHEN NOT WS-POLICE-TROUVEE
                   MOVE 'Police inconnue pour ce MUNA' TO WS-MOTIF
               WHEN NOT ASSUIDX-ACTIF
                   MOVE 'Police non active, attestation refusee'
                       TO WS-MOTIF
               WHEN OTHER
                   MOVE SPACES TO DEMANDE-REG
                   MOVE WS-DEM-MUNA TO DEMANDE-MUNA
                   MOVE WS-DEM-CHAMP(1) TO DEMANDE-IDENTIFIANT
                   WRITE DEMANDE-REG
                   ADD 1 TO WS-NB-ATTESTATIONS
           END-EVALUATE
           IF WS-MOTIF NOT = SPACES
               PERFORM ECRIRE-RETOUR
           END-IF.

       CHERCHER-MUNA.
           MOVE WS-DEM-MUNA TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TROUVE
           END-READ.

      *    RETOUR VERS L'EXTRANET : LA REFERENCE DE LA DEMANDE
      *    PERMET A L'EQUIPE WEB DE PREVENIR L'ADHERENT.
       ECRIRE-RETOUR.
           MOVE SPACES TO RETOUR-REG
           STRING WS-DEM-REFERENCE DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-DEM-TYPE DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-DEM-MUNA DELIMITED BY SPACE
               ';' DELIMITED BY SIZE
               WS-MOTIF DELIMITED BY '  '
               INTO RETOUR-REG
           WRITE RETOUR-REG
           ADD 1 TO WS-NB-REJETS.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
