       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHMAJ.
      * Maintenance outillee du fichier des adherents
      * ADHERENTS.IDX (nom et adresse, indexe sur le MUNA), dans le
      * style de DEPTMAJ : applique les transactions de
      * ADHERENTS-TRANSACTIONS.txt (action 'A' ajout, 'M'
      * modification, 'S' suppression + enregistrement ADHREG),
      * controle le MUNA numerique sur 8, le nom non vide et le
      * code postal numerique sur 5, refuse les ajouts de MUNA deja
      * presents et les modifications / suppressions de MUNA
      * absents. Une modification qui change l'adresse efface le
      * marquage NPAI (courrier revenu, pose par npaimaj) : la
      * nouvelle adresse est de nouveau imprimee sur les
      * courriers. Le canal prefere ('P' papier ou blanc, 'E'
      * courriel, 'D' les deux) est controle, et une adresse
      * electronique (avec '@') est exigee pour 'E' et 'D'.
      * Chaque changement accepte est trace en image
      * avant / apres dans ADHERENTS-AUDIT.txt, les autres partent
      * dans ADHERENTS-REJETS.txt. Le fichier des transactions est
      * renomme en .TRAITE en fin de passage pour ne pas etre
      * rejoue (extraent et la saisie y ajoutent les suivantes).
      * L'audit est cumule d'un passage
      * a l'autre jusqu'a ce que le criblage SANCCRIB le consomme
      * (renomme en .TRAITE) : aucun adherent ajoute ou modifie
      * par un passage intermediaire de la journee n'echappe au
      * criblage. Le fichier est mis a jour sur
      * place, enregistrement par enregistrement (lecture par cle,
      * WRITE / REWRITE / DELETE) : plus de chargement complet en
      * table ni de plafond sur le nombre d'adherents. Il est cree
      * a vide au premier passage ; adhidx le reconstruit a partir
      * d'une extraction sequentielle ADHERENTS.txt.
      * C'est la source du bloc destinataire des courriers : chaque
      * lettre cessera d'avoir son adresse collee a la main.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FTRANS ASSIGN TO "ADHERENTS-TRANSACTIONS.txt"
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FAUDIT ASSIGN TO "ADHERENTS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 TRANS-CP PIC X(5).
              05 FILLER PIC X(1).
              05 TRANS-VILLE PIC X(25).
              05 FILLER PIC X(1).
              05 TRANS-CANAL PIC X(1).
                  88 TRANS-CANAL-VALIDE VALUES 'P' 'E' 'D' ' '.
                  88 TRANS-CANAL-COURRIEL VALUES 'E' 'D'.
              05 FILLER PIC X(1).
              05 TRANS-EMAIL PIC X(60).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(131).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(131).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.
       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(131).
       01 WS-NB-AROBASES PIC 9(2) VALUE 0.
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       01 WS-COMMANDE PIC X(80).
       01 WS-RENOMMAGE PIC X VALUE 'O'.
           88 WS-RENOMMAGE-EN-ECHEC VALUE 'N'.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'P'
      *    (GESTION DES POLICES) EXIGE AVANT TOUTE ACTION
           MOVE 'adhmaj' TO WS-OA-PROGRAMME
           MOVE 'P' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a adhmaj (role P, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    OUVERTURE DU FICHIER DES ADHERENTS EN MISE A JOUR (ABSENT
      *    AU PREMIER PASSAGE : IL EST CREE A VIDE)
           OPEN I-O FADH.
           IF WS-STATUS-FADH = '35'
               DISPLAY 'ADHERENTS.IDX absent - creation d un '
                   'nouveau fichier'
               OPEN OUTPUT FADH
               CLOSE FADH
               OPEN I-O FADH
           END-IF
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FADH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    APPLICATION DES TRANSACTIONS
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'ADHERENTS-TRANSACTIONS.txt non disponible - '
                   'code statut ' WS-STATUS-FTRANS
               CLOSE FADH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FAUDIT.
           IF WS-STATUS-FAUDIT NOT = '00'
               OPEN OUTPUT FAUDIT
           END-IF
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FTRANS-REACHED
               READ FTRANS
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           CLOSE FADH.

      *    TRANSACTIONS CONSOMMEES : UN SECOND PASSAGE NE LES REJOUE
      *    PAS (LES AJOUTS Y REVIENDRAIENT EN REJETS)
           MOVE SPACES TO WS-COMMANDE
           STRING 'mv ADHERENTS-TRANSACTIONS.txt ' DELIMITED BY SIZE
               'ADHERENTS-TRANSACTIONS.TRAITE' DELIMITED BY SIZE
               INTO WS-COMMANDE
           CALL 'SYSTEM' USING WS-COMMANDE
           IF RETURN-CODE NOT = 0
               DISPLAY 'Echec du renommage de '
                   'ADHERENTS-TRANSACTIONS.txt en .TRAITE - a faire '
                   'avant le prochain passage'
               SET WS-RENOMMAGE-EN-ECHEC TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir ADHERENTS-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir ADHERENTS-REJETS.txt)'
           EVALUATE TRUE
               WHEN WS-RENOMMAGE-EN-ECHEC
                   MOVE 16 TO RETURN-CODE
               WHEN WS-NB-REJETEES > 0
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       APPLIQUER-TRANSACTION.
               PERFORM ECRIRE-REJET
           ELSE
               PERFORM CHERCHER-MUNA
               MOVE 0 TO WS-NB-AROBASES
               INSPECT TRANS-EMAIL TALLYING WS-NB-AROBASES
                   FOR ALL '@'
               EVALUATE TRANS-ACTION
                   WHEN 'A'
                       PERFORM APPLIQUER-AJOUT
               WHEN TRANS-CP IS NOT NUMERIC
                   MOVE 'Code postal non numerique' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN NOT TRANS-CANAL-VALIDE
                   MOVE 'Canal inconnu (P, E ou D attendu)' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-CANAL-COURRIEL AND WS-NB-AROBASES NOT = 1
                   MOVE 'Adresse electronique absente ou invalide'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   MOVE SPACES TO ADHREG
                   MOVE TRANS-MUNA TO ADH-FILE-MUNA
                   MOVE TRANS-NOM TO ADH-FILE-NOM
                   MOVE TRANS-ADRESSE1 TO ADH-FILE-ADRESSE1
                   MOVE TRANS-ADRESSE2 TO ADH-FILE-ADRESSE2
                   MOVE TRANS-CP TO ADH-FILE-CP
                   MOVE TRANS-VILLE TO ADH-FILE-VILLE
                   MOVE 'N' TO ADH-FILE-NPAI
                   MOVE SPACES TO ADH-FILE-NPAI-DATE
                   MOVE TRANS-CANAL TO ADH-FILE-CANAL
                   MOVE TRANS-EMAIL TO ADH-FILE-EMAIL
                   WRITE ADHREG
                       INVALID KEY
                           MOVE 'MUNA deja present, ajout refuse'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           MOVE SPACES TO WS-IMAGE
                           PERFORM ECRIRE-AUDIT-AJOUT
                   END-WRITE
           END-EVALUATE.

       APPLIQUER-MODIFICATION.
               WHEN TRANS-CP IS NOT NUMERIC
                   MOVE 'Code postal non numerique' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN NOT TRANS-CANAL-VALIDE
                   MOVE 'Canal inconnu (P, E ou D attendu)' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-CANAL-COURRIEL AND WS-NB-AROBASES NOT = 1
                   MOVE 'Adresse electronique absente ou invalide'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   PERFORM GARNIR-IMAGE-AVANT
      *            UNE NOUVELLE ADRESSE LEVE LE MARQUAGE NPAI
                   IF TRANS-ADRESSE1 NOT = ADH-FILE-ADRESSE1
                      OR TRANS-ADRESSE2 NOT = ADH-FILE-ADRESSE2
                      OR TRANS-CP NOT = ADH-FILE-CP
                      OR TRANS-VILLE NOT = ADH-FILE-VILLE
                       MOVE 'N' TO ADH-FILE-NPAI
                       MOVE SPACES TO ADH-FILE-NPAI-DATE
                   END-IF
                   MOVE TRANS-NOM TO ADH-FILE-NOM
                   MOVE TRANS-ADRESSE1 TO ADH-FILE-ADRESSE1
                   MOVE TRANS-ADRESSE2 TO ADH-FILE-ADRESSE2
                   MOVE TRANS-CP TO ADH-FILE-CP
                   MOVE TRANS-VILLE TO ADH-FILE-VILLE
                   MOVE TRANS-CANAL TO ADH-FILE-CANAL
                   MOVE TRANS-EMAIL TO ADH-FILE-EMAIL
                   REWRITE ADHREG
                       INVALID KEY
                           MOVE 'MUNA absent, modification refusee'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           PERFORM ECRIRE-AUDIT-MODIF
                   END-REWRITE
           END-EVALUATE.

       APPLIQUER-SUPPRESSION.
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   PERFORM GARNIR-IMAGE-AVANT
                   DELETE FADH
                       INVALID KEY
                           MOVE 'MUNA absent, suppression refusee'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           PERFORM ECRIRE-AUDIT-SUPPRESSION
                   END-DELETE
           END-EVALUATE.

      *    LECTURE PAR CLE : L'ENREGISTREMENT TROUVE RESTE DANS
      *    ADHREG POUR L'IMAGE AVANT ET LA REECRITURE.
       CHERCHER-MUNA.
           MOVE TRANS-MUNA TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TROUVE
           END-READ.

       GARNIR-IMAGE-AVANT.
           MOVE SPACES TO WS-IMAGE
           MOVE ADH-FILE-MUNA TO WS-IMAGE(1:8)
           MOVE ADH-FILE-NOM TO WS-IMAGE(9:30)
           MOVE ADH-FILE-CP TO WS-IMAGE(39:5)
           MOVE ADH-FILE-VILLE TO WS-IMAGE(44:25)
           MOVE ADH-FILE-CANAL TO WS-IMAGE(70:1)
           MOVE ADH-FILE-EMAIL TO WS-IMAGE(72:60).

       GARNIR-IMAGE-APRES.
           MOVE SPACES TO WS-IMAGE
           MOVE TRANS-MUNA TO WS-IMAGE(1:8)
           MOVE TRANS-NOM TO WS-IMAGE(9:30)
           MOVE TRANS-CP TO WS-IMAGE(39:5)
           MOVE TRANS-VILLE TO WS-IMAGE(44:25)
           MOVE TRANS-CANAL TO WS-IMAGE(70:1)
           MOVE TRANS-EMAIL TO WS-IMAGE(72:60).

       ECRIRE-AUDIT-AJOUT.
           ADD 1 TO WS-NB-ACCEPTEES
           MOVE SPACES TO AUDIT-REG
           MOVE 'AJOUT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(145:3)
           PERFORM GARNIR-IMAGE-APRES
           MOVE WS-IMAGE TO AUDIT-APRES
           WRITE AUDIT-REG.
           MOVE SPACES TO AUDIT-REG
           MOVE 'MODIFICATION' TO AUDIT-ACTION
           MOVE WS-IMAGE TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(145:3)
           PERFORM GARNIR-IMAGE-APRES
           MOVE WS-IMAGE TO AUDIT-APRES
           WRITE AUDIT-REG.
           MOVE SPACES TO AUDIT-REG
           MOVE 'SUPPRESSION' TO AUDIT-ACTION
           MOVE WS-IMAGE TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(145:3)
           MOVE SPACES TO AUDIT-APRES
           WRITE AUDIT-REG.

