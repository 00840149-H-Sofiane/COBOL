       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPMAJ.
      * Maintenance outillee du fichier des responsables legaux
      * RESPONSABLES.IDX (nom et adresse postale des parents de
      * chaque eleve, indexe sur le nom + la classe de l'eleve),
      * dans le style de ADHMAJ : applique les transactions de
      * RESPONSABLES-TRANSACTIONS.txt (action 'A' ajout, 'M'
      * modification, 'S' suppression + enregistrement RESPREG),
      * controle que l'eleve figure au registre des inscrits
      * EFFECTIFS.txt (ajout et modification), le nom du
      * responsable et la premiere ligne d'adresse non vides et le
      * code postal numerique sur 5, refuse les ajouts d'eleves
      * deja presents et les modifications / suppressions d'eleves
      * absents. Chaque changement accepte est trace en image
      * avant / apres dans RESPONSABLES-AUDIT.txt, les autres
      * partent dans RESPONSABLES-REJETS.txt. Le fichier est mis a
      * jour sur place et cree a vide au premier passage. C'est la
      * source du bloc destinataire des lettres aux familles
      * (PARLETTRE), qui remplacent les mots ecrits a la main.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRESP ASSIGN TO "RESPONSABLES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESP-FILE-CLE
           FILE STATUS IS WS-STATUS-FRESP.

           SELECT FEFFECTIFS ASSIGN TO "EFFECTIFS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEFFECTIFS.

           SELECT FTRANS ASSIGN TO "RESPONSABLES-TRANSACTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FTRANS.

           SELECT FAUDIT ASSIGN TO "RESPONSABLES-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FREJETS ASSIGN TO "RESPONSABLES-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREJETS.
       DATA DIVISION.
       FILE SECTION.
       FD     FRESP
              RECORDING MODE IS F.
       COPY RESPREC.

       FD     FEFFECTIFS
              RECORDING MODE IS F.
       01 EFFECTIF-REG.
              05 EFFECTIF-TYPE PIC X(1).
              05 FILLER PIC X(1).
              05 EFFECTIF-NOM PIC X(25).
              05 EFFECTIF-CLASSE PIC X(3).

       FD     FTRANS
              RECORDING MODE IS F.
       01 TRANS-REG.
              05 TRANS-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 TRANS-CLE.
                  10 TRANS-ELEVE-NOM PIC X(25).
                  10 TRANS-ELEVE-CLASSE PIC X(3).
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

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-AVANT PIC X(119).
              05 FILLER PIC X(3).
              05 AUDIT-APRES PIC X(119).
       01 AUDIT-TRAILER.
              05 AUDIT-TRAILER-LIB PIC X(20).
              05 AUDIT-TRAILER-NB  PIC ZZZZZ9.

       FD     FREJETS
              RECORDING MODE IS F.
       01 REJET-REG.
              05 REJET-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 REJET-ELEVE-NOM PIC X(25).
              05 FILLER PIC X(1).
              05 REJET-ELEVE-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 REJET-MOTIF PIC X(45).
       01 REJET-TRAILER.
              05 REJET-TRAILER-LIB PIC X(20).
              05 REJET-TRAILER-NB  PIC ZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FRESP PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEFFECTIFS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FTRANS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREJETS PIC X(02) VALUE SPACES.

       01 WS-EOF-FEFFECTIFS PIC X VALUE 'N'.
           88 WS-EOF-FEFFECTIFS-REACHED VALUE 'Y'.
       01 WS-EOF-FTRANS PIC X VALUE 'N'.
           88 WS-EOF-FTRANS-REACHED VALUE 'Y'.

      * REGISTRE DES INSCRITS (NOM + CLASSE)
       01 WS-NB-INSCRITS PIC 9(4) VALUE 0.
       01 WS-TABLE-INSCRITS.
           05 WS-INSCRIT-ENTRY OCCURS 2000 TIMES
                                INDEXED BY WS-INSCRIT-IDX.
               10 WS-INSCRIT-CLE.
                   15 WS-INSCRIT-NOM PIC X(25).
                   15 WS-INSCRIT-CLASSE PIC X(3).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-ELEVE-TROUVE VALUE 'Y'.
       01 WS-INSCRIT PIC X VALUE 'N'.
           88 WS-EST-INSCRIT VALUE 'Y'.
       01 WS-MOTIF PIC X(45) VALUE SPACES.
       01 WS-IMAGE PIC X(119).
       01 WS-NB-ACCEPTEES PIC 9(5) VALUE 0.
       01 WS-NB-REJETEES PIC 9(5) VALUE 0.
       COPY AUTHLNK.

       PROCEDURE DIVISION.
      *    HABILITATION DE L'OPERATEUR (OPERAUTH) : ROLE 'E'
      *    (SCOLARITE) EXIGE AVANT TOUTE ACTION
           MOVE 'respmaj' TO WS-OA-PROGRAMME
           MOVE 'E' TO WS-OA-ROLE
           MOVE 0 TO WS-OA-NO-RUN
           CALL 'OPERAUTH' USING WS-OA-DEMANDE, WS-OA-REPONSE
           IF WS-OA-RETOUR NOT = '00'
               DISPLAY 'Operateur ' WS-OA-OPERATEUR ' non habilite '
                   'a respmaj (role E, retour ' WS-OA-RETOUR ')'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CHARGEMENT DU REGISTRE DES INSCRITS
           OPEN INPUT FEFFECTIFS.
           IF WS-STATUS-FEFFECTIFS NOT = '00'
               DISPLAY 'EFFECTIFS.txt non disponible - code statut '
                   WS-STATUS-FEFFECTIFS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FEFFECTIFS-REACHED
               READ FEFFECTIFS
                   AT END
                       SET WS-EOF-FEFFECTIFS-REACHED TO TRUE
                   NOT AT END
                       IF EFFECTIF-TYPE = 'E'
                          AND WS-NB-INSCRITS < 2000
                           ADD 1 TO WS-NB-INSCRITS
                           MOVE EFFECTIF-NOM
                               TO WS-INSCRIT-NOM(WS-NB-INSCRITS)
                           MOVE EFFECTIF-CLASSE
                               TO WS-INSCRIT-CLASSE(WS-NB-INSCRITS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEFFECTIFS.

      *    OUVERTURE DU FICHIER DES RESPONSABLES EN MISE A JOUR
      *    (ABSENT AU PREMIER PASSAGE : IL EST CREE A VIDE)
           OPEN I-O FRESP.
           IF WS-STATUS-FRESP = '35'
               DISPLAY 'RESPONSABLES.IDX absent - creation d un '
                   'nouveau fichier'
               OPEN OUTPUT FRESP
               CLOSE FRESP
               OPEN I-O FRESP
           END-IF
           IF WS-STATUS-FRESP NOT = '00'
               DISPLAY 'RESPONSABLES.IDX non disponible en mise a '
                   'jour - code statut ' WS-STATUS-FRESP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      *    APPLICATION DES TRANSACTIONS
           OPEN INPUT FTRANS.
           IF WS-STATUS-FTRANS NOT = '00'
               DISPLAY 'RESPONSABLES-TRANSACTIONS.txt non disponible '
                   '- code statut ' WS-STATUS-FTRANS
               CLOSE FRESP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FAUDIT.
           OPEN OUTPUT FREJETS.
           PERFORM UNTIL WS-EOF-FTRANS-REACHED
               READ FTRANS
                   AT END
                       SET WS-EOF-FTRANS-REACHED TO TRUE
                   NOT AT END
                       PERFORM APPLIQUER-TRANSACTION
               END-READ
           END-PERFORM.
           CLOSE FTRANS.

           MOVE SPACES TO AUDIT-TRAILER
           MOVE 'TOTAL ACCEPTEES : ' TO AUDIT-TRAILER-LIB
           MOVE WS-NB-ACCEPTEES TO AUDIT-TRAILER-NB
           WRITE AUDIT-TRAILER
           CLOSE FAUDIT.
           MOVE SPACES TO REJET-TRAILER
           MOVE 'TOTAL REJETS : ' TO REJET-TRAILER-LIB
           MOVE WS-NB-REJETEES TO REJET-TRAILER-NB
           WRITE REJET-TRAILER
           CLOSE FREJETS.

           CLOSE FRESP.

           DISPLAY 'Transactions acceptees : ' WS-NB-ACCEPTEES
               ' (voir RESPONSABLES-AUDIT.txt)'
           DISPLAY 'Transactions rejetees  : ' WS-NB-REJETEES
               ' (voir RESPONSABLES-REJETS.txt)'
           IF WS-NB-REJETEES > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       APPLIQUER-TRANSACTION.
      *    CONTROLES DE FORME COMMUNS
           MOVE SPACES TO WS-MOTIF
           IF TRANS-ELEVE-NOM = SPACES
              OR TRANS-ELEVE-CLASSE = SPACES
               MOVE 'Nom ou classe de l eleve vide' TO WS-MOTIF
               PERFORM ECRIRE-REJET
           ELSE
               PERFORM CHERCHER-ELEVE
               PERFORM CONTROLER-INSCRIPTION
               EVALUATE TRANS-ACTION
                   WHEN 'A'
                       PERFORM APPLIQUER-AJOUT
                   WHEN 'M'
                       PERFORM APPLIQUER-MODIFICATION
                   WHEN 'S'
                       PERFORM APPLIQUER-SUPPRESSION
                   WHEN OTHER
                       MOVE 'Code action inconnu' TO WS-MOTIF
                       PERFORM ECRIRE-REJET
               END-EVALUATE
           END-IF.

       APPLIQUER-AJOUT.
           EVALUATE TRUE
               WHEN WS-ELEVE-TROUVE
                   MOVE 'Eleve deja present, ajout refuse'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN NOT WS-EST-INSCRIT
                   MOVE 'Eleve absent du registre EFFECTIFS'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-NOM = SPACES
                   MOVE 'Nom du responsable vide' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-ADRESSE1 = SPACES
                   MOVE 'Adresse vide' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-CP IS NOT NUMERIC
                   MOVE 'Code postal non numerique' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   MOVE SPACES TO RESPREG
                   MOVE TRANS-ELEVE-NOM TO RESP-FILE-ELEVE-NOM
                   MOVE TRANS-ELEVE-CLASSE TO RESP-FILE-ELEVE-CLASSE
                   MOVE TRANS-NOM TO RESP-FILE-NOM
                   MOVE TRANS-ADRESSE1 TO RESP-FILE-ADRESSE1
                   MOVE TRANS-ADRESSE2 TO RESP-FILE-ADRESSE2
                   MOVE TRANS-CP TO RESP-FILE-CP
                   MOVE TRANS-VILLE TO RESP-FILE-VILLE
                   WRITE RESPREG
                       INVALID KEY
                           MOVE 'Eleve deja present, ajout refuse'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           MOVE SPACES TO WS-IMAGE
                           PERFORM ECRIRE-AUDIT-AJOUT
                   END-WRITE
           END-EVALUATE.

       APPLIQUER-MODIFICATION.
           EVALUATE TRUE
               WHEN NOT WS-ELEVE-TROUVE
                   MOVE 'Eleve absent, modification refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN NOT WS-EST-INSCRIT
                   MOVE 'Eleve absent du registre EFFECTIFS'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-NOM = SPACES
                   MOVE 'Nom du responsable vide' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-ADRESSE1 = SPACES
                   MOVE 'Adresse vide' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN TRANS-CP IS NOT NUMERIC
                   MOVE 'Code postal non numerique' TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   PERFORM GARNIR-IMAGE-AVANT
                   MOVE TRANS-NOM TO RESP-FILE-NOM
                   MOVE TRANS-ADRESSE1 TO RESP-FILE-ADRESSE1
                   MOVE TRANS-ADRESSE2 TO RESP-FILE-ADRESSE2
                   MOVE TRANS-CP TO RESP-FILE-CP
                   MOVE TRANS-VILLE TO RESP-FILE-VILLE
                   REWRITE RESPREG
                       INVALID KEY
                           MOVE 'Eleve absent, modification refusee'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           PERFORM ECRIRE-AUDIT-MODIF
                   END-REWRITE
           END-EVALUATE.

      *    UN ELEVE SORTI DU REGISTRE PEUT ENCORE ETRE SUPPRIME
       APPLIQUER-SUPPRESSION.
           EVALUATE TRUE
               WHEN NOT WS-ELEVE-TROUVE
                   MOVE 'Eleve absent, suppression refusee'
                       TO WS-MOTIF
                   PERFORM ECRIRE-REJET
               WHEN OTHER
                   PERFORM GARNIR-IMAGE-AVANT
                   DELETE FRESP
                       INVALID KEY
                           MOVE 'Eleve absent, suppression refusee'
                               TO WS-MOTIF
                           PERFORM ECRIRE-REJET
                       NOT INVALID KEY
                           PERFORM ECRIRE-AUDIT-SUPPRESSION
                   END-DELETE
           END-EVALUATE.

      *    LECTURE PAR CLE : L'ENREGISTREMENT TROUVE RESTE DANS
      *    RESPREG POUR L'IMAGE AVANT ET LA REECRITURE.
       CHERCHER-ELEVE.
           MOVE TRANS-CLE TO RESP-FILE-CLE
           READ FRESP
               INVALID KEY
                   MOVE 'N' TO WS-TROUVE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TROUVE
           END-READ.

       CONTROLER-INSCRIPTION.
           MOVE 'N' TO WS-INSCRIT
           IF WS-NB-INSCRITS > 0
               SET WS-INSCRIT-IDX TO 1
               SEARCH WS-INSCRIT-ENTRY
                   AT END
                       MOVE 'N' TO WS-INSCRIT
                   WHEN WS-INSCRIT-IDX > WS-NB-INSCRITS
                       MOVE 'N' TO WS-INSCRIT
                   WHEN WS-INSCRIT-CLE(WS-INSCRIT-IDX) = TRANS-CLE
                       MOVE 'Y' TO WS-INSCRIT
               END-SEARCH
           END-IF.

       GARNIR-IMAGE-AVANT.
           MOVE SPACES TO WS-IMAGE
           MOVE RESP-FILE-ELEVE-NOM TO WS-IMAGE(1:25)
           MOVE RESP-FILE-ELEVE-CLASSE TO WS-IMAGE(27:3)
           MOVE RESP-FILE-NOM TO WS-IMAGE(31:30)
           MOVE RESP-FILE-ADRESSE1 TO WS-IMAGE(62:30)
           MOVE RESP-FILE-CP TO WS-IMAGE(93:5)
           MOVE RESP-FILE-VILLE TO WS-IMAGE(99:21).

       GARNIR-IMAGE-APRES.
           MOVE SPACES TO WS-IMAGE
           MOVE TRANS-ELEVE-NOM TO WS-IMAGE(1:25)
           MOVE TRANS-ELEVE-CLASSE TO WS-IMAGE(27:3)
           MOVE TRANS-NOM TO WS-IMAGE(31:30)
           MOVE TRANS-ADRESSE1 TO WS-IMAGE(62:30)
           MOVE TRANS-CP TO WS-IMAGE(93:5)
           MOVE TRANS-VILLE TO WS-IMAGE(99:21).

       ECRIRE-AUDIT-AJOUT.
           ADD 1 TO WS-NB-ACCEPTEES
           MOVE SPACES TO AUDIT-REG
           MOVE 'AJOUT' TO AUDIT-ACTION
           MOVE SPACES TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(133:3)
           PERFORM GARNIR-IMAGE-APRES
           MOVE WS-IMAGE TO AUDIT-APRES
           WRITE AUDIT-REG.

       ECRIRE-AUDIT-MODIF.
           ADD 1 TO WS-NB-ACCEPTEES
           MOVE SPACES TO AUDIT-REG
           MOVE 'MODIFICATION' TO AUDIT-ACTION
           MOVE WS-IMAGE TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(133:3)
           PERFORM GARNIR-IMAGE-APRES
           MOVE WS-IMAGE TO AUDIT-APRES
           WRITE AUDIT-REG.

       ECRIRE-AUDIT-SUPPRESSION.
           ADD 1 TO WS-NB-ACCEPTEES
           MOVE SPACES TO AUDIT-REG
           MOVE 'SUPPRESSION' TO AUDIT-ACTION
           MOVE WS-IMAGE TO AUDIT-AVANT
           MOVE ' | ' TO AUDIT-REG(133:3)
           MOVE SPACES TO AUDIT-APRES
           WRITE AUDIT-REG.

       ECRIRE-REJET.
           ADD 1 TO WS-NB-REJETEES
           MOVE SPACES TO REJET-REG
           MOVE TRANS-ACTION TO REJET-ACTION
           MOVE TRANS-ELEVE-NOM TO REJET-ELEVE-NOM
           MOVE TRANS-ELEVE-CLASSE TO REJET-ELEVE-CLASSE
           MOVE WS-MOTIF TO REJET-MOTIF
           WRITE REJET-REG.
