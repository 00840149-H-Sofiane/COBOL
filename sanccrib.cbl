       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCCRIB.
      * Criblage des adherents et des beneficiaires de sinistres
      * contre la liste nationale des gels d'avoirs, avant tout
      * reglement. La liste publiee SANCTIONS-LISTE.txt (identifiant
      * de l'entree, date de mise a jour AAAAMMJJ, nom tel que
      * publie) est chargee en table, chaque nom etant normalise
      * dans le style de NORMTEXT : sequences multi-octets ramenees
      * a la lettre simple, majuscules, ponctuation (tiret,
      * apostrophe, point, virgule, barre) remplacee par un blanc,
      * puis decoupage en mots (les initiales d'une lettre sont
      * ignorees). Le rapprochement ne tient pas compte de l'ordre
      * des mots : le score est 200 x mots communs / (mots du nom
      * de l'adherent + mots du nom publie), soit 100 pour les
      * memes mots dans un autre ordre. A partir du seuil
      * (SANCTIONS-PARAM.txt, format M SSS ; defaut 080), le
      * rapprochement part dans SANCTIONS-A-EXAMINER.txt pour la
      * conformite, avec son score.
      * Deux etendues de criblage :
      *   - quotidienne : adherents ajoutes ou modifies depuis le
      *     criblage precedent (ADHERENTS-AUDIT.txt, cumule par
      *     ADHMAJ et consomme ici, renomme en .TRAITE) et
      *     beneficiaires des sinistres du jour
      *     (SINISTRES-ACCEPTES.txt) ;
      *   - complete : tout ADHERENTS.IDX, declenchee d'office
      *     quand la liste porte une date de mise a jour posterieure
      *     au dernier criblage complet (SANCTIONS-ETAT.txt), ou
      *     forcee par 'C' en mode dans SANCTIONS-PARAM.txt.
      * Un beneficiaire de sinistre sans fiche adherent ne peut pas
      * etre crible : il est signale a examiner (score 000).
      * Les faux positifs confirmes par la conformite sont saisis
      * dans SANCTIONS-DECISIONS.txt (MUNA, identifiant de l'entree,
      * visa) ; ils sont ajoutes au registre
      * SANCTIONS-FAUX-POSITIFS.txt, jamais ecrase, et le couple
      * adherent / entree n'est plus signale. Le fichier de
      * decisions est consomme (renomme en .TRAITE) ; une
      * decision mal formee part dans SANCTIONS-DECISIONS-REJETS.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "SANCTIONS-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FLISTE ASSIGN TO "SANCTIONS-LISTE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLISTE.

           SELECT FETAT ASSIGN TO "SANCTIONS-ETAT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FETAT.

           SELECT FDECISIONS ASSIGN TO "SANCTIONS-DECISIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECISIONS.

           SELECT FDECREJ ASSIGN TO "SANCTIONS-DECISIONS-REJETS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDECREJ.

           SELECT FFAUXPOS ASSIGN TO "SANCTIONS-FAUX-POSITIFS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFAUXPOS.

           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FAUDADH ASSIGN TO "ADHERENTS-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDADH.

           SELECT FACCEPTES ASSIGN TO "SINISTRES-ACCEPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FACCEPTES.

           SELECT FEXAMEN ASSIGN TO "SANCTIONS-A-EXAMINER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXAMEN.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-MODE PIC X(1).
              05 FILLER PIC X(1).
              05 PARAM-SEUIL PIC 9(3).

       FD     FLISTE
              RECORDING MODE IS F.
       01 LISTE-REG.
              05 LISTE-ID PIC X(10).
              05 FILLER PIC X(1).
              05 LISTE-DATE-MAJ PIC X(8).
              05 FILLER PIC X(1).
              05 LISTE-NOM PIC X(80).

       FD     FETAT
              RECORDING MODE IS F.
       01 ETAT-REG.
              05 ETAT-DATE-LISTE PIC X(8).
              05 FILLER PIC X(1).
              05 ETAT-DATE-CRIBLAGE PIC X(8).

       FD     FDECISIONS
              RECORDING MODE IS F.
       01 DECISION-REG.
              05 DECISION-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 DECISION-ID PIC X(10).
              05 FILLER PIC X(1).
              05 DECISION-VISA PIC X(8).

       FD     FDECREJ
              RECORDING MODE IS F.
       01 DECREJ-REG.
              05 DECREJ-DECISION PIC X(28).
              05 FILLER PIC X(3).
              05 DECREJ-MOTIF PIC X(40).
       01 DECREJ-TRAILER.
              05 DECREJ-TRAILER-LIB PIC X(20).
              05 DECREJ-TRAILER-NB  PIC ZZZZZZ9.

       FD     FFAUXPOS
              RECORDING MODE IS F.
       01 FAUXPOS-REG.
              05 FAUXPOS-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 FAUXPOS-ID PIC X(10).
              05 FILLER PIC X(1).
              05 FAUXPOS-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 FAUXPOS-VISA PIC X(8).

       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

      * Trace d'ADHMAJ : l'image apres commence par le MUNA
       FD     FAUDADH
              RECORDING MODE IS F.
       01 AUDADH-REG.
              05 AUDADH-ACTION PIC X(12).
              05 FILLER PIC X(1).
              05 AUDADH-AVANT PIC X(131).
              05 FILLER PIC X(3).
              05 AUDADH-APRES.
                  10 AUDADH-APRES-MUNA PIC X(8).
                  10 FILLER PIC X(123).

       FD     FACCEPTES
              RECORDING MODE IS F.
       01 SIN-REG.
              05 SIN-NUMERO PIC X(10).
              05 FILLER PIC X(1).
              05 SIN-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 SIN-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 SIN-DATE-SURVENANCE PIC X(8).
              05 FILLER PIC X(1).
              05 SIN-MONTANT PIC 9(7)V9(2).
              05 FILLER PIC X(1).
              05 SIN-DATE-DECLARATION PIC X(8).

       FD     FEXAMEN
              RECORDING MODE IS F.
       01 EXAMEN-REG.
              05 EXAMEN-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 EXAMEN-ORIGINE PIC X(19).
              05 FILLER PIC X(1).
              05 EXAMEN-NOM PIC X(30).
              05 FILLER PIC X(1).
              05 EXAMEN-SCORE PIC ZZ9.
              05 FILLER PIC X(1).
              05 EXAMEN-SANC-ID PIC X(10).
              05 FILLER PIC X(1).
              05 EXAMEN-SANC-NOM PIC X(80).
       01 EXAMEN-TRAILER.
              05 EXAMEN-TRAILER-LIB PIC X(20).
              05 EXAMEN-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLISTE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FETAT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECISIONS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDECREJ PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFAUXPOS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FACCEPTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXAMEN PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FLISTE PIC X VALUE 'N'.
           88 WS-EOF-FLISTE-REACHED VALUE 'Y'.
       01 WS-EOF-FDECISIONS PIC X VALUE 'N'.
           88 WS-EOF-FDECISIONS-REACHED VALUE 'Y'.
       01 WS-EOF-FFAUXPOS PIC X VALUE 'N'.
           88 WS-EOF-FFAUXPOS-REACHED VALUE 'Y'.
       01 WS-EOF-FADH PIC X VALUE 'N'.
           88 WS-EOF-FADH-REACHED VALUE 'Y'.
       01 WS-EOF-FAUDADH PIC X VALUE 'N'.
           88 WS-EOF-FAUDADH-REACHED VALUE 'Y'.
       01 WS-EOF-FACCEPTES PIC X VALUE 'N'.
           88 WS-EOF-FACCEPTES-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC X(8).
           05 FILLER PIC X(14).

       01 WS-SEUIL PIC 9(3) VALUE 80.
       01 WS-MODE PIC X VALUE 'Q'.
           88 WS-MODE-COMPLET VALUE 'C'.
           88 WS-MODE-QUOTIDIEN VALUE 'Q'.
       01 WS-MODE-FORCE PIC X VALUE 'N'.
       01 WS-DATE-LISTE PIC X(8) VALUE SPACES.
       01 WS-DATE-DERNIER PIC X(8) VALUE SPACES.

      * LISTE DES GELS, NOMS DEJA NORMALISES EN MOTS
       01 WS-NB-SANC PIC 9(5) VALUE 0.
       01 WS-TABLE-SANC.
           05 WS-SANC-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-NB-SANC
                             INDEXED BY WS-SANC-IDX.
               10 WS-SANC-ID PIC X(10).
               10 WS-SANC-NOM PIC X(80).
               10 WS-SANC-NB-MOTS PIC 9(2).
               10 WS-SANC-MOT PIC X(20) OCCURS 8 TIMES.

      * COUPLES ADHERENT / ENTREE DEJA RECONNUS FAUX POSITIFS
       01 WS-NB-FAUXPOS PIC 9(5) VALUE 0.
       01 WS-TABLE-FAUXPOS.
           05 WS-FP-ENTRY OCCURS 1 TO 10000 TIMES
                           DEPENDING ON WS-NB-FAUXPOS
                           INDEXED BY WS-FP-IDX.
               10 WS-FP-CLE.
                   15 WS-FP-MUNA PIC X(8).
                   15 WS-FP-ID PIC X(10).
       01 WS-CLE-CHERCHEE.
           05 WS-CLE-MUNA PIC X(8).
           05 WS-CLE-ID PIC X(10).

      * MUNA DEJA CRIBLES DANS LE PASSAGE QUOTIDIEN
       01 WS-NB-VUS PIC 9(5) VALUE 0.
       01 WS-TABLE-VUS.
           05 WS-VU-ENTRY OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WS-NB-VUS
                           INDEXED BY WS-VU-IDX.
               10 WS-VU-MUNA PIC X(8).

      * TABLE DES SEQUENCES CONNUES (COMME NORMTEXT) : SECOND OCTET
      * D'UNE SEQUENCE COMMENCANT PAR X'C3', ET LETTRE SIMPLE.
       01 WS-SEQUENCES-VAL.
           05 FILLER PIC X(2) VALUE X'A965'.
           05 FILLER PIC X(2) VALUE X'A865'.
           05 FILLER PIC X(2) VALUE X'AA65'.
           05 FILLER PIC X(2) VALUE X'AB65'.
           05 FILLER PIC X(2) VALUE X'A061'.
           05 FILLER PIC X(2) VALUE X'A261'.
           05 FILLER PIC X(2) VALUE X'A461'.
           05 FILLER PIC X(2) VALUE X'B46F'.
           05 FILLER PIC X(2) VALUE X'B66F'.
           05 FILLER PIC X(2) VALUE X'AE69'.
           05 FILLER PIC X(2) VALUE X'AF69'.
           05 FILLER PIC X(2) VALUE X'A763'.
           05 FILLER PIC X(2) VALUE X'B975'.
           05 FILLER PIC X(2) VALUE X'BB75'.
           05 FILLER PIC X(2) VALUE X'BC75'.
           05 FILLER PIC X(2) VALUE X'8945'.
           05 FILLER PIC X(2) VALUE X'8845'.
           05 FILLER PIC X(2) VALUE X'8A45'.
           05 FILLER PIC X(2) VALUE X'8041'.
           05 FILLER PIC X(2) VALUE X'8241'.
           05 FILLER PIC X(2) VALUE X'8743'.
           05 FILLER PIC X(2) VALUE X'944F'.
       01 WS-SEQUENCES REDEFINES WS-SEQUENCES-VAL.
           05 WS-SEQUENCE OCCURS 22 TIMES
                           INDEXED BY WS-SEQ-IDX.
               10 WS-SEQ-OCTET PIC X(1).
               10 WS-SEQ-REMPL PIC X(1).

      * NOM A NORMALISER ET SON DECOUPAGE EN MOTS
       01 WS-NOM-BRUT PIC X(80).
       01 WS-NOM-PLIE PIC X(80).
       01 WS-POS-IN PIC 9(3).
       01 WS-POS-OUT PIC 9(3).
       01 WS-MOT-COURANT PIC X(20).
       01 WS-LG-MOT PIC 9(2).
       01 WS-NB-MOTS PIC 9(2).
       01 WS-MOTS.
           05 WS-MOT PIC X(20) OCCURS 8 TIMES.

      * MOTS DU NOM DE L'ADHERENT CRIBLE
       01 WS-ADH-NB-MOTS PIC 9(2).
       01 WS-ADH-MOTS.
           05 WS-ADH-MOT-ENTRY OCCURS 8 TIMES.
               10 WS-ADH-MOT PIC X(20).
               10 WS-ADH-MOT-PRIS PIC X(1).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-CLE-TROUVEE VALUE 'Y'.
       01 WS-MOT-TROUVE PIC X VALUE 'N'.
           88 WS-MOT-EST-TROUVE VALUE 'Y'.
       01 WS-ADH-LU PIC X VALUE 'N'.
           88 WS-ADH-EST-LU VALUE 'Y'.
       01 WS-ORIGINE PIC X(19).
       01 WS-MUNA-CRIBLE PIC X(8).
       01 WS-MOTIF PIC X(40).
       01 WS-COMMANDE PIC X(120).
       01 WS-AUDIT-CONSOMME PIC X VALUE 'O'.
           88 WS-AUDIT-NON-CONSOMME VALUE 'N'.

       01 WS-I PIC 9(2).
       01 WS-J PIC 9(2).
       01 WS-COMMUNS PIC 9(2).
       01 WS-SCORE PIC 9(3).
       01 WS-NB-CRIBLES PIC 9(7) VALUE 0.
       01 WS-NB-SIGNALES PIC 9(7) VALUE 0.
       01 WS-NB-ECARTES PIC 9(7) VALUE 0.
       01 WS-NB-DECISIONS PIC 9(7) VALUE 0.
       01 WS-NB-DEC-REJETEES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'sanccrib' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    SEUIL DE SCORE ET MODE FORCE (FACULTATIFS)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-MODE = 'C'
                           MOVE 'O' TO WS-MODE-FORCE
                       END-IF
                       IF PARAM-SEUIL IS NUMERIC
                          AND PARAM-SEUIL > 0
                          AND PARAM-SEUIL NOT > 100
                           MOVE PARAM-SEUIL TO WS-SEUIL
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    LISTE DES GELS : SANS ELLE AUCUN REGLEMENT NE PEUT ETRE
      *    LIBERE, ET UNE LISTE TRONQUEE NE PROTEGE PAS
           OPEN INPUT FLISTE.
           IF WS-STATUS-FLISTE NOT = '00'
               DISPLAY 'SANCTIONS-LISTE.txt non disponible - code '
                   'statut ' WS-STATUS-FLISTE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FLISTE-REACHED
               READ FLISTE
                   AT END
                       SET WS-EOF-FLISTE-REACHED TO TRUE
                   NOT AT END
                       IF LISTE-ID NOT = SPACES
                           PERFORM CHARGER-ENTREE-LISTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLISTE.
           IF WS-NB-SANC = 0
               DISPLAY 'SANCTIONS-LISTE.txt vide - criblage impossible'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

      *    ETENDUE DU CRIBLAGE : COMPLET APRES CHAQUE MISE A JOUR DE
      *    LA LISTE, QUOTIDIEN SINON
           OPEN INPUT FETAT.
           IF WS-STATUS-FETAT = '00'
               READ FETAT
                   AT END CONTINUE
                   NOT AT END
                       MOVE ETAT-DATE-LISTE TO WS-DATE-DERNIER
               END-READ
               CLOSE FETAT
           END-IF
           IF WS-MODE-FORCE = 'O'
              OR WS-DATE-DERNIER = SPACES
              OR WS-DATE-LISTE > WS-DATE-DERNIER
               SET WS-MODE-COMPLET TO TRUE
           ELSE
               SET WS-MODE-QUOTIDIEN TO TRUE
           END-IF

      *    DECISIONS DE LA CONFORMITE, PUIS REGISTRE DES FAUX
      *    POSITIFS (ABSENT AU PREMIER PASSAGE)
           PERFORM ENREGISTRER-DECISIONS
           OPEN INPUT FFAUXPOS.
           IF WS-STATUS-FFAUXPOS = '00'
               PERFORM UNTIL WS-EOF-FFAUXPOS-REACHED
                   READ FFAUXPOS
                       AT END
                           SET WS-EOF-FFAUXPOS-REACHED TO TRUE
                       NOT AT END
                           IF WS-NB-FAUXPOS < 10000
                               ADD 1 TO WS-NB-FAUXPOS
                               MOVE FAUXPOS-MUNA
                                   TO WS-FP-MUNA(WS-NB-FAUXPOS)
                               MOVE FAUXPOS-ID
                                   TO WS-FP-ID(WS-NB-FAUXPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FFAUXPOS
           END-IF

           OPEN INPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADH
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           OPEN OUTPUT FEXAMEN.
           IF WS-MODE-COMPLET
               DISPLAY 'Criblage complet - liste du ' WS-DATE-LISTE
               PERFORM CRIBLER-TOUS-ADHERENTS
           ELSE
               DISPLAY 'Criblage quotidien - liste du ' WS-DATE-LISTE
               PERFORM CRIBLER-ADHERENTS-DU-JOUR
           END-IF
           PERFORM CRIBLER-SINISTRES-DU-JOUR
           CLOSE FADH.
           MOVE SPACES TO EXAMEN-TRAILER
           MOVE 'TOTAL A EXAMINER : ' TO EXAMEN-TRAILER-LIB
           MOVE WS-NB-SIGNALES TO EXAMEN-TRAILER-NB
           WRITE EXAMEN-TRAILER
           CLOSE FEXAMEN.
           PERFORM CONSOMMER-AUDIT-ADHERENTS

      *    LE CRIBLAGE COMPLET EST ACQUIS POUR CETTE LISTE
           IF WS-MODE-COMPLET
               OPEN OUTPUT FETAT
               MOVE SPACES TO ETAT-REG
               MOVE WS-DATE-LISTE TO ETAT-DATE-LISTE
               MOVE WS-RUN-YYYYMMDD TO ETAT-DATE-CRIBLAGE
               WRITE ETAT-REG
               CLOSE FETAT
           END-IF

           DISPLAY 'Entrees de la liste  : ' WS-NB-SANC
           DISPLAY 'Noms cribles         : ' WS-NB-CRIBLES
           DISPLAY 'Rapprochements       : ' WS-NB-SIGNALES
               ' (voir SANCTIONS-A-EXAMINER.txt)'
           DISPLAY 'Faux positifs ecartes: ' WS-NB-ECARTES
           DISPLAY 'Decisions enregistrees : ' WS-NB-DECISIONS
               ', rejetees : ' WS-NB-DEC-REJETEES
           DISPLAY 'Seuil de score : ' WS-SEUIL
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-SIGNALES > 0 OR WS-NB-DEC-REJETEES > 0
              OR WS-AUDIT-NON-CONSOMME
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    UNE ENTREE DE LA LISTE EST RANGEE AVEC SON NOM DECOUPE ;
      *    LA DATE DE LA LISTE EST LA PLUS RECENTE DES DATES DE MISE
      *    A JOUR.
       CHARGER-ENTREE-LISTE.
           IF WS-NB-SANC NOT < 5000
               DISPLAY 'SANCTIONS-LISTE.txt depasse 5000 entrees - '
                   'criblage abandonne'
               CLOSE FLISTE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           ADD 1 TO WS-NB-SANC
           MOVE LISTE-ID TO WS-SANC-ID(WS-NB-SANC)
           MOVE LISTE-NOM TO WS-SANC-NOM(WS-NB-SANC)
           MOVE LISTE-NOM TO WS-NOM-BRUT
           PERFORM NORMALISER-NOM
           MOVE WS-NB-MOTS TO WS-SANC-NB-MOTS(WS-NB-SANC)
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-MOT(WS-I) TO WS-SANC-MOT(WS-NB-SANC, WS-I)
           END-PERFORM
           IF LISTE-DATE-MAJ IS NUMERIC
              AND LISTE-DATE-MAJ > WS-DATE-LISTE
               MOVE LISTE-DATE-MAJ TO WS-DATE-LISTE
           END-IF.

      *    CHAQUE DECISION VALIDE EST AJOUTEE AU REGISTRE DES FAUX
      *    POSITIFS ; LE FICHIER TRAITE EST CONSOMME POUR NE PAS
      *    ETRE REJOUE.
       ENREGISTRER-DECISIONS.
           OPEN INPUT FDECISIONS.
           IF WS-STATUS-FDECISIONS = '00'
               OPEN EXTEND FFAUXPOS
               IF WS-STATUS-FFAUXPOS NOT = '00'
                   OPEN OUTPUT FFAUXPOS
               END-IF
               OPEN OUTPUT FDECREJ
               PERFORM UNTIL WS-EOF-FDECISIONS-REACHED
                   READ FDECISIONS
                       AT END
                           SET WS-EOF-FDECISIONS-REACHED TO TRUE
                       NOT AT END
                           PERFORM ENREGISTRER-DECISION
                   END-READ
               END-PERFORM
               CLOSE FDECISIONS
               CLOSE FFAUXPOS
               MOVE SPACES TO DECREJ-TRAILER
               MOVE 'TOTAL REJETS : ' TO DECREJ-TRAILER-LIB
               MOVE WS-NB-DEC-REJETEES TO DECREJ-TRAILER-NB
               WRITE DECREJ-TRAILER
               CLOSE FDECREJ
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv SANCTIONS-DECISIONS.txt '
                   DELIMITED BY SIZE
                   'SANCTIONS-DECISIONS.txt.TRAITE'
                   DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               MOVE 0 TO RETURN-CODE
           END-IF.

       ENREGISTRER-DECISION.
           MOVE SPACES TO WS-MOTIF
           EVALUATE TRUE
               WHEN DECISION-MUNA IS NOT NUMERIC
                   MOVE 'MUNA non numerique (8 chiffres attendus)'
                       TO WS-MOTIF
               WHEN DECISION-ID = SPACES
                   MOVE 'Identifiant de l entree absent'
                       TO WS-MOTIF
               WHEN DECISION-VISA = SPACES
                   MOVE 'Visa de la conformite absent'
                       TO WS-MOTIF
           END-EVALUATE
           IF WS-MOTIF = SPACES
               ADD 1 TO WS-NB-DECISIONS
               MOVE SPACES TO FAUXPOS-REG
               MOVE DECISION-MUNA TO FAUXPOS-MUNA
               MOVE DECISION-ID TO FAUXPOS-ID
               MOVE WS-RUN-YYYYMMDD TO FAUXPOS-DATE
               MOVE DECISION-VISA TO FAUXPOS-VISA
               WRITE FAUXPOS-REG
           ELSE
               ADD 1 TO WS-NB-DEC-REJETEES
               MOVE SPACES TO DECREJ-REG
               MOVE DECISION-REG TO DECREJ-DECISION
               MOVE ' | ' TO DECREJ-REG(29:3)
               MOVE WS-MOTIF TO DECREJ-MOTIF
               WRITE DECREJ-REG
           END-IF.

      *    APRES MISE A JOUR DE LA LISTE : TOUTE LA BASE, DANS
      *    L'ORDRE DES MUNA
       CRIBLER-TOUS-ADHERENTS.
           MOVE 'ADHERENT' TO WS-ORIGINE
           PERFORM UNTIL WS-EOF-FADH-REACHED
               READ FADH NEXT RECORD
                   AT END
                       SET WS-EOF-FADH-REACHED TO TRUE
                   NOT AT END
                       PERFORM CRIBLER-FICHE
               END-READ
           END-PERFORM.

      *    PASSAGE QUOTIDIEN : ADHERENTS AJOUTES OU MODIFIES PAR
      *    ADHMAJ (UN CHANGEMENT DE NOM EST CRIBLE A NOUVEAU)
       CRIBLER-ADHERENTS-DU-JOUR.
           MOVE 'ADHERENT' TO WS-ORIGINE
           OPEN INPUT FAUDADH.
           IF WS-STATUS-FAUDADH NOT = '00'
               DISPLAY 'ADHERENTS-AUDIT.txt absent - aucun adherent '
                   'nouveau a cribler'
           ELSE
               PERFORM UNTIL WS-EOF-FAUDADH-REACHED
                   READ FAUDADH
                       AT END
                           SET WS-EOF-FAUDADH-REACHED TO TRUE
                       NOT AT END
                           IF (AUDADH-ACTION = 'AJOUT'
                               OR AUDADH-ACTION = 'MODIFICATION')
                              AND AUDADH-APRES-MUNA IS NUMERIC
                               MOVE AUDADH-APRES-MUNA TO WS-MUNA-CRIBLE
                               PERFORM CRIBLER-MUNA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAUDADH
           END-IF.

      *    LES ADHERENTS DE L'AUDIT D'ADHMAJ SONT CRIBLES (UN A UN EN
      *    QUOTIDIEN, AVEC TOUTE LA BASE EN COMPLET) : L'AUDIT EST
      *    CONSOMME POUR QUE LE PROCHAIN CRIBLAGE PARTE DES
      *    CHANGEMENTS SUIVANTS. UN ECHEC DU RENOMMAGE NE FAIT QUE
      *    RECRIBLER LES MEMES ADHERENTS : SIGNALE, CODE RETOUR 4.
       CONSOMMER-AUDIT-ADHERENTS.
           OPEN INPUT FAUDADH.
           IF WS-STATUS-FAUDADH = '00'
               CLOSE FAUDADH
               MOVE SPACES TO WS-COMMANDE
               STRING 'mv ADHERENTS-AUDIT.txt ' DELIMITED BY SIZE
                   'ADHERENTS-AUDIT.TRAITE' DELIMITED BY SIZE
                   INTO WS-COMMANDE
               CALL 'SYSTEM' USING WS-COMMANDE
               IF RETURN-CODE NOT = 0
                   DISPLAY 'Echec du renommage de ADHERENTS-AUDIT.txt '
                       'en .TRAITE - adherents recribles au prochain '
                       'passage'
                   SET WS-AUDIT-NON-CONSOMME TO TRUE
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    BENEFICIAIRES DES SINISTRES DU JOUR. EN CRIBLAGE COMPLET
      *    LES ADHERENTS SONT DEJA PASSES : SEUL LE BENEFICIAIRE SANS
      *    FICHE EST ENCORE A SIGNALER.
       CRIBLER-SINISTRES-DU-JOUR.
           OPEN INPUT FACCEPTES.
           IF WS-STATUS-FACCEPTES NOT = '00'
               DISPLAY 'SINISTRES-ACCEPTES.txt absent - aucun '
                   'sinistre du jour a cribler'
           ELSE
               PERFORM UNTIL WS-EOF-FACCEPTES-REACHED
                   READ FACCEPTES
                       AT END
                           SET WS-EOF-FACCEPTES-REACHED TO TRUE
                       NOT AT END
                           IF SIN-MUNA IS NUMERIC
                               MOVE SPACES TO WS-ORIGINE
                               STRING 'SINISTRE ' DELIMITED BY SIZE
                                   SIN-NUMERO DELIMITED BY SIZE
                                   INTO WS-ORIGINE
                               MOVE SIN-MUNA TO WS-MUNA-CRIBLE
                               IF WS-MODE-COMPLET
                                   PERFORM CONTROLER-FICHE-SINISTRE
                               ELSE
                                   PERFORM CRIBLER-MUNA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACCEPTES
           END-IF.

       CONTROLER-FICHE-SINISTRE.
           MOVE WS-MUNA-CRIBLE TO ADH-FILE-MUNA
           READ FADH
               INVALID KEY
                   PERFORM SIGNALER-SANS-FICHE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    UN MUNA DEJA CRIBLE DANS LE PASSAGE N'EST PAS REPRIS
       CRIBLER-MUNA.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-VUS > 0
               SET WS-VU-IDX TO 1
               SEARCH WS-VU-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-VU-MUNA(WS-VU-IDX) = WS-MUNA-CRIBLE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-CLE-TROUVEE
               IF WS-NB-VUS < 20000
                   ADD 1 TO WS-NB-VUS
                   MOVE WS-MUNA-CRIBLE TO WS-VU-MUNA(WS-NB-VUS)
               END-IF
               MOVE WS-MUNA-CRIBLE TO ADH-FILE-MUNA
               READ FADH
                   INVALID KEY
                       MOVE 'N' TO WS-ADH-LU
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ADH-LU
               END-READ
               IF WS-ADH-EST-LU
                   PERFORM CRIBLER-FICHE
               ELSE
                   PERFORM SIGNALER-SANS-FICHE
               END-IF
           END-IF.

      *    LE NOM DE LA FICHE LUE EST CONFRONTE A TOUTE LA LISTE
       CRIBLER-FICHE.
           ADD 1 TO WS-NB-CRIBLES
           MOVE SPACES TO WS-NOM-BRUT
           MOVE ADH-FILE-NOM TO WS-NOM-BRUT
           PERFORM NORMALISER-NOM
           MOVE WS-NB-MOTS TO WS-ADH-NB-MOTS
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE WS-MOT(WS-I) TO WS-ADH-MOT(WS-I)
           END-PERFORM
           IF WS-ADH-NB-MOTS > 0
               PERFORM COMPARER-ENTREE
                   VARYING WS-SANC-IDX FROM 1 BY 1
                   UNTIL WS-SANC-IDX > WS-NB-SANC
           END-IF.

      *    SCORE INDEPENDANT DE L'ORDRE DES MOTS : CHAQUE MOT DE
      *    L'ADHERENT NE SERT QU'UNE FOIS
       COMPARER-ENTREE.
           IF WS-SANC-NB-MOTS(WS-SANC-IDX) > 0
               MOVE 0 TO WS-COMMUNS
               PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > 8
                   MOVE 'N' TO WS-ADH-MOT-PRIS(WS-J)
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SANC-NB-MOTS(WS-SANC-IDX)
                   MOVE 'N' TO WS-MOT-TROUVE
                   PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-ADH-NB-MOTS
                          OR WS-MOT-EST-TROUVE
                       IF WS-ADH-MOT-PRIS(WS-J) = 'N'
                          AND WS-ADH-MOT(WS-J) =
                              WS-SANC-MOT(WS-SANC-IDX, WS-I)
                           MOVE 'O' TO WS-ADH-MOT-PRIS(WS-J)
                           MOVE 'Y' TO WS-MOT-TROUVE
                           ADD 1 TO WS-COMMUNS
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF WS-COMMUNS > 0
                   COMPUTE WS-SCORE = (WS-COMMUNS * 200)
                       / (WS-ADH-NB-MOTS + WS-SANC-NB-MOTS(WS-SANC-IDX))
                   IF WS-SCORE NOT < WS-SEUIL
                       PERFORM SIGNALER-RAPPROCHEMENT
                   END-IF
               END-IF
           END-IF.

       SIGNALER-RAPPROCHEMENT.
           MOVE ADH-FILE-MUNA TO WS-CLE-MUNA
           MOVE WS-SANC-ID(WS-SANC-IDX) TO WS-CLE-ID
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-FAUXPOS > 0
               SET WS-FP-IDX TO 1
               SEARCH WS-FP-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-FP-CLE(WS-FP-IDX) = WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF WS-CLE-TROUVEE
               ADD 1 TO WS-NB-ECARTES
           ELSE
               ADD 1 TO WS-NB-SIGNALES
               MOVE SPACES TO EXAMEN-REG
               MOVE ADH-FILE-MUNA TO EXAMEN-MUNA
               MOVE WS-ORIGINE TO EXAMEN-ORIGINE
               MOVE ADH-FILE-NOM TO EXAMEN-NOM
               MOVE WS-SCORE TO EXAMEN-SCORE
               MOVE WS-SANC-ID(WS-SANC-IDX) TO EXAMEN-SANC-ID
               MOVE WS-SANC-NOM(WS-SANC-IDX) TO EXAMEN-SANC-NOM
               WRITE EXAMEN-REG
           END-IF.

      *    BENEFICIAIRE SANS NOM CONNU : NON CRIBLABLE, DONC A VOIR
      *    AVANT REGLEMENT
       SIGNALER-SANS-FICHE.
           ADD 1 TO WS-NB-SIGNALES
           MOVE SPACES TO EXAMEN-REG
           MOVE WS-MUNA-CRIBLE TO EXAMEN-MUNA
           MOVE WS-ORIGINE TO EXAMEN-ORIGINE
           MOVE 'SANS FICHE ADHERENT' TO EXAMEN-NOM
           MOVE 0 TO EXAMEN-SCORE
           MOVE 'Nom inconnu - non crible' TO EXAMEN-SANC-NOM
           WRITE EXAMEN-REG.

      *    NORMALISATION DE WS-NOM-BRUT DANS LE STYLE DE NORMTEXT,
      *    PUIS DECOUPAGE EN MOTS DANS WS-MOT (8 MOTS AU PLUS, 20
      *    CARACTERES AU PLUS, INITIALES D'UNE LETTRE IGNOREES).
       NORMALISER-NOM.
           MOVE SPACES TO WS-NOM-PLIE
           MOVE 1 TO WS-POS-OUT
           MOVE 1 TO WS-POS-IN
           PERFORM UNTIL WS-POS-IN > 80
               IF WS-NOM-BRUT(WS-POS-IN:1) = X'C3'
                  AND WS-POS-IN < 80
                   PERFORM REMPLACER-SEQUENCE
               ELSE
                   MOVE WS-NOM-BRUT(WS-POS-IN:1)
                       TO WS-NOM-PLIE(WS-POS-OUT:1)
                   ADD 1 TO WS-POS-IN
                   ADD 1 TO WS-POS-OUT
               END-IF
           END-PERFORM
           INSPECT WS-NOM-PLIE CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT WS-NOM-PLIE CONVERTING X'272D2E2C2F' TO '     '
           MOVE 0 TO WS-NB-MOTS
           MOVE SPACES TO WS-MOT-COURANT
           MOVE 0 TO WS-LG-MOT
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 8
               MOVE SPACES TO WS-MOT(WS-I)
           END-PERFORM
           PERFORM VARYING WS-POS-IN FROM 1 BY 1 UNTIL WS-POS-IN > 80
               IF WS-NOM-PLIE(WS-POS-IN:1) = SPACE
                   PERFORM FERMER-MOT
               ELSE
                   IF WS-LG-MOT < 20
                       ADD 1 TO WS-LG-MOT
                       MOVE WS-NOM-PLIE(WS-POS-IN:1)
                           TO WS-MOT-COURANT(WS-LG-MOT:1)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM FERMER-MOT.

       REMPLACER-SEQUENCE.
           MOVE 'N' TO WS-MOT-TROUVE
           SET WS-SEQ-IDX TO 1
           SEARCH WS-SEQUENCE
               AT END
                   MOVE 'N' TO WS-MOT-TROUVE
               WHEN WS-SEQ-OCTET(WS-SEQ-IDX) =
                    WS-NOM-BRUT(WS-POS-IN + 1:1)
                   MOVE 'Y' TO WS-MOT-TROUVE
           END-SEARCH
           IF WS-MOT-EST-TROUVE
               MOVE WS-SEQ-REMPL(WS-SEQ-IDX)
                   TO WS-NOM-PLIE(WS-POS-OUT:1)
               ADD 2 TO WS-POS-IN
               ADD 1 TO WS-POS-OUT
           ELSE
               MOVE WS-NOM-BRUT(WS-POS-IN:1)
                   TO WS-NOM-PLIE(WS-POS-OUT:1)
               ADD 1 TO WS-POS-IN
               ADD 1 TO WS-POS-OUT
           END-IF.

       FERMER-MOT.
           IF WS-LG-MOT > 1 AND WS-NB-MOTS < 8
               ADD 1 TO WS-NB-MOTS
               MOVE WS-MOT-COURANT TO WS-MOT(WS-NB-MOTS)
           END-IF
           MOVE SPACES TO WS-MOT-COURANT
           MOVE 0 TO WS-LG-MOT.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
