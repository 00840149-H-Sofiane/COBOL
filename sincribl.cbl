       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCRIBL.
      * Criblage des sinistres avant reglement : chaque sinistre du
      * jour de SINISTRES-ACCEPTES.txt (produit par sinistres) est
      * confronte a quatre schemas de fraude ou de double paiement,
      * et signale pour examen manuel si l'un au moins se presente :
      *   - survenance a moins de N jours du DEBUT-EFFET-SE de la
      *     police (police lue dans ASSURANCES.IDX) ;
      *   - plus de X sinistres sur le meme MUNA en douze mois
      *     (registre SINISTRES-REGISTRE.txt et sinistres du jour) ;
      *   - meme MUNA et meme date de survenance sous un autre
      *     SIN-NUMERO ;
      *   - police signalee dans SURCOUVERTURES.txt (surcouv).
      * N et X sont lus dans SINISTRES-CRIBLAGE-PARAM.txt (format
      * NNN XX ; defaut 30 jours et 3 sinistres). Les sinistres
      * signales partent dans SINISTRES-A-EXAMINER.txt avec TOUS les
      * motifs declenches. Les deux doubles paiements a l'origine de
      * surcouv auraient ete arretes ici.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "SINISTRES-CRIBLAGE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FACCEPTES ASSIGN TO "SINISTRES-ACCEPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FACCEPTES.

           SELECT FREGISTRE ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.

           SELECT FSURCOUV ASSIGN TO "SURCOUVERTURES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FSURCOUV.

           SELECT FASSUIDX ASSIGN TO "ASSURANCES.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASSUIDX-KEY
           ALTERNATE RECORD KEY IS ASSUIDX-IDENTIFIANT
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS-FASSUIDX.

           SELECT FEXAMEN ASSIGN TO "SINISTRES-A-EXAMINER.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FEXAMEN.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-JOURS PIC 9(3).
              05 FILLER PIC X(1).
              05 PARAM-MAX-SINISTRES PIC 9(2).

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

       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY SINREC.

       FD     FSURCOUV
              RECORDING MODE IS F.
       01 CHEVAUCHE-REG.
              05 CHEVAUCHE-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 CHEVAUCHE-IDENT-1 PIC X(14).
              05 FILLER PIC X(1).
              05 CHEVAUCHE-DEBUT-1 PIC X(8).
              05 FILLER PIC X(1).
              05 CHEVAUCHE-FIN-1 PIC X(8).
              05 FILLER PIC X(3).
              05 CHEVAUCHE-IDENT-2 PIC X(14).
              05 FILLER PIC X(1).
              05 CHEVAUCHE-DEBUT-2 PIC X(8).
              05 FILLER PIC X(1).
              05 CHEVAUCHE-FIN-2 PIC X(8).
              05 FILLER PIC X(3).
              05 CHEVAUCHE-LIBELLE PIC X(40).

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

       FD     FEXAMEN
              RECORDING MODE IS F.
       01 EXAMEN-REG.
              05 EXAMEN-SINISTRE PIC X(62).
              05 FILLER PIC X(3).
              05 EXAMEN-MOTIFS PIC X(140).
       01 EXAMEN-TRAILER.
              05 EXAMEN-TRAILER-LIB PIC X(20).
              05 EXAMEN-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FACCEPTES PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FSURCOUV PIC X(02) VALUE SPACES.
       77 WS-STATUS-FASSUIDX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FEXAMEN PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FACCEPTES PIC X VALUE 'N'.
           88 WS-EOF-FACCEPTES-REACHED VALUE 'Y'.
       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.
       01 WS-EOF-FSURCOUV PIC X VALUE 'N'.
           88 WS-EOF-FSURCOUV-REACHED VALUE 'Y'.

       01 WS-JOURS-CARENCE PIC 9(3) VALUE 30.
       01 WS-MAX-SINISTRES PIC 9(2) VALUE 3.

      * SINISTRES CONNUS : REGISTRE PUIS SINISTRES DU JOUR
      * (WS-CONNU-JOUR = 'O'), POUR LES SCHEMAS PAR MUNA
       01 WS-NB-CONNUS PIC 9(5) VALUE 0.
       01 WS-TABLE-CONNUS.
           05 WS-CONNU-ENTRY OCCURS 1 TO 25000 TIMES
                              DEPENDING ON WS-NB-CONNUS
                              INDEXED BY WS-CONNU-IDX.
               10 WS-CONNU-NUMERO PIC X(10).
               10 WS-CONNU-MUNA PIC 9(8).
               10 WS-CONNU-SURVENANCE PIC X(8).
               10 WS-CONNU-JOUR PIC X(1).

      * POLICES EN SURCOUVERTURE (cle MUNA + IDENTIFIANT)
       01 WS-NB-SURCOUV PIC 9(5) VALUE 0.
       01 WS-TABLE-SURCOUV.
           05 WS-SURCOUV-ENTRY OCCURS 1 TO 5000 TIMES
                                DEPENDING ON WS-NB-SURCOUV
                                INDEXED BY WS-SURCOUV-IDX.
               10 WS-SURCOUV-CLE.
                   15 WS-SURCOUV-MUNA PIC X(8).
                   15 WS-SURCOUV-IDENT PIC X(14).
       01 WS-CLE-CHERCHEE.
           05 WS-CLE-MUNA PIC X(8).
           05 WS-CLE-IDENT PIC X(14).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-CLE-TROUVEE VALUE 'Y'.

       01 WS-MOTIFS PIC X(140) VALUE SPACES.
       01 WS-MOTIF PIC X(40) VALUE SPACES.
       01 WS-POINTEUR PIC 9(3) VALUE 1.
       01 WS-NB-MOTIFS PIC 9(1) VALUE 0.

       01 WS-DATE-NUM PIC 9(8).
       01 WS-SURVENANCE-INT PIC 9(9).
       01 WS-EFFET-INT PIC 9(9).
       01 WS-CONNU-INT PIC 9(9).
       01 WS-ECART PIC S9(9).
       01 WS-NB-SUR-MUNA PIC 9(5).

       01 WS-I PIC 9(5) VALUE 0.
       01 WS-NB-JOUR PIC 9(5) VALUE 0.
       01 WS-NB-LUS PIC 9(7) VALUE 0.
       01 WS-NB-SIGNALES PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'sincribl' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    SEUILS DE CRIBLAGE (DEFAUT 30 JOURS, 3 SINISTRES)
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-JOURS IS NUMERIC
                           MOVE PARAM-JOURS TO WS-JOURS-CARENCE
                       END-IF
                       IF PARAM-MAX-SINISTRES IS NUMERIC
                          AND PARAM-MAX-SINISTRES > 0
                           MOVE PARAM-MAX-SINISTRES
                               TO WS-MAX-SINISTRES
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    HISTORIQUE : SINISTRES DEJA AU REGISTRE (ABSENT AU
      *    PREMIER PASSAGE)
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE = '00'
               PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
                   READ FREGISTRE
                       AT END
                           SET WS-EOF-FREGISTRE-REACHED TO TRUE
                       NOT AT END
                           IF SINR-MUNA IS NUMERIC
                              AND WS-NB-CONNUS < 25000
                               ADD 1 TO WS-NB-CONNUS
                               MOVE SINR-NUMERO
                                   TO WS-CONNU-NUMERO(WS-NB-CONNUS)
                               MOVE SINR-MUNA
                                   TO WS-CONNU-MUNA(WS-NB-CONNUS)
                               MOVE SINR-DATE-SURVENANCE
                                   TO WS-CONNU-SURVENANCE(WS-NB-CONNUS)
                               MOVE 'N' TO WS-CONNU-JOUR(WS-NB-CONNUS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FREGISTRE
           ELSE
               DISPLAY 'SINISTRES-REGISTRE.txt absent - criblage sur '
                   'les seuls sinistres du jour'
           END-IF

      *    POLICES EN SURCOUVERTURE (FACULTATIF)
           OPEN INPUT FSURCOUV.
           IF WS-STATUS-FSURCOUV = '00'
               PERFORM UNTIL WS-EOF-FSURCOUV-REACHED
                   READ FSURCOUV
                       AT END
                           SET WS-EOF-FSURCOUV-REACHED TO TRUE
                       NOT AT END
      *                    LA DERNIERE LIGNE EST LE TRAILER
                           IF CHEVAUCHE-MUNA IS NUMERIC
                               PERFORM CHARGER-SURCOUVERTURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FSURCOUV
           ELSE
               DISPLAY 'SURCOUVERTURES.txt absent - schema '
                   'surcouverture non controle'
           END-IF

      *    SINISTRES DU JOUR : AJOUTES A L'HISTORIQUE AVANT CRIBLAGE
      *    POUR QUE DEUX DECLARATIONS DU MEME JOUR SE VOIENT
           OPEN INPUT FACCEPTES.
           IF WS-STATUS-FACCEPTES NOT = '00'
               DISPLAY 'SINISTRES-ACCEPTES.txt non disponible - code '
                   'statut ' WS-STATUS-FACCEPTES
               DISPLAY 'Executer sinistres avant sincribl'
      *        LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *        ENTREE MANQUANTE NE DOIT PAS COMPTER COMME UN
      *        PASSAGE PLANTE (DEBUT SANS FIN)
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FACCEPTES-REACHED
               READ FACCEPTES
                   AT END
                       SET WS-EOF-FACCEPTES-REACHED TO TRUE
                   NOT AT END
                       IF SIN-MUNA IS NUMERIC
                          AND WS-NB-CONNUS < 25000
                           PERFORM AJOUTER-SINISTRE-JOUR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACCEPTES.

      *    CRIBLAGE, SINISTRE DU JOUR PAR SINISTRE DU JOUR
           OPEN INPUT FASSUIDX.
           IF WS-STATUS-FASSUIDX NOT = '00'
               DISPLAY 'ASSURANCES.IDX non disponible - code statut '
                   WS-STATUS-FASSUIDX
               DISPLAY 'Executer assuidx pour reconstruire l index'
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-FACCEPTES
           OPEN INPUT FACCEPTES.
           OPEN OUTPUT FEXAMEN.
           PERFORM UNTIL WS-EOF-FACCEPTES-REACHED
               READ FACCEPTES
                   AT END
                       SET WS-EOF-FACCEPTES-REACHED TO TRUE
                   NOT AT END
                       IF SIN-MUNA IS NUMERIC
                           ADD 1 TO WS-NB-LUS
                           PERFORM CRIBLER-SINISTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FACCEPTES.
           CLOSE FASSUIDX.
           MOVE SPACES TO EXAMEN-TRAILER
           MOVE 'TOTAL A EXAMINER : ' TO EXAMEN-TRAILER-LIB
           MOVE WS-NB-SIGNALES TO EXAMEN-TRAILER-NB
           WRITE EXAMEN-TRAILER
           CLOSE FEXAMEN.

           DISPLAY 'Sinistres cribles   : ' WS-NB-LUS
           DISPLAY 'Sinistres signales  : ' WS-NB-SIGNALES
               ' (voir SINISTRES-A-EXAMINER.txt)'
           DISPLAY 'Seuils : ' WS-JOURS-CARENCE ' jours, '
               WS-MAX-SINISTRES ' sinistres en douze mois'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-SIGNALES > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       CHARGER-SURCOUVERTURE.
           IF WS-NB-SURCOUV < 4999
               ADD 1 TO WS-NB-SURCOUV
               MOVE CHEVAUCHE-MUNA TO WS-SURCOUV-MUNA(WS-NB-SURCOUV)
               MOVE CHEVAUCHE-IDENT-1
                   TO WS-SURCOUV-IDENT(WS-NB-SURCOUV)
               ADD 1 TO WS-NB-SURCOUV
               MOVE CHEVAUCHE-MUNA TO WS-SURCOUV-MUNA(WS-NB-SURCOUV)
               MOVE CHEVAUCHE-IDENT-2
                   TO WS-SURCOUV-IDENT(WS-NB-SURCOUV)
           END-IF.

      *    UN SINISTRE DU JOUR DEJA AU REGISTRE (REPRISE) N'EST PAS
      *    COMPTE DEUX FOIS.
       AJOUTER-SINISTRE-JOUR.
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-CONNUS > 0
               SET WS-CONNU-IDX TO 1
               SEARCH WS-CONNU-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-CONNU-NUMERO(WS-CONNU-IDX) = SIN-NUMERO
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF NOT WS-CLE-TROUVEE
               ADD 1 TO WS-NB-CONNUS
               ADD 1 TO WS-NB-JOUR
               MOVE SIN-NUMERO TO WS-CONNU-NUMERO(WS-NB-CONNUS)
               MOVE SIN-MUNA TO WS-CONNU-MUNA(WS-NB-CONNUS)
               MOVE SIN-DATE-SURVENANCE
                   TO WS-CONNU-SURVENANCE(WS-NB-CONNUS)
               MOVE 'O' TO WS-CONNU-JOUR(WS-NB-CONNUS)
           END-IF.

      *    APPLIQUE LES QUATRE SCHEMAS AU SINISTRE COURANT ET ECRIT
      *    UNE LIGNE A EXAMINER PORTANT TOUS LES MOTIFS DECLENCHES.
       CRIBLER-SINISTRE.
           MOVE SPACES TO WS-MOTIFS
           MOVE 1 TO WS-POINTEUR
           MOVE 0 TO WS-NB-MOTIFS
           MOVE SIN-DATE-SURVENANCE TO WS-DATE-NUM
           COMPUTE WS-SURVENANCE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

      *    1) SURVENANCE PROCHE DE LA PRISE D'EFFET
           MOVE SIN-MUNA TO ASSUIDX-MUNA
           MOVE SIN-IDENTIFIANT TO ASSUIDX-IDENTIFIANT
           READ FASSUIDX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ASSUIDX-DEBUT-EFFET IS NUMERIC
                       MOVE ASSUIDX-DEBUT-EFFET TO WS-DATE-NUM
                       COMPUTE WS-EFFET-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       COMPUTE WS-ECART =
                           WS-SURVENANCE-INT - WS-EFFET-INT
                       IF WS-ECART < WS-JOURS-CARENCE
                           MOVE 'Survenance proche prise d effet'
                               TO WS-MOTIF
                           PERFORM AJOUTER-MOTIF
                       END-IF
                   END-IF
           END-READ

      *    2) FREQUENCE ET 3) DOUBLON SUR LE MEME MUNA
           MOVE 0 TO WS-NB-SUR-MUNA
           MOVE 'N' TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CONNUS
               IF WS-CONNU-MUNA(WS-I) = SIN-MUNA
                  AND WS-CONNU-SURVENANCE(WS-I) IS NUMERIC
                   MOVE WS-CONNU-SURVENANCE(WS-I) TO WS-DATE-NUM
                   COMPUTE WS-CONNU-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-ECART = WS-SURVENANCE-INT - WS-CONNU-INT
                   IF WS-ECART >= 0 AND WS-ECART < 365
                       ADD 1 TO WS-NB-SUR-MUNA
                   END-IF
                   IF WS-CONNU-SURVENANCE(WS-I) = SIN-DATE-SURVENANCE
                      AND WS-CONNU-NUMERO(WS-I) NOT = SIN-NUMERO
                       MOVE 'Y' TO WS-TROUVE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NB-SUR-MUNA > WS-MAX-SINISTRES
               MOVE 'Frequence de sinistres sur le MUNA'
                   TO WS-MOTIF
               PERFORM AJOUTER-MOTIF
           END-IF
           IF WS-CLE-TROUVEE
               MOVE 'Meme MUNA et survenance, autre numero'
                   TO WS-MOTIF
               PERFORM AJOUTER-MOTIF
           END-IF

      *    4) POLICE EN SURCOUVERTURE
           IF WS-NB-SURCOUV > 0
               MOVE SIN-MUNA TO WS-CLE-MUNA
               MOVE SIN-IDENTIFIANT TO WS-CLE-IDENT
               MOVE 'N' TO WS-TROUVE
               SET WS-SURCOUV-IDX TO 1
               SEARCH WS-SURCOUV-ENTRY
                   AT END
                       MOVE 'N' TO WS-TROUVE
                   WHEN WS-SURCOUV-CLE(WS-SURCOUV-IDX) =
                        WS-CLE-CHERCHEE
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
               IF WS-CLE-TROUVEE
                   MOVE 'Police en surcouverture' TO WS-MOTIF
                   PERFORM AJOUTER-MOTIF
               END-IF
           END-IF

           IF WS-NB-MOTIFS > 0
               ADD 1 TO WS-NB-SIGNALES
               MOVE SPACES TO EXAMEN-REG
               MOVE SIN-REG TO EXAMEN-SINISTRE
               MOVE ' | ' TO EXAMEN-REG(63:3)
               MOVE WS-MOTIFS TO EXAMEN-MOTIFS
               WRITE EXAMEN-REG
           END-IF.

      *    CONCATENE WS-MOTIF A LA LISTE DES MOTIFS DU SINISTRE.
       AJOUTER-MOTIF.
           IF WS-NB-MOTIFS > 0
               STRING ' ; ' DELIMITED BY SIZE
                   INTO WS-MOTIFS WITH POINTER WS-POINTEUR
               END-STRING
           END-IF
           ADD 1 TO WS-NB-MOTIFS
           STRING WS-MOTIF DELIMITED BY '  '
               INTO WS-MOTIFS WITH POINTER WS-POINTEUR
           END-STRING.
