       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECEXPORT.
      * Fichier des ecritures comptables d'un exercice, au format
      * legal demande par l'administration fiscale : une ligne par
      * ligne d'ecriture, dix-huit zones separees par '|' avec leur
      * ligne d'entete (JournalCode ... Idevise), montants a
      * virgule decimale, dates AAAAMMJJ. L'exercice (annee sur 4)
      * et le SIREN sont lus dans FEC-PARAM.txt ; le fichier est
      * nomme SIRENFECAAAA1231.txt. Les ecritures sont relues dans
      * l'ordre de leur validation : chaque archive mensuelle
      * BILAN-ARCHIVE-AAAAMM.txt depuis janvier de l'exercice
      * jusqu'au mois du passage (les mois sans archive sont
      * sautes), puis BILAN.txt ; seules les lignes datees de
      * l'exercice sont retenues et les reports a nouveau 890000,
      * qui ne font que resumer l'historique, sont ecartes. Le
      * journal, le numero et la date de validation sont ceux
      * poses par bilannum ; le libelle de compte vient de
      * PLAN-COMPTES.txt et celui du journal de JOURNAUX.txt. Les
      * totaux de controle partent dans FEC-CONTROLE-AAAA.txt : par
      * journal lignes, ecritures, dernier numero, debit, credit
      * et continuite de la numerotation, puis les totaux generaux.
      * Une ligne non numerotee (ecartee du fichier), une rupture
      * de numerotation ou un desequilibre debit / credit donnent
      * le code retour 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "FEC-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FJOURNAUX ASSIGN TO "JOURNAUX.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FJOURNAUX.

           SELECT FPLAN ASSIGN TO "PLAN-COMPTES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPLAN.

           SELECT FLIVRE ASSIGN TO DYNAMIC WS-NOM-LIVRE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FLIVRE.

           SELECT FFEC ASSIGN TO DYNAMIC WS-NOM-FEC
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FFEC.

           SELECT FCONTROLE ASSIGN TO DYNAMIC WS-NOM-CONTROLE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCONTROLE.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 PARAM-SIREN PIC X(9).

       FD     FJOURNAUX
              RECORDING MODE IS F.
       01 JOURNAL-REG.
              05 JOURNAL-CODE PIC X(2).
              05 FILLER PIC X(1).
              05 JOURNAL-LIBELLE PIC X(30).

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
              05 FILLER        PIC X(1).
              05 BILAN-NUMERO  PIC X(6).
              05 FILLER        PIC X(1).
              05 BILAN-DATE-COMPTA PIC X(8).

       FD     FFEC
              RECORDING MODE IS F.
       01 FEC-REG PIC X(250).

       FD     FCONTROLE
              RECORDING MODE IS F.
       01 CONTROLE-REG PIC X(100).
       01 CONTROLE-DETAIL.
              05 CONTROLE-JOURNAL PIC X(2).
              05 FILLER PIC X(1).
              05 CONTROLE-LIBELLE PIC X(20).
              05 FILLER PIC X(1).
              05 CONTROLE-LIGNES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 CONTROLE-ECRITURES PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 CONTROLE-DERNIER PIC ZZZZZ9.
              05 FILLER PIC X(1).
              05 CONTROLE-DEBIT PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CONTROLE-CREDIT PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(1).
              05 CONTROLE-STATUT PIC X(10).
       01 CONTROLE-ANOMALIE.
              05 CONTROLE-IMAGE PIC X(78).
              05 CONTROLE-SEP PIC X(3).
              05 CONTROLE-MOTIF PIC X(19).
       01 CONTROLE-TRAILER.
              05 CONTROLE-TRAILER-LIB PIC X(20).
              05 CONTROLE-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FJOURNAUX PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPLAN PIC X(02) VALUE SPACES.
       77 WS-STATUS-FLIVRE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FFEC PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCONTROLE PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FJOURNAUX PIC X VALUE 'N'.
           88 WS-EOF-FJOURNAUX-REACHED VALUE 'Y'.
       01 WS-EOF-FPLAN PIC X VALUE 'N'.
           88 WS-EOF-FPLAN-REACHED VALUE 'Y'.
       01 WS-EOF-FLIVRE PIC X VALUE 'N'.
           88 WS-EOF-FLIVRE-REACHED VALUE 'Y'.
       01 WS-NOM-LIVRE PIC X(40) VALUE SPACES.
       01 WS-NOM-FEC PIC X(40) VALUE SPACES.
       01 WS-NOM-CONTROLE PIC X(40) VALUE SPACES.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAAMM PIC 9(6).
           05 FILLER PIC X(16).

       01 WS-ANNEE PIC X(4) VALUE SPACES.
       01 WS-SIREN PIC X(9) VALUE SPACES.
       01 WS-MOIS-COURANT PIC 9(6).
       01 WS-MOIS-DEC REDEFINES WS-MOIS-COURANT.
           05 WS-MC-AAAA PIC 9(4).
           05 WS-MC-MM PIC 9(2).

      * JOURNAUX AVEC LEURS TOTAUX ET LE SUIVI DE LA NUMEROTATION
       01 WS-NB-JOURNAUX PIC 9(2) VALUE 0.
       01 WS-TABLE-JOURNAUX.
           05 WS-JNL-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-JNL-IDX.
               10 WS-JNL-CODE PIC X(2).
               10 WS-JNL-LIBELLE PIC X(30).
               10 WS-JNL-LIGNES PIC 9(7).
               10 WS-JNL-ECRITURES PIC 9(7).
               10 WS-JNL-PRECEDENT PIC 9(6).
               10 WS-JNL-DERNIER PIC 9(6).
               10 WS-JNL-DEBIT PIC 9(11)V99.
               10 WS-JNL-CREDIT PIC 9(11)V99.
               10 WS-JNL-RUPTURE PIC X(1).

      * LIBELLES DES COMPTES DU PLAN
       01 WS-NB-COMPTES PIC 9(3) VALUE 0.
       01 WS-TABLE-COMPTES.
           05 WS-CPT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CPT-IDX.
               10 WS-CPT-COMPTE PIC X(6).
               10 WS-CPT-LIBELLE PIC X(25).
       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-EST-TROUVE VALUE 'Y'.

      * CONSTITUTION D'UNE LIGNE DU FICHIER (ZONES DEBARRASSEES DE
      * LEURS BLANCS, SEPAREES PAR '|')
       01 WS-FEC-LIGNE PIC X(250).
       01 WS-PTR PIC 9(3).
       01 WS-CHAMP PIC X(40).
       01 WS-POS PIC 9(2).
       01 WS-DEBUT PIC 9(2).
       01 WS-FIN PIC 9(2).
       01 WS-MONTANT-EDIT PIC Z(9)9.99.
       01 WS-NUMERO PIC 9(6).
       01 WS-PIECE-REF PIC X(9).

       01 WS-I PIC 9(2).
       01 WS-MOTIF PIC X(19).
       01 WS-NB-FICHIERS PIC 9(3) VALUE 0.
       01 WS-NB-EXPORTEES PIC 9(7) VALUE 0.
       01 WS-NB-ECRITURES PIC 9(7) VALUE 0.
       01 WS-NB-NON-NUMEROTEES PIC 9(7) VALUE 0.
       01 WS-NB-RUPTURES PIC 9(3) VALUE 0.
       01 WS-TOTAL-DEBIT PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-CREDIT PIC 9(11)V99 VALUE 0.
       01 WS-ECART PIC S9(11)V99 VALUE 0.
       01 WS-EDIT-ECART PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'fecexport' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    EXERCICE ET SIREN SONT OBLIGATOIRES
           OPEN INPUT FPARAM.
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-ANNEE IS NUMERIC
                          AND PARAM-SIREN IS NUMERIC
                           MOVE PARAM-ANNEE TO WS-ANNEE
                           MOVE PARAM-SIREN TO WS-SIREN
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF
           IF WS-ANNEE = SPACES
               DISPLAY 'FEC-PARAM.txt absent ou inexploitable '
                   '(AAAA SIREN attendus)'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           MOVE SPACES TO WS-NOM-FEC
           STRING WS-SIREN DELIMITED BY SIZE
               'FEC' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '1231.txt' DELIMITED BY SIZE
               INTO WS-NOM-FEC
           MOVE SPACES TO WS-NOM-CONTROLE
           STRING 'FEC-CONTROLE-' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-CONTROLE

      *    JOURNAUX ET PLAN DE COMPTES
           OPEN INPUT FJOURNAUX.
           IF WS-STATUS-FJOURNAUX NOT = '00'
               DISPLAY 'JOURNAUX.txt non disponible - code statut '
                   WS-STATUS-FJOURNAUX
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           PERFORM UNTIL WS-EOF-FJOURNAUX-REACHED
               READ FJOURNAUX
                   AT END
                       SET WS-EOF-FJOURNAUX-REACHED TO TRUE
                   NOT AT END
                       IF JOURNAL-CODE NOT = SPACES
                          AND WS-NB-JOURNAUX < 50
                           ADD 1 TO WS-NB-JOURNAUX
                           MOVE JOURNAL-CODE
                               TO WS-JNL-CODE(WS-NB-JOURNAUX)
                           MOVE JOURNAL-LIBELLE
                               TO WS-JNL-LIBELLE(WS-NB-JOURNAUX)
                           MOVE 0 TO WS-JNL-LIGNES(WS-NB-JOURNAUX)
                           MOVE 0
                               TO WS-JNL-ECRITURES(WS-NB-JOURNAUX)
                           MOVE 0
                               TO WS-JNL-PRECEDENT(WS-NB-JOURNAUX)
                           MOVE 0 TO WS-JNL-DERNIER(WS-NB-JOURNAUX)
                           MOVE 0 TO WS-JNL-DEBIT(WS-NB-JOURNAUX)
                           MOVE 0 TO WS-JNL-CREDIT(WS-NB-JOURNAUX)
                           MOVE 'N' TO WS-JNL-RUPTURE(WS-NB-JOURNAUX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FJOURNAUX.
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
                          AND WS-NB-COMPTES < 500
                           ADD 1 TO WS-NB-COMPTES
                           MOVE PLAN-COMPTE
                               TO WS-CPT-COMPTE(WS-NB-COMPTES)
                           MOVE PLAN-LIBELLE
                               TO WS-CPT-LIBELLE(WS-NB-COMPTES)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FPLAN.

           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           OPEN INPUT FLIVRE.
           IF WS-STATUS-FLIVRE NOT = '00'
               DISPLAY 'BILAN.txt non disponible - code statut '
                   WS-STATUS-FLIVRE
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FLIVRE.

           OPEN OUTPUT FFEC.
           OPEN OUTPUT FCONTROLE.
           MOVE SPACES TO CONTROLE-REG
           STRING 'CONTROLE DU FICHIER DES ECRITURES ' DELIMITED BY SIZE
               WS-NOM-FEC DELIMITED BY SPACE
               ' - EXERCICE ' DELIMITED BY SIZE
               WS-ANNEE DELIMITED BY SIZE
               INTO CONTROLE-REG
           WRITE CONTROLE-REG
           MOVE 'LIGNES ECARTEES DU FICHIER :' TO CONTROLE-REG
           WRITE CONTROLE-REG

      *    ENTETE LEGALE DES DIX-HUIT ZONES
           MOVE SPACES TO FEC-REG
           STRING 'JournalCode|JournalLib|EcritureNum|EcritureDate|'
               DELIMITED BY SIZE
               'CompteNum|CompteLib|CompAuxNum|CompAuxLib|PieceRef|'
               DELIMITED BY SIZE
               'PieceDate|EcritureLib|Debit|Credit|EcritureLet|'
               DELIMITED BY SIZE
               'DateLet|ValidDate|Montantdevise|Idevise'
               DELIMITED BY SIZE
               INTO FEC-REG
           WRITE FEC-REG

      *    ORDRE DE VALIDATION : LES ARCHIVES DEPUIS JANVIER DE
      *    L'EXERCICE, PUIS LE LIVRE COURANT
           MOVE WS-ANNEE TO WS-MC-AAAA
           MOVE 1 TO WS-MC-MM
           PERFORM UNTIL WS-MOIS-COURANT > WS-RUN-AAAAMM
               MOVE SPACES TO WS-NOM-LIVRE
               STRING 'BILAN-ARCHIVE-' DELIMITED BY SIZE
                   WS-MOIS-COURANT DELIMITED BY SIZE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-NOM-LIVRE
               PERFORM EXPORTER-FICHIER
               IF WS-MC-MM = 12
                   ADD 1 TO WS-MC-AAAA
                   MOVE 1 TO WS-MC-MM
               ELSE
                   ADD 1 TO WS-MC-MM
               END-IF
           END-PERFORM
           MOVE 'BILAN.txt' TO WS-NOM-LIVRE
           PERFORM EXPORTER-FICHIER
           CLOSE FFEC.

      *    TOTAUX DE CONTROLE PAR JOURNAL PUIS GENERAUX
           MOVE SPACES TO CONTROLE-TRAILER
           MOVE 'TOTAL ECARTEES : ' TO CONTROLE-TRAILER-LIB
           MOVE WS-NB-NON-NUMEROTEES TO CONTROLE-TRAILER-NB
           WRITE CONTROLE-TRAILER
           MOVE SPACES TO CONTROLE-REG
           WRITE CONTROLE-REG
           MOVE SPACES TO CONTROLE-REG
           STRING 'JL LIBELLE               LIGNES ECRIT. DERNIER'
               DELIMITED BY SIZE
               '         DEBIT         CREDIT NUMEROTATION'
               DELIMITED BY SIZE
               INTO CONTROLE-REG
           WRITE CONTROLE-REG
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-JOURNAUX
               MOVE SPACES TO CONTROLE-DETAIL
               MOVE WS-JNL-CODE(WS-I) TO CONTROLE-JOURNAL
               MOVE WS-JNL-LIBELLE(WS-I) TO CONTROLE-LIBELLE
               MOVE WS-JNL-LIGNES(WS-I) TO CONTROLE-LIGNES
               MOVE WS-JNL-ECRITURES(WS-I) TO CONTROLE-ECRITURES
               MOVE WS-JNL-DERNIER(WS-I) TO CONTROLE-DERNIER
               MOVE WS-JNL-DEBIT(WS-I) TO CONTROLE-DEBIT
               MOVE WS-JNL-CREDIT(WS-I) TO CONTROLE-CREDIT
               IF WS-JNL-ECRITURES(WS-I) NOT = WS-JNL-DERNIER(WS-I)
                   MOVE 'O' TO WS-JNL-RUPTURE(WS-I)
               END-IF
               IF WS-JNL-RUPTURE(WS-I) = 'O'
                   MOVE 'RUPTURE' TO CONTROLE-STATUT
                   ADD 1 TO WS-NB-RUPTURES
               ELSE
                   MOVE 'CONTINUE' TO CONTROLE-STATUT
               END-IF
               WRITE CONTROLE-DETAIL
               ADD WS-JNL-ECRITURES(WS-I) TO WS-NB-ECRITURES
           END-PERFORM
           MOVE SPACES TO CONTROLE-DETAIL
           MOVE 'TOTAL' TO CONTROLE-LIBELLE
           MOVE WS-NB-EXPORTEES TO CONTROLE-LIGNES
           MOVE WS-NB-ECRITURES TO CONTROLE-ECRITURES
           MOVE WS-TOTAL-DEBIT TO CONTROLE-DEBIT
           MOVE WS-TOTAL-CREDIT TO CONTROLE-CREDIT
           WRITE CONTROLE-DETAIL
           COMPUTE WS-ECART = WS-TOTAL-DEBIT - WS-TOTAL-CREDIT
           MOVE WS-ECART TO WS-EDIT-ECART
           MOVE SPACES TO CONTROLE-REG
           STRING 'ECART DEBIT / CREDIT : ' DELIMITED BY SIZE
               WS-EDIT-ECART DELIMITED BY SIZE
               INTO CONTROLE-REG
           WRITE CONTROLE-REG
           MOVE SPACES TO CONTROLE-TRAILER
           MOVE 'TOTAL LIGNES FEC : ' TO CONTROLE-TRAILER-LIB
           MOVE WS-NB-EXPORTEES TO CONTROLE-TRAILER-NB
           WRITE CONTROLE-TRAILER
           CLOSE FCONTROLE.

           DISPLAY 'Fichiers livres lus   : ' WS-NB-FICHIERS
           DISPLAY 'Lignes exportees      : ' WS-NB-EXPORTEES
           DISPLAY 'Ecritures exportees   : ' WS-NB-ECRITURES
           DISPLAY 'Lignes non numerotees : ' WS-NB-NON-NUMEROTEES
           DISPLAY 'Journaux en rupture   : ' WS-NB-RUPTURES
           DISPLAY 'Fichier ecrit         : ' WS-NOM-FEC(1:24)
           DISPLAY 'Controle ecrit dans ' WS-NOM-CONTROLE(1:21)
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-NON-NUMEROTEES > 0 OR WS-NB-RUPTURES > 0
              OR WS-ECART NOT = 0
               MOVE 8 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

      *    EXPORTE LES LIGNES DE L'EXERCICE DU FICHIER COURANT ; UNE
      *    ARCHIVE ABSENTE EST SIMPLEMENT SAUTEE.
       EXPORTER-FICHIER.
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
                           IF BILAN-DATE(1:4) = WS-ANNEE
                              AND BILAN-COMPTE NOT = '890000'
                               PERFORM EXPORTER-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLIVRE
           END-IF.

      *    UNE LIGNE SANS JOURNAL CONNU OU SANS NUMERO EST ECARTEE.
      *    LES LIGNES D'UNE ECRITURE SE SUIVENT : CHAQUE CHANGEMENT
      *    DE NUMERO DANS UN JOURNAL COMPTE UNE ECRITURE, ET LA
      *    NUMEROTATION EST CONTINUE QUAND LE NOMBRE D'ECRITURES
      *    EGALE LE PLUS GRAND NUMERO (CONTROLE EN FIN D'EXPORT).
       EXPORTER-LIGNE.
           MOVE SPACES TO WS-MOTIF
           MOVE 'N' TO WS-TROUVE
           IF WS-NB-JOURNAUX > 0
               SET WS-JNL-IDX TO 1
               SEARCH WS-JNL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-JNL-IDX > WS-NB-JOURNAUX
                       CONTINUE
                   WHEN WS-JNL-CODE(WS-JNL-IDX) = BILAN-JOURNAL
                       MOVE 'Y' TO WS-TROUVE
               END-SEARCH
           END-IF
           IF BILAN-NUMERO IS NOT NUMERIC
              OR BILAN-NUMERO = '000000'
               MOVE 'Non numerotee' TO WS-MOTIF
           ELSE
               IF NOT WS-EST-TROUVE
                   MOVE 'Journal inconnu' TO WS-MOTIF
               END-IF
           END-IF
           IF WS-MOTIF NOT = SPACES
               ADD 1 TO WS-NB-NON-NUMEROTEES
               MOVE SPACES TO CONTROLE-ANOMALIE
               MOVE FENREG TO CONTROLE-IMAGE
               MOVE ' | ' TO CONTROLE-SEP
               MOVE WS-MOTIF TO CONTROLE-MOTIF
               WRITE CONTROLE-ANOMALIE
           ELSE
               MOVE BILAN-NUMERO TO WS-NUMERO
               IF WS-NUMERO NOT = WS-JNL-PRECEDENT(WS-JNL-IDX)
                   ADD 1 TO WS-JNL-ECRITURES(WS-JNL-IDX)
                   MOVE WS-NUMERO TO WS-JNL-PRECEDENT(WS-JNL-IDX)
                   IF WS-NUMERO > WS-JNL-DERNIER(WS-JNL-IDX)
                       MOVE WS-NUMERO TO WS-JNL-DERNIER(WS-JNL-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-JNL-LIGNES(WS-JNL-IDX)
               ADD BILAN-DEBIT TO WS-JNL-DEBIT(WS-JNL-IDX)
               ADD BILAN-CREDIT TO WS-JNL-CREDIT(WS-JNL-IDX)
               ADD BILAN-DEBIT TO WS-TOTAL-DEBIT
               ADD BILAN-CREDIT TO WS-TOTAL-CREDIT
               ADD 1 TO WS-NB-EXPORTEES
               PERFORM ECRIRE-LIGNE-FEC
           END-IF.

       ECRIRE-LIGNE-FEC.
           MOVE SPACES TO WS-FEC-LIGNE
           MOVE 1 TO WS-PTR
           MOVE BILAN-JOURNAL TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE WS-JNL-LIBELLE(WS-JNL-IDX) TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-NUMERO TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-DATE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-COMPTE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE SPACES TO WS-CHAMP
           IF WS-NB-COMPTES > 0
               SET WS-CPT-IDX TO 1
               SEARCH WS-CPT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CPT-IDX > WS-NB-COMPTES
                       CONTINUE
                   WHEN WS-CPT-COMPTE(WS-CPT-IDX) = BILAN-COMPTE
                       MOVE WS-CPT-LIBELLE(WS-CPT-IDX) TO WS-CHAMP
               END-SEARCH
           END-IF
           PERFORM AJOUTER-CHAMP
      *    PAS DE COMPTES AUXILIAIRES DANS LE LIVRE
           MOVE SPACES TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           PERFORM AJOUTER-CHAMP
      *    LA PIECE EST DESIGNEE PAR JOURNAL + NUMERO D'ECRITURE
           MOVE SPACES TO WS-PIECE-REF
           STRING BILAN-JOURNAL DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               BILAN-NUMERO DELIMITED BY SIZE
               INTO WS-PIECE-REF
           MOVE WS-PIECE-REF TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-DATE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-LIBELLE TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-DEBIT TO WS-MONTANT-EDIT
           INSPECT WS-MONTANT-EDIT REPLACING ALL '.' BY ','
           MOVE WS-MONTANT-EDIT TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-CREDIT TO WS-MONTANT-EDIT
           INSPECT WS-MONTANT-EDIT REPLACING ALL '.' BY ','
           MOVE WS-MONTANT-EDIT TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
      *    NI LETTRAGE NI DEVISE
           MOVE SPACES TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE BILAN-DATE-COMPTA TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           MOVE SPACES TO WS-CHAMP
           PERFORM AJOUTER-CHAMP
           PERFORM AJOUTER-CHAMP
      *    LE SEPARATEUR FINAL EST RETIRE AVANT ECRITURE
           MOVE SPACE TO WS-FEC-LIGNE(WS-PTR - 1:1)
           MOVE WS-FEC-LIGNE TO FEC-REG
           WRITE FEC-REG.

      *    AJOUTE LE CHAMP COURANT DEBARRASSE DE SES BLANCS DE PART
      *    ET D'AUTRE, SUIVI DU SEPARATEUR '|'.
       AJOUTER-CHAMP.
           MOVE 0 TO WS-DEBUT
           MOVE 0 TO WS-FIN
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > 40 OR WS-DEBUT > 0
               IF WS-CHAMP(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-DEBUT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-POS FROM 40 BY -1
                   UNTIL WS-POS < 1 OR WS-FIN > 0
               IF WS-CHAMP(WS-POS:1) NOT = SPACE
                   MOVE WS-POS TO WS-FIN
               END-IF
           END-PERFORM
           IF WS-DEBUT = 0
               STRING '|' DELIMITED BY SIZE
                   INTO WS-FEC-LIGNE WITH POINTER WS-PTR
           ELSE
               STRING WS-CHAMP(WS-DEBUT:WS-FIN - WS-DEBUT + 1)
                   DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   INTO WS-FEC-LIGNE WITH POINTER WS-PTR
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
