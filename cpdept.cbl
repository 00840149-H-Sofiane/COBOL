       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPDEPT.
      * Controle de coherence entre le code postal de l'adresse
      * (ADHERENTS.IDX) et le departement d'affectation
      * (FR-LISTE-DEPT.txt) dont dependent les etats regionaux, la
      * taxe sur les primes et l'etat reglementaire. Le departement
      * est deduit du code postal (deux premiers chiffres, Corse
      * 20000-20199 en 02A et 20200-20999 en 02B, outre-mer 971 a
      * 976 sur trois chiffres) puis verifie dans le referentiel
      * par DEPTLOOK. Le fichier des adherents est lu dans l'ordre
      * de sa cle MUNA, la liste des affectations est triee sur le
      * MUNA, et les deux sont rapproches comme dans munarecon :
      * CPDEPT-ECARTS.txt liste
      * les departements en desaccord, les codes postaux
      * inexploitables et les adherents absents de l'un ou l'autre
      * fichier ; CPDEPT-CORRECTIONS.txt porte les transactions de
      * correction ('M' desaccord, 'A' absent de FR-LISTE-DEPT.txt)
      * au format de FR-LISTE-DEPT-TRANSACTIONS.txt, a relire puis
      * a passer par frdeptmaj. Code retour 4 quand il y a des
      * ecarts.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FREF ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREF.

           SELECT FREFT ASSIGN TO "CPDEPT-LISTE.TRI"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREFT.

           SELECT FTRIREF ASSIGN TO "CPDEPT-TRAVAIL-REF.TRI".

           SELECT FECARTS ASSIGN TO "CPDEPT-ECARTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECARTS.

           SELECT FCORR ASSIGN TO "CPDEPT-CORRECTIONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCORR.
       DATA DIVISION.
       FILE SECTION.
       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FREF
              RECORDING MODE IS F.
       01 REF-REG PIC X(43).

       FD     FREFT
              RECORDING MODE IS F.
       01 REFT-REG.
              05 REFT-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 REFT-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 REFT-LIBELLE PIC X(30).

       SD     FTRIREF.
       01 TRIREF-REG.
              05 TRIREF-MUNA PIC X(8).
              05 FILLER PIC X(35).

       FD     FECARTS
              RECORDING MODE IS F.
       01 ECART-REG.
              05 ECART-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 ECART-CP PIC X(5).
              05 FILLER PIC X(1).
              05 ECART-DEPT-CP PIC X(3).
              05 FILLER PIC X(1).
              05 ECART-DEPT-LISTE PIC X(3).
              05 FILLER PIC X(1).
              05 ECART-MOTIF PIC X(45).
       01 ECART-TRAILER.
              05 ECART-TRAILER-LIB PIC X(20).
              05 ECART-TRAILER-NB  PIC ZZZZZZ9.

       FD     FCORR
              RECORDING MODE IS F.
       01 CORR-REG.
              05 CORR-ACTION PIC X(1).
              05 FILLER PIC X(1).
              05 CORR-MUNA PIC X(8).
              05 FILLER PIC X(1).
              05 CORR-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 CORR-LIBELLE PIC X(30).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREF PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREFT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECARTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FCORR PIC X(02) VALUE SPACES.
       COPY RUNLNK.
       COPY DEPTLNK.

       01 WS-EOF-FADH PIC X VALUE 'N'.
           88 WS-EOF-FADH-REACHED VALUE 'Y'.
       01 WS-EOF-FREFT PIC X VALUE 'N'.
           88 WS-EOF-FREFT-REACHED VALUE 'Y'.

       01 WS-CLE-ADH PIC X(8) VALUE HIGH-VALUES.
       01 WS-CLE-REF PIC X(8) VALUE HIGH-VALUES.

      * DEPARTEMENT DEDUIT DU CODE POSTAL ; A BLANC QUAND LE CODE
      * POSTAL NE DONNE AUCUN DEPARTEMENT DU REFERENTIEL
       01 WS-DEPT-CP PIC X(3) VALUE SPACES.
       01 WS-NOM-CP PIC X(23) VALUE SPACES.
       01 WS-CP-PREFIXE PIC X(3) VALUE SPACES.

       01 WS-NB-ADHERENTS PIC 9(7) VALUE 0.
       01 WS-NB-LISTE PIC 9(7) VALUE 0.
       01 WS-NB-CONFORMES PIC 9(7) VALUE 0.
       01 WS-NB-ECARTS PIC 9(7) VALUE 0.
       01 WS-NB-CORRECTIONS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'cpdept' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

           OPEN INPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible - code statut '
                   WS-STATUS-FADH
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FADH.
           OPEN INPUT FREF.
           IF WS-STATUS-FREF NOT = '00'
               DISPLAY 'FR-LISTE-DEPT.txt non disponible - code '
                   'statut ' WS-STATUS-FREF
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF
           CLOSE FREF.
      *    LE REFERENTIEL DOIT ETRE LISIBLE : SANS LUI AUCUN CODE
      *    POSTAL NE PEUT ETRE VERIFIE
           MOVE 'C' TO WS-DL-FONCTION
           MOVE '075' TO WS-DL-CODE
           CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
           IF WS-DL-RETOUR = '16'
               DISPLAY 'DEPARTEMENTS.txt non disponible'
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           SORT FTRIREF ON ASCENDING KEY TRIREF-MUNA
               USING FREF GIVING FREFT.

           OPEN INPUT FADH.
           OPEN INPUT FREFT.
           OPEN OUTPUT FECARTS.
           OPEN OUTPUT FCORR.
           PERFORM LIRE-ADHERENT
           PERFORM LIRE-LISTE
           PERFORM UNTIL WS-CLE-ADH = HIGH-VALUES
                   AND WS-CLE-REF = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CLE-ADH < WS-CLE-REF
      *                ADHERENT SANS DEPARTEMENT D'AFFECTATION
                       PERFORM DEDUIRE-DEPARTEMENT
                       MOVE SPACES TO ECART-REG
                       MOVE ADH-FILE-MUNA TO ECART-MUNA
                       MOVE ADH-FILE-CP TO ECART-CP
                       MOVE WS-DEPT-CP TO ECART-DEPT-CP
                       MOVE 'Absent de FR-LISTE-DEPT.txt'
                           TO ECART-MOTIF
                       PERFORM ECRIRE-ECART
                       IF WS-DEPT-CP NOT = SPACES
                           MOVE 'A' TO CORR-ACTION
                           PERFORM ECRIRE-CORRECTION
                       END-IF
                       PERFORM LIRE-ADHERENT
                   WHEN WS-CLE-REF < WS-CLE-ADH
      *                DEPARTEMENT AFFECTE A UN MUNA SANS ADRESSE
                       MOVE SPACES TO ECART-REG
                       MOVE REFT-MUNA TO ECART-MUNA
                       MOVE REFT-CODE TO ECART-DEPT-LISTE
                       MOVE 'Absent du fichier des adherents'
                           TO ECART-MOTIF
                       PERFORM ECRIRE-ECART
                       PERFORM LIRE-LISTE
                   WHEN OTHER
                       PERFORM COMPARER-DEPARTEMENT
                       PERFORM LIRE-ADHERENT
                       PERFORM LIRE-LISTE
               END-EVALUATE
           END-PERFORM
           CLOSE FADH FREFT.

           MOVE SPACES TO ECART-TRAILER
           MOVE 'TOTAL ECARTS : ' TO ECART-TRAILER-LIB
           MOVE WS-NB-ECARTS TO ECART-TRAILER-NB
           WRITE ECART-TRAILER
           CLOSE FECARTS.
           CLOSE FCORR.

           DISPLAY 'Adherents lus            : ' WS-NB-ADHERENTS
           DISPLAY 'Affectations lues        : ' WS-NB-LISTE
           DISPLAY 'Departements conformes   : ' WS-NB-CONFORMES
           DISPLAY 'Ecarts                   : ' WS-NB-ECARTS
               ' (voir CPDEPT-ECARTS.txt)'
           DISPLAY 'Corrections proposees    : ' WS-NB-CORRECTIONS
               ' (voir CPDEPT-CORRECTIONS.txt)'
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-ECARTS > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       COMPARER-DEPARTEMENT.
           PERFORM DEDUIRE-DEPARTEMENT
           MOVE SPACES TO ECART-REG
           MOVE ADH-FILE-MUNA TO ECART-MUNA
           MOVE ADH-FILE-CP TO ECART-CP
           MOVE WS-DEPT-CP TO ECART-DEPT-CP
           MOVE REFT-CODE TO ECART-DEPT-LISTE
           EVALUATE TRUE
               WHEN WS-DEPT-CP = SPACES
                   MOVE 'Code postal sans departement au referentiel'
                       TO ECART-MOTIF
                   PERFORM ECRIRE-ECART
               WHEN WS-DEPT-CP NOT = REFT-CODE
                   MOVE 'Departement contraire au code postal'
                       TO ECART-MOTIF
                   PERFORM ECRIRE-ECART
                   MOVE 'M' TO CORR-ACTION
                   PERFORM ECRIRE-CORRECTION
               WHEN OTHER
                   ADD 1 TO WS-NB-CONFORMES
           END-EVALUATE.

      *    DEPARTEMENT DU CODE POSTAL : CORSE ET OUTRE-MER A PART,
      *    PUIS EXISTENCE DANS LE REFERENTIEL (DEPTLOOK)
       DEDUIRE-DEPARTEMENT.
           MOVE SPACES TO WS-DEPT-CP WS-NOM-CP WS-CP-PREFIXE
           IF ADH-FILE-CP IS NUMERIC
               EVALUATE TRUE
                   WHEN ADH-FILE-CP(1:2) = '20'
                       IF ADH-FILE-CP(3:1) < '2'
                           MOVE '02A' TO WS-CP-PREFIXE
                       ELSE
                           MOVE '02B' TO WS-CP-PREFIXE
                       END-IF
                   WHEN ADH-FILE-CP(1:2) = '97'
                       MOVE ADH-FILE-CP(1:3) TO WS-CP-PREFIXE
                   WHEN ADH-FILE-CP(1:2) = '98'
                     OR ADH-FILE-CP(1:2) = '00'
                       MOVE SPACES TO WS-CP-PREFIXE
                   WHEN OTHER
                       MOVE '0' TO WS-CP-PREFIXE(1:1)
                       MOVE ADH-FILE-CP(1:2) TO WS-CP-PREFIXE(2:2)
               END-EVALUATE
           END-IF
           IF WS-CP-PREFIXE NOT = SPACES
               MOVE 'C' TO WS-DL-FONCTION
               MOVE WS-CP-PREFIXE TO WS-DL-CODE
               CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
               IF WS-DL-RETOUR = '00'
                   MOVE WS-CP-PREFIXE TO WS-DEPT-CP
                   MOVE WS-DL-NOM TO WS-NOM-CP
               END-IF
           END-IF.

       ECRIRE-ECART.
           ADD 1 TO WS-NB-ECARTS
           WRITE ECART-REG.

      *    CORR-ACTION EST GARNI PAR L'APPELANT
       ECRIRE-CORRECTION.
           ADD 1 TO WS-NB-CORRECTIONS
           MOVE ADH-FILE-MUNA TO CORR-MUNA
           MOVE WS-DEPT-CP TO CORR-CODE
           MOVE WS-NOM-CP TO CORR-LIBELLE
           MOVE SPACE TO CORR-REG(2:1) CORR-REG(11:1) CORR-REG(15:1)
           WRITE CORR-REG.

       LIRE-ADHERENT.
           IF WS-EOF-FADH-REACHED
               MOVE HIGH-VALUES TO WS-CLE-ADH
           ELSE
               READ FADH
                   AT END
                       SET WS-EOF-FADH-REACHED TO TRUE
                       MOVE HIGH-VALUES TO WS-CLE-ADH
                   NOT AT END
                       ADD 1 TO WS-NB-ADHERENTS
                       MOVE ADH-FILE-MUNA TO WS-CLE-ADH
               END-READ
           END-IF.

       LIRE-LISTE.
           IF WS-EOF-FREFT-REACHED
               MOVE HIGH-VALUES TO WS-CLE-REF
           ELSE
               READ FREFT
                   AT END
                       SET WS-EOF-FREFT-REACHED TO TRUE
                       MOVE HIGH-VALUES TO WS-CLE-REF
                   NOT AT END
                       ADD 1 TO WS-NB-LISTE
                       MOVE REFT-MUNA TO WS-CLE-REF
               END-READ
           END-IF.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
