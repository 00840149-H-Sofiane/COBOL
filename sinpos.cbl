       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINPOS.
      * Position quotidienne des sinistres par region : chaque
      * sinistre du registre SINISTRES-REGISTRE.txt (tenu par
      * singest) est resolu MUNA -> departement -> region comme
      * dans expogeo / regstat ; les MUNA non resolus sont regroupes
      * sous la region 'NON RESOLU' pour que les totaux retombent
      * sur le registre. Le rapport SINISTRES-POSITION.txt donne
      * par region le nombre de sinistres en cours et clos, les
      * provisions restantes, le cumul regle et la charge
      * (regle + provision), puis le total general. L'etat est
      * edite par le service commun EDITREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FDEPT ASSIGN TO "FR-LISTE-DEPT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDEPT.

           SELECT FREGISTRE ASSIGN TO "SINISTRES-REGISTRE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FREGISTRE.
       DATA DIVISION.
       FILE SECTION.
       FD     FDEPT
              RECORDING MODE IS F.
       01 DEPTREG.
              05 DEPT-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 DEPT-CODE PIC X(3).
              05 FILLER PIC X(1).
              05 DEPT-LIBELLE PIC X(30).

       FD     FREGISTRE
              RECORDING MODE IS F.
       COPY SINREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FDEPT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FREGISTRE PIC X(02) VALUE SPACES.
      * LIGNES DE L'ETAT, EDITEES VIA LE SERVICE COMMUN EDITREP
       01 FPOS-ENTETE.
              05 FILLER PIC X(27) VALUE 'REGION'.
              05 FILLER PIC X(8) VALUE 'EN COURS'.
              05 FILLER PIC X(8) VALUE '    CLOS'.
              05 FILLER PIC X(16) VALUE '      PROVISIONS'.
              05 FILLER PIC X(16) VALUE '           REGLE'.
              05 FILLER PIC X(16) VALUE '          CHARGE'.
       01 FPOS-DETAIL.
              05 FPOS-DETAIL-LIB PIC X(26).
              05 FILLER PIC X(1).
              05 FPOS-DETAIL-EN-COURS PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FPOS-DETAIL-CLOS PIC ZZZZZZ9.
              05 FILLER PIC X(1).
              05 FPOS-DETAIL-RESERVE PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(2).
              05 FPOS-DETAIL-PAYE PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER PIC X(2).
              05 FPOS-DETAIL-CHARGE PIC ZZZ,ZZZ,ZZ9.99.
       COPY RUNLNK.
       COPY EDITLNK.

       01 WS-EOF-FDEPT PIC X VALUE 'N'.
           88 WS-EOF-FDEPT-REACHED VALUE 'Y'.
       01 WS-EOF-FREGISTRE PIC X VALUE 'N'.
           88 WS-EOF-FREGISTRE-REACHED VALUE 'Y'.

      * TABLE MUNA -> CODE DEPARTEMENT (meme source que expogeo)
       01 WS-NB-MUNA PIC 9(5) VALUE 0.
       01 WS-TABLE-MUNA.
           05 WS-MUNA-ENTRY OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WS-NB-MUNA
                             INDEXED BY WS-MUNA-IDX.
               10 WS-MUNA-NUM PIC 9(8).
               10 WS-MUNA-DEPT PIC X(3).

      * REFERENTIEL DEPARTEMENTS/REGIONS
       COPY DEPTTAB.
       COPY DEPTLNK.

      * CUMULS PAR REGION, 'NON RESOLU' COMPRIS
       01 WS-NB-REGIONS PIC 9(3) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-REGION-ENTRY OCCURS 102 TIMES
                                INDEXED BY WS-REGION-IDX.
               10 WS-REGION-NOM PIC X(26).
               10 WS-REG-EN-COURS PIC 9(7).
               10 WS-REG-CLOS PIC 9(7).
               10 WS-REG-RESERVE PIC 9(12)V9(2).
               10 WS-REG-PAYE PIC 9(12)V9(2).

       01 WS-TROUVE PIC X VALUE 'N'.
           88 WS-MUNA-TROUVE VALUE 'Y'.
       01 WS-DEPT-TROUVE PIC X VALUE 'N'.
           88 WS-DEPT-EST-TROUVE VALUE 'Y'.
       01 WS-REGION-TROUVEE PIC X VALUE 'N'.
           88 WS-REGION-EST-TROUVEE VALUE 'Y'.
       01 WS-NOM-REGION PIC X(26) VALUE SPACES.

       01 WS-I PIC 9(5) COMP VALUE 0.
       01 WS-NB-LUS PIC 9(7) VALUE 0.
       01 WS-NB-NON-RESOLUS PIC 9(7) VALUE 0.
       01 WS-TOTAL-EN-COURS PIC 9(7) VALUE 0.
       01 WS-TOTAL-CLOS PIC 9(7) VALUE 0.
       01 WS-TOTAL-RESERVE PIC 9(12)V9(2) VALUE 0.
       01 WS-TOTAL-PAYE PIC 9(12)V9(2) VALUE 0.
       01 WS-CHARGE PIC 9(12)V9(2) VALUE 0.

       PROCEDURE DIVISION.
      *    NUMERO DE PASSAGE AUPRES DE L'AUDIT CENTRAL
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'sinpos' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN

      *    CHARGEMENT DE LA TABLE MUNA -> DEPARTEMENT
           OPEN INPUT FDEPT.
           IF WS-STATUS-FDEPT NOT = '00'
               DISPLAY 'FR-LISTE-DEPT.txt non disponible - code statut '
                   WS-STATUS-FDEPT
      *        LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *        ENTREE MANQUANTE NE DOIT PAS COMPTER COMME UN
      *        PASSAGE PLANTE (DEBUT SANS FIN)
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FDEPT-REACHED
               READ FDEPT
                   AT END
                       SET WS-EOF-FDEPT-REACHED TO TRUE
                   NOT AT END
                       IF WS-NB-MUNA < 5000
                           ADD 1 TO WS-NB-MUNA
                           MOVE DEPT-MUNA TO WS-MUNA-NUM(WS-NB-MUNA)
                           MOVE DEPT-CODE TO WS-MUNA-DEPT(WS-NB-MUNA)
                       ELSE
                           DISPLAY 'FR-LISTE-DEPT.txt : capacite de '
                               '5000 entrees atteinte, '
                               'enregistrements suivants ignores'
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FDEPT.

           PERFORM CHARGER-REFERENTIEL.

      *    CUMUL DU REGISTRE PAR REGION
           OPEN INPUT FREGISTRE.
           IF WS-STATUS-FREGISTRE NOT = '00'
               DISPLAY 'SINISTRES-REGISTRE.txt non disponible - code '
                   'statut ' WS-STATUS-FREGISTRE
               DISPLAY 'Executer singest avant sinpos'
      *        LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *        ENTREE MANQUANTE NE DOIT PAS COMPTER COMME UN
      *        PASSAGE PLANTE (DEBUT SANS FIN)
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-FREGISTRE-REACHED
               READ FREGISTRE
                   AT END
                       SET WS-EOF-FREGISTRE-REACHED TO TRUE
                   NOT AT END
                       IF SINR-MUNA IS NUMERIC
                           ADD 1 TO WS-NB-LUS
                           PERFORM CUMULER-SINISTRE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FREGISTRE.

      *    EDITION DE LA POSITION PAR REGION
           MOVE 'O' TO WS-ED-FONCTION
           MOVE 'SINISTRES-POSITION.txt' TO WS-ED-NOM-FICHIER
           MOVE 'POSITION DES SINISTRES PAR REGION' TO WS-ED-TITRE
           MOVE WS-RA-NO-RUN TO WS-ED-NO-RUN
           MOVE 0 TO WS-ED-PROFONDEUR
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FPOS-ENTETE TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-REGIONS
               MOVE SPACES TO FPOS-DETAIL
               MOVE WS-REGION-NOM(WS-I) TO FPOS-DETAIL-LIB
               MOVE WS-REG-EN-COURS(WS-I) TO FPOS-DETAIL-EN-COURS
               MOVE WS-REG-CLOS(WS-I) TO FPOS-DETAIL-CLOS
               MOVE WS-REG-RESERVE(WS-I) TO FPOS-DETAIL-RESERVE
               MOVE WS-REG-PAYE(WS-I) TO FPOS-DETAIL-PAYE
               COMPUTE WS-CHARGE = WS-REG-RESERVE(WS-I)
                   + WS-REG-PAYE(WS-I)
               MOVE WS-CHARGE TO FPOS-DETAIL-CHARGE
               PERFORM ECRIRE-LIGNE-DETAIL
               ADD WS-REG-EN-COURS(WS-I) TO WS-TOTAL-EN-COURS
               ADD WS-REG-CLOS(WS-I) TO WS-TOTAL-CLOS
               ADD WS-REG-RESERVE(WS-I) TO WS-TOTAL-RESERVE
               ADD WS-REG-PAYE(WS-I) TO WS-TOTAL-PAYE
           END-PERFORM
           MOVE SPACES TO FPOS-DETAIL
           MOVE 'TOTAL GENERAL' TO FPOS-DETAIL-LIB
           MOVE WS-TOTAL-EN-COURS TO FPOS-DETAIL-EN-COURS
           MOVE WS-TOTAL-CLOS TO FPOS-DETAIL-CLOS
           MOVE WS-TOTAL-RESERVE TO FPOS-DETAIL-RESERVE
           MOVE WS-TOTAL-PAYE TO FPOS-DETAIL-PAYE
           COMPUTE WS-CHARGE = WS-TOTAL-RESERVE + WS-TOTAL-PAYE
           MOVE WS-CHARGE TO FPOS-DETAIL-CHARGE
           PERFORM ECRIRE-LIGNE-DETAIL
           MOVE 'F' TO WS-ED-FONCTION
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE

           DISPLAY 'Sinistres lus          : ' WS-NB-LUS
           DISPLAY 'Sinistres en cours     : ' WS-TOTAL-EN-COURS
           DISPLAY 'Sinistres clos         : ' WS-TOTAL-CLOS
           DISPLAY 'Sinistres sans region  : ' WS-NB-NON-RESOLUS
           DISPLAY 'Rapport ecrit dans SINISTRES-POSITION.txt'
           MOVE 'F' TO WS-RA-FONCTION
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *    RESOUT LE MUNA DU SINISTRE EN REGION ('NON RESOLU' A
      *    DEFAUT) ET Y CUMULE SA SITUATION.
       CUMULER-SINISTRE.
           MOVE 'NON RESOLU' TO WS-NOM-REGION
           MOVE 'N' TO WS-DEPT-TROUVE
           MOVE 'N' TO WS-TROUVE
           SET WS-MUNA-IDX TO 1
           SEARCH WS-MUNA-ENTRY
               AT END
                   MOVE 'N' TO WS-TROUVE
               WHEN WS-MUNA-NUM(WS-MUNA-IDX) = SINR-MUNA
                   MOVE 'Y' TO WS-TROUVE
           END-SEARCH
           IF WS-MUNA-TROUVE
               SET WS-DEPT-IDX TO 1
               SEARCH WS-DEPT-ENTRY
                   AT END
                       MOVE 'N' TO WS-DEPT-TROUVE
                   WHEN WS-DEPT-CODE(WS-DEPT-IDX) =
                        WS-MUNA-DEPT(WS-MUNA-IDX)
                       MOVE 'Y' TO WS-DEPT-TROUVE
               END-SEARCH
               IF WS-DEPT-EST-TROUVE
                   MOVE WS-DEPT-REGION(WS-DEPT-IDX)
                       TO WS-NOM-REGION
               END-IF
           END-IF
           IF NOT WS-DEPT-EST-TROUVE
               ADD 1 TO WS-NB-NON-RESOLUS
           END-IF
           MOVE 'N' TO WS-REGION-TROUVEE
           IF WS-NB-REGIONS > 0
               SET WS-REGION-IDX TO 1
               SEARCH WS-REGION-ENTRY
                   AT END
                       MOVE 'N' TO WS-REGION-TROUVEE
                   WHEN WS-REGION-NOM(WS-REGION-IDX) =
                        WS-NOM-REGION
                       MOVE 'Y' TO WS-REGION-TROUVEE
               END-SEARCH
           END-IF
           IF NOT WS-REGION-EST-TROUVEE
               ADD 1 TO WS-NB-REGIONS
               SET WS-REGION-IDX TO WS-NB-REGIONS
               MOVE WS-NOM-REGION TO WS-REGION-NOM(WS-REGION-IDX)
               MOVE 0 TO WS-REG-EN-COURS(WS-REGION-IDX)
               MOVE 0 TO WS-REG-CLOS(WS-REGION-IDX)
               MOVE 0 TO WS-REG-RESERVE(WS-REGION-IDX)
               MOVE 0 TO WS-REG-PAYE(WS-REGION-IDX)
           END-IF
           IF SINR-CLOS
               ADD 1 TO WS-REG-CLOS(WS-REGION-IDX)
           ELSE
               ADD 1 TO WS-REG-EN-COURS(WS-REGION-IDX)
           END-IF
           ADD SINR-RESERVE TO WS-REG-RESERVE(WS-REGION-IDX)
           ADD SINR-PAYE TO WS-REG-PAYE(WS-REGION-IDX).

      *    CHARGEMENT DE LA TABLE LOCALE VIA LE SOUS-PROGRAMME
      *    DEPTLOOK, SEUL DETENTEUR DU FORMAT DU REFERENTIEL.
       CHARGER-REFERENTIEL.
           MOVE 'I' TO WS-DL-FONCTION
           MOVE 1 TO WS-DL-INDEX
           MOVE SPACES TO WS-DL-CODE
           CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
           IF WS-DL-RETOUR = '16'
               DISPLAY 'DEPARTEMENTS.txt non disponible (DEPTLOOK)'
      *        LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE
      *        ENTREE MANQUANTE NE DOIT PAS COMPTER COMME UN
      *        PASSAGE PLANTE (DEBUT SANS FIN)
               MOVE 'F' TO WS-RA-FONCTION
               MOVE 16 TO WS-RA-RC
               CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-NB-DEPT-CHARGES
           PERFORM VARYING WS-DL-INDEX FROM 1 BY 1
                   UNTIL WS-DL-INDEX > WS-DL-NB
               MOVE 'I' TO WS-DL-FONCTION
               CALL 'DEPTLOOK' USING WS-DL-DEMANDE, WS-DL-REPONSE
               IF WS-DL-RETOUR = '00'
                   ADD 1 TO WS-NB-DEPT-CHARGES
                   MOVE WS-DL-CODE-LU TO
                       WS-DEPT-CODE(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-NOM TO
                       WS-DEPT-NOM(WS-NB-DEPT-CHARGES)
                   MOVE WS-DL-REGION TO
                       WS-DEPT-REGION(WS-NB-DEPT-CHARGES)
               END-IF
           END-PERFORM.

      *    AIGUILLAGE DU GABARIT DE LIGNE VERS LE SERVICE COMMUN
      *    D'EDITION EDITREP.
       ECRIRE-LIGNE-DETAIL.
           MOVE 'L' TO WS-ED-FONCTION
           MOVE SPACES TO WS-ED-LIGNE
           MOVE FPOS-DETAIL TO WS-ED-LIGNE
           CALL 'EDITREP' USING WS-ED-DEMANDE, WS-ED-LIGNE.
