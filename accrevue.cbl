       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCREVUE.
      * Revue mensuelle des acces, demandee par l'audit : relit
      * RUN-AUDIT.txt pour le mois de ACCES-REVUE-PARAM.txt (AAAAMM,
      * a defaut le mois qui precede le passage) et edite dans
      * ACCES-REVUE-AAAAMM.txt, par operateur et par fonction
      * (programme), le nombre de lancements (lignes DEBUT), de
      * controles d'habilitation accordes (ACCES) et refuses
      * (REFUS) ; puis le detail horodate de chaque refus, et les
      * habilitations en vigueur de OPERATEURS.txt pour que le
      * responsable confirme ou retire chaque role. Un operateur
      * qui a lance un programme sans figurer actif au referentiel
      * est signale HORS REFERENTIEL. RETURN-CODE 4 s'il y a des
      * refus ou des operateurs hors referentiel.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FPARAM ASSIGN TO "ACCES-REVUE-PARAM.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FPARAM.

           SELECT FAUDIT ASSIGN TO "RUN-AUDIT.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAUDIT.

           SELECT FOPERATEURS ASSIGN TO "OPERATEURS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FOPERATEURS.

           SELECT FRAPPORT ASSIGN TO DYNAMIC WS-NOM-RAPPORT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FRAPPORT.
       DATA DIVISION.
       FILE SECTION.
       FD     FPARAM
              RECORDING MODE IS F.
       01 PARAM-REG.
              05 PARAM-PERIODE PIC X(6).

       FD     FAUDIT
              RECORDING MODE IS F.
       01 AUDIT-REG.
              05 AUDIT-NO-RUN PIC X(6).
              05 FILLER PIC X(1).
              05 AUDIT-TYPE PIC X(5).
              05 FILLER PIC X(1).
              05 AUDIT-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 AUDIT-OPERATEUR PIC X(8).
              05 FILLER PIC X(1).
              05 AUDIT-HORODATAGE PIC X(14).
              05 FILLER PIC X(1).
              05 AUDIT-RC PIC X(3).
              05 FILLER PIC X(1).
              05 AUDIT-ROLE PIC X(1).

       FD     FOPERATEURS
              RECORDING MODE IS F.
       01 OPER-REG.
              05 OPER-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 OPER-NOM PIC X(20).
              05 FILLER PIC X(1).
              05 OPER-ROLES PIC X(6).
              05 FILLER PIC X(1).
              05 OPER-ACTIF PIC X(1).

       FD     FRAPPORT
              RECORDING MODE IS F.
       01 FRAPPORT-REG PIC X(90).
       01 FRAPPORT-DETAIL.
              05 FRAPPORT-OPERATEUR PIC X(8).
              05 FILLER PIC X(1).
              05 FRAPPORT-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 FRAPPORT-LANCEMENTS PIC ZZZZ9.
              05 FILLER PIC X(1).
              05 FRAPPORT-ACCES PIC ZZZZ9.
              05 FILLER PIC X(1).
              05 FRAPPORT-REFUS PIC ZZZZ9.
              05 FILLER PIC X(1).
              05 FRAPPORT-REFERENTIEL PIC X(16).
       01 FRAPPORT-REFUS-LIGNE.
              05 FRAPPORT-RF-HORODATAGE PIC X(14).
              05 FILLER PIC X(1).
              05 FRAPPORT-RF-OPERATEUR PIC X(8).
              05 FILLER PIC X(1).
              05 FRAPPORT-RF-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 FRAPPORT-RF-ROLE PIC X(1).
              05 FILLER PIC X(1).
              05 FRAPPORT-RF-NO-RUN PIC X(6).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FPARAM PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAUDIT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FOPERATEURS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FRAPPORT PIC X(02) VALUE SPACES.
       COPY RUNLNK.

       01 WS-EOF-FAUDIT PIC X VALUE 'N'.
           88 WS-EOF-FAUDIT-REACHED VALUE 'Y'.
       01 WS-EOF-FOPERATEURS PIC X VALUE 'N'.
           88 WS-EOF-FOPERATEURS-REACHED VALUE 'Y'.

       01 WS-RUN-DATE.
           05 WS-RUN-YYYYMMDD PIC 9(8).
           05 FILLER PIC X(14).
       01 WS-RUN-DATE-DEC REDEFINES WS-RUN-DATE.
           05 WS-RUN-AAAA PIC 9(4).
           05 WS-RUN-MM PIC 9(2).
           05 FILLER PIC X(16).
       01 WS-PERIODE PIC 9(6) VALUE 0.
       01 WS-PERIODE-DEC REDEFINES WS-PERIODE.
           05 WS-PER-AAAA PIC 9(4).
           05 WS-PER-MM PIC 9(2).
       01 WS-NOM-RAPPORT PIC X(40) VALUE SPACES.

      * OPERATEURS DU REFERENTIEL
       01 WS-NB-OPER PIC 9(3) VALUE 0.
       01 WS-TABLE-OPER.
           05 WS-OPER-ENTRY OCCURS 200 TIMES.
               10 WS-OPER-CODE PIC X(8).
               10 WS-OPER-NOM PIC X(20).
               10 WS-OPER-ROLES PIC X(6).
               10 WS-OPER-ACTIF PIC X(1).

      * UTILISATION DU MOIS PAR OPERATEUR ET PAR FONCTION
       01 WS-NB-USAGES PIC 9(3) VALUE 0.
       01 WS-TABLE-USAGES.
           05 WS-USAGE-ENTRY OCCURS 500 TIMES.
               10 WS-USAGE-OPERATEUR PIC X(8).
               10 WS-USAGE-PROGRAMME PIC X(12).
               10 WS-USAGE-LANCEMENTS PIC 9(5).
               10 WS-USAGE-ACCES PIC 9(5).
               10 WS-USAGE-REFUS PIC 9(5).

       01 WS-I PIC 9(3).
       01 WS-U PIC 9(3).
       01 WS-TROUVE PIC 9(3).
       01 WS-NB-REFUS PIC 9(5) VALUE 0.
       01 WS-NB-HORS-REF PIC 9(5) VALUE 0.
       01 WS-NB-LIGNES-MOIS PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE 'D' TO WS-RA-FONCTION
           MOVE 'accrevue' TO WS-RA-PROGRAMME
           MOVE 0 TO WS-RA-RC
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE

      *    MOIS REVU : PARAMETRE, A DEFAUT LE MOIS PRECEDENT
           IF WS-RUN-MM = 1
               COMPUTE WS-PER-AAAA = WS-RUN-AAAA - 1
               MOVE 12 TO WS-PER-MM
           ELSE
               MOVE WS-RUN-AAAA TO WS-PER-AAAA
               COMPUTE WS-PER-MM = WS-RUN-MM - 1
           END-IF
           OPEN INPUT FPARAM
           IF WS-STATUS-FPARAM = '00'
               READ FPARAM
                   AT END CONTINUE
                   NOT AT END
                       IF PARAM-PERIODE IS NUMERIC
                          AND PARAM-PERIODE(5:2) >= '01'
                          AND PARAM-PERIODE(5:2) <= '12'
                           MOVE PARAM-PERIODE TO WS-PERIODE
                       END-IF
               END-READ
               CLOSE FPARAM
           END-IF

      *    REFERENTIEL DES OPERATEURS
           OPEN INPUT FOPERATEURS
           IF WS-STATUS-FOPERATEURS = '00'
               PERFORM UNTIL WS-EOF-FOPERATEURS-REACHED
                   READ FOPERATEURS
                       AT END
                           SET WS-EOF-FOPERATEURS-REACHED TO TRUE
                       NOT AT END
                           IF OPER-CODE NOT = SPACES
                              AND WS-NB-OPER < 200
                               ADD 1 TO WS-NB-OPER
                               MOVE OPER-CODE
                                   TO WS-OPER-CODE(WS-NB-OPER)
                               MOVE OPER-NOM TO WS-OPER-NOM(WS-NB-OPER)
                               MOVE OPER-ROLES
                                   TO WS-OPER-ROLES(WS-NB-OPER)
                               MOVE OPER-ACTIF
                                   TO WS-OPER-ACTIF(WS-NB-OPER)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FOPERATEURS
           ELSE
               DISPLAY 'OPERATEURS.txt non disponible - tous les '
                   'operateurs seront hors referentiel'
           END-IF

           OPEN INPUT FAUDIT
           IF WS-STATUS-FAUDIT NOT = '00'
               DISPLAY 'RUN-AUDIT.txt non disponible - code statut '
                   WS-STATUS-FAUDIT
               MOVE 16 TO WS-RA-RC
               PERFORM TERMINER-EN-ERREUR
           END-IF

           MOVE SPACES TO WS-NOM-RAPPORT
           STRING 'ACCES-REVUE-' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-RAPPORT
           OPEN OUTPUT FRAPPORT
           MOVE SPACES TO FRAPPORT-REG
           STRING 'REVUE DES ACCES DU MOIS ' DELIMITED BY SIZE
               WS-PERIODE DELIMITED BY SIZE
               ' - RUN ' DELIMITED BY SIZE
               WS-RA-NO-RUN DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'REFUS D HABILITATION DU MOIS' TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'HORODATAGE     OPERAT.  PROGRAMME    R RUN'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG

      *    LIGNES DU MOIS : LES REFUS SONT EDITES AU FIL DE LA
      *    LECTURE, L'UTILISATION EST CUMULEE
           PERFORM UNTIL WS-EOF-FAUDIT-REACHED
               READ FAUDIT
                   AT END
                       SET WS-EOF-FAUDIT-REACHED TO TRUE
                   NOT AT END
                       IF AUDIT-HORODATAGE(1:6) = WS-PERIODE
                           ADD 1 TO WS-NB-LIGNES-MOIS
                           PERFORM CUMULER-LIGNE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FAUDIT
           IF WS-NB-REFUS = 0
               MOVE 'AUCUN REFUS' TO FRAPPORT-REG
               WRITE FRAPPORT-REG
           END-IF

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'UTILISATION PAR OPERATEUR ET PAR FONCTION'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'OPERAT.  PROGRAMME    LANCT ACCES REFUS REFERENTIEL'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-USAGES
               PERFORM EDITER-USAGE
           END-PERFORM

           MOVE SPACES TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           MOVE 'HABILITATIONS EN VIGUEUR (OPERATEURS.txt)'
               TO FRAPPORT-REG
           WRITE FRAPPORT-REG
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-OPER
               MOVE SPACES TO FRAPPORT-REG
               STRING WS-OPER-CODE(WS-I) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-OPER-NOM(WS-I) DELIMITED BY SIZE
                   ' roles ' DELIMITED BY SIZE
                   WS-OPER-ROLES(WS-I) DELIMITED BY SIZE
                   ' actif ' DELIMITED BY SIZE
                   WS-OPER-ACTIF(WS-I) DELIMITED BY SIZE
                   INTO FRAPPORT-REG
               WRITE FRAPPORT-REG
           END-PERFORM

           MOVE SPACES TO FRAPPORT-REG
           STRING 'TOTAL LIGNES DU MOIS : ' DELIMITED BY SIZE
               WS-NB-LIGNES-MOIS DELIMITED BY SIZE
               '  REFUS : ' DELIMITED BY SIZE
               WS-NB-REFUS DELIMITED BY SIZE
               '  HORS REFERENTIEL : ' DELIMITED BY SIZE
               WS-NB-HORS-REF DELIMITED BY SIZE
               INTO FRAPPORT-REG
           WRITE FRAPPORT-REG
           CLOSE FRAPPORT

           DISPLAY 'Revue des acces du mois ' WS-PERIODE
           DISPLAY 'Refus d habilitation   : ' WS-NB-REFUS
           DISPLAY 'Operateurs hors referentiel : ' WS-NB-HORS-REF
           DISPLAY 'Rapport dans ' WS-NOM-RAPPORT
           MOVE 'F' TO WS-RA-FONCTION
           IF WS-NB-REFUS > 0 OR WS-NB-HORS-REF > 0
               MOVE 4 TO WS-RA-RC
           ELSE
               MOVE 0 TO WS-RA-RC
           END-IF
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.

       CUMULER-LIGNE.
           IF AUDIT-TYPE = 'DEBUT' OR AUDIT-TYPE = 'ACCES'
              OR AUDIT-TYPE = 'REFUS'
               MOVE 0 TO WS-TROUVE
               PERFORM VARYING WS-U FROM 1 BY 1
                       UNTIL WS-U > WS-NB-USAGES OR WS-TROUVE > 0
                   IF WS-USAGE-OPERATEUR(WS-U) = AUDIT-OPERATEUR
                      AND WS-USAGE-PROGRAMME(WS-U) = AUDIT-PROGRAMME
                       MOVE WS-U TO WS-TROUVE
                   END-IF
               END-PERFORM
               IF WS-TROUVE = 0 AND WS-NB-USAGES < 500
                   ADD 1 TO WS-NB-USAGES
                   MOVE WS-NB-USAGES TO WS-TROUVE
                   MOVE AUDIT-OPERATEUR
                       TO WS-USAGE-OPERATEUR(WS-TROUVE)
                   MOVE AUDIT-PROGRAMME
                       TO WS-USAGE-PROGRAMME(WS-TROUVE)
                   MOVE 0 TO WS-USAGE-LANCEMENTS(WS-TROUVE)
                   MOVE 0 TO WS-USAGE-ACCES(WS-TROUVE)
                   MOVE 0 TO WS-USAGE-REFUS(WS-TROUVE)
               END-IF
               IF WS-TROUVE > 0
                   EVALUATE AUDIT-TYPE
                       WHEN 'DEBUT'
                           ADD 1 TO WS-USAGE-LANCEMENTS(WS-TROUVE)
                       WHEN 'ACCES'
                           ADD 1 TO WS-USAGE-ACCES(WS-TROUVE)
                       WHEN 'REFUS'
                           ADD 1 TO WS-USAGE-REFUS(WS-TROUVE)
                   END-EVALUATE
               END-IF
           END-IF
           IF AUDIT-TYPE = 'REFUS'
               ADD 1 TO WS-NB-REFUS
               MOVE SPACES TO FRAPPORT-REFUS-LIGNE
               MOVE AUDIT-HORODATAGE TO FRAPPORT-RF-HORODATAGE
               MOVE AUDIT-OPERATEUR TO FRAPPORT-RF-OPERATEUR
               MOVE AUDIT-PROGRAMME TO FRAPPORT-RF-PROGRAMME
               MOVE AUDIT-ROLE TO FRAPPORT-RF-ROLE
               MOVE AUDIT-NO-RUN TO FRAPPORT-RF-NO-RUN
               WRITE FRAPPORT-REFUS-LIGNE
           END-IF.

      *    LIGNE D'UTILISATION, AVEC LA SITUATION DE L'OPERATEUR AU
      *    REFERENTIEL
       EDITER-USAGE.
           MOVE SPACES TO FRAPPORT-DETAIL
           MOVE WS-USAGE-OPERATEUR(WS-U) TO FRAPPORT-OPERATEUR
           MOVE WS-USAGE-PROGRAMME(WS-U) TO FRAPPORT-PROGRAMME
           MOVE WS-USAGE-LANCEMENTS(WS-U) TO FRAPPORT-LANCEMENTS
           MOVE WS-USAGE-ACCES(WS-U) TO FRAPPORT-ACCES
           MOVE WS-USAGE-REFUS(WS-U) TO FRAPPORT-REFUS
           MOVE 0 TO WS-TROUVE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-OPER OR WS-TROUVE > 0
               IF WS-OPER-CODE(WS-I) = WS-USAGE-OPERATEUR(WS-U)
                   MOVE WS-I TO WS-TROUVE
               END-IF
           END-PERFORM
           IF WS-TROUVE > 0
               IF WS-OPER-ACTIF(WS-TROUVE) = 'O'
                   MOVE WS-OPER-ROLES(WS-TROUVE)
                       TO FRAPPORT-REFERENTIEL
               ELSE
                   MOVE 'INACTIF' TO FRAPPORT-REFERENTIEL
                   IF WS-USAGE-LANCEMENTS(WS-U) > 0
                       ADD 1 TO WS-NB-HORS-REF
                   END-IF
               END-IF
           ELSE
               MOVE 'HORS REFERENTIEL' TO FRAPPORT-REFERENTIEL
               IF WS-USAGE-LANCEMENTS(WS-U) > 0
                   ADD 1 TO WS-NB-HORS-REF
               END-IF
           END-IF
           WRITE FRAPPORT-DETAIL.

      *    LA FIN EST ESTAMPILLEE AUPRES DE RUNAUDIT : UNE ENTREE
      *    MANQUANTE NE DOIT PAS COMPTER COMME UN PASSAGE PLANTE
      *    (DEBUT SANS FIN)
       TERMINER-EN-ERREUR.
           MOVE 'F' TO WS-RA-FONCTION
           CALL 'RUNAUDIT' USING WS-RA-DEMANDE, WS-RA-NO-RUN
           MOVE WS-RA-RC TO RETURN-CODE
           STOP RUN.
