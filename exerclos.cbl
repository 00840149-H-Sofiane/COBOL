       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERCLOS.
      * Verrou des exercices clos : bilanexe inscrit chaque exercice
      * clos dans EXERCICES-CLOS.txt (annee, date de cloture,
      * numero de passage). Un programme qui poste dans le livre
      * demande ici si la date de son ecriture tombe dans un
      * exercice clos : les exercices se closent dans l'ordre, une
      * date est donc verrouillee des que son annee ne depasse pas
      * le dernier exercice clos. La liste est chargee au premier
      * CALL puis reste en memoire ; son absence veut dire qu'aucun
      * exercice n'a encore ete clos. Interface dans le copybook
      * EXERLNK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCLOS ASSIGN TO "EXERCICES-CLOS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FCLOS.
       DATA DIVISION.
       FILE SECTION.
       FD     FCLOS
              RECORDING MODE IS F.
       01 CLOS-REG.
              05 CLOS-ANNEE PIC X(4).
              05 FILLER PIC X(1).
              05 CLOS-DATE PIC X(8).
              05 FILLER PIC X(1).
              05 CLOS-NO-RUN PIC X(6).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FCLOS PIC X(02) VALUE SPACES.
       01 WS-EOF-FCLOS PIC X VALUE 'N'.
           88 WS-EOF-FCLOS-REACHED VALUE 'Y'.
       01 WS-ETAT-CHARGEMENT PIC X VALUE 'N'.
           88 WS-LISTE-CHARGEE VALUE 'O'.
       01 WS-DERNIER-CLOS PIC 9(4) VALUE 0.

       LINKAGE SECTION.
       01 LK-DEMANDE.
           05 LK-DATE PIC X(8).
       01 LK-REPONSE.
           05 LK-RETOUR PIC X(2).
           05 LK-DERNIER-CLOS PIC 9(4).

       PROCEDURE DIVISION USING LK-DEMANDE, LK-REPONSE.
           IF NOT WS-LISTE-CHARGEE
               PERFORM CHARGER-LISTE
           END-IF
           MOVE WS-DERNIER-CLOS TO LK-DERNIER-CLOS
           MOVE '00' TO LK-RETOUR
           IF WS-DERNIER-CLOS > 0
              AND LK-DATE(1:4) IS NUMERIC
              AND LK-DATE(1:4) <= WS-DERNIER-CLOS
               MOVE '01' TO LK-RETOUR
           END-IF
           GOBACK.

      *    CHARGEMENT UNIQUE : SEUL LE DERNIER EXERCICE CLOS COMPTE
       CHARGER-LISTE.
           OPEN INPUT FCLOS.
           IF WS-STATUS-FCLOS = '00'
               PERFORM UNTIL WS-EOF-FCLOS-REACHED
                   READ FCLOS
                       AT END
                           SET WS-EOF-FCLOS-REACHED TO TRUE
                       NOT AT END
                           IF CLOS-ANNEE IS NUMERIC
                              AND CLOS-ANNEE > WS-DERNIER-CLOS
                               MOVE CLOS-ANNEE TO WS-DERNIER-CLOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCLOS
           END-IF
           SET WS-LISTE-CHARGEE TO TRUE.
