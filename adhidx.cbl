       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHIDX.
      * Charge l'extraction sequentielle ADHERENTS.txt (meme image
      * ADHREG) dans le fichier des adherents indexe sur le MUNA,
      * ADHERENTS.IDX, dans le style de assuidx : conversion
      * initiale du fichier des adherents, ou reconstruction a
      * partir d'une extraction. Les courriers, le dossier
      * adherent et les controles lisent ensuite l'adherent par sa
      * cle, et ADHMAJ / npaimaj / munafus le tiennent a jour sur
      * place. Un MUNA non numerique est ecarte ; un MUNA en double
      * garde le premier enregistrement lu, et les deux images sont
      * ecrites cote a cote dans ADHERENTS-DOUBLONS.txt.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FENTREE ASSIGN TO "ADHERENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FENTREE.

           SELECT FADH ASSIGN TO "ADHERENTS.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADH-FILE-MUNA
           FILE STATUS IS WS-STATUS-FADH.

           SELECT FDOUBLONS ASSIGN TO "ADHERENTS-DOUBLONS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FDOUBLONS.
       DATA DIVISION.
       FILE SECTION.
       FD     FENTREE
              RECORDING MODE IS F.
       01 ENTREE-REG PIC X(207).

       FD     FADH
              RECORDING MODE IS F.
       COPY ADHREC.

       FD     FDOUBLONS
              RECORDING MODE IS F.
      * Image conservee et image rejetee cote a cote (ou motif du
      * rejet a la place de l'image conservee pour un MUNA non
      * numerique).
       01 DOUBLON-REG.
              05 DOUBLON-GARDE PIC X(207).
              05 FILLER PIC X(3).
              05 DOUBLON-REJET PIC X(207).
       01 DOUBLON-TRAILER.
              05 DOUBLON-TRAILER-LIB PIC X(20).
              05 DOUBLON-TRAILER-NB  PIC ZZZZZZ9.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FENTREE PIC X(02) VALUE SPACES.
       77 WS-STATUS-FADH PIC X(02) VALUE SPACES.
       77 WS-STATUS-FDOUBLONS PIC X(02) VALUE SPACES.
       01 WS-EOF-FENTREE PIC X VALUE 'N'.
           88 WS-EOF-REACHED VALUE 'Y'.
       01 WS-NB-LUS PIC 9(7) VALUE 0.
       01 WS-NB-CHARGES PIC 9(7) VALUE 0.
       01 WS-NB-REJETS PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
           OPEN INPUT FENTREE.
           IF WS-STATUS-FENTREE NOT = '00'
               DISPLAY 'ADHERENTS.txt non disponible - code statut '
                   WS-STATUS-FENTREE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    CREATION A VIDE PUIS REOUVERTURE EN I-O : la relecture
      *    de l'enregistrement garde lors d'un doublon n'est pas
      *    permise sur un fichier ouvert en OUTPUT.
           OPEN OUTPUT FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible en creation - '
                   'code statut ' WS-STATUS-FADH
               CLOSE FENTREE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE FADH.
           OPEN I-O FADH.
           IF WS-STATUS-FADH NOT = '00'
               DISPLAY 'ADHERENTS.IDX non disponible en mise a jour '
                   '- code statut ' WS-STATUS-FADH
               CLOSE FENTREE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FDOUBLONS.
           PERFORM UNTIL WS-EOF-REACHED
               READ FENTREE
                   AT END
                       SET WS-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ENTREE-REG TO ADHREG
                       IF ADH-FILE-MUNA IS NOT NUMERIC
                           ADD 1 TO WS-NB-REJETS
                           MOVE SPACES TO DOUBLON-REG
                           MOVE 'MUNA NON NUMERIQUE' TO DOUBLON-GARDE
                           MOVE ' | ' TO DOUBLON-REG(208:3)
                           MOVE ENTREE-REG TO DOUBLON-REJET
                           WRITE DOUBLON-REG
                       ELSE
                           WRITE ADHREG
                               INVALID KEY
                                   ADD 1 TO WS-NB-REJETS
                                   DISPLAY 'MUNA en double ignore : '
                                       ADH-FILE-MUNA
                                   PERFORM ECRIRE-DOUBLON
                               NOT INVALID KEY
                                   ADD 1 TO WS-NB-CHARGES
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FENTREE.
           CLOSE FADH.
           MOVE SPACES TO DOUBLON-TRAILER
           MOVE 'TOTAL REJETS : ' TO DOUBLON-TRAILER-LIB
           MOVE WS-NB-REJETS TO DOUBLON-TRAILER-NB
           WRITE DOUBLON-TRAILER
           CLOSE FDOUBLONS.
           DISPLAY 'ADHERENTS.txt lus        : ' WS-NB-LUS.
           DISPLAY 'ADHERENTS.IDX charges    : ' WS-NB-CHARGES.
           DISPLAY 'Enregistrements rejetes  : ' WS-NB-REJETS
               ' (voir ADHERENTS-DOUBLONS.txt)'.
           IF WS-NB-REJETS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    RELIT L'ENREGISTREMENT DEJA CHARGE SOUS LE MUNA EN DOUBLE
      *    ET ECRIT LES DEUX IMAGES COTE A COTE. L'image rejetee est
      *    encore disponible telle quelle dans ENTREE-REG.
       ECRIRE-DOUBLON.
           MOVE SPACES TO DOUBLON-REG
           MOVE ENTREE-REG TO DOUBLON-REJET
           READ FADH
               INVALID KEY
                   MOVE 'ENREGISTREMENT GARDE ILLISIBLE'
                       TO DOUBLON-GARDE
               NOT INVALID KEY
                   MOVE ADHREG TO DOUBLON-GARDE
           END-READ
           MOVE ' | ' TO DOUBLON-REG(208:3)
           WRITE DOUBLON-REG.
