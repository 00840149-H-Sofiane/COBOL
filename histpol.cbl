       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPOL.
      * Historique versionne des polices, dans le style de RUNAUDIT
      * / EDITREP avec son copybook de liaison HISTLNK : assumaj,
      * correctif, assurein et assuidxd ecrasaient chacun une
      * police dans ASSURANCES.IDX, et les valeurs anterieures
      * n'etaient plus qu'eparpillees dans leurs fichiers d'audit
      * et les generations datees. Chaque operation appliquee a
      * l'index est desormais versee ici ('E') dans
      * ASSURANCES-HISTORIQUE.txt (format HISTREC) : cle MUNA +
      * IDENTIFIANT + date d'effet + horodatage, programme et
      * numero de passage, image de la police. L'historique est
      * ouvert en ajout au premier appel et clos par 'F' ; assuhist
      * y repond a la question "a quoi ressemblait cette police a
      * telle date".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FHIST ASSIGN TO "ASSURANCES-HISTORIQUE.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FHIST.
       DATA DIVISION.
       FILE SECTION.
       FD     FHIST
              RECORDING MODE IS F.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FHIST PIC X(02) VALUE SPACES.
       01 WS-HIST-OUVERT PIC X VALUE 'N'.
           88 WS-HIST-EST-OUVERT VALUE 'Y'.
       01 WS-HORODATAGE.
           05 WS-HORO-DATE PIC X(8).
           05 WS-HORO-HEURE PIC X(6).
           05 FILLER PIC X(7).

       LINKAGE SECTION.
       01 LK-DEMANDE.
           05 LK-FONCTION PIC X(1).
           05 LK-PROGRAMME PIC X(12).
           05 LK-NO-RUN PIC 9(6).
           05 LK-OPERATION PIC X(1).
           05 LK-DATE-EFFET PIC X(8).
           05 LK-POLICE.
               10 LK-MUNA PIC 9(8).
               10 LK-IDENTIFIANT PIC X(14).
               10 LK-LIBELLE PIC X(101).
               10 LK-ETAT PIC X(10).
               10 LK-DEBUT-EFFET PIC X(8).
               10 LK-FIN-EFFET PIC X(8).
               10 LK-MONTANT PIC 9(5)V9(9).
           05 LK-RETOUR PIC X(2).

       PROCEDURE DIVISION USING LK-DEMANDE.
           MOVE '00' TO LK-RETOUR
           EVALUATE LK-FONCTION
               WHEN 'E'
                   PERFORM ECRIRE-VERSION
               WHEN 'F'
                   PERFORM CLORE-HISTORIQUE
           END-EVALUATE
           GOBACK.

      *    OUVERTURE EN AJOUT AU PREMIER APPEL (CREATION SI
      *    L'HISTORIQUE N'EXISTE PAS ENCORE), PUIS UNE LIGNE PAR
      *    VERSION.
       ECRIRE-VERSION.
           IF NOT WS-HIST-EST-OUVERT
               OPEN EXTEND FHIST
               IF WS-STATUS-FHIST NOT = '00'
                   OPEN OUTPUT FHIST
               END-IF
               IF WS-STATUS-FHIST NOT = '00'
                   DISPLAY 'ASSURANCES-HISTORIQUE.txt inexploitable '
                       '- code statut ' WS-STATUS-FHIST
                   MOVE '16' TO LK-RETOUR
               ELSE
                   SET WS-HIST-EST-OUVERT TO TRUE
               END-IF
           END-IF
           IF WS-HIST-EST-OUVERT
               MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE
               MOVE SPACES TO HIST-REG
               MOVE LK-MUNA TO HIST-MUNA
               MOVE LK-IDENTIFIANT TO HIST-IDENTIFIANT
               IF LK-DATE-EFFET = SPACES
                   MOVE WS-HORO-DATE TO HIST-DATE-EFFET
               ELSE
                   MOVE LK-DATE-EFFET TO HIST-DATE-EFFET
               END-IF
               MOVE WS-HORODATAGE(1:14) TO HIST-HORODATAGE
               MOVE LK-OPERATION TO HIST-OPERATION
               MOVE LK-PROGRAMME TO HIST-PROGRAMME
               MOVE LK-NO-RUN TO HIST-NO-RUN
               MOVE LK-LIBELLE TO HIST-LIBELLE
               MOVE LK-ETAT TO HIST-ETAT
               MOVE LK-DEBUT-EFFET TO HIST-DEBUT-EFFET
               MOVE LK-FIN-EFFET TO HIST-FIN-EFFET
               MOVE LK-MONTANT TO HIST-MONTANT
               WRITE HIST-REG
           END-IF.

       CLORE-HISTORIQUE.
           IF WS-HIST-EST-OUVERT
               CLOSE FHIST
               MOVE 'N' TO WS-HIST-OUVERT
           END-IF.
