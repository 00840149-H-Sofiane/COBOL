      * genere : les ADMIS passent dans la classe suivante du
      * bareme CLASSES-SUIVANTES.txt, les autres restent. La
      * reconstruction manuelle du registre en septembre, source de
      * doublons et d'orphelins, disparait. Le genre de l'eleve
      * (F/H, colonne 32 des lignes 'E') suit l'eleve dans le
      * registre suivant, pour la repartition en sections.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
              05 FILLER PIC X(1).
              05 EFFECTIF-NOM PIC X(25).
              05 EFFECTIF-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 EFFECTIF-GENRE PIC X(1).

       FD     FDECISIONS
              RECORDING MODE IS F.
              05 FILLER PIC X(1) VALUE SPACE.
              05 SUIVANT-NOM PIC X(25).
              05 SUIVANT-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 SUIVANT-GENRE PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FSEUILS PIC X(02) VALUE SPACES.
               MOVE SPACES TO SUIVANT-REG
               MOVE 'E' TO SUIVANT-TYPE
               MOVE EFFECTIF-NOM TO SUIVANT-NOM
               MOVE EFFECTIF-GENRE TO SUIVANT-GENRE
               IF WS-EST-TROUVE
                  AND WS-DEC-VERDICT(WS-DEC-IDX) = 'ADMIS'
                   PERFORM CHERCHER-CLASSE-SUIVANTE
