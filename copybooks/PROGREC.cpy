      * Shared layout for one line of the curriculum reference
      * PROGRAMMES-CLASSES.txt, maintained by the school office like
      * ENSEIGNANTS.txt : par niveau (code classe), chaque matiere
      * du programme avec son coefficient (meme forme que le
      * coefficient des notes de ELEVESB.txt, quatre chiffres), le
      * nombre minimum de notes attendues par trimestre et le code
      * de l'enseignant de ENSEIGNANTS.txt. COMPLETUDE controle le
      * referentiel lui-meme et la couverture des notes, ELEVMAJ
      * refuse les notes hors programme ou au mauvais coefficient,
      * et le programme Eleves calcule les moyennes avec les
      * coefficients du programme.
       01 PROGRAMME-REG.
              05 PROG-CLASSE PIC X(3).
              05 FILLER PIC X(1).
              05 PROG-MATIERE PIC X(30).
              05 FILLER PIC X(1).
              05 PROG-COEF PIC X(4).
              05 FILLER PIC X(1).
              05 PROG-MIN-NOTES PIC X(2).
              05 FILLER PIC X(1).
              05 PROG-ENSEIGNANT PIC X(4).
