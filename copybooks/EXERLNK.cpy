      * Shared request/reply areas for the EXERCLOS closed fiscal
      * year subprogram. WS-EX-DATE : date AAAAMMJJ d'une ecriture
      * a poster. WS-EX-RETOUR : 00 = exercice ouvert, 01 = date
      * dans un exercice clos (bilanexe), ecriture refusee.
      * WS-EX-DERNIER-CLOS porte le dernier exercice clos (zero si
      * aucun exercice n'a encore ete clos).
       01 WS-EX-DEMANDE.
           05 WS-EX-DATE PIC X(8).
       01 WS-EX-REPONSE.
           05 WS-EX-RETOUR PIC X(2).
           05 WS-EX-DERNIER-CLOS PIC 9(4).
