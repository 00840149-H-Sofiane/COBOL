      * Shared layout for one line of the fixed-asset register
      * (IMMOBILISATIONS.txt), tenu par immogest et immoamor : une
      * immobilisation par IMMO-CODE, son compte d'immobilisation
      * du plan de comptes (classe 2 ; le compte d'amortissement
      * s'en deduit en inserant un 8 : 218300 -> 281830), sa date
      * d'acquisition, son cout, sa duree d'utilisation en annees
      * et son mode d'amortissement, 'L' lineaire ou 'D' degressif.
      * IMMO-STATUT : 'A' en service ; 'C' cession enregistree,
      * sortie a passer par le prochain calcul mensuel ; 'S' sortie
      * passee au livre. Les amortissements cumules sont tenus par
      * exercice civil : cumul a l'ouverture de IMMO-EXERCICE et
      * dotation de l'exercice, IMMO-DERNIER-MOIS (AAAAMM) etant le
      * dernier mois amorti. La sortie garde la date et le prix de
      * cession, la valeur nette sortie et le resultat de cession
      * (plus-value positive, moins-value negative).
       01 IMMO-REG.
              05 IMMO-CODE PIC X(8).
              05 FILLER PIC X(1).
              05 IMMO-LIBELLE PIC X(30).
              05 FILLER PIC X(1).
              05 IMMO-COMPTE PIC X(6).
              05 FILLER PIC X(1).
              05 IMMO-DATE-ACQ PIC X(8).
              05 FILLER PIC X(1).
              05 IMMO-COUT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 IMMO-DUREE PIC 9(2).
              05 FILLER PIC X(1).
              05 IMMO-METHODE PIC X(1).
                  88 IMMO-LINEAIRE VALUE 'L'.
                  88 IMMO-DEGRESSIF VALUE 'D'.
              05 FILLER PIC X(1).
              05 IMMO-STATUT PIC X(1).
                  88 IMMO-EN-SERVICE VALUE 'A'.
                  88 IMMO-CESSION-ENREGISTREE VALUE 'C'.
                  88 IMMO-SORTIE VALUE 'S'.
              05 FILLER PIC X(1).
              05 IMMO-EXERCICE PIC 9(4).
              05 FILLER PIC X(1).
              05 IMMO-CUMUL-DEBUT PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 IMMO-DOTATION-EXERCICE PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 IMMO-DERNIER-MOIS PIC X(6).
              05 FILLER PIC X(1).
              05 IMMO-DATE-CESSION PIC X(8).
              05 FILLER PIC X(1).
              05 IMMO-PRIX-CESSION PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 IMMO-VNC-SORTIE PIC 9(7)V99.
              05 FILLER PIC X(1).
              05 IMMO-RESULTAT-CESSION PIC S9(7)V99
                  SIGN LEADING SEPARATE.
