      * avec le montant du, le montant recu, le reste du et
      * l'anciennete en mois. Les paiements sans ligne d'echeancier
      * partent dans ENCAISSEMENTS-ORPHELINS.txt. La fuite de
      * primes ne doit plus attendre l'audit annuel. Quand avisech
      * a produit les appels de primes ECHEANCES-APPELEES.txt (meme
      * format, une ligne par appel selon la frequence de paiement
      * de l'adherent), ce sont eux qui sont confrontes aux
      * paiements a la place des mensualites de l'echeancier : un
      * payeur trimestriel n'apparait plus en arriere sur trois
      * mois.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FECHEANCIER.

           SELECT FAPPELS ASSIGN TO "ECHEANCES-APPELEES.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS-FAPPELS.

           SELECT FPAIEMENTS ASSIGN TO "ENCAISSEMENTS.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
              05 FILLER PIC X(1).
              05 FECH-MONTANT PIC 9(5).9(9).

       FD     FAPPELS
              RECORDING MODE IS F.
       01 APP-REG.
              05 APP-MUNA PIC 9(8).
              05 FILLER PIC X(1).
              05 APP-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 APP-PERIODE PIC 9(6).
              05 FILLER PIC X(1).
              05 APP-MONTANT PIC 9(5).9(9).

       FD     FPAIEMENTS
              RECORDING MODE IS F.
       01 PAI-REG.

       WORKING-STORAGE SECTION.
       77 WS-STATUS-FECHEANCIER PIC X(02) VALUE SPACES.
       77 WS-STATUS-FAPPELS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIEMENTS PIC X(02) VALUE SPACES.
       77 WS-STATUS-FECHT PIC X(02) VALUE SPACES.
       77 WS-STATUS-FPAIT PIC X(02) VALUE SPACES.
       01 WS-EOF-FPAIT PIC X VALUE 'N'.
           88 WS-EOF-FPAIT-REACHED VALUE 'Y'.

       01 WS-SOURCE-APPELS PIC X VALUE 'N'.
           88 WS-SOURCE-EST-APPELS VALUE 'Y'.

       01 WS-CLE-ECH PIC X(30) VALUE HIGH-VALUES.
       01 WS-CLE-PAI PIC X(30) VALUE HIGH-VALUES.
       01 WS-LECTURE-FAITE PIC X VALUE 'N'.
       01 WS-TOTAL-ARRIERES PIC 9(12)V9(2) VALUE 0.

       PROCEDURE DIVISION.
      *    LES APPELS DE PRIMES PRIMENT SUR L'ECHEANCIER
           OPEN INPUT FAPPELS.
           IF WS-STATUS-FAPPELS = '00'
               SET WS-SOURCE-EST-APPELS TO TRUE
               CLOSE FAPPELS
               DISPLAY 'Sommes dues lues dans ECHEANCES-APPELEES.txt'
           ELSE
               OPEN INPUT FECHEANCIER
               IF WS-STATUS-FECHEANCIER NOT = '00'
                   DISPLAY 'ECHEANCIER.txt non disponible - code '
                       'statut ' WS-STATUS-FECHEANCIER
                   DISPLAY 'Executer echeancier avant encaisse'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE FECHEANCIER
           END-IF.
           OPEN INPUT FPAIEMENTS.
           IF WS-STATUS-FPAIEMENTS NOT = '00'
               DISPLAY 'ENCAISSEMENTS.txt non disponible - code '
           CLOSE FPAIEMENTS.

      *    TRI DES DEUX FICHIERS SUR MUNA + IDENTIFIANT + PERIODE
           IF WS-SOURCE-EST-APPELS
               SORT FTRI ON ASCENDING KEY TRI-CLE
                   USING FAPPELS GIVING FECHT
           ELSE
               SORT FTRI ON ASCENDING KEY TRI-CLE
                   USING FECHEANCIER GIVING FECHT
           END-IF.
           SORT FTRI ON ASCENDING KEY TRI-CLE
               USING FPAIEMENTS GIVING FPAIT.

