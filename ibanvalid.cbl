       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANVALID.
      * Validation d'IBAN partagee par les programmes qui emettent
      * des ordres bancaires : structure (code pays alphabetique,
      * cle numerique, 15 a 34 caracteres alphanumeriques sans
      * blanc interne) puis cle de controle ISO 13616 - les quatre
      * premiers caracteres passent en fin, chaque lettre vaut
      * 10 (A) a 35 (Z), et le nombre obtenu modulo 97 doit valoir
      * 1. Le calcul se fait chiffre a chiffre pour ne jamais
      * depasser la capacite d'une zone numerique. Interface
      * LINKAGE :
      *   LK-IBAN        X(34) IBAN cadre a gauche, sans espaces
      *   LK-VALIDE      X(1)  'Y' valide / 'N' invalide
      *   LK-MOTIF       X(2)  00=valide 01=longueur invalide
      *                        02=pays ou cle mal formes
      *                        03=caractere interdit
      *                        04=cle de controle fausse
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ALPHABET PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-CHIFFRES PIC X(10) VALUE '0123456789'.
       01 WS-IBAN-REORDONNE PIC X(34).
       01 WS-CAR PIC X(1).
       01 WS-LONGUEUR PIC 9(2) VALUE 0.
       01 WS-I PIC 9(2) VALUE 0.
       01 WS-J PIC 9(2) VALUE 0.
       01 WS-VALEUR PIC 9(2) VALUE 0.
       01 WS-RESTE PIC 9(4) VALUE 0.
       01 WS-CUMUL PIC 9(6) VALUE 0.
       01 WS-QUOTIENT PIC 9(6) VALUE 0.
       01 WS-CAR-TROUVE PIC X VALUE 'N'.
           88 WS-CAR-EST-TROUVE VALUE 'Y'.

       LINKAGE SECTION.
       01 LK-IBAN PIC X(34).
       01 LK-VALIDE PIC X(1).
       01 LK-MOTIF PIC X(2).

       PROCEDURE DIVISION USING LK-IBAN, LK-VALIDE, LK-MOTIF.
           MOVE 'N' TO LK-VALIDE
      *    LONGUEUR UTILE : DERNIER CARACTERE NON BLANC
           MOVE 0 TO WS-LONGUEUR
           PERFORM VARYING WS-I FROM 34 BY -1
                   UNTIL WS-I < 1 OR WS-LONGUEUR > 0
               IF LK-IBAN(WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-LONGUEUR
               END-IF
           END-PERFORM
           IF WS-LONGUEUR < 15
               MOVE '01' TO LK-MOTIF
               GOBACK
           END-IF
           IF LK-IBAN(1:1) IS NOT ALPHABETIC-UPPER
              OR LK-IBAN(2:1) IS NOT ALPHABETIC-UPPER
              OR LK-IBAN(1:1) = SPACE OR LK-IBAN(2:1) = SPACE
              OR LK-IBAN(3:2) IS NOT NUMERIC
               MOVE '02' TO LK-MOTIF
               GOBACK
           END-IF

      *    REORDONNANCEMENT PUIS MODULO 97 AU FIL DES CARACTERES
           MOVE SPACES TO WS-IBAN-REORDONNE
           MOVE LK-IBAN(5:WS-LONGUEUR - 4) TO WS-IBAN-REORDONNE
           MOVE LK-IBAN(1:4)
               TO WS-IBAN-REORDONNE(WS-LONGUEUR - 3:4)
           MOVE 0 TO WS-RESTE
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LONGUEUR
               MOVE WS-IBAN-REORDONNE(WS-I:1) TO WS-CAR
               PERFORM VALORISER-CARACTERE
               IF NOT WS-CAR-EST-TROUVE
                   MOVE '03' TO LK-MOTIF
                   GOBACK
               END-IF
               IF WS-VALEUR < 10
                   COMPUTE WS-CUMUL = WS-RESTE * 10 + WS-VALEUR
               ELSE
                   COMPUTE WS-CUMUL = WS-RESTE * 100 + WS-VALEUR
               END-IF
               DIVIDE WS-CUMUL BY 97 GIVING WS-QUOTIENT
                   REMAINDER WS-RESTE
           END-PERFORM
           IF WS-RESTE NOT = 1
               MOVE '04' TO LK-MOTIF
               GOBACK
           END-IF
           MOVE 'Y' TO LK-VALIDE
           MOVE '00' TO LK-MOTIF
           GOBACK.

      *    VALEUR DU CARACTERE WS-CAR : 0 A 9 POUR UN CHIFFRE,
      *    10 A 35 POUR UNE LETTRE MAJUSCULE ; TOUT AUTRE CARACTERE
      *    (blanc interne compris) EST INTERDIT.
       VALORISER-CARACTERE.
           MOVE 'N' TO WS-CAR-TROUVE
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 10 OR WS-CAR-EST-TROUVE
               IF WS-CAR = WS-CHIFFRES(WS-J:1)
                   COMPUTE WS-VALEUR = WS-J - 1
                   MOVE 'Y' TO WS-CAR-TROUVE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > 26 OR WS-CAR-EST-TROUVE
               IF WS-CAR = WS-ALPHABET(WS-J:1)
                   COMPUTE WS-VALEUR = WS-J + 9
                   MOVE 'Y' TO WS-CAR-TROUVE
               END-IF
           END-PERFORM.
