      * Shared request/reply areas for the PRODLOOK product
      * catalogue subprogram. WS-PL-FONCTION : 'L' = map a
      * LIBELLE-COMMERCIAL-SE (official label or known variant) to
      * its product. WS-PL-RETOUR : 00 = found, 01 = label not in
      * the catalogue, 16 = PRODUITS.txt unavailable.
       01 WS-PL-DEMANDE.
           05 WS-PL-FONCTION PIC X(1).
           05 WS-PL-LIBELLE PIC X(101).
       01 WS-PL-REPONSE.
           05 WS-PL-RETOUR PIC X(2).
           05 WS-PL-CODE PIC X(6).
           05 WS-PL-LIBELLE-OFFICIEL PIC X(101).
           05 WS-PL-CLASSE-TAXE PIC X(20).
           05 WS-PL-DUREE PIC 9(3).
           05 WS-PL-STATUT PIC X(1).
