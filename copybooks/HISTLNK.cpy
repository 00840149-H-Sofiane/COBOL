      * Shared request area for the HISTPOL policy-history
      * subprogram. WS-HP-FONCTION : 'E' = ecrire la version
      * WS-HP-POLICE (image ASSURANCES.IDX apres operation, ou
      * image supprimee pour une suppression) dans
      * ASSURANCES-HISTORIQUE.txt, 'F' = clore l'historique en fin
      * de passage. WS-HP-OPERATION : 'A' ajout, 'M' modification,
      * 'S' suppression, 'I' version initiale (reprise). Date
      * d'effet a blanc = date du jour. WS-HP-RETOUR : 00 = bon,
      * 16 = historique inexploitable.
       01 WS-HP-DEMANDE.
           05 WS-HP-FONCTION PIC X(1).
           05 WS-HP-PROGRAMME PIC X(12).
           05 WS-HP-NO-RUN PIC 9(6).
           05 WS-HP-OPERATION PIC X(1).
           05 WS-HP-DATE-EFFET PIC X(8).
           05 WS-HP-POLICE.
               10 WS-HP-MUNA PIC 9(8).
               10 WS-HP-IDENTIFIANT PIC X(14).
               10 WS-HP-LIBELLE PIC X(101).
               10 WS-HP-ETAT PIC X(10).
               10 WS-HP-DEBUT-EFFET PIC X(8).
               10 WS-HP-FIN-EFFET PIC X(8).
               10 WS-HP-MONTANT PIC 9(5)V9(9).
           05 WS-HP-RETOUR PIC X(2).
