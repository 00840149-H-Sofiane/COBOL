      * Shared request/reply areas for the OPERAUTH operator
      * authorization subprogram. WS-OA-ROLE : role exige par le
      * programme WS-OA-PROGRAMME ('C' consultation, 'P' gestion des
      * polices, 'R' referentiels, 'E' scolarite, 'X' exploitation
      * de chaine, 'V' reprise de verrou). WS-OA-NO-RUN : numero de
      * passage RUNAUDIT de l'appelant (zero s'il n'en a pas).
      * WS-OA-RETOUR : 00 = operateur habilite, 01 = role non
      * detenu, 02 = operateur inconnu ou inactif, 35 = referentiel
      * OPERATEURS.txt absent (tout est alors refuse). Chaque
      * controle est estampille ACCES ou REFUS dans RUN-AUDIT.txt.
       01 WS-OA-DEMANDE.
           05 WS-OA-PROGRAMME PIC X(12).
           05 WS-OA-ROLE PIC X(1).
           05 WS-OA-NO-RUN PIC 9(6).
       01 WS-OA-REPONSE.
           05 WS-OA-RETOUR PIC X(2).
           05 WS-OA-OPERATEUR PIC X(8).
