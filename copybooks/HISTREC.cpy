      * Shared layout for one version of a policy in the policy
      * history ASSURANCES-HISTORIQUE.txt, ecrite par HISTPOL a
      * chaque operation sur ASSURANCES.IDX. Cle logique MUNA +
      * IDENTIFIANT + date d'effet + horodatage de l'operation ;
      * programme et numero de passage RUNAUDIT qui l'ont faite ;
      * puis l'image de la police apres operation (image
      * supprimee pour une suppression 'S').
       01 HIST-REG.
              05 HIST-CLE.
                  10 HIST-MUNA PIC 9(8).
                  10 FILLER PIC X(1).
                  10 HIST-IDENTIFIANT PIC X(14).
              05 FILLER PIC X(1).
              05 HIST-DATE-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 HIST-HORODATAGE PIC X(14).
              05 FILLER PIC X(1).
              05 HIST-OPERATION PIC X(1).
                  88 HIST-AJOUT VALUE 'A'.
                  88 HIST-MODIFICATION VALUE 'M'.
                  88 HIST-SUPPRESSION VALUE 'S'.
                  88 HIST-INITIALE VALUE 'I'.
              05 FILLER PIC X(1).
              05 HIST-PROGRAMME PIC X(12).
              05 FILLER PIC X(1).
              05 HIST-NO-RUN PIC 9(6).
              05 FILLER PIC X(1).
              05 HIST-LIBELLE PIC X(101).
              05 FILLER PIC X(1).
              05 HIST-ETAT PIC X(10).
              05 FILLER PIC X(1).
              05 HIST-DEBUT-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 HIST-FIN-EFFET PIC X(8).
              05 FILLER PIC X(1).
              05 HIST-MONTANT PIC 9(5)V9(9).
