      *================================================================*
      * DEPSEL    - FILE-CONTROL entry for the race travel file.      *
      *             Une ligne par voyageur ou par frais d'une         *
      *             epreuve : la cle epreuve+ligne donne le           *
      *             deplacement complet par prefixe CODEPR, la        *
      *             personne (coureur ou entraineur) en cle           *
      *             alternative sert au remboursement par             *
      *             beneficiaire.  Saisi et approuve par FDP, etats   *
      *             de couts et de remboursements par FDR.            *
      *================================================================*
           SELECT DEPLACEMENT ASSIGN TO 'DEPLACEMENT.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-DEPLACEMENT OF DEPLACEMENT-REC
               ALTERNATE RECORD KEY IS DEP-PERSONNE OF DEPLACEMENT-REC
                   WITH DUPLICATES
               FILE STATUS IS WDEPSTAT.
