      *================================================================*
      * ENGSEL    - FILE-CONTROL entry for the race-entry file.       *
      *             Une ligne par coureur engage sur une epreuve ; la *
      *             cle epreuve+coureur donne la liste de depart par  *
      *             prefixe CODEPR, CODCOUR en cle alternative sert   *
      *             aux controles par coureur (F1).                   *
      *================================================================*
           SELECT ENGAGEMENT ASSIGN TO 'ENGAGEMENT.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ENGAGEMENT OF ENGAGEMENT-REC
               ALTERNATE RECORD KEY IS CODCOUR OF ENGAGEMENT-REC
                   WITH DUPLICATES
               FILE STATUS IS WENGSTAT.
