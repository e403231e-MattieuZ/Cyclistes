      *================================================================*
      * BARSEL    - FILE-CONTROL entry for the fee-scale file.        *
      *             Une ligne par saison, type de droit (cotisation   *
      *             club, licence, assurance...) et categorie d'age ; *
      *             maintenu par FCF et lu par la facturation de la   *
      *             saison.                                           *
      *================================================================*
           SELECT BAREME ASSIGN TO 'BAREME.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-BAREME OF BAREME-REC
               FILE STATUS IS WBARSTAT.
