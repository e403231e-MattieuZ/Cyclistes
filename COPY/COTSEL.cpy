      *================================================================*
      * COTSEL    - FILE-CONTROL entry for the dues file.             *
      *             Une ligne par coureur, saison et type de droit :  *
      *             montant du, montant regle et dernier reglement.   *
      *             Creee par la facturation de FCF (ou a la main     *
      *             par FCO), reglee par FCO.                         *
      *================================================================*
           SELECT COTISATION ASSIGN TO 'COTISATION.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-COTISATION OF COTISATION-REC
               FILE STATUS IS WCOTSTAT.
