      *================================================================*
      * CATSEL    - FILE-CONTROL entry for the age-category table.    *
      *             Une ligne par categorie d'age (cadet, junior,     *
      *             espoir, elite, master...) avec sa tranche d'age   *
      *             et ses plafonds de km hebdomadaire et journalier. *
      *             La categorie d'un coureur est derivee de sa date  *
      *             de naissance et de l'annee de la saison (FCAT).   *
      *================================================================*
           SELECT CATEGORIE ASSIGN TO 'CATEGORIE.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODCAT OF CATEGORIE-REC
               FILE STATUS IS WCATSTAT.
