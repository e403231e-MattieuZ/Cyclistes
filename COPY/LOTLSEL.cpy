      *================================================================*
      * LOTLSEL   - FILE-CONTROL entry for the GPS import lot detail  *
      *             file : une ligne par sortie REALISE creee par un  *
      *             lot, avec les valeurs chargees.                   *
      *================================================================*
           SELECT LOT-LIGNE ASSIGN TO 'LOT-LIGNE.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-LOT-LIGNE
               FILE STATUS IS WLLGSTAT.
