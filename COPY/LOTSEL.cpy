      *================================================================*
      * LOTSEL    - FILE-CONTROL entry for the GPS import lot         *
      *             register.  Un lot par passage de FB.  La cle      *
      *             alternative LOT-EMPREINTE retrouve un fichier     *
      *             d'import deja charge (refus du double passage).   *
      *================================================================*
           SELECT LOT-IMPORT ASSIGN TO 'LOT-IMPORT.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-NUMERO
               ALTERNATE RECORD KEY IS LOT-EMPREINTE
                   WITH DUPLICATES
               FILE STATUS IS WLOTSTAT.
