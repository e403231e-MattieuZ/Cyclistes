      *================================================================*
      * MATSEL    - FILE-CONTROL entry for the equipment register.    *
      *             Une ligne par velo, paire de roues ou autre       *
      *             materiel prete par le club.  La cle alternative   *
      *             CODCOUR retrouve le materiel d'un coureur pour    *
      *             y cumuler ses km (FMAT) et le reprendre lors      *
      *             d'une fusion (FM) ou d'une suppression (F1).      *
      *================================================================*
           SELECT MATERIEL ASSIGN TO 'MATERIEL.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODMAT OF MATERIEL-REC
               ALTERNATE RECORD KEY IS CODCOUR OF MATERIEL-REC
                   WITH DUPLICATES
               FILE STATUS IS WMATSTAT.
