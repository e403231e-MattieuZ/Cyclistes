      *================================================================*
      * LICSEL    - FILE-CONTROL entry for the rider-licence file.    *
      *             Une ligne par coureur et par saison : licence     *
      *             federale et certificat medical.  Le numero de     *
      *             licence en cle alternative sert au rapprochement  *
      *             avec le fichier des licencies de la federation    *
      *             (FLR).                                            *
      *================================================================*
           SELECT LICENCE ASSIGN TO 'LICENCE.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-LICENCE OF LICENCE-REC
               ALTERNATE RECORD KEY IS LIC-NUMERO OF LICENCE-REC
                   WITH DUPLICATES
               FILE STATUS IS WLICSTAT.
