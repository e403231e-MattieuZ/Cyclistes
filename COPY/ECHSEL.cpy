      *================================================================*
      * ECHSEL    - FILE-CONTROL entry for the contact-failure file.  *
      *             Une ligne par coordonnee (mail ou telephone d'un  *
      *             entraineur ou d'une adresse de coureur) dont la   *
      *             passerelle de notification a signale un echec ;   *
      *             tenue par FAR a chaque retour de la passerelle.   *
      *================================================================*
           SELECT ECHEC-COORD ASSIGN TO 'ECHEC-COORD.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-ECHEC OF ECHEC-COORD-REC
               FILE STATUS IS WECHSTAT.
