      *================================================================*
      * CERTSEL   - FILE-CONTROL entry for the certification history. *
      *             Une ligne par evenement de la carriere d'un       *
      *             entraineur : obtention, renouvellement ou formation*
      *             continue sur un diplome ou un brevet de secourisme.*
      *             Tenu par F4 (option H), lu par FCER et FCE.       *
      *================================================================*
           SELECT CERTIF ASSIGN TO 'CERTIFICATION.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-CERTIF OF CERTIF-REC
               FILE STATUS IS WCERSTAT.
