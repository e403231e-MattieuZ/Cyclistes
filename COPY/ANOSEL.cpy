      *================================================================*
      * ANOSEL    - FILE-CONTROL entry for the data-protection        *
      *             register.  Une ligne par anonymisation d'un       *
      *             coureur (FRG).  La cle alternative ANO-CODCOUR    *
      *             retrouve un coureur deja anonymise.               *
      *================================================================*
           SELECT ANONYMAT ASSIGN TO 'ANONYMAT.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANO-NUMERO
               ALTERNATE RECORD KEY IS ANO-CODCOUR
                   WITH DUPLICATES
               FILE STATUS IS WANOSTAT.
