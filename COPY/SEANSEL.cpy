      *================================================================*
      * SEANSEL   - FILE-CONTROL entry for the group-session file.    *
      *             Une ligne par seance collective encadree par un   *
      *             entraineur.  La cle alternative CODENTR retrouve  *
      *             les seances d'un entraineur (controle de F4), la  *
      *             cle alternative SEA-DATE les liste par date.      *
      *================================================================*
           SELECT SEANCE ASSIGN TO 'SEANCE.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODSEANCE OF SEANCE-REC
               ALTERNATE RECORD KEY IS CODENTR OF SEANCE-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SEA-DATE
                   WITH DUPLICATES
               FILE STATUS IS WSEASTAT.
