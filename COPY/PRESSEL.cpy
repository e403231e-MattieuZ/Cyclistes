      *================================================================*
      * PRESSEL   - FILE-CONTROL entry for the session-attendance     *
      *             file.  Une ligne par coureur pointe sur une       *
      *             seance, present ou absent.  La cle alternative    *
      *             CODCOUR sert au taux de presence par coureur et   *
      *             aux reprises de F1 (suppression) et FM (fusion).  *
      *================================================================*
           SELECT PRESENCE ASSIGN TO 'PRESENCE.SQL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLE-PRESENCE OF PRESENCE-REC
               ALTERNATE RECORD KEY IS CODCOUR OF PRESENCE-REC
                   WITH DUPLICATES
               FILE STATUS IS WPRESTAT.
