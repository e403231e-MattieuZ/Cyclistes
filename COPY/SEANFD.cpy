      *================================================================*
      * SEANFD    - record layout for the group-session file.         *
      *             SEA-DATE : jour de la sortie collective, dans la  *
      *             semaine CODSEM (SEA-CODTOUR = grand tour de cette *
      *             semaine, retenu a la creation).  SEA-KM-PREVU,    *
      *             SEA-DUREE et SEA-DENIVELE sont les valeurs        *
      *             reportees sur REALISE pour chaque present.        *
      *             SEA-STATUT : O = ouverte, P = presences pointees  *
      *             et km postes (la seance n'est plus modifiable).   *
      *             CODENTR et CODSEM repetent les noms utilises dans *
      *             ENTRAINEUR/SEMAINE a dessein - qualifier avec OF  *
      *             SEANCE-REC des que ces fichiers sont ouverts      *
      *             ensemble.                                         *
      *================================================================*
       FD  SEANCE
           LABEL RECORD IS STANDARD.
       01  SEANCE-REC.
           02  CODSEANCE           PIC 9(04).
           02  SEA-DATE            PIC 9(08).
           02  CODSEM              PIC 9(02).
           02  SEA-CODTOUR         PIC X(01).
           02  CODENTR             PIC 9(03).
           02  SEA-LIBELLE         PIC X(30).
           02  SEA-KM-PREVU        PIC 9(04).
           02  SEA-DUREE           PIC 9(04).
           02  SEA-DENIVELE        PIC 9(05).
           02  SEA-STATUT          PIC X(01).
               88  SEANCE-OUVERTE              VALUE 'O'.
               88  SEANCE-POINTEE              VALUE 'P'.
           02  SEA-NB-PRESENTS     PIC 9(03).
           02  SEA-NB-ABSENTS      PIC 9(03).
