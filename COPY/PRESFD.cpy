      *================================================================*
      * PRESFD    - record layout for the session-attendance file.    *
      *             PRE-ETAT : P = present (km postes sur REALISE),   *
      *             N = present mais km non postes (fiche coureur     *
      *             verrouillee au pointage, a reprendre en F3),      *
      *             A = absent.  PRE-KM : km postes (0 si absent).    *
      *             CODCOUR repete le nom utilise dans COUREUR a      *
      *             dessein - qualifier avec OF PRESENCE-REC des que  *
      *             les deux fichiers sont ouverts ensemble.          *
      *================================================================*
       FD  PRESENCE
           LABEL RECORD IS STANDARD.
       01  PRESENCE-REC.
           02  CLE-PRESENCE.
               03  CODSEANCE       PIC 9(04).
               03  CODCOUR         PIC 9(03).
           02  PRE-ETAT            PIC X(01).
               88  PRE-PRESENT                 VALUES 'P' 'N'.
               88  PRE-KM-NON-POSTES           VALUE 'N'.
               88  PRE-ABSENT                  VALUE 'A'.
           02  PRE-KM              PIC 9(04).
           02  PRE-DATE-SAISIE     PIC 9(08).
