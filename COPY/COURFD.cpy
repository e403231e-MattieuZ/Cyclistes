      * COURFD    - record layout for the rider master file.          *
      *             CODEQU rattache le coureur a son equipe           *
      *             d'entrainement (EQUIPE.SQL) ; espaces = aucune.   *
      *             DATE-NAISSANCE (AAAAMMJJ, 0 = inconnue) donne la  *
      *             categorie d'age du coureur (CATEGORIE.SQL, FCAT). *
      *================================================================*
       FD  COUREUR
           LABEL RECORD IS STANDARD.
           02  TOTAL-KM-FAITS      PIC 9(05).
           02  CODENTR             PIC 9(03).
           02  CODEQU              PIC X(02).
           02  DATE-NAISSANCE      PIC 9(08).
