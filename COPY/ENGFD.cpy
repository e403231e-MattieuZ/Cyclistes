      *================================================================*
      * ENGFD     - record layout for the race-entry file.            *
      *             ENG-DATE-SAISIE : date de l'engagement.           *
      *             ENG-SOUS-OBJECTIF : le coureur etait en retard    *
      *             sur son objectif du tour quand il a ete engage    *
      *             (engagement confirme malgre l'avertissement).     *
      *             CODEPR et CODCOUR repetent les noms d'EPREUVE et  *
      *             de COUREUR a dessein - qualifier avec OF          *
      *             ENGAGEMENT-REC des que ces fichiers sont ouverts  *
      *             ensemble.                                         *
      *================================================================*
       FD  ENGAGEMENT
           LABEL RECORD IS STANDARD.
       01  ENGAGEMENT-REC.
           02  CLE-ENGAGEMENT.
               03  CODEPR          PIC 9(03).
               03  CODCOUR         PIC 9(03).
           02  ENG-DATE-SAISIE     PIC 9(08).
           02  ENG-ALERTE-OBJ      PIC X(01).
               88  ENG-SOUS-OBJECTIF           VALUE 'O'.
