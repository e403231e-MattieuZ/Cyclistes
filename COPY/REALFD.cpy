      *================================================================*
      * REALFD    - record layout for the completed-training history  *
      *             file.  Keyed on rider+week+day+ride so a rider    *
      *             can post more than one day's kilometers in a week *
      *             and more than one ride (REA-SORTIE, 01 a 99) in a *
      *             day ; totals per day or per week add up every     *
      *             ride.                                             *
      *             CODCOUR/CODSEM/JOUR repeat the names used in      *
      *             COUREUR/A-FAIRE on purpose - qualify with OF       *
      *             REALISE wherever a program has more than one of   *
      *             these files open at once.  REA-DUREE (minutes) et *
      *             REA-DENIVELE (metres) viennent des compteurs GPS  *
      *             (import FB) ou de la saisie F3 ; zero quand la    *
      *             sortie a ete posee sans eux.  REA-LOT : numero du *
      *             lot d'import FB qui a pose la sortie              *
      *             (LOT-IMPORT), zero pour une saisie F3/FSE ou une  *
      *             correction.                                       *
      *================================================================*
       FD  REALISE
           LABEL RECORD IS STANDARD.
               03  CODCOUR         PIC 9(03).
               03  CODSEM          PIC 9(02).
               03  JOUR            PIC 9(08).
               03  REA-SORTIE      PIC 9(02).
           02  KM-REALISE          PIC 9(04).
           02  REA-DUREE           PIC 9(04).
           02  REA-DENIVELE        PIC 9(05).
           02  REA-LOT             PIC 9(06).
