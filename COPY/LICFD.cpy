      *================================================================*
      * LICFD     - record layout for the rider-licence file.         *
      *             LIC-SAISON : annee de la saison (cf. SAISON.SQL). *
      *             LIC-CATEGORIE : categorie portee sur la licence.  *
      *             LIC-DATE-NAISSANCE : date de naissance declaree   *
      *             a la federation, rapprochee par FLR.              *
      *             LIC-MED-DEBUT / LIC-MED-FIN : validite du         *
      *             certificat medical (AAAAMMJJ, fin incluse).       *
      *             CODCOUR repete le nom de COUREUR a dessein -      *
      *             qualifier avec OF LICENCE-REC des que les deux    *
      *             fichiers sont ouverts ensemble.                   *
      *================================================================*
       FD  LICENCE
           LABEL RECORD IS STANDARD.
       01  LICENCE-REC.
           02  CLE-LICENCE.
               03  CODCOUR         PIC 9(03).
               03  LIC-SAISON      PIC 9(04).
           02  LIC-NUMERO          PIC X(12).
           02  LIC-CATEGORIE       PIC X(10).
           02  LIC-DATE-NAISSANCE  PIC 9(08).
           02  LIC-MED-DEBUT       PIC 9(08).
           02  LIC-MED-FIN         PIC 9(08).
