      *================================================================*
      * COTFD     - record layout for the dues file.                  *
      *             COT-SAISON / COT-TYPE : cf. BAREME ; COT-LIBELLE  *
      *             et COT-CODCAT sont ceux de la ligne du bareme     *
      *             retenue a la facturation.                         *
      *             COT-MONTANT-DU : montant a regler (modifiable par *
      *             FCO pour une remise) ; COT-MONTANT-PAYE : cumul   *
      *             des reglements de REGLEMENT.SQL sur la ligne.     *
      *             COT-DATE-PAIEMENT / COT-MODE : date et mode du    *
      *             dernier reglement (C = cheque, E = especes,       *
      *             V = virement, B = carte bancaire).                *
      *             CODCOUR repete le nom utilise dans COUREUR a      *
      *             dessein - qualifier avec OF COTISATION-REC des que*
      *             les deux fichiers sont ouverts ensemble.          *
      *================================================================*
       FD  COTISATION
           LABEL RECORD IS STANDARD.
       01  COTISATION-REC.
           02  CLE-COTISATION.
               03  CODCOUR         PIC 9(03).
               03  COT-SAISON      PIC 9(04).
               03  COT-TYPE        PIC X(02).
           02  COT-LIBELLE         PIC X(20).
           02  COT-CODCAT          PIC X(02).
           02  COT-MONTANT-DU      PIC 9(05)V99.
           02  COT-MONTANT-PAYE    PIC 9(05)V99.
           02  COT-DATE-FACTURE    PIC 9(08).
           02  COT-DATE-PAIEMENT   PIC 9(08).
           02  COT-MODE            PIC X(01).
               88  COT-CHEQUE                  VALUE 'C'.
               88  COT-ESPECES                 VALUE 'E'.
               88  COT-VIREMENT                VALUE 'V'.
               88  COT-CARTE                   VALUE 'B'.
