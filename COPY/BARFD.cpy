      *================================================================*
      * BARFD     - record layout for the fee-scale file.             *
      *             BAR-SAISON : annee de la saison (cf. SAISON.SQL). *
      *             BAR-TYPE : type de droit, code libre sur deux     *
      *             caracteres (CO = cotisation club, LI = licence,   *
      *             ...), repris tel quel dans COTISATION.            *
      *             BAR-CODCAT : categorie d'age (CATEGORIE.SQL) a    *
      *             laquelle s'applique le montant ; a espaces, la    *
      *             ligne vaut pour toutes les categories sans ligne  *
      *             propre.  Un montant a zero exonere la categorie.  *
      *             BAR-MONTANT : montant du en euros.                *
      *================================================================*
       FD  BAREME
           LABEL RECORD IS STANDARD.
       01  BAREME-REC.
           02  CLE-BAREME.
               03  BAR-SAISON      PIC 9(04).
               03  BAR-TYPE        PIC X(02).
               03  BAR-CODCAT      PIC X(02).
           02  BAR-LIBELLE         PIC X(20).
           02  BAR-MONTANT         PIC 9(05)V99.
