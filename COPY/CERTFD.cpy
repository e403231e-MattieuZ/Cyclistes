      *================================================================*
      * CERTFD    - record layout for the certification history.      *
      *             CER-CODE : diplome d'encadrement (meme liste que  *
      *             DIPLOME-VALIDE d'ENTRFD) ou brevet de secourisme. *
      *             CER-DATE : date de l'evenement.  CER-NATURE :     *
      *             O = obtention, R = renouvellement, F = formation  *
      *             continue.  CER-DATE-EXPIRATION : fin de validite  *
      *             acquise par l'evenement ; a zero, sans limite     *
      *             pour O/R, validite inchangee pour F.  La validite *
      *             d'un code est la plus lointaine de ses lignes     *
      *             (FCER).  CODENTR repete le nom utilise dans       *
      *             ENTRAINEUR a dessein - qualifier avec OF          *
      *             CERTIF-REC des que les deux fichiers sont ouverts *
      *             ensemble.                                         *
      *================================================================*
       FD  CERTIF
           LABEL RECORD IS STANDARD.
       01  CERTIF-REC.
           02  CLE-CERTIF.
               03  CODENTR         PIC 9(03).
               03  CER-CODE        PIC X(08).
                   88  CER-ENCADREMENT VALUES 'BEES1   ' 'BEES2   '
                                              'BPJEPS  ' 'DEJEPS  '
                                              'DESJEPS ' 'CQP     '.
                   88  CER-SECOURISME  VALUES 'PSC1    ' 'PSE1    '
                                              'PSE2    ' 'SST     '.
               03  CER-DATE        PIC 9(08).
           02  CER-NATURE          PIC X(01).
               88  CER-OBTENTION               VALUE 'O'.
               88  CER-RENOUVELLEMENT          VALUE 'R'.
               88  CER-FORMATION               VALUE 'F'.
               88  CER-NATURE-VALIDE           VALUES 'O' 'R' 'F'.
           02  CER-DATE-EXPIRATION PIC 9(08).
           02  CER-ORGANISME       PIC X(20).
           02  CER-LIBELLE         PIC X(30).
           02  CER-OPERATEUR       PIC X(08).
