      *================================================================*
      * LOTLFD    - record layout for the GPS import lot detail file. *
      *             Cle : numero de lot + cle REALISE de la sortie    *
      *             chargee (jour et numero de sortie).  Chaque ligne *
      *             du fichier GPS ajoute une sortie.                 *
      *             LLG-ETAT : C = chargee, A = annulee, I = ignoree  *
      *             a l'annulation (jour modifie depuis l'import).    *
      *================================================================*
       FD  LOT-LIGNE
           LABEL RECORD IS STANDARD.
       01  LOT-LIGNE-REC.
           02  CLE-LOT-LIGNE.
               03  LLG-LOT             PIC 9(06).
               03  LLG-CLE-REALISE.
                   04  LLG-CODCOUR     PIC 9(03).
                   04  LLG-CODSEM      PIC 9(02).
                   04  LLG-JOUR        PIC 9(08).
                   04  LLG-SORTIE      PIC 9(02).
           02  LLG-KM-APRES        PIC 9(04).
           02  LLG-DUREE-APRES     PIC 9(04).
           02  LLG-DENIVELE-APRES  PIC 9(05).
           02  LLG-ETAT            PIC X(01).
               88  LLG-CHARGEE                 VALUE 'C'.
               88  LLG-ANNULEE                 VALUE 'A'.
               88  LLG-IGNOREE                 VALUE 'I'.
