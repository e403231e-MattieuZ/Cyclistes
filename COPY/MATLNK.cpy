      *================================================================*
      * MATLNK    - bloc de liaison du sous-programme FMAT.           *
      *             L'appelant renseigne le coureur, le jour de la    *
      *             sortie, l'ecart de km a reporter (negatif quand   *
      *             une sortie est corrigee a la baisse), son nom de  *
      *             programme et son code operateur pour le journal,  *
      *             puis fait CALL "FMAT" USING MAT-LIEN.  FMAT rend  *
      *             le nombre de materiels credites.  MLN-RETOUR :    *
      *             00 = km reportes, AM = aucun materiel en service  *
      *             affecte au coureur ce jour-la, KO = registre      *
      *             MATERIEL indisponible (le report est alors sans   *
      *             effet, il ne bloque pas la saisie des km).        *
      *================================================================*
       01  MAT-LIEN.
           02  MLN-CODCOUR         PIC 9(03).
           02  MLN-JOUR            PIC 9(08).
           02  MLN-DELTA-KM        PIC S9(05).
           02  MLN-PROGRAMME       PIC X(08).
           02  MLN-OPERATEUR       PIC X(08).
           02  MLN-NB-MATERIELS    PIC 9(03).
           02  MLN-RETOUR          PIC X(02).
               88  MATERIEL-CREDITE            VALUE '00'.
               88  AUCUN-MATERIEL              VALUE 'AM'.
               88  REGISTRE-INDISPONIBLE       VALUE 'KO'.
