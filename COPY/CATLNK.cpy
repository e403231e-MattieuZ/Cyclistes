      *================================================================*
      * CATLNK    - bloc de liaison du sous-programme FCAT.           *
      *             L'appelant renseigne la date de naissance du      *
      *             coureur et l'annee de saison (0 = saison courante *
      *             lue dans SAISON.SQL), puis fait CALL "FCAT" USING *
      *             CAT-LIEN.  FCAT rend la categorie, l'age retenu   *
      *             et les plafonds de km a appliquer.  CLN-RETOUR :  *
      *             00 = categorie trouvee, ND = date de naissance    *
      *             inconnue, NC = aucune tranche ne couvre l'age, KO *
      *             = table CATEGORIE indisponible.  Hors 00, la      *
      *             categorie est a espaces et les plafonds sont les  *
      *             plafonds generaux (1000 km), comme avant la table *
      *             des categories.                                   *
      *================================================================*
       01  CAT-LIEN.
           02  CLN-DATE-NAISSANCE  PIC 9(08).
           02  CLN-SAISON          PIC 9(04).
           02  CLN-CODCAT          PIC X(02).
           02  CLN-LIBELLE         PIC X(10).
           02  CLN-AGE             PIC 9(03).
           02  CLN-AGE-MIN         PIC 9(02).
           02  CLN-KM-MAX-SEM      PIC 9(04).
           02  CLN-KM-MAX-JOUR     PIC 9(04).
           02  CLN-RETOUR          PIC X(02).
               88  CATEGORIE-TROUVEE           VALUE '00'.
               88  NAISSANCE-INCONNUE          VALUE 'ND'.
               88  HORS-CATEGORIE              VALUE 'NC'.
               88  BAREME-INDISPONIBLE         VALUE 'KO'.
