      *================================================================*
      * CATFD     - record layout for the age-category table.         *
      *             L'age retenu est celui atteint dans l'annee de la *
      *             saison (annee de saison - annee de naissance),    *
      *             comme le fait la federation.  Les tranches        *
      *             CAT-AGE-MIN / CAT-AGE-MAX ne doivent pas se       *
      *             chevaucher (controle par FCA).                    *
      *================================================================*
       FD  CATEGORIE
           LABEL RECORD IS STANDARD.
       01  CATEGORIE-REC.
           02  CODCAT              PIC X(02).
           02  CAT-LIBELLE         PIC X(10).
           02  CAT-AGE-MIN         PIC 9(02).
           02  CAT-AGE-MAX         PIC 9(02).
           02  CAT-KM-MAX-SEM      PIC 9(04).
           02  CAT-KM-MAX-JOUR     PIC 9(04).
