      *================================================================*
      * DATLNK    - bloc de liaison du sous-programme FDAT.           *
      *             L'appelant renseigne une date AAAAMMJJ et un      *
      *             nombre de jours (negatif pour reculer), puis fait *
      *             CALL "FDAT" USING DAT-LIEN.  FDAT rend la date    *
      *             obtenue en tenant compte des fins de mois et des  *
      *             annees bissextiles.  DLN-RETOUR : 00 = date       *
      *             calculee, KO = date de depart invalide (le        *
      *             resultat est alors a zero).                       *
      *================================================================*
       01  DAT-LIEN.
           02  DLN-DATE            PIC 9(08).
           02  DLN-NB-JOURS        PIC S9(05).
           02  DLN-RESULTAT        PIC 9(08).
           02  DLN-RETOUR          PIC X(02).
               88  DATE-CALCULEE               VALUE '00'.
               88  DATE-INVALIDE               VALUE 'KO'.
