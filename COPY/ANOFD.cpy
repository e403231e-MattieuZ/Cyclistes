      *================================================================*
      * ANOFD     - record layout for the data-protection register.   *
      *             ANO-MOTIF : D = demande du coureur, C = duree de  *
      *             conservation echue.  ANO-NEUTRE : nom neutre      *
      *             porte desormais par la fiche (km et resultats     *
      *             restent sous le meme CODCOUR).  ANO-ADRESSE :     *
      *             S = adresse supprimee, C = adresse partagee       *
      *             conservee (seul le lien est retire), espace =     *
      *             aucune adresse.                                   *
      *================================================================*
       FD  ANONYMAT
           LABEL RECORD IS STANDARD.
       01  ANONYMAT-REC.
           02  ANO-NUMERO          PIC 9(05).
           02  ANO-CODCOUR         PIC 9(03).
           02  ANO-DATE            PIC 9(08).
           02  ANO-HEURE           PIC 9(06).
           02  ANO-OPERATEUR       PIC X(08).
           02  ANO-MOTIF           PIC X(01).
               88  ANO-DEMANDE                 VALUE 'D'.
               88  ANO-CONSERVATION            VALUE 'C'.
               88  ANO-MOTIF-VALIDE            VALUES 'D' 'C'.
           02  ANO-NEUTRE          PIC X(20).
           02  ANO-NB-EXPORTEES    PIC 9(05).
           02  ANO-NB-JOURNAL      PIC 9(05).
           02  ANO-ADRESSE         PIC X(01).
               88  ANO-ADR-SUPPRIMEE           VALUE 'S'.
               88  ANO-ADR-PARTAGEE            VALUE 'C'.
