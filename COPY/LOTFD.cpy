      *================================================================*
      * LOTFD     - record layout for the GPS import lot register.    *
      *             LOT-EMPREINTE : empreinte du fichier IMPORT-GPS   *
      *             (nombre de lignes, total des km, cle de controle  *
      *             calculee sur le contenu et l'ordre des lignes).   *
      *             LOT-STATUT : E = en cours de chargement, C =      *
      *             charge, A = annule (toutes les lignes encore      *
      *             intactes ont ete remises dans leur etat           *
      *             anterieur par FBL).  Seul un lot annule laisse    *
      *             repasser un fichier de meme empreinte.            *
      *================================================================*
       FD  LOT-IMPORT
           LABEL RECORD IS STANDARD.
       01  LOT-IMPORT-REC.
           02  LOT-NUMERO          PIC 9(06).
           02  LOT-EMPREINTE.
               03  LOT-EMP-NB-LIGNES   PIC 9(05).
               03  LOT-EMP-TOTAL-KM    PIC 9(08).
               03  LOT-EMP-CONTROLE    PIC 9(09).
           02  LOT-DATE            PIC 9(08).
           02  LOT-HEURE           PIC 9(06).
           02  LOT-OPERATEUR       PIC X(08).
           02  LOT-NB-LUES         PIC 9(05).
           02  LOT-NB-CHARGEES     PIC 9(05).
           02  LOT-NB-REJETEES     PIC 9(05).
           02  LOT-STATUT          PIC X(01).
               88  LOT-EN-COURS                VALUE 'E'.
               88  LOT-CHARGE                  VALUE 'C'.
               88  LOT-ANNULE                  VALUE 'A'.
           02  LOT-DATE-ANNULATION PIC 9(08).
           02  LOT-OPER-ANNULATION PIC X(08).
           02  LOT-NB-ANNULEES     PIC 9(05).
           02  LOT-NB-IGNOREES     PIC 9(05).
