      *================================================================*
      * DEPFD     - record layout for the race travel file.           *
      *             DEP-NATURE : V = voyageur (coureur ou entraineur  *
      *             du deplacement), F = frais engage.                *
      *             DEP-PERSONNE : le voyageur, ou pour un frais le   *
      *             beneficiaire du remboursement (C = coureur,       *
      *             E = entraineur, suivi de son code).               *
      *             DEP-CATEGORIE : L = location de vehicule,         *
      *             C = carburant, H = hebergement, I = droits        *
      *             d'inscription, A = autre.                         *
      *             DEP-STATUT d'un frais : S = saisi, A = approuve,  *
      *             R = refuse (superviseur), P = rembourse avec      *
      *             date et reference du paiement ; espace pour un    *
      *             voyageur.                                         *
      *             CODEPR repete le nom d'EPREUVE a dessein -        *
      *             qualifier avec OF DEPLACEMENT-REC des que les     *
      *             deux fichiers sont ouverts ensemble.              *
      *================================================================*
       FD  DEPLACEMENT
           LABEL RECORD IS STANDARD.
       01  DEPLACEMENT-REC.
           02  CLE-DEPLACEMENT.
               03  CODEPR          PIC 9(03).
               03  DEP-LIGNE       PIC 9(03).
           02  DEP-NATURE          PIC X(01).
               88  DEP-VOYAGEUR                VALUE 'V'.
               88  DEP-FRAIS                   VALUE 'F'.
           02  DEP-PERSONNE.
               03  DEP-TYPE-PERS   PIC X(01).
                   88  DEP-COUREUR             VALUE 'C'.
                   88  DEP-ENTRAINEUR          VALUE 'E'.
                   88  DEP-TYPE-VALIDE         VALUES 'C' 'E'.
               03  DEP-CODE-PERS   PIC 9(03).
           02  DEP-CATEGORIE       PIC X(01).
               88  DEP-LOCATION                VALUE 'L'.
               88  DEP-CARBURANT               VALUE 'C'.
               88  DEP-HEBERGEMENT             VALUE 'H'.
               88  DEP-INSCRIPTION             VALUE 'I'.
               88  DEP-AUTRE                   VALUE 'A'.
               88  DEP-CATEGORIE-VALIDE        VALUES 'L' 'C' 'H'
                                                      'I' 'A'.
           02  DEP-DATE-FRAIS      PIC 9(08).
           02  DEP-MONTANT         PIC 9(05)V99.
           02  DEP-LIBELLE         PIC X(30).
           02  DEP-STATUT          PIC X(01).
               88  DEP-SAISI                   VALUE 'S'.
               88  DEP-APPROUVE                VALUE 'A'.
               88  DEP-REFUSE                  VALUE 'R'.
               88  DEP-REMBOURSE               VALUE 'P'.
           02  DEP-DATE-SAISIE     PIC 9(08).
           02  DEP-OPER-SAISIE     PIC X(08).
           02  DEP-DATE-DECISION   PIC 9(08).
           02  DEP-OPER-DECISION   PIC X(08).
           02  DEP-DATE-REMBOURS   PIC 9(08).
           02  DEP-REFERENCE       PIC X(15).
