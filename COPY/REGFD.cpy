      *================================================================*
      * REGFD     - record layout for the receipts file.              *
      *             REG-SAISON / REG-TYPE : ligne de COTISATION       *
      *             reglee (avec CODCOUR).                            *
      *             REG-DATE : date d'encaissement (AAAAMMJJ).        *
      *             REG-MODE : C = cheque, E = especes, V = virement, *
      *             B = carte bancaire.                               *
      *             REG-MONTANT : montant encaisse, negatif pour une  *
      *             annulation ; REG-ORIGINE : recu annule par une    *
      *             ligne negative (0 sinon).  REG-ETAT passe a A sur *
      *             le recu annule, qui ne peut l'etre deux fois.     *
      *             REG-REFERENCE : numero de cheque, de virement...  *
      *             CODCOUR repete le nom utilise dans COUREUR a      *
      *             dessein - qualifier avec OF REGLEMENT-REC des que *
      *             les deux fichiers sont ouverts ensemble.          *
      *================================================================*
       FD  REGLEMENT
           LABEL RECORD IS STANDARD.
       01  REGLEMENT-REC.
           02  REG-NUMERO          PIC 9(06).
           02  CODCOUR             PIC 9(03).
           02  REG-SAISON          PIC 9(04).
           02  REG-TYPE            PIC X(02).
           02  REG-DATE            PIC 9(08).
           02  REG-MODE            PIC X(01).
               88  REG-CHEQUE                  VALUE 'C'.
               88  REG-ESPECES                 VALUE 'E'.
               88  REG-VIREMENT                VALUE 'V'.
               88  REG-CARTE                   VALUE 'B'.
               88  REG-MODE-VALIDE             VALUES 'C' 'E' 'V' 'B'.
           02  REG-MONTANT         PIC S9(05)V99.
           02  REG-REFERENCE       PIC X(15).
           02  REG-ORIGINE         PIC 9(06).
           02  REG-ETAT            PIC X(01).
               88  REG-ENCAISSE                VALUE SPACE.
               88  REG-ANNULE                  VALUE 'A'.
           02  REG-OPERATEUR       PIC X(08).
