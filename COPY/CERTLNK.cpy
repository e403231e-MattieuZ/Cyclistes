      *================================================================*
      * CERTLNK   - bloc de liaison du sous-programme FCER.           *
      *             L'appelant renseigne l'entraineur, la date de     *
      *             reference (0 = aujourd'hui) et le code a examiner *
      *             (espaces = l'ensemble des diplomes d'encadrement),*
      *             puis fait CALL "FCER" USING CER-LIEN.  FCER rend la*
      *             fin de validite la plus lointaine (99999999 = sans*
      *             limite) et le code qui la porte.  ELN-RETOUR :    *
      *             00 = valide a la date, EX = expire, AB = aucune   *
      *             ligne pour ce code (entraineur non encore suivi,  *
      *             rien n'est bloque), KO = historique CERTIF        *
      *             indisponible (rien n'est bloque non plus).        *
      *================================================================*
       01  CER-LIEN.
           02  ELN-CODENTR         PIC 9(03).
           02  ELN-DATE            PIC 9(08).
           02  ELN-CODE            PIC X(08).
           02  ELN-EXPIRATION      PIC 9(08).
           02  ELN-CODE-RETENU     PIC X(08).
           02  ELN-RETOUR          PIC X(02).
               88  CERTIF-VALIDE               VALUE '00'.
               88  CERTIF-EXPIREE              VALUE 'EX'.
               88  CERTIF-ABSENTE              VALUE 'AB'.
               88  CERTIF-INDISPONIBLE         VALUE 'KO'.
