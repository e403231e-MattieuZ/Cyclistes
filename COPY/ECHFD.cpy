      *================================================================*
      * ECHFD     - record layout for the contact-failure file.       *
      *             ECH-TYPE : E = ENTRAINEUR (ECH-CODE = CODENTR),   *
      *             A = ADRESSE d'un coureur (ECH-CODE = CODADR).     *
      *             ECH-CANAL : M = mail, S = SMS (telephone).        *
      *             ECH-CONTACT : coordonnee qui a echoue ; si la     *
      *             fiche a ete corrigee depuis (F4/F1), la ligne     *
      *             n'a plus d'objet et FAR la supprime.              *
      *             ECH-NB-ECHECS : echecs consecutifs, remis a zero  *
      *             par une remise reussie sur la meme coordonnee.    *
      *             ECH-DATE/HEURE-DERNIER : horodatage du dernier    *
      *             retour pris en compte ; un retour plus ancien ou  *
      *             deja vu est ignore, ce qui rend FAR rejouable.    *
      *================================================================*
       FD  ECHEC-COORD
           LABEL RECORD IS STANDARD.
       01  ECHEC-COORD-REC.
           02  CLE-ECHEC.
               03  ECH-TYPE            PIC X(01).
                   88  ECH-ENTRAINEUR              VALUE 'E'.
                   88  ECH-ADRESSE                 VALUE 'A'.
               03  ECH-CODE            PIC 9(03).
               03  ECH-CANAL           PIC X(01).
                   88  ECH-MAIL                    VALUE 'M'.
                   88  ECH-SMS                     VALUE 'S'.
           02  ECH-CONTACT         PIC X(30).
           02  ECH-NB-ECHECS       PIC 9(03).
           02  ECH-DATE-PREMIER    PIC 9(08).
           02  ECH-DATE-DERNIER    PIC 9(08).
           02  ECH-HEURE-DERNIER   PIC 9(06).
           02  ECH-MOTIF           PIC X(25).
