      *================================================================*
      * MATFD     - record layout for the equipment register.         *
      *             CODCOUR : coureur qui utilise le materiel depuis  *
      *             MAT-DATE-AFFECTATION (000 = a l'atelier).         *
      *             MAT-INTERVALLE : km entre deux revisions.         *
      *             MAT-KM-TOTAL : km cumules depuis la mise en       *
      *             service ; MAT-KM-REVISION : valeur de ce compteur *
      *             a la derniere revision (MAT-DATE-REVISION).  Les  *
      *             km parcourus depuis la revision sont donc         *
      *             MAT-KM-TOTAL - MAT-KM-REVISION.  Un materiel      *
      *             reforme ne cumule plus de km.  CODCOUR repete le  *
      *             nom utilise dans COUREUR a dessein - qualifier    *
      *             avec OF MATERIEL-REC des que les deux fichiers    *
      *             sont ouverts ensemble.                            *
      *================================================================*
       FD  MATERIEL
           LABEL RECORD IS STANDARD.
       01  MATERIEL-REC.
           02  CODMAT              PIC 9(04).
           02  MAT-TYPE            PIC X(01).
               88  MAT-VELO                    VALUE 'V'.
               88  MAT-ROUES                   VALUE 'R'.
               88  MAT-AUTRE                   VALUE 'A'.
               88  MAT-TYPE-VALIDE             VALUES 'V' 'R' 'A'.
           02  MAT-LIBELLE         PIC X(30).
           02  CODCOUR             PIC 9(03).
           02  MAT-DATE-AFFECTATION PIC 9(08).
           02  MAT-INTERVALLE      PIC 9(05).
           02  MAT-KM-TOTAL        PIC 9(06).
           02  MAT-KM-REVISION     PIC 9(06).
           02  MAT-DATE-REVISION   PIC 9(08).
           02  MAT-STATUT          PIC X(01).
               88  MAT-EN-SERVICE              VALUE 'S'.
               88  MAT-REFORME                 VALUE 'R'.
