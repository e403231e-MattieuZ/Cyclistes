      *-- WCOTSTAT : code retour des acces au fichier COTISATION -----*
       77  WCOTSTAT                PIC X(02).
