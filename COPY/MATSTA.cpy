      *-- WMATSTAT : code retour des acces au fichier MATERIEL -------*
       77  WMATSTAT                PIC X(02).
