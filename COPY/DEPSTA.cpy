      *-- WDEPSTAT : code retour des acces au fichier DEPLACEMENT ----*
       77  WDEPSTAT                PIC X(02).
