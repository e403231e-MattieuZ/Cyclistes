      *-- WPRESTAT : code retour des acces au fichier PRESENCE -------*
       77  WPRESTAT                PIC X(02).
