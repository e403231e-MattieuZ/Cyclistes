      *-- WLICSTAT : code retour des acces au fichier LICENCE --------*
       77  WLICSTAT                PIC X(02).
