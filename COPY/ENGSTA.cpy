      *-- WENGSTAT : code retour des acces au fichier ENGAGEMENT -----*
       77  WENGSTAT                PIC X(02).
