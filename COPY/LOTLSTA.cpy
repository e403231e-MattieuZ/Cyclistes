      *-- WLLGSTAT : code retour des acces au fichier LOT-LIGNE ------*
       77  WLLGSTAT                PIC X(02).
