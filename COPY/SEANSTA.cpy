      *-- WSEASTAT : code retour des acces au fichier SEANCE ---------*
       77  WSEASTAT                PIC X(02).
