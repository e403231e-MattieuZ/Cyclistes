      *-- WCERSTAT : code retour des acces au fichier CERTIF ---------*
       77  WCERSTAT                PIC X(02).
