      *-- WBARSTAT : code retour des acces au fichier BAREME ---------*
       77  WBARSTAT                PIC X(02).
