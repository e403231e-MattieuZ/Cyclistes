      *-- WANOSTAT : code retour des acces au fichier ANONYMAT -------*
       77  WANOSTAT                PIC X(02).
