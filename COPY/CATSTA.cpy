      *-- WCATSTAT : code retour des acces au fichier CATEGORIE ------*
       77  WCATSTAT                PIC X(02).
