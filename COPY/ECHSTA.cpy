      *-- WECHSTAT : code retour des acces au fichier ECHEC-COORD ----*
       77  WECHSTAT                PIC X(02).
