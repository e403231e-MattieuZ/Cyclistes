      *-- WLOTSTAT : code retour des acces au fichier LOT-IMPORT -----*
       77  WLOTSTAT                PIC X(02).
