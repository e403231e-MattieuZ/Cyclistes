      *-- WREGSTAT : code retour des acces au fichier REGLEMENT ------*
       77  WREGSTAT                PIC X(02).
