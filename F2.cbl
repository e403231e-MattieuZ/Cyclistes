000492*                  F5/FW/F0 qu'une fois approuve par un         *
000494*                  superviseur (ecran FD).  Le statut est       *
000496*                  reporte dans l'image journalisee.            *
000497* 15/10/2026  G3   Plafonds de km de la semaine et du jour pris  *
000498*                  dans la categorie d'age du coureur (FCAT).    *
000499*----------------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000810 77  WCODSEM                 PIC 9(02).
000820 77  WKMAFAIRE               PIC 9(04).
000830 77  WJOUR                   PIC 9(08).
000850 77  WSEMOK                  PIC X(05)       VALUE 'FALSE'.
000860     88  CODSEM-VALIDE                        VALUE 'TRUE '.
000870 77  WKMOK                   PIC X(05)       VALUE 'FALSE'.
001030     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001040     COPY JRNLNK.
001042     COPY VERLNK.
001043     COPY CATLNK.
001044 01  WCLE-VERROU-PLAN.
001046     02  WVPL-CODCOUR        PIC 9(03).
001048     02  WVPL-CODSEM         PIC 9(02).
002450             DISPLAY " "
002460             DISPLAY "Coureur " WCODCOUR " " NOM OF COUREUR-REC
002470                 " " PRENOM OF COUREUR-REC
002471             PERFORM 1160-PLAFONDS-DU-COUREUR THRU 1160-EXIT
002472             PERFORM 9600-POSER-VERROU-PLAN THRU 9600-EXIT
002474             IF NOT VERROU-REFUSE
002476                 PERFORM 1150-PLANIFIER-LE-COUREUR THRU 1150-EXIT
003370*----------------------------------------------------------------*
003380* 7200-CONTROLER-KM-A-FAIRE : le km (deja connu non nul, un      *
003390*                  zero saute la saisie du coureur) ne doit pas  *
003400*                  depasser le plafond hebdomadaire de la        *
003405*                  categorie du coureur.                         *
003410*----------------------------------------------------------------*
003420 7200-CONTROLER-KM-A-FAIRE.
003430     IF WKMAFAIRE > CLN-KM-MAX-SEM
003440         MOVE 'FALSE' TO WKMOK
003450         DISPLAY "Kilometrage refuse, plafond de la semaine : "
003455             CLN-KM-MAX-SEM " km."
003460     ELSE
003470         MOVE 'TRUE ' TO WKMOK
003480     END-IF.
005480         IF NOT JOUR-VALIDE
005490             DISPLAY "Jour refuse, ligne non enregistree."
005500         ELSE
005510             IF WKM-JOUR > CLN-KM-MAX-JOUR
005520                 DISPLAY "Kilometrage refuse, plafond du jour : "
005525                     CLN-KM-MAX-JOUR " km."
005530             ELSE
005540                 PERFORM 8520-ENREGISTRER-UN-JOUR THRU 8520-EXIT
005550             END-IF
006380     CALL "FVERR" USING VER-LIEN.
006390 9650-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420* 1160-PLAFONDS-DU-COUREUR : categorie d'age du coureur courant  *
006430*                  et plafonds de km qui en decoulent (plafonds  *
006440*                  generaux si la date de naissance ou la table  *
006450*                  des categories manque).                       *
006460*----------------------------------------------------------------*
006470 1160-PLAFONDS-DU-COUREUR.
006480     MOVE DATE-NAISSANCE OF COUREUR-REC TO CLN-DATE-NAISSANCE
006490     MOVE 0 TO CLN-SAISON
006500     CALL "FCAT" USING CAT-LIEN
006510     IF CATEGORIE-TROUVEE
006520         DISPLAY "Categorie " CLN-LIBELLE " : au plus "
006530             CLN-KM-MAX-SEM " km/semaine, " CLN-KM-MAX-JOUR
006540             " km/jour."
006550     END-IF.
006560 1160-EXIT.
006570     EXIT.
006580
