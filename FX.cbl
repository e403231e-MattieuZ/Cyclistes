000356*                  EPREUVE.SQL et COUREUR), pour que la          *
000358*                  federation recoive les resultats sans         *
000359*                  ressaisie.                                    *
000360* 15/10/2026  G3   FEDE-COUREURS porte la date de naissance et   *
000361*                  la categorie d'age de la saison (FCAT), les   *
000362*                  lignes R de FEDE-RESULTATS la categorie ;     *
000363*                  FCO-REC passe a 200 (la ligne debordait).     *
000364*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000610 FILE SECTION.
000620 FD  FEDE-COUREURS
000630     LABEL RECORD IS STANDARD.
000640 01  FCO-REC                 PIC X(200).
000650 FD  FEDE-RESULTATS
000660     LABEL RECORD IS STANDARD.
000670 01  FRE-REC                 PIC X(120).
001230 77  WNB-PODIUMS             PIC 9(05)       VALUE 0.
001240 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001250     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001255     COPY CATLNK.
001260
001270 PROCEDURE DIVISION.
001280 0000-MAINLINE SECTION.
002510 1000-EXTRAIRE-LES-COUREURS.
002520     MOVE SPACES TO FCO-REC
002530     STRING "CODE;CIVILITE;NOM;PRENOM;RUE;CP;VILLE;"
002540         "TELEPHONE;NOM-ENTR;PRENOM-ENTR;NAISSANCE;CATEGORIE;"
002545         "LIB-CATEGORIE"
002550         DELIMITED BY SIZE INTO FCO-REC
002560     WRITE FCO-REC
002570     MOVE 0 TO WNB-COUREURS
002840                 PRENOM OF COUREUR-REC ";"
002850                 WRUE-EXPORT ";" WCP-EXPORT ";"
002860                 WVILLE-EXPORT ";" WTEL-EXPORT ";"
002870                 WNOM-ENTRAINEUR ";" WPRENOM-ENTRAINEUR ";"
002873                 DATE-NAISSANCE OF COUREUR-REC ";"
002876                 CLN-CODCAT ";" CLN-LIBELLE
002880                 DELIMITED BY SIZE INTO FCO-REC
002890             WRITE FCO-REC
002900             ADD 1 TO WNB-COUREURS
003290                 MOVE PRENOM OF ENTRAINEUR-REC
003300                     TO WPRENOM-ENTRAINEUR
003310         END-READ
003320     END-IF
003325     PERFORM 1300-CATEGORIE-DU-COUREUR THRU 1300-EXIT.
003330 1200-EXIT.
003340     EXIT.
003350
003430 2000-EXTRAIRE-LES-RESULTATS.
003440     MOVE SPACES TO FRE-REC
003450     STRING "TYPE;CODE;NOM-OU-TOUR;PRENOM;KM (saison "
003460         WSAISON ");CATEGORIE"
003470         DELIMITED BY SIZE INTO FRE-REC
003480     WRITE FRE-REC
003490     MOVE 0 TO WNB-RESULTATS
003690             MOVE 'TRUE ' TO WFIN-COUREUR
003700         NOT AT END
003710             MOVE CODCOUR OF COUREUR-REC TO WCODCOUR-COURANT
003715             PERFORM 1300-CATEGORIE-DU-COUREUR THRU 1300-EXIT
003720             MOVE SPACES TO FRE-REC
003730             STRING "R;" WCODCOUR-COURANT ";"
003740                 NOM OF COUREUR-REC ";"
003750                 PRENOM OF COUREUR-REC ";"
003760                 TOTAL-KM-FAITS ";" CLN-CODCAT
003770                 DELIMITED BY SIZE INTO FRE-REC
003780             WRITE FRE-REC
003790             ADD 1 TO WNB-RESULTATS
005350 3100-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------*
005390* 1300-CATEGORIE-DU-COUREUR : categorie d'age du coureur lu pour *
005400*                  la saison extraite (a blanc si aucune).       *
005410*----------------------------------------------------------------*
005420 1300-CATEGORIE-DU-COUREUR.
005430     MOVE DATE-NAISSANCE OF COUREUR-REC TO CLN-DATE-NAISSANCE
005440     MOVE WSAISON TO CLN-SAISON
005450     CALL "FCAT" USING CAT-LIEN
005460     IF NOT CATEGORIE-TROUVEE
005470         MOVE SPACES TO CLN-CODCAT
005480         MOVE SPACES TO CLN-LIBELLE
005490     END-IF.
005500 1300-EXIT.
005510     EXIT.
