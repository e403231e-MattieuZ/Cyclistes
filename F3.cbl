000100*================================================================*
000110* F3        - Saisie des kilometres reellement parcourus.        *
000120*             Alimente REALISE.SQL (km realise par sortie) pour  *
000130*             coureur et une semaine donnes, puis reporte        *
000140*             automatiquement le kilometrage sur le total du     *
000150*             coureur (COUREUR.TOTAL-KM-FAITS).  CODCOUR est     *
000160*             controle contre COUREUR et CODSEM contre SEMAINE,  *
000170*             comme le fait deja F2 pour les plans prevus.       *
000172*             Chaque saisie ajoute une sortie au jour (numero    *
000174*             suivant) ; une sortie deja posee se corrige en     *
000176*             donnant son numero.                                *
000180*================================================================*
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. F3.
000341*                  (metres) de la sortie, stockes sur la ligne  *
000343*                  REALISE et reportes dans l'image             *
000345*                  journalisee (0 si inconnus).                 *
000346* 15/10/2026  G3   Ecart de km reporte sur le materiel du jour   *
000347*                  (FMAT) ; la saisie remet REA-LOT a zero ;     *
000348*                  plusieurs sorties par jour (REA-SORTIE).      *
000349*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000608 77  WDENIVELE-MAX           PIC 9(05)       VALUE 10000.
000610 77  WKM-ANCIEN              PIC 9(04)       VALUE 0.
000620 77  WDELTA-KM               PIC S9(05)      VALUE 0.
000622 77  WSORTIE                 PIC 9(02).
000624 77  WSORTIE-SUIVANTE        PIC 9(03)       VALUE 0.
000626 77  WFIN-SORTIES            PIC X(05)       VALUE 'FALSE'.
000628     88  FIN-SORTIES                          VALUE 'TRUE '.
000630 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
000640     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
000650 77  WSEMOK                  PIC X(05)       VALUE 'FALSE'.
000740     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000750     COPY JRNLNK.
000752     COPY VERLNK.
000753     COPY MATLNK.
000754 01  WIMAGE-REALISE.
000755     02  WIMG-KM             PIC 9(04).
000756     02  FILLER              PIC X(01)       VALUE SPACE.
001560     DISPLAY "Jour realise (AAAAMMJJ) : ".
001570     MOVE ZEROES TO WJOUR
001580     ACCEPT WJOUR
001582     DISPLAY "Sortie a corriger (0 = nouvelle sortie du jour) : "
001584     MOVE ZEROES TO WSORTIE
001586     ACCEPT WSORTIE
001590     DISPLAY "Km reellement parcourus ce jour-la : ".
001600     MOVE ZEROES TO WKMREALISE
001610     ACCEPT WKMREALISE
002310     EXIT.
002320
002330*----------------------------------------------------------------*
002340* 8000-ENREGISTRER-REALISATION : ajoute une sortie au jour (ou   *
002350*                    corrige la sortie indiquee), puis reporte   *
002360*                    l'ecart sur le total du coureur pour eviter *
002370*                    tout double comptage en cas de correction.  *
002380*----------------------------------------------------------------*
002390 8000-ENREGISTRER-REALISATION.
002391     IF WSORTIE = 0
002392         PERFORM 8050-NUMEROTER-LA-SORTIE THRU 8050-EXIT
002393         IF WSORTIE-SUIVANTE > 99
002394             DISPLAY "Deja 99 sorties ce jour-la, "
002395                     "rien n'est enregistre."
002396             GO TO 8000-EXIT
002397         END-IF
002398     END-IF
002400     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
002410     MOVE WCODSEM  TO CODSEM OF REALISE-REC
002420     MOVE WJOUR    TO JOUR
002421     IF WSORTIE = 0
002422         MOVE WSORTIE-SUIVANTE TO REA-SORTIE
002423     ELSE
002424         MOVE WSORTIE TO REA-SORTIE
002425     END-IF
002430     MOVE 0 TO WKM-ANCIEN
002440     READ REALISE
002450         INVALID KEY
002480             MOVE 'TRUE ' TO WJOUR-DEJA-REALISE
002490             MOVE KM-REALISE TO WKM-ANCIEN
002500     END-READ
002501     IF WSORTIE NOT = 0 AND NOT JOUR-DEJA-REALISE
002502         DISPLAY "Sortie " WSORTIE " inconnue ce jour-la, "
002503                 "rien n'est enregistre."
002504         GO TO 8000-EXIT
002505     END-IF
002510     MOVE WKMREALISE TO KM-REALISE
002512     MOVE WDUREE TO REA-DUREE
002514     MOVE WDENIVELE TO REA-DENIVELE
002517     MOVE 0 TO REA-LOT
002520     IF JOUR-DEJA-REALISE
002530         REWRITE REALISE-REC
002540         DISPLAY "Km realise corrige (sortie " REA-SORTIE ")."
002550         MOVE 'R' TO LIEN-OPERATION
002560         MOVE WKM-ANCIEN TO LIEN-AVANT
002570     ELSE
002580         WRITE REALISE-REC
002590         DISPLAY "Km realise enregistre (sortie " REA-SORTIE ")."
002600         MOVE 'E' TO LIEN-OPERATION
002610         MOVE SPACES TO LIEN-AVANT
002620     END-IF
002650     MOVE WIMAGE-REALISE TO LIEN-APRES
002660     PERFORM 9500-JOURNALISER THRU 9500-EXIT
002670     COMPUTE WDELTA-KM = WKMREALISE - WKM-ANCIEN
002680     PERFORM 8100-POSTER-KM-COUREUR THRU 8100-EXIT
002685     PERFORM 8200-POSTER-KM-MATERIEL THRU 8200-EXIT.
002690 8000-EXIT.
002700     EXIT.
002710
003340 9650-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------*
003380* 8050-NUMEROTER-LA-SORTIE : numero de la prochaine sortie du    *
003390*                    jour = plus grand numero deja pose + 1.     *
003400*----------------------------------------------------------------*
003410 8050-NUMEROTER-LA-SORTIE.
003420     MOVE 0 TO WSORTIE-SUIVANTE
003430     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
003440     MOVE WCODSEM  TO CODSEM OF REALISE-REC
003450     MOVE WJOUR    TO JOUR
003460     MOVE 0 TO REA-SORTIE
003470     START REALISE KEY IS NOT LESS THAN CLE-REALISE OF REALISE-REC
003480         INVALID KEY
003490             MOVE 'TRUE ' TO WFIN-SORTIES
003500         NOT INVALID KEY
003510             MOVE 'FALSE' TO WFIN-SORTIES
003520     END-START
003530     PERFORM 8060-UNE-SORTIE-DU-JOUR THRU 8060-EXIT
003540         UNTIL FIN-SORTIES
003550     ADD 1 TO WSORTIE-SUIVANTE.
003560 8050-EXIT.
003570     EXIT.
003580
003590 8060-UNE-SORTIE-DU-JOUR.
003600     READ REALISE NEXT RECORD
003610         AT END
003620             MOVE 'TRUE ' TO WFIN-SORTIES
003630             GO TO 8060-EXIT
003640     END-READ
003650     IF CODCOUR OF REALISE-REC NOT = WCODCOUR
003660         OR CODSEM OF REALISE-REC NOT = WCODSEM
003670         OR JOUR NOT = WJOUR
003680         MOVE 'TRUE ' TO WFIN-SORTIES
003690         GO TO 8060-EXIT
003700     END-IF
003710     MOVE REA-SORTIE TO WSORTIE-SUIVANTE.
003720 8060-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 8200-POSTER-KM-MATERIEL : reporte le meme ecart sur le         *
003770*                  materiel que le coureur utilisait ce jour-la  *
003780*                  (FMAT, journalise au nom de F3).              *
003790*----------------------------------------------------------------*
003800 8200-POSTER-KM-MATERIEL.
003810     MOVE WCODCOUR TO MLN-CODCOUR
003820     MOVE WJOUR TO MLN-JOUR
003830     MOVE WDELTA-KM TO MLN-DELTA-KM
003840     MOVE "F3" TO MLN-PROGRAMME
003850     MOVE SES-CODOPER TO MLN-OPERATEUR
003860     CALL "FMAT" USING MAT-LIEN
003870     IF MATERIEL-CREDITE
003880         DISPLAY "Km reportes sur " MLN-NB-MATERIELS
003890             " materiel(s) du coureur."
003900     END-IF.
003910 8200-EXIT.
003920     EXIT.
003930
