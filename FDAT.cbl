000100*================================================================*
000110* FDAT      - Sous-programme de calcul de dates.  Ajoute ou      *
000120*             retranche un nombre de jours a une date AAAAMMJJ   *
000130*             en passant par un numero de jour continu, ce qui   *
000140*             regle les fins de mois et les annees bissextiles   *
000150*             sans table.  Une date de depart qui ne correspond  *
000160*             a aucun jour du calendrier (31/02, mois 13, ...)   *
000170*             est refusee.  Sans fichier ni journal : appelable  *
000180*             depuis tout programme qui compare des echeances.   *
000190*================================================================*
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. FDAT.
000220 AUTHOR. G3.
000230 DATE-WRITTEN. 15/10/2026.
000240 DATE-COMPILED.
000250*----------------------------------------------------------------*
000260* HISTORIQUE DES MODIFICATIONS                                   *
000270* DATE        AUT  DESCRIPTION                                   *
000280* 15/10/2026  G3   Creation du sous-programme.                   *
000290*----------------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310
000320 DATA DIVISION.
000330 WORKING-STORAGE SECTION.
000340 01  WDATE-TRAVAIL.
000350     02  WDT-ANNEE           PIC 9(04).
000360     02  WDT-MOIS            PIC 9(02).
000370     02  WDT-JOUR            PIC 9(02).
000380 01  WDATE-TRAVAIL-N REDEFINES WDATE-TRAVAIL
000390                             PIC 9(08).
000400 77  WANNEE-CALC             PIC S9(06)      VALUE 0.
000410 77  WMOIS-CALC              PIC S9(04)      VALUE 0.
000420 77  WQUART                  PIC S9(06)      VALUE 0.
000430 77  WSIECLE                 PIC S9(06)      VALUE 0.
000440 77  WQUADRI                 PIC S9(06)      VALUE 0.
000450 77  WJOURS-MOIS             PIC S9(06)      VALUE 0.
000460 77  WNUMERO-JOUR            PIC S9(09)      VALUE 0.
000470 77  WRESTE                  PIC S9(09)      VALUE 0.
000480 77  WTOUR                   PIC S9(04)      VALUE 0.
000490 77  WREPORT-ANNEE           PIC S9(04)      VALUE 0.
000500
000510 LINKAGE SECTION.
000520     COPY DATLNK.
000530
000540 PROCEDURE DIVISION USING DAT-LIEN.
000550 0000-MAINLINE SECTION.
000560 0000-DEBUT.
000570     MOVE 0 TO DLN-RESULTAT
000580     MOVE 'KO' TO DLN-RETOUR
000590     IF DLN-DATE NOT NUMERIC
000600         GOBACK
000610     END-IF
000620     MOVE DLN-DATE TO WDATE-TRAVAIL-N
000630     IF WDT-ANNEE < 1 OR WDT-MOIS < 1 OR WDT-MOIS > 12
000640         OR WDT-JOUR < 1 OR WDT-JOUR > 31
000650         GOBACK
000660     END-IF
000670     PERFORM 1000-DATE-VERS-NUMERO THRU 1000-EXIT
000680     PERFORM 2000-NUMERO-VERS-DATE THRU 2000-EXIT
000690     IF WDATE-TRAVAIL-N NOT = DLN-DATE
000700         GOBACK
000710     END-IF
000720     ADD DLN-NB-JOURS TO WNUMERO-JOUR
000730     IF WNUMERO-JOUR < 366
000740         GOBACK
000750     END-IF
000760     PERFORM 2000-NUMERO-VERS-DATE THRU 2000-EXIT
000770     MOVE WDATE-TRAVAIL-N TO DLN-RESULTAT
000780     MOVE '00' TO DLN-RETOUR.
000790 0000-FIN-MAINLINE.
000800     GOBACK.
000810
000820*----------------------------------------------------------------*
000830* 1000-DATE-VERS-NUMERO : numero du jour compte depuis le 1er    *
000840*                  mars de l'an 0 ; l'annee commence en mars     *
000850*                  pour que le 29 fevrier tombe en fin d'annee.  *
000860*                  Chaque division est faite a part pour en      *
000870*                  garder la partie entiere.                     *
000880*----------------------------------------------------------------*
000890 1000-DATE-VERS-NUMERO.
000900     IF WDT-MOIS > 2
000910         COMPUTE WANNEE-CALC = WDT-ANNEE
000920         COMPUTE WMOIS-CALC = WDT-MOIS - 3
000930     ELSE
000940         COMPUTE WANNEE-CALC = WDT-ANNEE - 1
000950         COMPUTE WMOIS-CALC = WDT-MOIS + 9
000960     END-IF
000970     PERFORM 3000-JOURS-DES-ANNEES THRU 3000-EXIT
000980     COMPUTE WJOURS-MOIS = (WMOIS-CALC * 306 + 5) / 10
000990     COMPUTE WNUMERO-JOUR = WNUMERO-JOUR + WJOURS-MOIS
001000                          + WDT-JOUR - 1.
001010 1000-EXIT.
001020     EXIT.
001030
001040*----------------------------------------------------------------*
001050* 2000-NUMERO-VERS-DATE : operation inverse ; l'annee estimee    *
001060*                  est corrigee d'un an quand elle depasse.      *
001070*----------------------------------------------------------------*
001080 2000-NUMERO-VERS-DATE.
001090     MOVE WNUMERO-JOUR TO WRESTE
001100     COMPUTE WANNEE-CALC = (WRESTE * 10000 + 14780) / 3652425
001110     PERFORM 3000-JOURS-DES-ANNEES THRU 3000-EXIT
001120     IF WNUMERO-JOUR > WRESTE
001130         SUBTRACT 1 FROM WANNEE-CALC
001140         PERFORM 3000-JOURS-DES-ANNEES THRU 3000-EXIT
001150     END-IF
001160     COMPUTE WRESTE = WRESTE - WNUMERO-JOUR
001170     ADD WRESTE TO WNUMERO-JOUR
001180     COMPUTE WMOIS-CALC = (WRESTE * 100 + 52) / 3060
001190     COMPUTE WTOUR = WMOIS-CALC + 2
001200     COMPUTE WREPORT-ANNEE = WTOUR / 12
001210     COMPUTE WDT-MOIS = WTOUR - WREPORT-ANNEE * 12 + 1
001220     COMPUTE WDT-ANNEE = WANNEE-CALC + WREPORT-ANNEE
001230     COMPUTE WJOURS-MOIS = (WMOIS-CALC * 306 + 5) / 10
001240     COMPUTE WDT-JOUR = WRESTE - WJOURS-MOIS + 1.
001250 2000-EXIT.
001260     EXIT.
001270
001280*----------------------------------------------------------------*
001290* 3000-JOURS-DES-ANNEES : jours ecoules avant l'annee de calcul  *
001300*                  (regle gregorienne des bissextiles).          *
001310*----------------------------------------------------------------*
001320 3000-JOURS-DES-ANNEES.
001330     COMPUTE WQUART = WANNEE-CALC / 4
001340     COMPUTE WSIECLE = WANNEE-CALC / 100
001350     COMPUTE WQUADRI = WANNEE-CALC / 400
001360     COMPUTE WNUMERO-JOUR = WANNEE-CALC * 365 + WQUART
001370                          - WSIECLE + WQUADRI.
001380 3000-EXIT.
001390     EXIT.
