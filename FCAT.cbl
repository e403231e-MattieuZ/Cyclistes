000100*================================================================*
000110* FCAT      - Sous-programme de categorie d'age d'un coureur.    *
000120*             Le plafond de 1000 km code en dur dans F2, FG et   *
000130*             FB traitait un cadet de 15 ans comme un elite.     *
000140*             FCAT derive la categorie du coureur de sa date de  *
000150*             naissance et de l'annee de la saison (SAISON.SQL), *
000160*             par la table CATEGORIE.SQL maintenue par FCA, et   *
000170*             rend les plafonds de km hebdomadaire et journalier *
000180*             de la categorie.  Sans date de naissance, sans     *
000190*             tranche couvrant l'age ou sans table, les          *
000200*             plafonds generaux d'origine sont rendus, pour que  *
000210*             l'absence de la table ne bloque pas la saisie.     *
000220*             Appele aussi par F1 (affichage), F6 et FX          *
000230*             (classements et extraits par categorie).           *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FCAT.
000270 AUTHOR. G3.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 15/10/2026  G3   Creation du sous-programme.                   *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY CATSEL.
000390     COPY SAISSEL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430     COPY CATFD.
000440     COPY SAISFD.
000450
000460 WORKING-STORAGE SECTION.
000470     COPY CATSTA.
000480     COPY SAISSTA.
000490 77  WDATEJOUR               PIC 9(08).
000500 77  WSAISON                 PIC 9(04)       VALUE 0.
000510 77  WANNEE-NAISSANCE        PIC 9(04)       VALUE 0.
000520 77  WKM-MAX-DEFAUT          PIC 9(04)       VALUE 1000.
000530 77  WFIN-CATEGORIE          PIC X(05)       VALUE 'FALSE'.
000540     88  FIN-CATEGORIE                        VALUE 'TRUE '.
000550
000560 LINKAGE SECTION.
000570     COPY CATLNK.
000580
000590 PROCEDURE DIVISION USING CAT-LIEN.
000600 0000-MAINLINE SECTION.
000610 0000-DEBUT.
000620     MOVE SPACES TO CLN-CODCAT
000630     MOVE SPACES TO CLN-LIBELLE
000640     MOVE 0 TO CLN-AGE
000650     MOVE 99 TO CLN-AGE-MIN
000660     MOVE WKM-MAX-DEFAUT TO CLN-KM-MAX-SEM
000670     MOVE WKM-MAX-DEFAUT TO CLN-KM-MAX-JOUR
000680     IF CLN-DATE-NAISSANCE = 0
000690         MOVE 'ND' TO CLN-RETOUR
000700         GOBACK
000710     END-IF
000720     IF CLN-SAISON = 0
000730         PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
000740     ELSE
000750         MOVE CLN-SAISON TO WSAISON
000760     END-IF
000770     COMPUTE WANNEE-NAISSANCE = CLN-DATE-NAISSANCE / 10000
000780     IF WANNEE-NAISSANCE < WSAISON
000790         COMPUTE CLN-AGE = WSAISON - WANNEE-NAISSANCE
000800     END-IF
000810     OPEN INPUT CATEGORIE
000820     IF WCATSTAT NOT = '00'
000830         MOVE 'KO' TO CLN-RETOUR
000840         GOBACK
000850     END-IF
000860     MOVE 'NC' TO CLN-RETOUR
000870     MOVE LOW-VALUES TO CODCAT
000880     START CATEGORIE KEY IS NOT LESS THAN CODCAT
000890         INVALID KEY
000900             MOVE 'TRUE ' TO WFIN-CATEGORIE
000910         NOT INVALID KEY
000920             MOVE 'FALSE' TO WFIN-CATEGORIE
000930     END-START
000940     PERFORM 1000-EXAMINER-UNE-CATEGORIE THRU 1000-EXIT
000950         UNTIL FIN-CATEGORIE
000960     CLOSE CATEGORIE.
000970 0000-FIN-MAINLINE.
000980     GOBACK.
000990
001000*----------------------------------------------------------------*
001010* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL ; tant    *
001020*                  que la bascule annuelle n'a jamais ete lancee *
001030*                  le fichier peut manquer, on retient alors     *
001040*                  l'annee du jour.                              *
001050*----------------------------------------------------------------*
001060 0100-LIRE-SAISON.
001070     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001080     COMPUTE WSAISON = WDATEJOUR / 10000
001090     OPEN INPUT SAISON
001100     IF WSAISTAT = '00'
001110         MOVE '01' TO CODSAIS
001120         READ SAISON
001130             INVALID KEY
001140                 CONTINUE
001150             NOT INVALID KEY
001160                 MOVE SAIS-ANNEE TO WSAISON
001170         END-READ
001180         CLOSE SAISON
001190     END-IF.
001200 0100-EXIT.
001210     EXIT.
001220
001230*----------------------------------------------------------------*
001240* 1000-EXAMINER-UNE-CATEGORIE : la premiere tranche qui couvre   *
001250*                  l'age retenu donne la categorie et ses        *
001260*                  plafonds.                                     *
001270*----------------------------------------------------------------*
001280 1000-EXAMINER-UNE-CATEGORIE.
001290     READ CATEGORIE NEXT RECORD
001300         AT END
001310             MOVE 'TRUE ' TO WFIN-CATEGORIE
001320             GO TO 1000-EXIT
001330     END-READ
001340     IF CLN-AGE < CAT-AGE-MIN OR CLN-AGE > CAT-AGE-MAX
001350         GO TO 1000-EXIT
001360     END-IF
001370     MOVE CODCAT TO CLN-CODCAT
001380     MOVE CAT-LIBELLE TO CLN-LIBELLE
001390     MOVE CAT-AGE-MIN TO CLN-AGE-MIN
001400     MOVE CAT-KM-MAX-SEM TO CLN-KM-MAX-SEM
001410     MOVE CAT-KM-MAX-JOUR TO CLN-KM-MAX-JOUR
001420     MOVE '00' TO CLN-RETOUR
001430     MOVE 'TRUE ' TO WFIN-CATEGORIE.
001440 1000-EXIT.
001450     EXIT.
