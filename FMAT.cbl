000100*================================================================*
000110* FMAT      - Sous-programme de report des km sur le materiel.   *
000120*             Les velos et roues pretes par le club sont suivis  *
000130*             dans MATERIEL.SQL (maintenu par FMA).  Chaque fois *
000140*             que F3, FB ou FSE pose des km dans REALISE,        *
000150*             l'ecart est reporte sur le compteur de chaque      *
000160*             materiel en service affecte au coureur a la date   *
000170*             de la sortie (affectation anterieure ou egale au   *
000180*             jour), pour que l'etat des revisions de FMA voie   *
000190*             les km reellement roules.  Chaque report est       *
000200*             journalise via FJRNL au nom du programme appelant. *
000210*             Sans registre, le report est sans effet : la       *
000220*             saisie des km n'est jamais bloquee.                *
000230*================================================================*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. FMAT.
000260 AUTHOR. G3.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED.
000290*----------------------------------------------------------------*
000300* HISTORIQUE DES MODIFICATIONS                                   *
000310* DATE        AUT  DESCRIPTION                                   *
000320* 15/10/2026  G3   Creation du sous-programme.                   *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     COPY MATSEL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410     COPY MATFD.
000420
000430 WORKING-STORAGE SECTION.
000440     COPY MATSTA.
000450 77  WKM-AVANT               PIC 9(06)       VALUE 0.
000460 77  WFIN-MATERIEL           PIC X(05)       VALUE 'FALSE'.
000470     88  FIN-MATERIEL                         VALUE 'TRUE '.
000480     COPY JRNLNK.
000490
000500 LINKAGE SECTION.
000510     COPY MATLNK.
000520
000530 PROCEDURE DIVISION USING MAT-LIEN.
000540 0000-MAINLINE SECTION.
000550 0000-DEBUT.
000560     MOVE 0 TO MLN-NB-MATERIELS
000570     MOVE 'AM' TO MLN-RETOUR
000580     IF MLN-DELTA-KM = 0 OR MLN-CODCOUR = 0
000590         GOBACK
000600     END-IF
000610     OPEN I-O MATERIEL
000620     IF WMATSTAT NOT = '00'
000630         MOVE 'KO' TO MLN-RETOUR
000640         GOBACK
000650     END-IF
000660     MOVE MLN-CODCOUR TO CODCOUR OF MATERIEL-REC
000670     START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
000680         INVALID KEY
000690             MOVE 'TRUE ' TO WFIN-MATERIEL
000700         NOT INVALID KEY
000710             MOVE 'FALSE' TO WFIN-MATERIEL
000720     END-START
000730     PERFORM 1000-UN-MATERIEL THRU 1000-EXIT
000740         UNTIL FIN-MATERIEL
000750     IF MLN-NB-MATERIELS > 0
000760         MOVE '00' TO MLN-RETOUR
000770     END-IF
000780     CLOSE MATERIEL.
000790 0000-FIN-MAINLINE.
000800     GOBACK.
000810
000820*----------------------------------------------------------------*
000830* 1000-UN-MATERIEL : un materiel du coureur ; seuls les          *
000840*                  materiels en service, affectes au plus tard   *
000850*                  le jour de la sortie, sont credites.  Une     *
000860*                  correction a la baisse ne fait jamais passer  *
000870*                  le compteur sous zero ni sous la derniere     *
000880*                  revision.                                     *
000890*----------------------------------------------------------------*
000900 1000-UN-MATERIEL.
000910     READ MATERIEL NEXT RECORD
000920         AT END
000930             MOVE 'TRUE ' TO WFIN-MATERIEL
000940             GO TO 1000-EXIT
000950     END-READ
000960     IF CODCOUR OF MATERIEL-REC NOT = MLN-CODCOUR
000970         MOVE 'TRUE ' TO WFIN-MATERIEL
000980         GO TO 1000-EXIT
000990     END-IF
001000     IF NOT MAT-EN-SERVICE
001010         GO TO 1000-EXIT
001020     END-IF
001030     IF MAT-DATE-AFFECTATION > MLN-JOUR
001040         GO TO 1000-EXIT
001050     END-IF
001060     MOVE MAT-KM-TOTAL TO WKM-AVANT
001070     IF MLN-DELTA-KM < 0
001080         AND MAT-KM-TOTAL + MLN-DELTA-KM < MAT-KM-REVISION
001090         MOVE MAT-KM-REVISION TO MAT-KM-TOTAL
001100     ELSE
001110         ADD MLN-DELTA-KM TO MAT-KM-TOTAL
001120     END-IF
001130     REWRITE MATERIEL-REC
001140     ADD 1 TO MLN-NB-MATERIELS
001150     MOVE 'R' TO LIEN-OPERATION
001160     MOVE "MATERIEL" TO LIEN-FICHIER
001170     MOVE SPACES TO LIEN-CLE
001180     MOVE CODMAT TO LIEN-CLE
001190     MOVE WKM-AVANT TO LIEN-AVANT
001200     MOVE MAT-KM-TOTAL TO LIEN-APRES
001210     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
001220 1000-EXIT.
001230     EXIT.
001240
001250*----------------------------------------------------------------*
001260* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
001270*----------------------------------------------------------------*
001280 9500-JOURNALISER.
001290     MOVE MLN-PROGRAMME TO LIEN-PROGRAMME
001300     MOVE MLN-OPERATEUR TO LIEN-OPERATEUR
001310     MOVE MLN-CODCOUR TO LIEN-CODCOUR
001320     CALL "FJRNL" USING JRN-LIEN.
001330 9500-EXIT.
001340     EXIT.
