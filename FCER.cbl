000100*================================================================*
000110* FCER      - Sous-programme de validite des certifications.     *
000120*             DIPLOME d'ENTRAINEUR ne dit pas si un BEES1 ou un  *
000130*             CQP est encore valide. FCER parcourt l'historique  *
000140*             CERTIFICATION.SQL d'un entraineur (tenu par F4,    *
000150*             option H) et rend la fin de validite la plus       *
000160*             lointaine d'un code, ou de l'ensemble de ses       *
000170*             diplomes d'encadrement, comparee a une date de     *
000180*             reference. Un entraineur sans historique n'est pas *
000190*             bloque : son DIPLOME reste la seule information.   *
000200*             Appele par F1, FF et FG avant de confier des       *
000210*             coureurs a un entraineur, par FW pour signaler la  *
000220*             charge portee sous une certification expiree, par  *
000230*             F4 et par FCE.                                     *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FCER.
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
000380     COPY CERTSEL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420     COPY CERTFD.
000430
000440 WORKING-STORAGE SECTION.
000450     COPY CERTSTA.
000460 77  WFIN-CERTIF             PIC X(05)       VALUE 'FALSE'.
000470     88  FIN-CERTIF                           VALUE 'TRUE '.
000480 77  WNB-LIGNES              PIC 9(05)       VALUE 0.
000490 77  WVALIDITE               PIC 9(08)       VALUE 0.
000500 77  WSANS-LIMITE            PIC 9(08)       VALUE 99999999.
000510
000520 LINKAGE SECTION.
000530     COPY CERTLNK.
000540
000550 PROCEDURE DIVISION USING CER-LIEN.
000560 0000-MAINLINE SECTION.
000570 0000-DEBUT.
000580     MOVE 0 TO ELN-EXPIRATION
000590     MOVE SPACES TO ELN-CODE-RETENU
000600     MOVE 0 TO WNB-LIGNES
000610     IF ELN-DATE = 0
000620         ACCEPT ELN-DATE FROM DATE YYYYMMDD
000630     END-IF
000640     OPEN INPUT CERTIF
000650     IF WCERSTAT NOT = '00'
000660         MOVE 'KO' TO ELN-RETOUR
000670         GOBACK
000680     END-IF
000690     MOVE ELN-CODENTR TO CODENTR OF CERTIF-REC
000700     MOVE LOW-VALUES TO CER-CODE
000710     MOVE 0 TO CER-DATE
000720     START CERTIF KEY IS NOT LESS THAN CLE-CERTIF
000730         INVALID KEY
000740             MOVE 'TRUE ' TO WFIN-CERTIF
000750         NOT INVALID KEY
000760             MOVE 'FALSE' TO WFIN-CERTIF
000770     END-START
000780     PERFORM 1000-EXAMINER-UNE-LIGNE THRU 1000-EXIT
000790         UNTIL FIN-CERTIF
000800     CLOSE CERTIF
000810     IF WNB-LIGNES = 0
000820         MOVE 'AB' TO ELN-RETOUR
000830     ELSE
000840         IF ELN-EXPIRATION < ELN-DATE
000850             MOVE 'EX' TO ELN-RETOUR
000860         ELSE
000870             MOVE '00' TO ELN-RETOUR
000880         END-IF
000890     END-IF.
000900 0000-FIN-MAINLINE.
000910     GOBACK.
000920
000930*----------------------------------------------------------------*
000940* 1000-EXAMINER-UNE-LIGNE : une ligne de l'entraineur retenue    *
000950*                  (code demande, ou tout diplome d'encadrement) *
000960*                  porte sa fin de validite ; une obtention ou   *
000970*                  un renouvellement sans date vaut sans limite, *
000980*                  une formation sans date ne change rien.       *
000990*----------------------------------------------------------------*
001000 1000-EXAMINER-UNE-LIGNE.
001010     READ CERTIF NEXT RECORD
001020         AT END
001030             MOVE 'TRUE ' TO WFIN-CERTIF
001040             GO TO 1000-EXIT
001050     END-READ
001060     IF CODENTR OF CERTIF-REC NOT = ELN-CODENTR
001070         MOVE 'TRUE ' TO WFIN-CERTIF
001080         GO TO 1000-EXIT
001090     END-IF
001100     IF ELN-CODE = SPACES
001110         IF NOT CER-ENCADREMENT
001120             GO TO 1000-EXIT
001130         END-IF
001140     ELSE
001150         IF CER-CODE NOT = ELN-CODE
001160             GO TO 1000-EXIT
001170         END-IF
001180     END-IF
001190     IF CER-DATE-EXPIRATION = 0
001200         IF CER-FORMATION
001210             GO TO 1000-EXIT
001220         END-IF
001230         MOVE WSANS-LIMITE TO WVALIDITE
001240     ELSE
001250         MOVE CER-DATE-EXPIRATION TO WVALIDITE
001260     END-IF
001270     ADD 1 TO WNB-LIGNES
001280     IF WVALIDITE > ELN-EXPIRATION
001290         MOVE WVALIDITE TO ELN-EXPIRATION
001300         MOVE CER-CODE TO ELN-CODE-RETENU
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
