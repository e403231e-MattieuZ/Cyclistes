000319* 02/09/2026  G3   Seuls les plans approuves (AFA-STATUT)       *
000322*                  comptent dans la charge ; les brouillons en  *
000325*                  attente de validation sont ignores.           *
000326* 15/10/2026  G3   Entraineur avec coureurs mais certifications  *
000327*                  toutes expirees (FCER) signale, leur nombre   *
000328*                  au total.                                     *
000329*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000680 77  WKM-PREVUS-ENTR         PIC 9(07)       VALUE 0.
000690 77  WNB-ENTRAINEURS         PIC 9(05)       VALUE 0.
000700 77  WNB-SURCHARGES          PIC 9(05)       VALUE 0.
000705 77  WNB-CERT-EXPIREES       PIC 9(05)       VALUE 0.
000710 77  WDATEJOUR               PIC 9(08).
000720 77  WNO-PAGE                PIC 9(03)       VALUE 0.
000730 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
000740 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
000750 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000760     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000765     COPY CERTLNK.
000770 01  WLIGNE-EDIT             PIC X(80).
000780 01  WLIGNE-ENTETE.
000790     02  FILLER              PIC X(33)       VALUE
000940     02  WCHG-KM             PIC 9(07).
000950     02  FILLER              PIC X(03)       VALUE " km".
000960     02  WCHG-MENTION        PIC X(12).
000970     02  WCHG-CERTIF         PIC X(15).
000972 01  WLIGNE-EQUIPE.
000973     02  WEQC-CODEQU         PIC X(02).
000974     02  FILLER              PIC X(02)       VALUE SPACES.
001670     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
001680     MOVE 0 TO WNB-ENTRAINEURS
001690     MOVE 0 TO WNB-SURCHARGES
001695     MOVE 0 TO WNB-CERT-EXPIREES
001700     MOVE LOW-VALUES TO CODENTR OF ENTRAINEUR-REC
001710     START ENTRAINEUR KEY IS NOT LESS THAN
001720         CODENTR OF ENTRAINEUR-REC
001806     END-IF
001810     MOVE SPACES TO WLIGNE-EDIT
001820     STRING WNB-ENTRAINEURS " entraineur(s), "
001830         WNB-SURCHARGES " au-dela du seuil, "
001835         WNB-CERT-EXPIREES " en certification expiree."
001840         DELIMITED BY SIZE INTO WLIGNE-EDIT
001850     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
001860     DISPLAY WNB-ENTRAINEURS " entraineur(s), "
001870         WNB-SURCHARGES " au-dela du seuil, "
001875         WNB-CERT-EXPIREES " en certification expiree.".
001880 2000-EXIT.
001890     EXIT.
001900
001980             PERFORM 3000-CUMULER-LA-CHARGE THRU 3000-EXIT
001990             MOVE WCODENTR-COURANT TO WCHG-CODENTR
002000             MOVE NOM OF ENTRAINEUR-REC TO WCHG-NOM
002005             PERFORM 2150-CONTROLER-CERTIFICATION THRU 2150-EXIT
002010             PERFORM 4000-EDITER-UNE-LIGNE THRU 4000-EXIT
002020     END-READ.
002030 2100-EXIT.
002120     PERFORM 3000-CUMULER-LA-CHARGE THRU 3000-EXIT
002130     MOVE 0 TO WCHG-CODENTR
002140     MOVE "(sans entraineur)" TO WCHG-NOM
002145     MOVE SPACES TO WCHG-CERTIF
002150     PERFORM 4000-EDITER-UNE-LIGNE THRU 4000-EXIT.
002160 2500-EXIT.
002170     EXIT.
002962     END-IF
002963     DISPLAY WCHG-CODENTR " " WCHG-NOM " "
002970         WCHG-NB-COUREURS " coureur(s) " WCHG-KM " km"
002980         WCHG-MENTION WCHG-CERTIF
002990     MOVE WLIGNE-CHARGE TO WLIGNE-EDIT
003000     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT.
003010 4000-EXIT.
003260 6100-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------*
003300* 2150-CONTROLER-CERTIFICATION : un entraineur qui a des         *
003310*                  coureurs sans plus aucun diplome              *
003320*                  d'encadrement valide (FCER) est signale.      *
003330*----------------------------------------------------------------*
003340 2150-CONTROLER-CERTIFICATION.
003350     MOVE SPACES TO WCHG-CERTIF
003360     IF WNB-COUREURS-ENTR = 0
003370         GO TO 2150-EXIT
003380     END-IF
003390     MOVE WCODENTR-COURANT TO ELN-CODENTR
003400     MOVE WDATEJOUR TO ELN-DATE
003410     MOVE SPACES TO ELN-CODE
003420     CALL "FCER" USING CER-LIEN
003430     IF CERTIF-EXPIREE
003440         MOVE " CERT. EXPIREE" TO WCHG-CERTIF
003450         ADD 1 TO WNB-CERT-EXPIREES
003460     END-IF.
003470 2150-EXIT.
003480     EXIT.
003490
