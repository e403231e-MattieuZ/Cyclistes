000300* HISTORIQUE DES MODIFICATIONS                                   *
000310* DATE        AUT  DESCRIPTION                                   *
000320* 02/09/2026  G3   Creation du programme (option L du menu).     *
000321* 15/10/2026  G3   Des qu'une epreuve a des engages (FEN), seuls *
000322*                  ceux-la recoivent un resultat ; suppression   *
000323*                  d'epreuve refusee tant qu'il reste des        *
000324*                  engagements.                                  *
000325* 15/10/2026  G3   Suppression d'epreuve refusee aussi tant que  *
000326*                  des lignes de deplacement (FDP) la portent.   *
000330*----------------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000380     COPY RESSEL.
000390     COPY TOURSEL.
000400     COPY COURSEL.
000403     COPY ENGSEL.
000406     COPY DEPSEL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000450     COPY RESFD.
000460     COPY TOURFD.
000470     COPY COURFD.
000473     COPY ENGFD.
000476     COPY DEPFD.
000480
000490 WORKING-STORAGE SECTION.
000500     COPY EPRSTA.
000510     COPY RESSTA.
000520     COPY TOURSTA.
000530     COPY COURSTA.
000531     COPY ENGSTA.
000532 77  WENG-ABSENT             PIC X(05)       VALUE 'FALSE'.
000533     88  ENGAGEMENT-ABSENT                    VALUE 'TRUE '.
000534 77  WFIN-ENGAGEMENT         PIC X(05)       VALUE 'FALSE'.
000535     88  FIN-ENGAGEMENT                       VALUE 'TRUE '.
000536 77  WENGAGE-OK              PIC X(05)       VALUE 'TRUE '.
000537     88  ENGAGE-VALIDE                        VALUE 'TRUE '.
000538 77  WNB-ENGAGEMENTS         PIC 9(05)       VALUE 0.
000540 77  WOPERATION              PIC X(01).
000550 77  WFINFL                  PIC X(05)       VALUE 'FALSE'.
000560     88  FIN-FL                               VALUE 'TRUE '.
000830 77  WNB-RESULTATS           PIC 9(05)       VALUE 0.
000840 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000850     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000851     COPY DEPSTA.
000852 77  WDEP-ABSENT             PIC X(05)       VALUE 'FALSE'.
000853     88  DEPLACEMENT-ABSENT                   VALUE 'TRUE '.
000854 77  WFIN-DEPLACEMENT        PIC X(05)       VALUE 'FALSE'.
000855     88  FIN-DEPLACEMENT                      VALUE 'TRUE '.
000856 77  WNB-DEPLACEMENTS        PIC 9(05)       VALUE 0.
000860     COPY JRNLNK.
000870     COPY VERLNK.
000880 01  WIMAGE-EPREUVE.
001260     END-IF
001270     OPEN INPUT TOUR
001280     OPEN INPUT COUREUR
001281     OPEN INPUT ENGAGEMENT
001282     IF WENGSTAT = '35'
001283         MOVE 'TRUE ' TO WENG-ABSENT
001284     END-IF
001285     OPEN INPUT DEPLACEMENT
001286     IF WDEPSTAT = '35'
001287         MOVE 'TRUE ' TO WDEP-ABSENT
001288     END-IF
001290     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001300     IF ERREUR-OUVERTURE
001310         GOBACK
001330     MOVE 'FALSE' TO WFINFL
001340     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001350         UNTIL FIN-FL
001351     IF NOT ENGAGEMENT-ABSENT
001352         CLOSE ENGAGEMENT
001353     END-IF
001354     IF NOT DEPLACEMENT-ABSENT
001355         CLOSE DEPLACEMENT
001356     END-IF
001360     CLOSE EPREUVE RESULTAT TOUR COUREUR.
001370 0000-FIN-MAINLINE.
001380     GOBACK.
001560     IF WCOUSTAT NOT = '00'
001570         DISPLAY "Erreur ouverture COUREUR, code retour "
001580             WCOUSTAT
001581         MOVE 'TRUE ' TO WERR-OUVERTURE
001582     END-IF
001583     IF NOT ENGAGEMENT-ABSENT AND WENGSTAT NOT = '00'
001584         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
001585             WENGSTAT
001590         MOVE 'TRUE ' TO WERR-OUVERTURE
001591     END-IF.
001592     IF NOT DEPLACEMENT-ABSENT AND WDEPSTAT NOT = '00'
001593         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
001594             WDEPSTAT
001595         MOVE 'TRUE ' TO WERR-OUVERTURE
001600     END-IF.
001610 0050-EXIT.
001620     EXIT.
003290
003300 4050-SUPPRIMER-AVEC-CONTROLES.
003310     PERFORM 4100-COMPTER-RESULTATS THRU 4100-EXIT
003313     PERFORM 4150-COMPTER-ENGAGEMENTS THRU 4150-EXIT
003316     PERFORM 4170-COMPTER-DEPLACEMENTS THRU 4170-EXIT
003320     IF WNB-RESULTATS > 0
003330         DISPLAY "Suppression refusee : " WNB-RESULTATS
003340             " resultat(s) portent encore cette epreuve."
003350     ELSE
003360         IF WNB-ENGAGEMENTS > 0
003370             DISPLAY "Suppression refusee : " WNB-ENGAGEMENTS
003380                 " coureur(s) encore engage(s) sur cette epreuve."
003390         ELSE
003400             IF WNB-DEPLACEMENTS > 0
003410                 DISPLAY "Suppression refusee : "
003420                     WNB-DEPLACEMENTS " ligne(s) de deplacement "
003430                     "portent cette epreuve."
003440             ELSE
003450                 PERFORM 9300-IMAGE-EPREUVE THRU 9300-EXIT
003460                 MOVE WCODEPR TO CODEPR OF EPREUVE-REC
003470                 DELETE EPREUVE
003480                     INVALID KEY
003490                         DISPLAY "Cette epreuve n'existe pas."
003500                     NOT INVALID KEY
003501                         DISPLAY "Epreuve supprimee."
003502                         MOVE 'S' TO LIEN-OPERATION
003503                         MOVE WIMAGE-EPREUVE TO LIEN-AVANT
003504                         MOVE SPACES TO LIEN-APRES
003505                         MOVE "EPREUVE" TO LIEN-FICHIER
003506                         MOVE SPACES TO LIEN-CLE
003507                         MOVE WCODEPR TO LIEN-CLE
003508                         MOVE 0 TO LIEN-CODCOUR
003509                         PERFORM 9500-JOURNALISER THRU 9500-EXIT
003510                 END-DELETE
003511             END-IF
003512         END-IF
003520     END-IF.
003530 4050-EXIT.
003540     EXIT.
004380         IF NOT EPREUVE-TROUVEE
004390             DISPLAY "Code epreuve inconnu."
004400         ELSE
004402             PERFORM 6050-CONTROLER-ENGAGEMENT THRU 6050-EXIT
004404         END-IF
004406         IF EPREUVE-TROUVEE AND NOT ENGAGE-VALIDE
004408             DISPLAY "Coureur non engage sur cette epreuve, "
004410                 "resultat refuse (cf. engagements FEN)."
004412         END-IF
004414         IF EPREUVE-TROUVEE AND ENGAGE-VALIDE
004420             PERFORM 6100-SAISIR-CHAMPS-RESULTAT THRU 6100-EXIT
004430             PERFORM 7800-CONTROLER-RESULTAT THRU 7800-EXIT
004440             IF SAISIE-VALIDE
007630     CALL "FVERR" USING VER-LIEN.
007640 9650-EXIT.
007650     EXIT.
007660 4150-COMPTER-ENGAGEMENTS.
007670     MOVE 0 TO WNB-ENGAGEMENTS
007680     IF ENGAGEMENT-ABSENT
007690         GO TO 4150-EXIT
007700     END-IF
007710     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
007720     MOVE LOW-VALUES TO CODCOUR OF ENGAGEMENT-REC
007730     START ENGAGEMENT KEY IS NOT LESS THAN CLE-ENGAGEMENT
007740         INVALID KEY
007750             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007760         NOT INVALID KEY
007770             MOVE 'FALSE' TO WFIN-ENGAGEMENT
007780     END-START
007790     PERFORM 4160-UN-ENGAGEMENT THRU 4160-EXIT
007800         UNTIL FIN-ENGAGEMENT.
007810 4150-EXIT.
007820     EXIT.
007830
007840 4160-UN-ENGAGEMENT.
007850     READ ENGAGEMENT NEXT RECORD
007860         AT END
007870             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007880         NOT AT END
007890             IF CODEPR OF ENGAGEMENT-REC NOT = WCODEPR
007900                 MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007910             ELSE
007920                 ADD 1 TO WNB-ENGAGEMENTS
007930             END-IF
007940     END-READ.
007950 4160-EXIT.
007960     EXIT.
007970
007980 4170-COMPTER-DEPLACEMENTS.
007990     MOVE 0 TO WNB-DEPLACEMENTS
008000     IF DEPLACEMENT-ABSENT
008010         GO TO 4170-EXIT
008020     END-IF
008030     MOVE WCODEPR TO CODEPR OF DEPLACEMENT-REC
008040     MOVE 0 TO DEP-LIGNE
008050     START DEPLACEMENT KEY IS NOT LESS THAN CLE-DEPLACEMENT
008060         INVALID KEY
008070             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
008080         NOT INVALID KEY
008090             MOVE 'FALSE' TO WFIN-DEPLACEMENT
008100     END-START
008110     PERFORM 4180-UN-DEPLACEMENT THRU 4180-EXIT
008120         UNTIL FIN-DEPLACEMENT.
008130 4170-EXIT.
008140     EXIT.
008150
008160 4180-UN-DEPLACEMENT.
008170     READ DEPLACEMENT NEXT RECORD
008180         AT END
008190             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
008200         NOT AT END
008210             IF CODEPR OF DEPLACEMENT-REC NOT = WCODEPR
008220                 MOVE 'TRUE ' TO WFIN-DEPLACEMENT
008230             ELSE
008240                 ADD 1 TO WNB-DEPLACEMENTS
008250             END-IF
008260     END-READ.
008270 4180-EXIT.
008280     EXIT.
008290
008300*----------------------------------------------------------------*
008310* 6050-CONTROLER-ENGAGEMENT : une epreuve sans aucun engage      *
008320*                  accepte tout coureur ; des qu'elle en a un,   *
008330*                  le coureur saisi doit figurer parmi eux.      *
008340*----------------------------------------------------------------*
008350 6050-CONTROLER-ENGAGEMENT.
008360     MOVE 'TRUE ' TO WENGAGE-OK
008370     IF ENGAGEMENT-ABSENT
008380         GO TO 6050-EXIT
008390     END-IF
008400     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
008410     MOVE WCODCOUR TO CODCOUR OF ENGAGEMENT-REC
008420     READ ENGAGEMENT
008430         INVALID KEY
008440             MOVE 'FALSE' TO WENGAGE-OK
008450         NOT INVALID KEY
008460             GO TO 6050-EXIT
008470     END-READ
008480     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
008490     MOVE LOW-VALUES TO CODCOUR OF ENGAGEMENT-REC
008500     START ENGAGEMENT KEY IS NOT LESS THAN CLE-ENGAGEMENT
008510         INVALID KEY
008520             MOVE 'TRUE ' TO WENGAGE-OK
008530         NOT INVALID KEY
008540             READ ENGAGEMENT NEXT RECORD
008550                 AT END
008560                     MOVE 'TRUE ' TO WENGAGE-OK
008570                 NOT AT END
008580                     IF CODEPR OF ENGAGEMENT-REC NOT = WCODEPR
008590                         MOVE 'TRUE ' TO WENGAGE-OK
008600                     END-IF
008610             END-READ
008620     END-START.
008630 6050-EXIT.
008640     EXIT.
008650
