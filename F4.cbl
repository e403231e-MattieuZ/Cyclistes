000396*                  (VERROU.SQL) : une fiche deja en cours de    *
000397*                  modification dans une autre session est      *
000398*                  refusee avec le code de son detenteur.       *
000399* 15/10/2026  G3   La suppression est aussi refusee tant que des *
000400*                  seances collectives encadrees par             *
000401*                  l'entraineur restent a pointer (SEANCE.SQL).  *
000402* 15/10/2026  G3   Option H : historique des certifications      *
000403*                  (CERTIFICATION.SQL) - obtentions,             *
000404*                  renouvellements, formations continues ; la    *
000405*                  validite d'encadrement est affichee a         *
000406*                  l'interrogation et l'historique part avec     *
000407*                  l'entraineur supprime.                        *
000408* 15/10/2026  G3   La suppression est aussi refusee tant que des *
000409*                  lignes de DEPLACEMENT portent l'entraineur    *
000410*                  (voyageur ou beneficiaire d'un frais).        *
000411*----------------------------------------------------------------*
000412 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     COPY ENTRSEL.
000450     COPY CIVISEL.
000460     COPY COURSEL.
000470     COPY ALRTSEL.
000472     COPY SEANSEL.
000474     COPY CERTSEL.
000476     COPY DEPSEL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000520     COPY CIVIFD.
000530     COPY COURFD.
000540     COPY ALRTFD.
000542     COPY SEANFD.
000544     COPY CERTFD.
000546     COPY DEPFD.
000550
000560 WORKING-STORAGE SECTION.
000570     COPY ENTRSTA.
000580     COPY CIVISTA.
000590     COPY COURSTA.
000600     COPY ALRTSTA.
000602     COPY SEANSTA.
000604     COPY CERTSTA.
000606     COPY DEPSTA.
000610 77  WOPERATION              PIC X(01).
000620 77  WFINF4                  PIC X(05)       VALUE 'FALSE'.
000630     88  FIN-F4                               VALUE 'TRUE '.
000810     88  FIN-COUREUR                          VALUE 'TRUE '.
000820 77  WFIN-ALERTE             PIC X(05)       VALUE 'FALSE'.
000830     88  FIN-ALERTE                           VALUE 'TRUE '.
000831 77  WFIN-SEANCE             PIC X(05)       VALUE 'FALSE'.
000832     88  FIN-SEANCE                           VALUE 'TRUE '.
000833 77  WSEA-ABSENTE            PIC X(05)       VALUE 'FALSE'.
000834     88  SEANCE-ABSENTE                       VALUE 'TRUE '.
000835 77  WDEP-ABSENT             PIC X(05)       VALUE 'FALSE'.
000836     88  DEPLACEMENT-ABSENT                   VALUE 'TRUE '.
000837 77  WFIN-DEPLACEMENT        PIC X(05)       VALUE 'FALSE'.
000838     88  FIN-DEPLACEMENT                      VALUE 'TRUE '.
000840 77  WPURGE-EN-COURS         PIC X(05)       VALUE 'FALSE'.
000850     88  PURGE-EN-COURS                       VALUE 'TRUE '.
000860 77  WNB-COUREURS-RATTACHES  PIC 9(05)       VALUE 0.
000870 77  WNB-ALERTES-EN-FILE     PIC 9(05)       VALUE 0.
000871 77  WNB-SEANCES-OUVERTES    PIC 9(05)       VALUE 0.
000872 77  WNB-CERTIFS             PIC 9(05)       VALUE 0.
000873 77  WNB-DEPLACEMENTS        PIC 9(05)       VALUE 0.
000874 77  WFIN-CERTIF             PIC X(05)       VALUE 'FALSE'.
000875     88  FIN-CERTIF                           VALUE 'TRUE '.
000876 77  WFIN-HISTORIQUE         PIC X(05)       VALUE 'FALSE'.
000877     88  FIN-HISTORIQUE                       VALUE 'TRUE '.
000878 77  WCER-TROUVE             PIC X(05)       VALUE 'FALSE'.
000879     88  CERTIF-TROUVEE                       VALUE 'TRUE '.
000880 77  WCER-SAISIE             PIC X(05)       VALUE 'FALSE'.
000881     88  CERTIF-SAISIE-OK                     VALUE 'TRUE '.
000882 77  WCER-CODE               PIC X(08).
000883 77  WCER-DATE               PIC 9(08).
000884 77  WCER-NATURE             PIC X(01).
000885 77  WCER-EXPIRATION         PIC 9(08).
000886 77  WCER-ORGANISME          PIC X(20).
000887 77  WCER-LIBELLE            PIC X(30).
000888 77  WDATEJOUR               PIC 9(08).
000889     COPY JRNLNK.
000890     COPY VERLNK.
000891     COPY CERTLNK.
000892     COPY DATLNK.
000893 01  WIMAGE-ENTRAINEUR.
000900     02  WIMG-NOM            PIC X(20).
000910     02  FILLER              PIC X(01)       VALUE SPACE.
000920     02  WIMG-DIPLOME        PIC X(10).
000930 77  WAVANT-ENTRAINEUR       PIC X(40).
000931 01  WIMAGE-CERTIF.
000932     02  WIMC-NATURE         PIC X(01).
000933     02  FILLER              PIC X(01)       VALUE SPACE.
000934     02  WIMC-EXPIRATION     PIC 9(08).
000935     02  FILLER              PIC X(01)       VALUE SPACE.
000936     02  WIMC-ORGANISME      PIC X(20).
000937 77  WAVANT-CERTIF           PIC X(31).
000940
000950 LINKAGE SECTION.
000960     COPY OPELNK.
001020     OPEN INPUT CIVILITE
001030     OPEN INPUT COUREUR
001040     OPEN I-O ALERTE
001041     OPEN INPUT SEANCE
001042     IF WSEASTAT = '35'
001043         MOVE 'TRUE ' TO WSEA-ABSENTE
001044     END-IF
001045     OPEN I-O CERTIF
001046     IF WCERSTAT = '35'
001047         OPEN OUTPUT CERTIF
001048         CLOSE CERTIF
001049         OPEN I-O CERTIF
001050         DISPLAY "Fichier CERTIFICATION cree."
001051     END-IF
001052     OPEN INPUT DEPLACEMENT
001053     IF WDEPSTAT = '35'
001054         MOVE 'TRUE ' TO WDEP-ABSENT
001055     END-IF
001056     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001060     IF ERREUR-OUVERTURE
001070         GOBACK
001080     END-IF
001082     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001085     MOVE 'FALSE' TO WFINF4
001090     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001100         UNTIL FIN-F4
001102     CLOSE ENTRAINEUR CIVILITE COUREUR ALERTE CERTIF
001104     IF NOT SEANCE-ABSENTE
001106         CLOSE SEANCE
001108     END-IF
001110     IF NOT DEPLACEMENT-ABSENT
001112         CLOSE DEPLACEMENT
001114     END-IF.
001120 0000-FIN-MAINLINE.
001130     GOBACK.
001140
001320         DISPLAY "Erreur ouverture ALERTE, code retour "
001330             WALRSTAT
001340         MOVE 'TRUE ' TO WERR-OUVERTURE
001341     END-IF
001342     IF NOT SEANCE-ABSENTE AND WSEASTAT NOT = '00'
001343         DISPLAY "Erreur ouverture SEANCE, code retour "
001344             WSEASTAT
001345         MOVE 'TRUE ' TO WERR-OUVERTURE
001346     END-IF
001347     IF WCERSTAT NOT = '00'
001348         DISPLAY "Erreur ouverture CERTIF, code retour "
001349             WCERSTAT
001350         MOVE 'TRUE ' TO WERR-OUVERTURE
001351     END-IF
001352     IF NOT DEPLACEMENT-ABSENT AND WDEPSTAT NOT = '00'
001353         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
001354             WDEPSTAT
001355         MOVE 'TRUE ' TO WERR-OUVERTURE
001356     END-IF.
001360 0050-EXIT.
001370     EXIT.
001380
001480             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
001490         WHEN 'I'
001500             PERFORM 5000-INTERROGATION THRU 5000-EXIT
001502         WHEN 'H'
001504             PERFORM 6000-HISTORIQUE-CERTIFICATIONS
001506                 THRU 6000-EXIT
001510         WHEN 'Q'
001520             MOVE 'TRUE ' TO WFINF4
001530         WHEN OTHER
001630     DISPLAY "M - Modifier un entraineur".
001640     DISPLAY "D - Supprimer un entraineur".
001650     DISPLAY "I - Interroger un entraineur".
001655     DISPLAY "H - Historique des certifications".
001660     DISPLAY "Q - Retour au menu".
001670 1100-EXIT.
001680     EXIT.
002900*                  balaye par sa cle alternative CODENTR).  Les  *
002910*                  alertes encore en file pour lui peuvent etre  *
002920*                  purgees avec lui, au choix de l'operateur.    *
002922*                  Elle est aussi refusee tant qu'il encadre des *
002924*                  seances collectives non pointees.             *
002926*                  Idem tant que des lignes de DEPLACEMENT       *
002928*                  portent l'entraineur (frais de FDR).          *
002930*----------------------------------------------------------------*
002940 4000-SUPPRESSION.
002950     DISPLAY "Code de l'entraineur a supprimer : ".
003110     EXIT.
003120
003130 4050-SUPPRIMER-AVEC-CONTROLES.
003131     PERFORM 4150-COMPTER-SEANCES-OUVERTES THRU 4150-EXIT
003132     IF WNB-SEANCES-OUVERTES > 0
003133         DISPLAY "Suppression refusee : " WNB-SEANCES-OUVERTES
003134             " seance(s) collective(s) de cet entraineur restent "
003135             "a pointer ou a supprimer (option SE)."
003136         GO TO 4050-EXIT
003137     END-IF
003138     PERFORM 4170-COMPTER-DEPLACEMENTS THRU 4170-EXIT
003139     IF WNB-DEPLACEMENTS > 0
003140         DISPLAY "Suppression refusee : " WNB-DEPLACEMENTS
003141             " ligne(s) de deplacement portent cet entraineur."
003142         GO TO 4050-EXIT
003143     END-IF
003144     PERFORM 4100-COMPTER-COUREURS-RATTACHES THRU 4100-EXIT
003150     IF WNB-COUREURS-RATTACHES > 0
003160         DISPLAY "Suppression refusee : " WNB-COUREURS-RATTACHES
003170             " coureur(s) pointent encore cet entraineur. "
003740     EXIT.
003750
003760*----------------------------------------------------------------*
003761* 4150-COMPTER-SEANCES-OUVERTES : seances encore ouvertes dont   *
003762*                  l'entraineur est l'encadrant, via la cle      *
003763*                  alternative CODENTR de SEANCE.                *
003764*----------------------------------------------------------------*
003765 4150-COMPTER-SEANCES-OUVERTES.
003766     MOVE 0 TO WNB-SEANCES-OUVERTES
003767     IF SEANCE-ABSENTE
003768         GO TO 4150-EXIT
003769     END-IF
003770     MOVE WCODENTR TO CODENTR OF SEANCE-REC
003771     START SEANCE KEY IS EQUAL TO CODENTR OF SEANCE-REC
003772         INVALID KEY
003773             MOVE 'TRUE ' TO WFIN-SEANCE
003774         NOT INVALID KEY
003775             MOVE 'FALSE' TO WFIN-SEANCE
003776     END-START
003777     PERFORM 4160-EXAMINER-UNE-SEANCE THRU 4160-EXIT
003778         UNTIL FIN-SEANCE.
003779 4150-EXIT.
003780     EXIT.
003781
003782 4160-EXAMINER-UNE-SEANCE.
003783     READ SEANCE NEXT RECORD
003784         AT END
003785             MOVE 'TRUE ' TO WFIN-SEANCE
003786         NOT AT END
003787             IF CODENTR OF SEANCE-REC NOT = WCODENTR
003788                 MOVE 'TRUE ' TO WFIN-SEANCE
003789             ELSE
003790                 IF SEANCE-OUVERTE
003791                     ADD 1 TO WNB-SEANCES-OUVERTES
003792                 END-IF
003793             END-IF
003794     END-READ.
003795 4160-EXIT.
003796     EXIT.
003797
003798*----------------------------------------------------------------*
003799* 4170-COMPTER-DEPLACEMENTS : lignes de DEPLACEMENT de           *
003800*                  l'entraineur (type E), via la cle alternative *
003801*                  DEP-PERSONNE.                                 *
003802*----------------------------------------------------------------*
003803 4170-COMPTER-DEPLACEMENTS.
003804     MOVE 0 TO WNB-DEPLACEMENTS
003805     IF DEPLACEMENT-ABSENT
003806         GO TO 4170-EXIT
003807     END-IF
003808     MOVE 'E' TO DEP-TYPE-PERS
003809     MOVE WCODENTR TO DEP-CODE-PERS
003810     START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
003811         INVALID KEY
003812             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
003813         NOT INVALID KEY
003814             MOVE 'FALSE' TO WFIN-DEPLACEMENT
003815     END-START
003816     PERFORM 4180-UN-DEPLACEMENT THRU 4180-EXIT
003817         UNTIL FIN-DEPLACEMENT.
003818 4170-EXIT.
003819     EXIT.
003820
003821 4180-UN-DEPLACEMENT.
003822     READ DEPLACEMENT NEXT RECORD
003823         AT END
003824             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
003825         NOT AT END
003826             IF NOT DEP-ENTRAINEUR OR DEP-CODE-PERS NOT = WCODENTR
003827                 MOVE 'TRUE ' TO WFIN-DEPLACEMENT
003828             ELSE
003829                 ADD 1 TO WNB-DEPLACEMENTS
003830             END-IF
003831     END-READ.
003832 4180-EXIT.
003833     EXIT.
003834
003835*----------------------------------------------------------------*
003836* 4200-BALAYER-ALERTES : compte (et, si PURGE-EN-COURS, detruit) *
003837*                  les alertes en file pour l'entraineur, par le *
003838*                  prefixe CODENTR de CLE-ALERTE.                *
003839*----------------------------------------------------------------*
003840 4200-BALAYER-ALERTES.
003841     MOVE 0 TO WNB-ALERTES-EN-FILE
003842     MOVE WCODENTR TO CODENTR OF ALERTE-REC
003843     MOVE LOW-VALUES TO CODCOUR OF ALERTE-REC
003850     MOVE LOW-VALUES TO CODSEM OF ALERTE-REC
003860     START ALERTE KEY IS NOT LESS THAN CLE-ALERTE
003870         INVALID KEY
004180 4210-EXIT.
004190     EXIT.
004200
004201*----------------------------------------------------------------*
004202* 4300-PURGER-CERTIFICATIONS : l'historique des certifications   *
004203*                  n'a pas de sens sans l'entraineur, il part    *
004204*                  avec lui ligne par ligne (journalisees).      *
004205*----------------------------------------------------------------*
004206 4300-PURGER-CERTIFICATIONS.
004207     MOVE 0 TO WNB-CERTIFS
004208     MOVE WCODENTR TO CODENTR OF CERTIF-REC
004209     MOVE LOW-VALUES TO CER-CODE
004210     MOVE 0 TO CER-DATE
004211     START CERTIF KEY IS NOT LESS THAN CLE-CERTIF
004212         INVALID KEY
004213             MOVE 'TRUE ' TO WFIN-CERTIF
004214         NOT INVALID KEY
004215             MOVE 'FALSE' TO WFIN-CERTIF
004216     END-START
004217     PERFORM 4310-PURGER-UNE-CERTIF THRU 4310-EXIT
004218         UNTIL FIN-CERTIF
004219     IF WNB-CERTIFS NOT = 0
004220         DISPLAY WNB-CERTIFS " ligne(s) de certification "
004221             "supprimee(s)."
004222     END-IF.
004223 4300-EXIT.
004224     EXIT.
004225
004226 4310-PURGER-UNE-CERTIF.
004227     READ CERTIF NEXT RECORD
004228         AT END
004229             MOVE 'TRUE ' TO WFIN-CERTIF
004230             GO TO 4310-EXIT
004231     END-READ
004232     IF CODENTR OF CERTIF-REC NOT = WCODENTR
004233         MOVE 'TRUE ' TO WFIN-CERTIF
004234         GO TO 4310-EXIT
004235     END-IF
004236     ADD 1 TO WNB-CERTIFS
004237     PERFORM 9310-IMAGE-CERTIF THRU 9310-EXIT
004238     DELETE CERTIF
004239     PERFORM 9420-JOURNALISER-SUPPR-CERTIF THRU 9420-EXIT.
004240 4310-EXIT.
004241     EXIT.
004242
004243 4900-SUPPRIMER-ENTRAINEUR.
004244     PERFORM 9300-IMAGE-ENTRAINEUR THRU 9300-EXIT
004245     MOVE WCODENTR TO CODENTR OF ENTRAINEUR-REC
004246     DELETE ENTRAINEUR
004250         INVALID KEY
004260             DISPLAY "Cet entraineur n'existe pas."
004270         NOT INVALID KEY
004330             MOVE WIMAGE-ENTRAINEUR TO LIEN-AVANT
004340             MOVE SPACES TO LIEN-APRES
004350             PERFORM 9500-JOURNALISER THRU 9500-EXIT
004355             PERFORM 4300-PURGER-CERTIFICATIONS THRU 4300-EXIT
004360     END-DELETE.
004370 4900-EXIT.
004371     EXIT.
004372
004373*----------------------------------------------------------------*
004374* 6000-HISTORIQUE-CERTIFICATIONS : diplomes, renouvellements et  *
004375*                  formations continues d'un entraineur          *
004376*                  (CERTIFICATION.SQL).  La fiche ENTRAINEUR est *
004377*                  verrouillee le temps de la mise a jour.       *
004378*----------------------------------------------------------------*
004379 6000-HISTORIQUE-CERTIFICATIONS.
004380     DISPLAY "Code de l'entraineur : ".
004381     MOVE ZEROES TO WCODENTR
004382     ACCEPT WCODENTR
004383     MOVE WCODENTR TO CODENTR OF ENTRAINEUR-REC
004384     READ ENTRAINEUR
004385         INVALID KEY
004386             DISPLAY "Cet entraineur n'existe pas."
004387             GO TO 6000-EXIT
004388     END-READ
004389     PERFORM 9600-POSER-VERROU-ENTRAINEUR THRU 9600-EXIT
004390     IF VERROU-REFUSE
004391         GO TO 6000-EXIT
004392     END-IF
004393     MOVE 'FALSE' TO WFIN-HISTORIQUE
004394     PERFORM 6050-UNE-OPERATION-CERTIF THRU 6050-EXIT
004395         UNTIL FIN-HISTORIQUE
004396     PERFORM 9650-LIBERER-VERROU-ENTRAINEUR THRU 9650-EXIT.
004397 6000-EXIT.
004398     EXIT.
004399
004400 6050-UNE-OPERATION-CERTIF.
004401     PERFORM 6100-AFFICHER-HISTORIQUE THRU 6100-EXIT
004402     DISPLAY "A - Ajouter une ligne".
004403     DISPLAY "M - Modifier une ligne".
004404     DISPLAY "S - Supprimer une ligne".
004405     DISPLAY "Q - Retour".
004406     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
004407     EVALUATE WOPERATION
004408         WHEN 'A'
004409             PERFORM 6300-AJOUTER-CERTIF THRU 6300-EXIT
004410         WHEN 'M'
004411             PERFORM 6400-MODIFIER-CERTIF THRU 6400-EXIT
004412         WHEN 'S'
004413             PERFORM 6500-SUPPRIMER-CERTIF THRU 6500-EXIT
004414         WHEN 'Q'
004415             MOVE 'TRUE ' TO WFIN-HISTORIQUE
004416         WHEN OTHER
004417             DISPLAY "Operation inconnue, recommencez."
004418     END-EVALUATE.
004419 6050-EXIT.
004420     EXIT.
004421
004422*----------------------------------------------------------------*
004423* 6100-AFFICHER-HISTORIQUE : les lignes de l'entraineur par code *
004424*                  puis par date, suivies de la validite de ses  *
004425*                  diplomes d'encadrement.                       *
004426*----------------------------------------------------------------*
004427 6100-AFFICHER-HISTORIQUE.
004428     DISPLAY " ".
004429     DISPLAY "Certifications de l'entraineur " WCODENTR " "
004430         NOM OF ENTRAINEUR-REC
004431     DISPLAY "Code     Date     N Expire   Organisme"
004432     MOVE 0 TO WNB-CERTIFS
004433     MOVE WCODENTR TO CODENTR OF CERTIF-REC
004434     MOVE LOW-VALUES TO CER-CODE
004435     MOVE 0 TO CER-DATE
004436     START CERTIF KEY IS NOT LESS THAN CLE-CERTIF
004437         INVALID KEY
004438             MOVE 'TRUE ' TO WFIN-CERTIF
004439         NOT INVALID KEY
004440             MOVE 'FALSE' TO WFIN-CERTIF
004441     END-START
004442     PERFORM 6110-AFFICHER-UNE-CERTIF THRU 6110-EXIT
004443         UNTIL FIN-CERTIF
004444     IF WNB-CERTIFS = 0
004445         DISPLAY "(aucune ligne)"
004446     END-IF
004447     PERFORM 6150-AFFICHER-VALIDITE THRU 6150-EXIT.
004448 6100-EXIT.
004449     EXIT.
004450
004451 6110-AFFICHER-UNE-CERTIF.
004452     READ CERTIF NEXT RECORD
004453         AT END
004454             MOVE 'TRUE ' TO WFIN-CERTIF
004455             GO TO 6110-EXIT
004456     END-READ
004457     IF CODENTR OF CERTIF-REC NOT = WCODENTR
004458         MOVE 'TRUE ' TO WFIN-CERTIF
004459         GO TO 6110-EXIT
004460     END-IF
004461     ADD 1 TO WNB-CERTIFS
004462     DISPLAY CER-CODE " " CER-DATE " " CER-NATURE " "
004463         CER-DATE-EXPIRATION " " CER-ORGANISME
004464     IF CER-LIBELLE NOT = SPACES
004465         DISPLAY "         " CER-LIBELLE
004466     END-IF.
004467 6110-EXIT.
004468     EXIT.
004469
004470*----------------------------------------------------------------*
004471* 6150-AFFICHER-VALIDITE : etat des diplomes d'encadrement de    *
004472*                  WCODENTR au jour, rendu par FCER.             *
004473*----------------------------------------------------------------*
004474 6150-AFFICHER-VALIDITE.
004475     MOVE WCODENTR TO ELN-CODENTR
004476     MOVE 0 TO ELN-DATE
004477     MOVE SPACES TO ELN-CODE
004478     CALL "FCER" USING CER-LIEN
004479     EVALUATE TRUE
004480         WHEN CERTIF-VALIDE
004481             IF ELN-EXPIRATION = 99999999
004482                 DISPLAY "Encadrement : " ELN-CODE-RETENU
004483                     " valide sans limite."
004484             ELSE
004485                 DISPLAY "Encadrement : " ELN-CODE-RETENU
004486                     " valide jusqu'au " ELN-EXPIRATION "."
004487             END-IF
004488         WHEN CERTIF-EXPIREE
004489             DISPLAY "Encadrement : EXPIRE depuis le "
004490                 ELN-EXPIRATION " (" ELN-CODE-RETENU
004491                 "), aucun coureur ne peut lui etre confie."
004492         WHEN OTHER
004493             DISPLAY "Encadrement : aucun diplome suivi dans "
004494                 "l'historique."
004495     END-EVALUATE.
004496 6150-EXIT.
004497     EXIT.
004498
004499*----------------------------------------------------------------*
004500* 6300-AJOUTER-CERTIF : nouvelle ligne d'historique.             *
004501*----------------------------------------------------------------*
004502 6300-AJOUTER-CERTIF.
004503     PERFORM 6600-SAISIR-CLE-CERTIF THRU 6600-EXIT
004504     PERFORM 6650-SAISIR-CHAMPS-CERTIF THRU 6650-EXIT
004505     PERFORM 7200-CONTROLER-CERTIF THRU 7200-EXIT
004506     IF NOT CERTIF-SAISIE-OK
004507         DISPLAY "Ajout refuse."
004508         GO TO 6300-EXIT
004509     END-IF
004510     MOVE WCODENTR TO CODENTR OF CERTIF-REC
004511     MOVE WCER-CODE TO CER-CODE
004512     MOVE WCER-DATE TO CER-DATE
004513     MOVE WCER-NATURE TO CER-NATURE
004514     MOVE WCER-EXPIRATION TO CER-DATE-EXPIRATION
004515     MOVE WCER-ORGANISME TO CER-ORGANISME
004516     MOVE WCER-LIBELLE TO CER-LIBELLE
004517     MOVE SES-CODOPER TO CER-OPERATEUR
004518     WRITE CERTIF-REC
004519         INVALID KEY
004520             DISPLAY "Une ligne existe deja pour ce code a cette "
004521                 "date."
004522         NOT INVALID KEY
004523             DISPLAY "Ligne ajoutee."
004524             MOVE 'E' TO LIEN-OPERATION
004525             MOVE SPACES TO LIEN-AVANT
004526             PERFORM 9410-JOURNALISER-CERTIF THRU 9410-EXIT
004527     END-WRITE.
004528 6300-EXIT.
004529     EXIT.
004530
004531*----------------------------------------------------------------*
004532* 6400-MODIFIER-CERTIF : correction d'une ligne (code et date    *
004533*                  fixes, ils forment la cle).                   *
004534*----------------------------------------------------------------*
004535 6400-MODIFIER-CERTIF.
004536     PERFORM 6600-SAISIR-CLE-CERTIF THRU 6600-EXIT
004537     PERFORM 6700-LIRE-CERTIF THRU 6700-EXIT
004538     IF NOT CERTIF-TROUVEE
004539         DISPLAY "Aucune ligne pour ce code a cette date."
004540         GO TO 6400-EXIT
004541     END-IF
004542     PERFORM 9310-IMAGE-CERTIF THRU 9310-EXIT
004543     MOVE WIMAGE-CERTIF TO WAVANT-CERTIF
004544     PERFORM 6650-SAISIR-CHAMPS-CERTIF THRU 6650-EXIT
004545     PERFORM 7200-CONTROLER-CERTIF THRU 7200-EXIT
004546     IF NOT CERTIF-SAISIE-OK
004547         DISPLAY "Modification refusee."
004548         GO TO 6400-EXIT
004549     END-IF
004550     MOVE WCER-NATURE TO CER-NATURE
004551     MOVE WCER-EXPIRATION TO CER-DATE-EXPIRATION
004552     MOVE WCER-ORGANISME TO CER-ORGANISME
004553     MOVE WCER-LIBELLE TO CER-LIBELLE
004554     MOVE SES-CODOPER TO CER-OPERATEUR
004555     REWRITE CERTIF-REC
004556     DISPLAY "Ligne modifiee."
004557     MOVE 'R' TO LIEN-OPERATION
004558     MOVE WAVANT-CERTIF TO LIEN-AVANT
004559     PERFORM 9410-JOURNALISER-CERTIF THRU 9410-EXIT.
004560 6400-EXIT.
004561     EXIT.
004562
004563 6500-SUPPRIMER-CERTIF.
004564     PERFORM 6600-SAISIR-CLE-CERTIF THRU 6600-EXIT
004565     PERFORM 6700-LIRE-CERTIF THRU 6700-EXIT
004566     IF NOT CERTIF-TROUVEE
004567         DISPLAY "Aucune ligne pour ce code a cette date."
004568         GO TO 6500-EXIT
004569     END-IF
004570     DISPLAY "Supprimer la ligne " CER-CODE " du " CER-DATE
004571         " ? (O/N) : "
004572     MOVE SPACES TO WPURGE-CHOIX
004573     ACCEPT WPURGE-CHOIX
004574     IF WPURGE-CHOIX NOT = 'O' AND WPURGE-CHOIX NOT = 'o'
004575         DISPLAY "Ligne conservee."
004576         GO TO 6500-EXIT
004577     END-IF
004578     PERFORM 9310-IMAGE-CERTIF THRU 9310-EXIT
004579     DELETE CERTIF
004580     DISPLAY "Ligne supprimee."
004581     PERFORM 9420-JOURNALISER-SUPPR-CERTIF THRU 9420-EXIT.
004582 6500-EXIT.
004583     EXIT.
004584
004585 6600-SAISIR-CLE-CERTIF.
004586     DISPLAY "Code (BEES1/BEES2/BPJEPS/DEJEPS/DESJEPS/CQP, "
004587         "PSC1/PSE1/PSE2/SST) : ".
004588     MOVE SPACES TO WCER-CODE
004589     ACCEPT WCER-CODE
004590     INSPECT WCER-CODE CONVERTING
004591         "abcdefghijklmnopqrstuvwxyz"
004592         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004593     DISPLAY "Date de l'evenement (AAAAMMJJ) : ".
004594     MOVE ZEROES TO WCER-DATE
004595     ACCEPT WCER-DATE.
004596 6600-EXIT.
004597     EXIT.
004598
004599 6650-SAISIR-CHAMPS-CERTIF.
004600     DISPLAY "Nature (O = obtention, R = renouvellement, "
004601         "F = formation continue) : ".
004602     MOVE SPACES TO WCER-NATURE
004603     ACCEPT WCER-NATURE
004604     INSPECT WCER-NATURE CONVERTING "orf" TO "ORF"
004605     DISPLAY "Fin de validite (AAAAMMJJ, 0 = sans limite, "
004606         "inchangee pour une formation) : ".
004607     MOVE ZEROES TO WCER-EXPIRATION
004608     ACCEPT WCER-EXPIRATION
004609     DISPLAY "Organisme : ".
004610     MOVE SPACES TO WCER-ORGANISME
004611     ACCEPT WCER-ORGANISME
004612     DISPLAY "Intitule ou numero : ".
004613     MOVE SPACES TO WCER-LIBELLE
004614     ACCEPT WCER-LIBELLE.
004615 6650-EXIT.
004616     EXIT.
004617
004618 6700-LIRE-CERTIF.
004619     MOVE WCODENTR TO CODENTR OF CERTIF-REC
004620     MOVE WCER-CODE TO CER-CODE
004621     MOVE WCER-DATE TO CER-DATE
004622     READ CERTIF
004623         INVALID KEY
004624             MOVE 'FALSE' TO WCER-TROUVE
004625         NOT INVALID KEY
004626             MOVE 'TRUE ' TO WCER-TROUVE
004627     END-READ.
004628 6700-EXIT.
004629     EXIT.
004630
004631*----------------------------------------------------------------*
004632* 7200-CONTROLER-CERTIF : code reconnu, date de l'evenement      *
004633*                  valide et pas dans le futur, nature O/R/F,    *
004634*                  fin de validite valide et posterieure a       *
004635*                  l'evenement.  Les dates passent par FDAT (un  *
004636*                  decalage de 0 jour rend KO sur une date qui   *
004637*                  n'existe pas).                                *
004638*----------------------------------------------------------------*
004639 7200-CONTROLER-CERTIF.
004640     MOVE 'TRUE ' TO WCER-SAISIE
004641     MOVE WCER-CODE TO CER-CODE
004642     IF NOT CER-ENCADREMENT AND NOT CER-SECOURISME
004643         MOVE 'FALSE' TO WCER-SAISIE
004644         DISPLAY "Code de certification non reconnu."
004645     END-IF
004646     MOVE WCER-DATE TO DLN-DATE
004647     MOVE 0 TO DLN-NB-JOURS
004648     CALL "FDAT" USING DAT-LIEN
004649     IF DATE-INVALIDE OR WCER-DATE = 0
004650         MOVE 'FALSE' TO WCER-SAISIE
004651         DISPLAY "Date de l'evenement invalide."
004652     ELSE
004653         IF WCER-DATE > WDATEJOUR
004654             MOVE 'FALSE' TO WCER-SAISIE
004655             DISPLAY "Date de l'evenement dans le futur."
004656         END-IF
004657     END-IF
004658     MOVE WCER-NATURE TO CER-NATURE
004659     IF NOT CER-NATURE-VALIDE
004660         MOVE 'FALSE' TO WCER-SAISIE
004661         DISPLAY "Nature inconnue (O, R ou F)."
004662     END-IF
004663     IF WCER-EXPIRATION NOT = 0
004664         MOVE WCER-EXPIRATION TO DLN-DATE
004665         MOVE 0 TO DLN-NB-JOURS
004666         CALL "FDAT" USING DAT-LIEN
004667         IF DATE-INVALIDE
004668             MOVE 'FALSE' TO WCER-SAISIE
004669             DISPLAY "Fin de validite invalide."
004670         ELSE
004671             IF WCER-EXPIRATION NOT > WCER-DATE
004672                 MOVE 'FALSE' TO WCER-SAISIE
004673                 DISPLAY "La fin de validite doit suivre la date "
004674                     "de l'evenement."
004675             END-IF
004676         END-IF
004677     END-IF.
004678 7200-EXIT.
004679     EXIT.
004680
004681*----------------------------------------------------------------*
004682* 9300-IMAGE-ENTRAINEUR : image avant/apres de l'entraineur      *
004683*                  courant pour le journal (nom, diplome).       *
004684*----------------------------------------------------------------*
004685 9300-IMAGE-ENTRAINEUR.
004686     MOVE NOM OF ENTRAINEUR-REC TO WIMG-NOM
004687     MOVE DIPLOME TO WIMG-DIPLOME.
004688 9300-EXIT.
004689     EXIT.
004690
004691*----------------------------------------------------------------*
004692* 9310-IMAGE-CERTIF : image journalisee de la ligne CERTIF       *
004693*                  courante (nature, fin de validite, organisme).*
004694*----------------------------------------------------------------*
004695 9310-IMAGE-CERTIF.
004696     MOVE CER-NATURE TO WIMC-NATURE
004697     MOVE CER-DATE-EXPIRATION TO WIMC-EXPIRATION
004698     MOVE CER-ORGANISME TO WIMC-ORGANISME.
004699 9310-EXIT.
004700     EXIT.
004701
004702*----------------------------------------------------------------*
004703* 9400-JOURNALISER-ENTRAINEUR : ligne de journal d'une ecriture  *
004704*                  ou d'un remplacement d'ENTRAINEUR ;           *
004705*                  l'appelant a renseigne LIEN-OPERATION et      *
004706*                  LIEN-AVANT.                                   *
004707*----------------------------------------------------------------*
004708 9400-JOURNALISER-ENTRAINEUR.
004709     MOVE "ENTRAINEUR" TO LIEN-FICHIER
004710     MOVE 0 TO LIEN-CODCOUR
004711     MOVE WCODENTR TO LIEN-CLE
004712     PERFORM 9300-IMAGE-ENTRAINEUR THRU 9300-EXIT
004713     MOVE WIMAGE-ENTRAINEUR TO LIEN-APRES
004714     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
004715 9400-EXIT.
004716     EXIT.
004717
004718 9410-JOURNALISER-CERTIF.
004719     MOVE "CERTIF" TO LIEN-FICHIER
004720     MOVE 0 TO LIEN-CODCOUR
004721     MOVE CLE-CERTIF TO LIEN-CLE
004722     PERFORM 9310-IMAGE-CERTIF THRU 9310-EXIT
004723     MOVE WIMAGE-CERTIF TO LIEN-APRES
004724     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
004725 9410-EXIT.
004726     EXIT.
004727
004728 9420-JOURNALISER-SUPPR-CERTIF.
004729     MOVE 'S' TO LIEN-OPERATION
004730     MOVE "CERTIF" TO LIEN-FICHIER
004731     MOVE 0 TO LIEN-CODCOUR
004732     MOVE CLE-CERTIF TO LIEN-CLE
004733     MOVE WIMAGE-CERTIF TO LIEN-AVANT
004734     MOVE SPACES TO LIEN-APRES
004735     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
004736 9420-EXIT.
004737     EXIT.
004738
004739*----------------------------------------------------------------*
004740* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
004741*----------------------------------------------------------------*
004742 9500-JOURNALISER.
004743     MOVE "F4" TO LIEN-PROGRAMME
004744     MOVE SES-CODOPER TO LIEN-OPERATEUR
004745     CALL "FJRNL" USING JRN-LIEN.
004746 9500-EXIT.
004747     EXIT.
004750
004760*----------------------------------------------------------------*
004770* 5000-INTERROGATION : affichage d'un entraineur                 *
004920             DISPLAY "Diplome : " DIPLOME
004930             DISPLAY "Email   : " EMAIL
004940             DISPLAY "Tel.    : " TELEPHONE
004945             PERFORM 6150-AFFICHER-VALIDITE THRU 6150-EXIT
004950     END-READ.
004960 5000-EXIT.
004970     EXIT.
