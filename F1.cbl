000434*                  RESULTAT et OBJECTIF : leurs lignes sont     *
000435*                  comptees avec les autres dependances et      *
000436*                  purgees par la cascade.                       *
000437* 15/10/2026  G3   Date de naissance (FCAT), entraineur certifie *
000438*                  (FCER), cascade sur les fichiers ajoutes.     *
000439*----------------------------------------------------------------*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000520     COPY REALSEL.
000530     COPY ARSMSEL.
000540     COPY ALRTSEL.
000541     COPY ENGSEL.
000542     COPY LICSEL.
000543     COPY MATSEL.
000544     COPY PRESSEL.
000545     COPY COTSEL.
000546     COPY DEPSEL.
000550     COPY PLJRSEL.
000552     COPY EQUISEL.
000554     COPY INDISEL.
000640     COPY REALFD.
000650     COPY ARSMFD.
000660     COPY ALRTFD.
000661     COPY ENGFD.
000662     COPY LICFD.
000663     COPY MATFD.
000664     COPY PRESFD.
000665     COPY COTFD.
000666     COPY DEPFD.
000670     COPY PLJRFD.
000672     COPY EQUIFD.
000674     COPY INDIFD.
000750     COPY REALSTA.
000760     COPY ARSMSTA.
000770     COPY ALRTSTA.
000771     COPY ENGSTA.
000772     COPY LICSTA.
000773     COPY MATSTA.
000774     COPY PRESSTA.
000775     COPY COTSTA.
000776     COPY DEPSTA.
000780     COPY PLJRSTA.
000781     COPY EQUISTA.
000782     COPY INDISTA.
000788 77  WEQUOK                  PIC X(05)       VALUE 'FALSE'.
000789     88  CODEQU-VALIDE                        VALUE 'TRUE '.
000790 77  WOPERATION              PIC X(01).
000791 01  WDATE-NAISSANCE         PIC 9(08).
000792 01  WDATE-NAISSANCE-R REDEFINES WDATE-NAISSANCE.
000793     02  WNAIS-AAAA          PIC 9(04).
000794     02  WNAIS-MM            PIC 9(02).
000795     02  WNAIS-JJ            PIC 9(02).
000796 77  WNAISOK                 PIC X(05)       VALUE 'FALSE'.
000797     88  NAISSANCE-VALIDE                     VALUE 'TRUE '.
000798 77  WDATE-SYSTEME           PIC 9(08)       VALUE 0.
000800 77  WFINF1                  PIC X(05)       VALUE 'FALSE'.
000810     88  FIN-F1                               VALUE 'TRUE '.
000820 77  WCODCOUR                PIC 9(03).
000860 77  WCODADR                 PIC 9(03).
000870 77  WTOTKM                  PIC 9(05).
000880 77  WCODENTR                PIC 9(03).
000885 77  WCODENTR-AVANT          PIC 9(03)       VALUE 0.
000890 77  WRUE                    PIC X(30).
000900 77  WCODPOST                PIC X(05).
000910 77  WVILLE                  PIC X(20).
001110     88  FIN-ARCHIVE                          VALUE 'TRUE '.
001120 77  WFIN-ALERTE             PIC X(05)       VALUE 'FALSE'.
001130     88  FIN-ALERTE                           VALUE 'TRUE '.
001131 77  WFIN-ENGAGEMENT         PIC X(05)       VALUE 'FALSE'.
001132     88  FIN-ENGAGEMENT                       VALUE 'TRUE '.
001133 77  WFIN-LICENCE            PIC X(05)       VALUE 'FALSE'.
001134     88  FIN-LICENCE                          VALUE 'TRUE '.
001135 77  WFIN-MATERIEL           PIC X(05)       VALUE 'FALSE'.
001136     88  FIN-MATERIEL                         VALUE 'TRUE '.
001137 77  WFIN-PRESENCE           PIC X(05)       VALUE 'FALSE'.
001138     88  FIN-PRESENCE                         VALUE 'TRUE '.
001140 77  WPURGE-EN-COURS         PIC X(05)       VALUE 'FALSE'.
001150     88  PURGE-EN-COURS                       VALUE 'TRUE '.
001151 77  WFIN-COTISATION         PIC X(05)       VALUE 'FALSE'.
001152     88  FIN-COTISATION                       VALUE 'TRUE '.
001153 77  WFIN-DEPLACEMENT        PIC X(05)       VALUE 'FALSE'.
001154     88  FIN-DEPLACEMENT                      VALUE 'TRUE '.
001155 77  WDEP-ABSENT             PIC X(05)       VALUE 'FALSE'.
001156     88  DEPLACEMENT-ABSENT                   VALUE 'TRUE '.
001160 77  WNB-DEP-AFAIRE          PIC 9(05)       VALUE 0.
001170 77  WNB-DEP-REALISE         PIC 9(05)       VALUE 0.
001180 77  WNB-DEP-ARCHIVE         PIC 9(05)       VALUE 0.
001190 77  WNB-DEP-ALERTE          PIC 9(05)       VALUE 0.
001191 77  WNB-DEP-ENGAGEMENT      PIC 9(05)       VALUE 0.
001192 77  WNB-DEP-LICENCE         PIC 9(05)       VALUE 0.
001193 77  WNB-DEP-MATERIEL        PIC 9(05)       VALUE 0.
001194 77  WNB-DEP-PRESENCE        PIC 9(05)       VALUE 0.
001195 77  WNB-DEP-COTISATION      PIC 9(05)       VALUE 0.
001196 77  WNB-DEP-DEPLACEMENT     PIC 9(05)       VALUE 0.
001200 77  WNB-DEPENDANCES         PIC 9(06)       VALUE 0.
001210 77  WNB-DEP-PLANJOUR        PIC 9(05)       VALUE 0.
001212 77  WNB-DEP-INDISPO         PIC 9(05)       VALUE 0.
001239     88  FIN-OBJECTIF                         VALUE 'TRUE '.
001240     COPY JRNLNK.
001242     COPY VERLNK.
001244     COPY CATLNK.
001246     COPY CERTLNK.
001250 01  WIMAGE-COUREUR.
001260     02  WIMG-NOM            PIC X(20).
001270     02  FILLER              PIC X(01)       VALUE SPACE.
001280     02  WIMG-TOTKM          PIC 9(05).
001290     02  FILLER              PIC X(01)       VALUE SPACE.
001300     02  WIMG-CODENTR        PIC 9(03).
001303     02  FILLER              PIC X(01)       VALUE SPACE.
001306     02  WIMG-DATE-NAISSANCE PIC 9(08).
001310 01  WIMAGE-ADRESSE.
001320     02  WIMG-VILLE          PIC X(20).
001330     02  FILLER              PIC X(01)       VALUE SPACE.
001546         CLOSE OBJECTIF
001547         OPEN I-O OBJECTIF
001548     END-IF
001549     PERFORM 0060-OUVRIR-LES-ANNEXES THRU 0060-EXIT
001551     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001554     IF ERREUR-OUVERTURE
001557         GOBACK
001565     MOVE 'FALSE' TO WFINF1
001570     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001580         UNTIL FIN-F1
001582     PERFORM 0070-FERMER-LES-ANNEXES THRU 0070-EXIT
001585     IF NOT EQUIPE-ABSENTE
001586         CLOSE EQUIPE
001587     END-IF
002520* 2000-CREATION : saisie et ecriture d'un nouveau coureur        *
002530*----------------------------------------------------------------*
002540 2000-CREATION.
002545     MOVE 0 TO WCODENTR-AVANT
002550     PERFORM 2100-SAISIR-COUREUR THRU 2100-EXIT
002560     PERFORM 7000-CONTROLER-CODCIV THRU 7000-EXIT
002570     PERFORM 7100-CONTROLER-CODENTR THRU 7100-EXIT
002575     PERFORM 7150-CONTROLER-CODEQU THRU 7150-EXIT
002577     PERFORM 7160-CONTROLER-NAISSANCE THRU 7160-EXIT
002580     IF CODCIV-VALIDE AND CODENTR-VALIDE AND CODEQU-VALIDE
002585        AND NAISSANCE-VALIDE
002590         MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
002600         MOVE WCODCIV  TO CODCIV OF COUREUR-REC
002610         MOVE WNOM     TO NOM OF COUREUR-REC
002640         MOVE WTOTKM   TO TOTAL-KM-FAITS
002650         MOVE WCODENTR TO CODENTR OF COUREUR-REC
002655         MOVE WCODEQU  TO CODEQU OF COUREUR-REC
002657         MOVE WDATE-NAISSANCE TO DATE-NAISSANCE OF COUREUR-REC
002660         WRITE COUREUR-REC
002670             INVALID KEY
002680                 DISPLAY "Ce code coureur existe deja."
003280     ACCEPT WCODENTR
003282     DISPLAY "Code equipe (espaces = aucune) : "
003284     MOVE SPACES TO WCODEQU
003286     ACCEPT WCODEQU
003287     DISPLAY "Date de naissance (AAAAMMJJ, 0 si inconnue) : "
003288     MOVE ZEROES TO WDATE-NAISSANCE
003289     ACCEPT WDATE-NAISSANCE.
003290 2150-EXIT.
003300     EXIT.
003310
003478*                  la fiche lue et le verrou obtenu.             *
003479*----------------------------------------------------------------*
003480 3050-MODIFIER-LE-COUREUR.
003481     MOVE CODENTR OF COUREUR-REC TO WCODENTR-AVANT
003482     PERFORM 9300-IMAGE-COUREUR THRU 9300-EXIT
003484     MOVE WIMAGE-COUREUR TO WAVANT-COUREUR
003490     DISPLAY "Coureur " WCODCOUR " (code inchange)."
003510     PERFORM 7000-CONTROLER-CODCIV THRU 7000-EXIT
003520     PERFORM 7100-CONTROLER-CODENTR THRU 7100-EXIT
003525     PERFORM 7150-CONTROLER-CODEQU THRU 7150-EXIT
003527     PERFORM 7160-CONTROLER-NAISSANCE THRU 7160-EXIT
003530     IF CODCIV-VALIDE AND CODENTR-VALIDE AND CODEQU-VALIDE
003535        AND NAISSANCE-VALIDE
003540         MOVE WCODCIV  TO CODCIV OF COUREUR-REC
003550         MOVE WNOM     TO NOM OF COUREUR-REC
003560         MOVE WPRENOM  TO PRENOM OF COUREUR-REC
003580         MOVE WTOTKM   TO TOTAL-KM-FAITS
003590         MOVE WCODENTR TO CODENTR OF COUREUR-REC
003595         MOVE WCODEQU  TO CODEQU OF COUREUR-REC
003597         MOVE WDATE-NAISSANCE TO DATE-NAISSANCE OF COUREUR-REC
003600         REWRITE COUREUR-REC
003610         DISPLAY "Coureur modifie."
003620         MOVE 'R' TO LIEN-OPERATION
004010
004020 4050-SUPPRIMER-AVEC-CONTROLES.
004030     PERFORM 4100-COMPTER-DEPENDANCES THRU 4100-EXIT
004031     IF WNB-DEP-DEPLACEMENT > 0
004032         DISPLAY "Suppression refusee : " WNB-DEP-DEPLACEMENT
004033             " ligne(s) de deplacement portent ce coureur."
004034         GO TO 4050-EXIT
004035     END-IF
004040     IF WNB-DEPENDANCES = 0
004050         PERFORM 4900-SUPPRIMER-LE-COUREUR THRU 4900-EXIT
004060     ELSE
004100             WNB-DEP-ARCHIVE " archive(s), " WNB-DEP-ALERTE
004110             " alerte(s), " WNB-DEP-INDISPO
004112             " indisponibilite(s), " WNB-DEP-RESULTAT
004114             " resultat(s), " WNB-DEP-OBJECTIF " objectif(s), "
004115             WNB-DEP-ENGAGEMENT " engagement(s), "
004116             WNB-DEP-LICENCE " licence(s), "
004117             WNB-DEP-MATERIEL " materiel(s) prete(s), "
004118             WNB-DEP-PRESENCE " presence(s) aux seances, "
004119             WNB-DEP-COTISATION " cotisation(s) non reglee(s)."
004120         DISPLAY "Supprimer aussi toutes ces lignes ? (O/N) : "
004130         MOVE SPACES TO WCASCADE-CHOIX
004140         ACCEPT WCASCADE-CHOIX
004360     COMPUTE WNB-DEPENDANCES = WNB-DEP-AFAIRE + WNB-DEP-REALISE
004370         + WNB-DEP-ARCHIVE + WNB-DEP-ALERTE + WNB-DEP-PLANJOUR
004372         + WNB-DEP-INDISPO + WNB-DEP-RESULTAT
004374         + WNB-DEP-OBJECTIF + WNB-DEP-ENGAGEMENT
004375         + WNB-DEP-LICENCE
004376         + WNB-DEP-MATERIEL
004377         + WNB-DEP-PRESENCE
004378         + WNB-DEP-COTISATION.
004380 4100-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420* 4500-PURGER-DEPENDANCES : memes balayages que 4100, mais les   *
004430*                  lignes rencontrees sont supprimees (le        *
004435*                  materiel prete est rendu a l'atelier).        *
004440*----------------------------------------------------------------*
004450 4500-PURGER-DEPENDANCES.
004460     MOVE 'TRUE ' TO WPURGE-EN-COURS
004572     MOVE 0 TO WNB-DEP-INDISPO
004574     MOVE 0 TO WNB-DEP-RESULTAT
004576     MOVE 0 TO WNB-DEP-OBJECTIF
004578     PERFORM 4675-BALAYER-LES-ANNEXES THRU 4675-EXIT
004580     MOVE WCODCOUR TO CODCOUR OF A-FAIRE-REC
004590     MOVE LOW-VALUES TO CODSEM OF A-FAIRE-REC
004600     START A-FAIRE KEY IS NOT LESS THAN CLE-A-FAIRE
006600             DISPLAY "Km     : " TOTAL-KM-FAITS
006610             DISPLAY "Entr.  : " CODENTR OF COUREUR-REC
006615             DISPLAY "Equipe : " CODEQU OF COUREUR-REC
006616             DISPLAY "Naiss. : " DATE-NAISSANCE OF COUREUR-REC
006617             PERFORM 5050-AFFICHER-CATEGORIE THRU 5050-EXIT
006620     END-READ.
006630 5000-EXIT.
006640     EXIT.
006810*----------------------------------------------------------------*
006820* 7100-CONTROLER-CODENTR : CODENTR doit exister dans ENTRAINEUR  *
006830*                          sauf la valeur 000 (aucun entraineur) *
006832*                          Un entraineur nouvellement designe    *
006834*                          doit avoir une certification          *
006836*                          d'encadrement en cours de validite.   *
006840*----------------------------------------------------------------*
006850 7100-CONTROLER-CODENTR.
006860     IF WCODENTR = 0
006940             NOT INVALID KEY
006950                 MOVE 'TRUE ' TO WENTROK
006960         END-READ
006962     END-IF
006964     IF CODENTR-VALIDE AND WCODENTR NOT = 0
006966        AND WCODENTR NOT = WCODENTR-AVANT
006968         PERFORM 7110-CONTROLER-CERTIFICATION THRU 7110-EXIT
006970     END-IF.
006980 7100-EXIT.
006990     EXIT.
007760 9300-IMAGE-COUREUR.
007770     MOVE NOM OF COUREUR-REC     TO WIMG-NOM
007780     MOVE TOTAL-KM-FAITS         TO WIMG-TOTKM
007790     MOVE CODENTR OF COUREUR-REC TO WIMG-CODENTR
007795     MOVE DATE-NAISSANCE OF COUREUR-REC TO WIMG-DATE-NAISSANCE.
007800 9300-EXIT.
007810     EXIT.
007820
008460     CALL "FVERR" USING VER-LIEN.
008470 9650-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------------*
008510* 0060-OUVRIR-LES-ANNEXES : ouverture des fichiers rattaches au  *
008520*                  coureur (ENGAGEMENT a COTISATION, crees s'ils *
008530*                  manquent ; DEPLACEMENT en lecture s'il        *
008540*                  existe) et controle de leur code retour.      *
008550*----------------------------------------------------------------*
008560 0060-OUVRIR-LES-ANNEXES.
008570     OPEN I-O ENGAGEMENT
008580     IF WENGSTAT = '35'
008590         OPEN OUTPUT ENGAGEMENT
008600         CLOSE ENGAGEMENT
008610         OPEN I-O ENGAGEMENT
008620     END-IF
008630     OPEN I-O LICENCE
008640     IF WLICSTAT = '35'
008650         OPEN OUTPUT LICENCE
008660         CLOSE LICENCE
008670         OPEN I-O LICENCE
008680     END-IF
008690     OPEN I-O MATERIEL
008700     IF WMATSTAT = '35'
008710         OPEN OUTPUT MATERIEL
008720         CLOSE MATERIEL
008730         OPEN I-O MATERIEL
008740     END-IF
008750     OPEN I-O PRESENCE
008760     IF WPRESTAT = '35'
008770         OPEN OUTPUT PRESENCE
008780         CLOSE PRESENCE
008790         OPEN I-O PRESENCE
008800     END-IF
008810     OPEN I-O COTISATION
008820     IF WCOTSTAT = '35'
008830         OPEN OUTPUT COTISATION
008840         CLOSE COTISATION
008850         OPEN I-O COTISATION
008860     END-IF
008870     OPEN INPUT DEPLACEMENT
008880     IF WDEPSTAT = '35'
008890         MOVE 'TRUE ' TO WDEP-ABSENT
008900     END-IF
008910     IF WENGSTAT NOT = '00'
008920         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
008930             WENGSTAT
008940         MOVE 'TRUE ' TO WERR-OUVERTURE
008950     END-IF
008960     IF WLICSTAT NOT = '00'
008970         DISPLAY "Erreur ouverture LICENCE, code retour "
008980             WLICSTAT
008990         MOVE 'TRUE ' TO WERR-OUVERTURE
009000     END-IF
009010     IF WMATSTAT NOT = '00'
009020         DISPLAY "Erreur ouverture MATERIEL, code retour "
009030             WMATSTAT
009040         MOVE 'TRUE ' TO WERR-OUVERTURE
009050     END-IF
009060     IF WPRESTAT NOT = '00'
009070         DISPLAY "Erreur ouverture PRESENCE, code retour "
009080             WPRESTAT
009090         MOVE 'TRUE ' TO WERR-OUVERTURE
009100     END-IF
009110     IF WCOTSTAT NOT = '00'
009120         DISPLAY "Erreur ouverture COTISATION, code retour "
009130             WCOTSTAT
009140         MOVE 'TRUE ' TO WERR-OUVERTURE
009150     END-IF
009160     IF NOT DEPLACEMENT-ABSENT AND WDEPSTAT NOT = '00'
009170         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
009180             WDEPSTAT
009190         MOVE 'TRUE ' TO WERR-OUVERTURE
009200     END-IF.
009210 0060-EXIT.
009220     EXIT.
009230
009240*----------------------------------------------------------------*
009250* 0070-FERMER-LES-ANNEXES : fermeture des fichiers ouverts par   *
009260*                  0060.                                         *
009270*----------------------------------------------------------------*
009280 0070-FERMER-LES-ANNEXES.
009290     CLOSE ENGAGEMENT LICENCE MATERIEL PRESENCE COTISATION
009300     IF NOT DEPLACEMENT-ABSENT
009310         CLOSE DEPLACEMENT
009320     END-IF.
009330 0070-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------*
009370* 4675-BALAYER-LES-ANNEXES : compte (ou purge, selon             *
009380*                  PURGE-EN-COURS) les lignes ENGAGEMENT,        *
009390*                  LICENCE, MATERIEL, PRESENCE et COTISATION du  *
009400*                  coureur, et compte ses lignes DEPLACEMENT.    *
009410*----------------------------------------------------------------*
009420 4675-BALAYER-LES-ANNEXES.
009430     MOVE 0 TO WNB-DEP-ENGAGEMENT
009440     MOVE 0 TO WNB-DEP-LICENCE
009450     MOVE 0 TO WNB-DEP-MATERIEL
009460     MOVE 0 TO WNB-DEP-PRESENCE
009470     MOVE 0 TO WNB-DEP-COTISATION
009480     MOVE 0 TO WNB-DEP-DEPLACEMENT
009490     MOVE WCODCOUR TO CODCOUR OF ENGAGEMENT-REC
009500     START ENGAGEMENT KEY IS EQUAL TO CODCOUR OF ENGAGEMENT-REC
009510         INVALID KEY
009520             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
009530         NOT INVALID KEY
009540             MOVE 'FALSE' TO WFIN-ENGAGEMENT
009550     END-START
009560     PERFORM 4680-UNE-LIGNE-ENGAGEMENT THRU 4680-EXIT
009570         UNTIL FIN-ENGAGEMENT
009580     MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
009590     MOVE LOW-VALUES TO LIC-SAISON
009600     START LICENCE KEY IS NOT LESS THAN CLE-LICENCE
009610         INVALID KEY
009620             MOVE 'TRUE ' TO WFIN-LICENCE
009630         NOT INVALID KEY
009640             MOVE 'FALSE' TO WFIN-LICENCE
009650     END-START
009660     PERFORM 4690-UNE-LIGNE-LICENCE THRU 4690-EXIT
009670         UNTIL FIN-LICENCE
009680     MOVE WCODCOUR TO CODCOUR OF MATERIEL-REC
009690     START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
009700         INVALID KEY
009710             MOVE 'TRUE ' TO WFIN-MATERIEL
009720         NOT INVALID KEY
009730             MOVE 'FALSE' TO WFIN-MATERIEL
009740     END-START
009750     PERFORM 4695-UNE-LIGNE-MATERIEL THRU 4695-EXIT
009760         UNTIL FIN-MATERIEL
009770     MOVE WCODCOUR TO CODCOUR OF PRESENCE-REC
009780     START PRESENCE KEY IS EQUAL TO CODCOUR OF PRESENCE-REC
009790         INVALID KEY
009800             MOVE 'TRUE ' TO WFIN-PRESENCE
009810         NOT INVALID KEY
009820             MOVE 'FALSE' TO WFIN-PRESENCE
009830     END-START
009840     PERFORM 4697-UNE-LIGNE-PRESENCE THRU 4697-EXIT
009850         UNTIL FIN-PRESENCE
009860     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
009870     MOVE 0 TO COT-SAISON
009880     MOVE LOW-VALUES TO COT-TYPE
009890     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
009900         INVALID KEY
009910             MOVE 'TRUE ' TO WFIN-COTISATION
009920         NOT INVALID KEY
009930             MOVE 'FALSE' TO WFIN-COTISATION
009940     END-START
009950     PERFORM 4698-UNE-LIGNE-COTISATION THRU 4698-EXIT
009960         UNTIL FIN-COTISATION
009970     IF NOT DEPLACEMENT-ABSENT
009980         MOVE 'C' TO DEP-TYPE-PERS
009990         MOVE WCODCOUR TO DEP-CODE-PERS
010000         START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
010010             INVALID KEY
010020                 MOVE 'TRUE ' TO WFIN-DEPLACEMENT
010030             NOT INVALID KEY
010040                 MOVE 'FALSE' TO WFIN-DEPLACEMENT
010050         END-START
010060         PERFORM 4699-UNE-LIGNE-DEPLACEMENT THRU 4699-EXIT
010070             UNTIL FIN-DEPLACEMENT
010080     END-IF.
010090 4675-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------*
010130* 4680-UNE-LIGNE-ENGAGEMENT : la cle d'ENGAGEMENT commence par   *
010140*                  CODEPR, on lit par la cle alternative CODCOUR.*
010150*----------------------------------------------------------------*
010160 4680-UNE-LIGNE-ENGAGEMENT.
010170     READ ENGAGEMENT NEXT RECORD
010180         AT END
010190             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
010200         NOT AT END
010210             IF CODCOUR OF ENGAGEMENT-REC NOT = WCODCOUR
010220                 MOVE 'TRUE ' TO WFIN-ENGAGEMENT
010230             ELSE
010240                 ADD 1 TO WNB-DEP-ENGAGEMENT
010250                 IF PURGE-EN-COURS
010260                     MOVE "ENGAGEMENT" TO LIEN-FICHIER
010270                     MOVE CLE-ENGAGEMENT TO LIEN-CLE
010280                     MOVE ENG-DATE-SAISIE TO LIEN-AVANT
010290                     DELETE ENGAGEMENT
010300                     PERFORM 9450-JOURNALISER-SUPPRESSION
010310                         THRU 9450-EXIT
010320                 END-IF
010330             END-IF
010340     END-READ.
010350 4680-EXIT.
010360     EXIT.
010370
010380 4690-UNE-LIGNE-LICENCE.
010390     READ LICENCE NEXT RECORD
010400         AT END
010410             MOVE 'TRUE ' TO WFIN-LICENCE
010420         NOT AT END
010430             IF CODCOUR OF LICENCE-REC NOT = WCODCOUR
010440                 MOVE 'TRUE ' TO WFIN-LICENCE
010450             ELSE
010460                 ADD 1 TO WNB-DEP-LICENCE
010470                 IF PURGE-EN-COURS
010480                     MOVE "LICENCE" TO LIEN-FICHIER
010490                     MOVE CLE-LICENCE TO LIEN-CLE
010500                     MOVE LIC-NUMERO TO LIEN-AVANT
010510                     DELETE LICENCE
010520                     PERFORM 9450-JOURNALISER-SUPPRESSION
010530                         THRU 9450-EXIT
010540                 END-IF
010550             END-IF
010560     END-READ.
010570 4690-EXIT.
010580     EXIT.
010590
010600*----------------------------------------------------------------*
010610* 4695-UNE-LIGNE-MATERIEL : le materiel n'appartient pas au      *
010620*                  coureur : a la purge il est rendu a l'atelier *
010630*                  (coureur 000) au lieu d'etre supprime.  La    *
010640*                  cle alternative CODCOUR change a la           *
010650*                  reecriture, le balayage est donc repositionne *
010660*                  sur le coureur apres chaque materiel rendu.   *
010670*----------------------------------------------------------------*
010680 4695-UNE-LIGNE-MATERIEL.
010690     READ MATERIEL NEXT RECORD
010700         AT END
010710             MOVE 'TRUE ' TO WFIN-MATERIEL
010720             GO TO 4695-EXIT
010730     END-READ
010740     IF CODCOUR OF MATERIEL-REC NOT = WCODCOUR
010750         MOVE 'TRUE ' TO WFIN-MATERIEL
010760         GO TO 4695-EXIT
010770     END-IF
010780     ADD 1 TO WNB-DEP-MATERIEL
010790     IF NOT PURGE-EN-COURS
010800         GO TO 4695-EXIT
010810     END-IF
010820     MOVE 0 TO CODCOUR OF MATERIEL-REC
010830     MOVE 0 TO MAT-DATE-AFFECTATION
010840     REWRITE MATERIEL-REC
010850     DISPLAY "Materiel " CODMAT " rendu a l'atelier."
010860     MOVE 'R' TO LIEN-OPERATION
010870     MOVE "MATERIEL" TO LIEN-FICHIER
010880     MOVE SPACES TO LIEN-CLE
010890     MOVE CODMAT TO LIEN-CLE
010900     MOVE WCODCOUR TO LIEN-AVANT
010910     MOVE "000" TO LIEN-APRES
010920     PERFORM 9500-JOURNALISER THRU 9500-EXIT
010930     MOVE WCODCOUR TO CODCOUR OF MATERIEL-REC
010940     START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
010950         INVALID KEY
010960             MOVE 'TRUE ' TO WFIN-MATERIEL
010970     END-START.
010980 4695-EXIT.
010990     EXIT.
011000
011010 4697-UNE-LIGNE-PRESENCE.
011020     READ PRESENCE NEXT RECORD
011030         AT END
011040             MOVE 'TRUE ' TO WFIN-PRESENCE
011050         NOT AT END
011060             IF CODCOUR OF PRESENCE-REC NOT = WCODCOUR
011070                 MOVE 'TRUE ' TO WFIN-PRESENCE
011080             ELSE
011090                 ADD 1 TO WNB-DEP-PRESENCE
011100                 IF PURGE-EN-COURS
011110                     MOVE "PRESENCE" TO LIEN-FICHIER
011120                     MOVE CLE-PRESENCE TO LIEN-CLE
011130                     MOVE PRE-ETAT TO LIEN-AVANT
011140                     DELETE PRESENCE
011150                     PERFORM 9450-JOURNALISER-SUPPRESSION
011160                         THRU 9450-EXIT
011170                 END-IF
011180             END-IF
011190     END-READ.
011200 4697-EXIT.
011210     EXIT.
011220
011230*----------------------------------------------------------------*
011240* 4698-UNE-LIGNE-COTISATION : seules les lignes de cotisation    *
011250*                  sans aucun reglement sont des dependances.    *
011260*                  Une ligne deja reglee, meme en partie, reste  *
011270*                  dans COTISATION.SQL comme les recus de        *
011280*                  REGLEMENT.SQL : la tresorerie du club doit    *
011290*                  continuer a se rapprocher (etats de FCR).     *
011300*----------------------------------------------------------------*
011310 4698-UNE-LIGNE-COTISATION.
011320     READ COTISATION NEXT RECORD
011330         AT END
011340             MOVE 'TRUE ' TO WFIN-COTISATION
011350         NOT AT END
011360             IF CODCOUR OF COTISATION-REC NOT = WCODCOUR
011370                 MOVE 'TRUE ' TO WFIN-COTISATION
011380             ELSE
011390                 IF COT-MONTANT-PAYE = 0
011400                     ADD 1 TO WNB-DEP-COTISATION
011410                     IF PURGE-EN-COURS
011420                         MOVE "COTISATION" TO LIEN-FICHIER
011430                         MOVE CLE-COTISATION TO LIEN-CLE
011440                         MOVE COTISATION-REC TO LIEN-AVANT
011450                         DELETE COTISATION
011460                         PERFORM 9450-JOURNALISER-SUPPRESSION
011470                             THRU 9450-EXIT
011480                     END-IF
011490                 END-IF
011500             END-IF
011510     END-READ.
011520 4698-EXIT.
011530     EXIT.
011540
011550*----------------------------------------------------------------*
011560* 4699-UNE-LIGNE-DEPLACEMENT : lignes de DEPLACEMENT du coureur, *
011570*                  par la cle alternative DEP-PERSONNE.  Elles   *
011580*                  sont seulement comptees : les frais engages   *
011590*                  et rembourses restent aux etats de FDR, la    *
011600*                  suppression est refusee tant qu'il en reste.  *
011610*----------------------------------------------------------------*
011620 4699-UNE-LIGNE-DEPLACEMENT.
011630     READ DEPLACEMENT NEXT RECORD
011640         AT END
011650             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
011660         NOT AT END
011670             IF NOT DEP-COUREUR OR DEP-CODE-PERS NOT = WCODCOUR
011680                 MOVE 'TRUE ' TO WFIN-DEPLACEMENT
011690             ELSE
011700                 ADD 1 TO WNB-DEP-DEPLACEMENT
011710             END-IF
011720     END-READ.
011730 4699-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------------*
011770* 5050-AFFICHER-CATEGORIE : categorie d'age du coureur pour la   *
011780*                  saison en cours et plafonds de km associes.   *
011790*----------------------------------------------------------------*
011800 5050-AFFICHER-CATEGORIE.
011810     MOVE DATE-NAISSANCE OF COUREUR-REC TO CLN-DATE-NAISSANCE
011820     MOVE 0 TO CLN-SAISON
011830     CALL "FCAT" USING CAT-LIEN
011840     EVALUATE TRUE
011850         WHEN CATEGORIE-TROUVEE
011860             DISPLAY "Categ. : " CLN-CODCAT " " CLN-LIBELLE
011870                 " (" CLN-AGE " ans, " CLN-KM-MAX-SEM " km/sem, "
011880                 CLN-KM-MAX-JOUR " km/jour)"
011890         WHEN NAISSANCE-INCONNUE
011900             DISPLAY "Categ. : date de naissance inconnue"
011910         WHEN HORS-CATEGORIE
011920             DISPLAY "Categ. : aucune pour " CLN-AGE " ans"
011930         WHEN OTHER
011940             DISPLAY "Categ. : table des categories absente"
011950     END-EVALUATE.
011960 5050-EXIT.
011970     EXIT.
011980
011990*----------------------------------------------------------------*
012000* 7110-CONTROLER-CERTIFICATION : FCER sur l'ensemble des         *
012010*                  diplomes d'encadrement de l'entraineur ;      *
012020*                  sans historique ou fichier absent, le seul    *
012030*                  DIPLOME fait foi et le code est accepte.      *
012040*----------------------------------------------------------------*
012050 7110-CONTROLER-CERTIFICATION.
012060     MOVE WCODENTR TO ELN-CODENTR
012070     MOVE 0 TO ELN-DATE
012080     MOVE SPACES TO ELN-CODE
012090     CALL "FCER" USING CER-LIEN
012100     IF CERTIF-EXPIREE
012110         MOVE 'FALSE' TO WENTROK
012120         DISPLAY "Entraineur non retenu : certification "
012130             ELN-CODE-RETENU " expiree le " ELN-EXPIRATION "."
012140     END-IF.
012150 7110-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------------*
012190* 7160-CONTROLER-NAISSANCE : 0 (inconnue) ou une date AAAAMMJJ   *
012200*                  plausible, posterieure a 1900 et anterieure   *
012210*                  a la date du jour.                            *
012220*----------------------------------------------------------------*
012230 7160-CONTROLER-NAISSANCE.
012240     MOVE 'TRUE ' TO WNAISOK
012250     IF WDATE-NAISSANCE = 0
012260         GO TO 7160-EXIT
012270     END-IF
012280     ACCEPT WDATE-SYSTEME FROM DATE YYYYMMDD
012290     IF WNAIS-AAAA < 1900
012300        OR WNAIS-MM < 1 OR WNAIS-MM > 12
012310        OR WNAIS-JJ < 1 OR WNAIS-JJ > 31
012320        OR WDATE-NAISSANCE NOT < WDATE-SYSTEME
012330         MOVE 'FALSE' TO WNAISOK
012340         DISPLAY "Date de naissance invalide (AAAAMMJJ)."
012350     END-IF.
012360 7160-EXIT.
012370     EXIT.
012380
