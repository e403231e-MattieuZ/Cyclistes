000100*================================================================*
000110* FRP       - Replanification des km manques apres une           *
000120*             indisponibilite.  Pour un coureur et un grand      *
000130*             tour, compare le km cible de son OBJECTIF au       *
000140*             realise a ce jour (semaines du tour, REALISE actif *
000150*             et ARCHIVE-SEM de la saison, comme F5) et aux      *
000160*             plans approuves des semaines restantes (semaines   *
000170*             du tour qui commencent apres ce jour et au plus    *
000180*             tard a la date cible).  Le manque est reparti sur  *
000190*             ces semaines restantes, sans jamais depasser la    *
000200*             hausse maximale d'une semaine sur l'autre ni le    *
000210*             plafond hebdomadaire de la categorie d'age (FCAT). *
000220*             Une semaine encore couverte par une periode        *
000230*             INDISPO n'est pas rechargee et son plan ne compte  *
000240*             pas.  Le plan avant/apres est edite dans           *
000250*             ETAT-REPLAN.TXT ; sur confirmation, les semaines   *
000260*             modifiees sont ecrites en brouillon (AFA-STATUT B) *
000270*             et passent par l'approbation de FD comme tout plan *
000280*             saisi en F2 ou genere par FG.                      *
000290*================================================================*
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. FRP.
000320 AUTHOR. G3.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350*----------------------------------------------------------------*
000360* HISTORIQUE DES MODIFICATIONS                                   *
000370* DATE        AUT  DESCRIPTION                                   *
000380* 15/10/2026  G3   Creation du programme (option RP du menu).    *
000390*----------------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT REPLAN-ETAT ASSIGN TO 'ETAT-REPLAN.TXT'
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WETASTAT.
000460     COPY AFAISEL.
000470     COPY SEMASEL.
000480     COPY COURSEL.
000490     COPY OBJSEL.
000500     COPY REALSEL.
000510     COPY ARSMSEL.
000520     COPY INDISEL.
000530     COPY SAISSEL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  REPLAN-ETAT
000580     LABEL RECORD IS STANDARD.
000590 01  ETAT-REC                PIC X(80).
000600     COPY AFAIFD.
000610     COPY SEMAFD.
000620     COPY COURFD.
000630     COPY OBJFD.
000640     COPY REALFD.
000650     COPY ARSMFD.
000660     COPY INDIFD.
000670     COPY SAISFD.
000680
000690 WORKING-STORAGE SECTION.
000700 77  WETASTAT                PIC X(02).
000710     COPY AFAISTA.
000720     COPY SEMASTA.
000730     COPY COURSTA.
000740     COPY OBJSTA.
000750     COPY REALSTA.
000760     COPY ARSMSTA.
000770     COPY INDISTA.
000780     COPY SAISSTA.
000790*-- Hausse maximale d'une semaine sur l'autre retenue quand -----*
000800*-- l'entraineur n'en donne pas ---------------------------------*
000810 77  WHAUSSE-DEFAUT          PIC 9(03)       VALUE 010.
000820 77  WHAUSSE-MAX             PIC 9(03)       VALUE 0.
000830 77  WREA-ABSENT             PIC X(05)       VALUE 'FALSE'.
000840     88  REALISE-ABSENT                       VALUE 'TRUE '.
000850 77  WARC-ABSENT             PIC X(05)       VALUE 'FALSE'.
000860     88  ARCHIVE-ABSENTE                      VALUE 'TRUE '.
000870 77  WIND-ABSENT             PIC X(05)       VALUE 'FALSE'.
000880     88  INDISPO-ABSENT                       VALUE 'TRUE '.
000890 77  WCODCOUR                PIC 9(03).
000900 77  WCODTOUR                PIC X(01).
000910 77  WCONFIRME               PIC X(01).
000920 77  WDATEJOUR               PIC 9(08).
000930 77  WSAISON                 PIC 9(04)       VALUE 0.
000940 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
000950     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
000960 77  WOBJ-TROUVE             PIC X(05)       VALUE 'FALSE'.
000970     88  OBJECTIF-TROUVE                      VALUE 'TRUE '.
000980 77  WSEM-COUVERTE           PIC X(05)       VALUE 'FALSE'.
000990     88  SEMAINE-COUVERTE                     VALUE 'TRUE '.
001000 77  WPLAN-TROUVE            PIC X(05)       VALUE 'FALSE'.
001010     88  PLAN-TROUVE                          VALUE 'TRUE '.
001020 77  WFIN-SEMSCAN            PIC X(05)       VALUE 'FALSE'.
001030     88  FIN-SEMSCAN                          VALUE 'TRUE '.
001040 77  WFINREAL                PIC X(05)       VALUE 'FALSE'.
001050     88  FIN-REAL                             VALUE 'TRUE '.
001060 77  WFIN-INDISPO            PIC X(05)       VALUE 'FALSE'.
001070     88  FIN-INDISPO                          VALUE 'TRUE '.
001080 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001090     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001100 77  WKM-REALISE             PIC 9(07)       VALUE 0.
001110 77  WKM-APPROUVE            PIC 9(07)       VALUE 0.
001120 77  WKM-BASE                PIC 9(04)       VALUE 0.
001130 77  WMANQUE                 PIC S9(07)      VALUE 0.
001140 77  WRESTE                  PIC 9(07)       VALUE 0.
001150 77  WPART                   PIC 9(07)       VALUE 0.
001160 77  WCIBLE-SEM              PIC 9(07)       VALUE 0.
001170 77  WPLAFOND                PIC 9(07)       VALUE 0.
001180 77  WPRECEDENT              PIC 9(04)       VALUE 0.
001190 77  WTOTAL-AJOUTE           PIC 9(07)       VALUE 0.
001200 77  WNB-SEM                 PIC 9(03)       VALUE 0.
001210 77  WNB-SEM-ACTIVES         PIC 9(03)       VALUE 0.
001220 77  WNB-SEM-RESTANTES       PIC 9(03)       VALUE 0.
001230 77  WNB-SEM-INDISPO         PIC 9(03)       VALUE 0.
001240 77  WNB-SEM-MODIFIEES       PIC 9(03)       VALUE 0.
001250 77  WNB-ECRITS              PIC 9(03)       VALUE 0.
001260 77  WNB-VERROUILLES         PIC 9(03)       VALUE 0.
001270 77  WI                      PIC 9(03)       VALUE 0.
001280     COPY JRNLNK.
001290     COPY VERLNK.
001300     COPY CATLNK.
001310*-- Semaines restantes du tour avant la date cible, dans --------*
001320*-- l'ordre du calendrier ---------------------------------------*
001330 01  WTABLE-REPLAN.
001340     02  WRP-SEMAINE         OCCURS 99 TIMES.
001350         03  WRP-CODSEM      PIC 9(02).
001360         03  WRP-DEBUT       PIC 9(08).
001370         03  WRP-PLAN        PIC X(01).
001380             88  WRP-PLAN-PRESENT            VALUE 'O'.
001390         03  WRP-KM-AVANT    PIC 9(04).
001400         03  WRP-STATUT      PIC X(01).
001410             88  WRP-BROUILLON               VALUE 'B'.
001420         03  WRP-KM-RETENU   PIC 9(04).
001430         03  WRP-KM-APRES    PIC 9(04).
001440         03  WRP-INDISPO     PIC X(01).
001450             88  WRP-COUVERTE                VALUE 'O'.
001460         03  WRP-PLAFONNE    PIC X(01).
001470             88  WRP-AU-PLAFOND              VALUE 'O'.
001480 01  WCLE-VERROU-PLAN.
001490     02  WVPL-CODCOUR        PIC 9(03).
001500     02  WVPL-CODSEM         PIC 9(02).
001510 01  WIMAGE-PLAN.
001520     02  WIMG-KM             PIC 9(04).
001530     02  FILLER              PIC X(01)       VALUE SPACE.
001540     02  WIMG-JOUR           PIC 9(08).
001550     02  FILLER              PIC X(01)       VALUE SPACE.
001560     02  WIMG-STATUT         PIC X(01).
001570 77  WAVANT-PLAN             PIC X(40).
001580 01  WLIGNE-REPLAN.
001590     02  FILLER              PIC X(02)       VALUE SPACES.
001600     02  WLRP-CODSEM         PIC 9(02).
001610     02  FILLER              PIC X(02)       VALUE SPACES.
001620     02  WLRP-DEBUT          PIC 9(08).
001630     02  FILLER              PIC X(02)       VALUE SPACES.
001640     02  WLRP-AVANT          PIC ZZZZ9.
001650     02  FILLER              PIC X(01)       VALUE SPACE.
001660     02  WLRP-STATUT         PIC X(01).
001670     02  FILLER              PIC X(02)       VALUE SPACES.
001680     02  WLRP-APRES          PIC ZZZZ9.
001690     02  FILLER              PIC X(02)       VALUE SPACES.
001700     02  WLRP-ECART          PIC +ZZZ9.
001710     02  FILLER              PIC X(02)       VALUE SPACES.
001720     02  WLRP-OBSERVATION    PIC X(30).
001730     02  FILLER              PIC X(11)       VALUE SPACES.
001740
001750 LINKAGE SECTION.
001760     COPY OPELNK.
001770
001780 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001790 0000-MAINLINE SECTION.
001800 0000-DEBUT.
001810     OPEN I-O A-FAIRE
001820     OPEN INPUT SEMAINE
001830     OPEN INPUT COUREUR
001840     OPEN INPUT OBJECTIF
001850     OPEN INPUT REALISE
001860     IF WREASTAT = '35'
001870         MOVE 'TRUE ' TO WREA-ABSENT
001880     END-IF
001890     OPEN INPUT ARCHIVE-SEM
001900     IF WARCSTAT = '35'
001910         MOVE 'TRUE ' TO WARC-ABSENT
001920     END-IF
001930     OPEN INPUT INDISPO
001940     IF WINDSTAT = '35'
001950         MOVE 'TRUE ' TO WIND-ABSENT
001960     END-IF
001970     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001980     IF ERREUR-OUVERTURE
001990         GOBACK
002000     END-IF
002010     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
002020     PERFORM 1000-SAISIR-PARAMETRES THRU 1000-EXIT
002030     IF CODCOUR-VALIDE AND OBJECTIF-TROUVE
002040         PERFORM 2000-ETABLIR-LE-BILAN THRU 2000-EXIT
002050         PERFORM 3000-REPARTIR-LE-MANQUE THRU 3000-EXIT
002060         PERFORM 4000-EDITER-AVANT-APRES THRU 4000-EXIT
002070         PERFORM 5000-CONFIRMER-ET-ECRIRE THRU 5000-EXIT
002080     END-IF
002090     PERFORM 0900-FERMER-LES-FICHIERS THRU 0900-EXIT.
002100 0000-FIN-MAINLINE.
002110     GOBACK.
002120
002130 0050-VERIFIER-OUVERTURES.
002140     IF WAFASTAT NOT = '00'
002150         DISPLAY "Erreur ouverture A-FAIRE, code retour "
002160             WAFASTAT
002170         MOVE 'TRUE ' TO WERR-OUVERTURE
002180     END-IF
002190     IF WSEMSTAT NOT = '00'
002200         DISPLAY "Erreur ouverture SEMAINE, code retour "
002210             WSEMSTAT
002220         MOVE 'TRUE ' TO WERR-OUVERTURE
002230     END-IF
002240     IF WCOUSTAT NOT = '00'
002250         DISPLAY "Erreur ouverture COUREUR, code retour "
002260             WCOUSTAT
002270         MOVE 'TRUE ' TO WERR-OUVERTURE
002280     END-IF
002290     IF WOBJSTAT NOT = '00'
002300         DISPLAY "Erreur ouverture OBJECTIF, code retour "
002310             WOBJSTAT
002320         MOVE 'TRUE ' TO WERR-OUVERTURE
002330     END-IF
002340     IF NOT REALISE-ABSENT AND WREASTAT NOT = '00'
002350         DISPLAY "Erreur ouverture REALISE, code retour "
002360             WREASTAT
002370         MOVE 'TRUE ' TO WERR-OUVERTURE
002380     END-IF
002390     IF NOT ARCHIVE-ABSENTE AND WARCSTAT NOT = '00'
002400         DISPLAY "Erreur ouverture ARCHIVE-SEM, code retour "
002410             WARCSTAT
002420         MOVE 'TRUE ' TO WERR-OUVERTURE
002430     END-IF
002440     IF NOT INDISPO-ABSENT AND WINDSTAT NOT = '00'
002450         DISPLAY "Erreur ouverture INDISPO, code retour "
002460             WINDSTAT
002470         MOVE 'TRUE ' TO WERR-OUVERTURE
002480     END-IF.
002490 0050-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------*
002530* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL ; tant    *
002540*                  que la bascule annuelle n'a jamais ete lancee *
002550*                  le fichier peut manquer, on retient alors     *
002560*                  l'annee du jour.                              *
002570*----------------------------------------------------------------*
002580 0100-LIRE-SAISON.
002590     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002600     COMPUTE WSAISON = WDATEJOUR / 10000
002610     OPEN INPUT SAISON
002620     IF WSAISTAT = '00'
002630         MOVE '01' TO CODSAIS
002640         READ SAISON
002650             INVALID KEY
002660                 CONTINUE
002670             NOT INVALID KEY
002680                 MOVE SAIS-ANNEE TO WSAISON
002690         END-READ
002700         CLOSE SAISON
002710     END-IF.
002720 0100-EXIT.
002730     EXIT.
002740
002750 0900-FERMER-LES-FICHIERS.
002760     IF NOT REALISE-ABSENT
002770         CLOSE REALISE
002780     END-IF
002790     IF NOT ARCHIVE-ABSENTE
002800         CLOSE ARCHIVE-SEM
002810     END-IF
002820     IF NOT INDISPO-ABSENT
002830         CLOSE INDISPO
002840     END-IF
002850     CLOSE A-FAIRE SEMAINE COUREUR OBJECTIF.
002860 0900-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------*
002900* 1000-SAISIR-PARAMETRES : coureur, grand tour de l'objectif et  *
002910*                  hausse maximale admise d'une semaine sur      *
002920*                  l'autre (en %).                               *
002930*----------------------------------------------------------------*
002940 1000-SAISIR-PARAMETRES.
002950     DISPLAY " "
002960     DISPLAY "--- Replanification apres indisponibilite ---"
002970     MOVE 'FALSE' TO WCOUROK
002980     MOVE 'FALSE' TO WOBJ-TROUVE
002990     DISPLAY "Code coureur : "
003000     MOVE ZEROES TO WCODCOUR
003010     ACCEPT WCODCOUR
003020     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
003030     READ COUREUR
003040         INVALID KEY
003050             DISPLAY "Coureur inconnu."
003060             GO TO 1000-EXIT
003070     END-READ
003080     MOVE 'TRUE ' TO WCOUROK
003090     DISPLAY "Coureur " WCODCOUR " " NOM OF COUREUR-REC " "
003100         PRENOM OF COUREUR-REC
003110     DISPLAY "Code grand tour de l'objectif : "
003120     MOVE SPACES TO WCODTOUR
003130     ACCEPT WCODTOUR
003140     MOVE WCODCOUR TO CODCOUR OF OBJECTIF-REC
003150     MOVE WCODTOUR TO OBJ-CODTOUR
003160     READ OBJECTIF
003170         INVALID KEY
003180             DISPLAY "Aucun objectif de ce coureur sur ce tour."
003190             GO TO 1000-EXIT
003200     END-READ
003210     IF OBJ-KM-CIBLE = 0
003220         DISPLAY "Objectif sans km cible, rien a replanifier."
003230         GO TO 1000-EXIT
003240     END-IF
003250     MOVE 'TRUE ' TO WOBJ-TROUVE
003260     DISPLAY "Hausse maximale d'une semaine sur l'autre en % "
003270         "(000 = " WHAUSSE-DEFAUT " %) : "
003280     MOVE ZEROES TO WHAUSSE-MAX
003290     ACCEPT WHAUSSE-MAX
003300     IF WHAUSSE-MAX = 0
003310         MOVE WHAUSSE-DEFAUT TO WHAUSSE-MAX
003320     END-IF
003330     MOVE DATE-NAISSANCE OF COUREUR-REC TO CLN-DATE-NAISSANCE
003340     MOVE 0 TO CLN-SAISON
003350     CALL "FCAT" USING CAT-LIEN.
003360 1000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------------*
003400* 2000-ETABLIR-LE-BILAN : un seul passage du calendrier dans     *
003410*                  l'ordre des semaines :                        *
003420*                  - le plan approuve de la derniere semaine     *
003430*                    datee deja commencee (tous tours) sert de   *
003440*                    base a la premiere hausse ;                 *
003450*                  - le realise est cumule sur les semaines du   *
003460*                    tour (REALISE actif et ARCHIVE-SEM de la    *
003470*                    saison) ;                                   *
003480*                  - les semaines du tour qui commencent apres   *
003490*                    ce jour, au plus tard a la date cible, sont *
003500*                    chargees dans la table avec leur plan.      *
003510*----------------------------------------------------------------*
003520 2000-ETABLIR-LE-BILAN.
003530     MOVE 0 TO WKM-REALISE
003540     MOVE 0 TO WKM-APPROUVE
003550     MOVE 0 TO WKM-BASE
003560     MOVE 0 TO WNB-SEM
003570     MOVE 0 TO WNB-SEM-ACTIVES
003580     MOVE 0 TO WNB-SEM-INDISPO
003590     MOVE LOW-VALUES TO CODSEM OF SEMAINE-REC
003600     START SEMAINE KEY IS NOT LESS THAN CODSEM OF SEMAINE-REC
003610         INVALID KEY
003620             MOVE 'TRUE ' TO WFIN-SEMSCAN
003630         NOT INVALID KEY
003640             MOVE 'FALSE' TO WFIN-SEMSCAN
003650     END-START
003660     PERFORM 2100-UNE-SEMAINE THRU 2100-EXIT
003670         UNTIL FIN-SEMSCAN
003680     COMPUTE WMANQUE = OBJ-KM-CIBLE - WKM-REALISE - WKM-APPROUVE.
003690 2000-EXIT.
003700     EXIT.
003710
003720 2100-UNE-SEMAINE.
003730     READ SEMAINE NEXT RECORD
003740         AT END
003750             MOVE 'TRUE ' TO WFIN-SEMSCAN
003760             GO TO 2100-EXIT
003770     END-READ
003780     IF SEM-DATE-DEBUT NOT = 0
003790         AND SEM-DATE-DEBUT NOT > WDATEJOUR
003800         PERFORM 2150-LIRE-LE-PLAN THRU 2150-EXIT
003810         IF PLAN-TROUVE AND STATUT-APPROUVE
003820             MOVE KM-A-FAIRE TO WKM-BASE
003830         END-IF
003840     END-IF
003850     IF GRANDTOUR NOT = WCODTOUR
003860         GO TO 2100-EXIT
003870     END-IF
003880     PERFORM 2200-CUMULER-REALISE-SEMAINE THRU 2200-EXIT
003890     IF SEM-DATE-DEBUT = 0
003900         OR SEM-DATE-DEBUT NOT > WDATEJOUR
003910         GO TO 2100-EXIT
003920     END-IF
003930     IF OBJ-DATE-CIBLE NOT = 0
003940         AND SEM-DATE-DEBUT > OBJ-DATE-CIBLE
003950         GO TO 2100-EXIT
003960     END-IF
003970     IF WNB-SEM = 99
003980         GO TO 2100-EXIT
003990     END-IF
004000     PERFORM 2300-RETENIR-LA-SEMAINE THRU 2300-EXIT.
004010 2100-EXIT.
004020     EXIT.
004030
004040 2150-LIRE-LE-PLAN.
004050     MOVE WCODCOUR TO CODCOUR OF A-FAIRE-REC
004060     MOVE CODSEM OF SEMAINE-REC TO CODSEM OF A-FAIRE-REC
004070     READ A-FAIRE
004080         INVALID KEY
004090             MOVE 'FALSE' TO WPLAN-TROUVE
004100         NOT INVALID KEY
004110             MOVE 'TRUE ' TO WPLAN-TROUVE
004120     END-READ.
004130 2150-EXIT.
004140     EXIT.
004150
004160 2200-CUMULER-REALISE-SEMAINE.
004170     IF NOT ARCHIVE-ABSENTE
004180         MOVE WCODCOUR TO CODCOUR OF ARCHIVE-SEM-REC
004190         MOVE WSAISON TO ARC-SAISON
004200         MOVE CODSEM OF SEMAINE-REC TO CODSEM OF ARCHIVE-SEM-REC
004210         READ ARCHIVE-SEM
004220             INVALID KEY
004230                 CONTINUE
004240             NOT INVALID KEY
004250                 ADD ARC-KM-REALISE TO WKM-REALISE
004260         END-READ
004270     END-IF
004280     IF REALISE-ABSENT
004290         GO TO 2200-EXIT
004300     END-IF
004310     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
004320     MOVE CODSEM OF SEMAINE-REC TO CODSEM OF REALISE-REC
004330     MOVE LOW-VALUES TO JOUR OF REALISE-REC
004340     START REALISE KEY IS NOT LESS THAN CLE-REALISE
004350         INVALID KEY
004360             MOVE 'TRUE ' TO WFINREAL
004370         NOT INVALID KEY
004380             MOVE 'FALSE' TO WFINREAL
004390     END-START
004400     PERFORM 2210-UN-JOUR-DU-TOUR THRU 2210-EXIT
004410         UNTIL FIN-REAL.
004420 2200-EXIT.
004430     EXIT.
004440
004450 2210-UN-JOUR-DU-TOUR.
004460     READ REALISE NEXT RECORD
004470         AT END
004480             MOVE 'TRUE ' TO WFINREAL
004490         NOT AT END
004500             IF CODCOUR OF REALISE-REC NOT = WCODCOUR
004510                 OR CODSEM OF REALISE-REC
004520                     NOT = CODSEM OF SEMAINE-REC
004530                 MOVE 'TRUE ' TO WFINREAL
004540             ELSE
004550                 ADD KM-REALISE TO WKM-REALISE
004560             END-IF
004570     END-READ.
004580 2210-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------------*
004620* 2300-RETENIR-LA-SEMAINE : une semaine restante entre dans la   *
004630*                  table.  Seul un plan approuve compte dans le  *
004640*                  reste a faire ; un brouillon sera remplace.   *
004650*                  Une semaine couverte par une indisponibilite  *
004660*                  ne compte pas et ne sera pas rechargee.       *
004670*----------------------------------------------------------------*
004680 2300-RETENIR-LA-SEMAINE.
004690     ADD 1 TO WNB-SEM
004700     MOVE WNB-SEM TO WI
004710     MOVE CODSEM OF SEMAINE-REC TO WRP-CODSEM (WI)
004720     MOVE SEM-DATE-DEBUT TO WRP-DEBUT (WI)
004730     MOVE 'N' TO WRP-PLAN (WI)
004740     MOVE 0 TO WRP-KM-AVANT (WI)
004750     MOVE SPACE TO WRP-STATUT (WI)
004760     MOVE 0 TO WRP-KM-RETENU (WI)
004770     MOVE 'N' TO WRP-PLAFONNE (WI)
004780     PERFORM 2150-LIRE-LE-PLAN THRU 2150-EXIT
004790     IF PLAN-TROUVE
004800         MOVE 'O' TO WRP-PLAN (WI)
004810         MOVE KM-A-FAIRE TO WRP-KM-AVANT (WI)
004820         MOVE AFA-STATUT TO WRP-STATUT (WI)
004830         IF STATUT-APPROUVE
004840             MOVE KM-A-FAIRE TO WRP-KM-RETENU (WI)
004850         END-IF
004860     END-IF
004870     PERFORM 2400-CHERCHER-INDISPO-SEMAINE THRU 2400-EXIT
004880     IF SEMAINE-COUVERTE
004890         MOVE 'O' TO WRP-INDISPO (WI)
004900         MOVE 0 TO WRP-KM-RETENU (WI)
004910         ADD 1 TO WNB-SEM-INDISPO
004920     ELSE
004930         MOVE 'N' TO WRP-INDISPO (WI)
004940         ADD 1 TO WNB-SEM-ACTIVES
004950         ADD WRP-KM-RETENU (WI) TO WKM-APPROUVE
004960     END-IF
004970     MOVE WRP-KM-RETENU (WI) TO WRP-KM-APRES (WI).
004980 2300-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020* 2400-CHERCHER-INDISPO-SEMAINE : vrai si une periode INDISPO du *
005030*                  coureur couvre entierement la semaine lue     *
005040*                  (meme regle que FG).                          *
005050*----------------------------------------------------------------*
005060 2400-CHERCHER-INDISPO-SEMAINE.
005070     MOVE 'FALSE' TO WSEM-COUVERTE
005080     IF INDISPO-ABSENT OR SEM-DATE-FIN = 0
005090         GO TO 2400-EXIT
005100     END-IF
005110     MOVE WCODCOUR TO CODCOUR OF INDISPO-REC
005120     MOVE LOW-VALUES TO IND-DATE-DEBUT
005130     START INDISPO KEY IS NOT LESS THAN CLE-INDISPO
005140         INVALID KEY
005150             MOVE 'TRUE ' TO WFIN-INDISPO
005160         NOT INVALID KEY
005170             MOVE 'FALSE' TO WFIN-INDISPO
005180     END-START
005190     PERFORM 2410-EXAMINER-UNE-PERIODE THRU 2410-EXIT
005200         UNTIL FIN-INDISPO.
005210 2400-EXIT.
005220     EXIT.
005230
005240 2410-EXAMINER-UNE-PERIODE.
005250     READ INDISPO NEXT RECORD
005260         AT END
005270             MOVE 'TRUE ' TO WFIN-INDISPO
005280         NOT AT END
005290             IF CODCOUR OF INDISPO-REC NOT = WCODCOUR
005300                 MOVE 'TRUE ' TO WFIN-INDISPO
005310             ELSE
005320                 IF IND-DATE-DEBUT NOT > SEM-DATE-DEBUT
005330                     AND IND-DATE-FIN NOT < SEM-DATE-FIN
005340                     MOVE 'TRUE ' TO WSEM-COUVERTE
005350                     MOVE 'TRUE ' TO WFIN-INDISPO
005360                 END-IF
005370             END-IF
005380     END-READ.
005390 2410-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------------*
005430* 3000-REPARTIR-LE-MANQUE : le manque est reparti a parts egales *
005440*                  sur les semaines restantes disponibles, dans  *
005450*                  l'ordre du calendrier.  Chaque semaine est    *
005460*                  plafonnee a la semaine precedente majoree de  *
005470*                  WHAUSSE-MAX % et au plafond de la categorie ; *
005480*                  ce qui ne tient pas est reporte sur les       *
005490*                  suivantes.  Un plan approuve n'est jamais     *
005500*                  diminue.  Sans base connue (aucun plan        *
005510*                  approuve avant), seule la categorie plafonne  *
005520*                  la premiere semaine.                          *
005530*----------------------------------------------------------------*
005540 3000-REPARTIR-LE-MANQUE.
005550     MOVE 0 TO WTOTAL-AJOUTE
005560     MOVE 0 TO WNB-SEM-MODIFIEES
005570     MOVE 0 TO WRESTE
005580     IF WMANQUE > 0
005590         MOVE WMANQUE TO WRESTE
005600     END-IF
005610     MOVE WKM-BASE TO WPRECEDENT
005620     MOVE WNB-SEM-ACTIVES TO WNB-SEM-RESTANTES
005630     MOVE 0 TO WI
005640     PERFORM 3100-REPARTIR-UNE-SEMAINE THRU 3100-EXIT
005650         UNTIL WI NOT < WNB-SEM.
005660 3000-EXIT.
005670     EXIT.
005680
005690 3100-REPARTIR-UNE-SEMAINE.
005700     ADD 1 TO WI
005710     IF WRP-COUVERTE (WI)
005720         GO TO 3100-EXIT
005730     END-IF
005740     IF WPRECEDENT = 0
005750         MOVE CLN-KM-MAX-SEM TO WPLAFOND
005760     ELSE
005770         COMPUTE WPLAFOND =
005780             WPRECEDENT * (100 + WHAUSSE-MAX) / 100
005790         IF WPLAFOND > CLN-KM-MAX-SEM
005800             MOVE CLN-KM-MAX-SEM TO WPLAFOND
005810         END-IF
005820     END-IF
005830     MOVE 0 TO WPART
005840     IF WRESTE > 0
005850         COMPUTE WPART = (WRESTE + WNB-SEM-RESTANTES - 1)
005860             / WNB-SEM-RESTANTES
005870     END-IF
005880     COMPUTE WCIBLE-SEM = WRP-KM-RETENU (WI) + WPART
005890     IF WCIBLE-SEM > WPLAFOND
005900         MOVE WPLAFOND TO WCIBLE-SEM
005910         IF WPART > 0
005920             MOVE 'O' TO WRP-PLAFONNE (WI)
005930         END-IF
005940     END-IF
005950     IF WCIBLE-SEM < WRP-KM-RETENU (WI)
005960         MOVE WRP-KM-RETENU (WI) TO WCIBLE-SEM
005970     END-IF
005980     MOVE WCIBLE-SEM TO WRP-KM-APRES (WI)
005990     IF WRP-KM-APRES (WI) > WRP-KM-RETENU (WI)
006000         COMPUTE WPART = WRP-KM-APRES (WI) - WRP-KM-RETENU (WI)
006010         SUBTRACT WPART FROM WRESTE
006020         ADD WPART TO WTOTAL-AJOUTE
006030         ADD 1 TO WNB-SEM-MODIFIEES
006040     END-IF
006050     MOVE WRP-KM-APRES (WI) TO WPRECEDENT
006060     SUBTRACT 1 FROM WNB-SEM-RESTANTES.
006070 3100-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------*
006110* 4000-EDITER-AVANT-APRES : bilan de l'objectif puis une ligne   *
006120*                  par semaine restante, plan avant (km et       *
006130*                  statut) et plan propose.                      *
006140*----------------------------------------------------------------*
006150 4000-EDITER-AVANT-APRES.
006160     OPEN OUTPUT REPLAN-ETAT
006170     IF WETASTAT NOT = '00'
006180         DISPLAY "Erreur ouverture REPLAN-ETAT, code retour "
006190             WETASTAT
006200         GO TO 4000-EXIT
006210     END-IF
006220     MOVE SPACES TO ETAT-REC
006230     STRING "Replanification du " WDATEJOUR ", coureur "
006240         WCODCOUR " " NOM OF COUREUR-REC " "
006250         PRENOM OF COUREUR-REC
006260         DELIMITED BY SIZE INTO ETAT-REC
006270     WRITE ETAT-REC
006280     MOVE SPACES TO ETAT-REC
006290     STRING "Objectif tour " WCODTOUR " : " OBJ-KM-CIBLE
006300         " km avant le " OBJ-DATE-CIBLE
006310         DELIMITED BY SIZE INTO ETAT-REC
006320     WRITE ETAT-REC
006330     MOVE SPACES TO ETAT-REC
006340     STRING "Realise a ce jour " WKM-REALISE
006350         " km, reste approuve " WKM-APPROUVE " km."
006360         DELIMITED BY SIZE INTO ETAT-REC
006370     WRITE ETAT-REC
006380     MOVE SPACES TO ETAT-REC
006390     IF WMANQUE > 0
006400         MOVE WMANQUE TO WRESTE
006410         STRING "Manque a replacer " WRESTE
006420             " km, hausse maximale " WHAUSSE-MAX
006430             " % par semaine, plafond " CLN-KM-MAX-SEM " km."
006440             DELIMITED BY SIZE INTO ETAT-REC
006450     ELSE
006460         MOVE "Aucun manque : l'objectif reste atteignable."
006470             TO ETAT-REC
006480     END-IF
006490     WRITE ETAT-REC
006500     MOVE SPACES TO ETAT-REC
006510     WRITE ETAT-REC
006520     MOVE "  Sm  Debut     Avant S  Apres  Ecart  Observation"
006530         TO ETAT-REC
006540     WRITE ETAT-REC
006550     MOVE 0 TO WI
006560     PERFORM 4100-UNE-LIGNE-DE-PLAN THRU 4100-EXIT
006570         UNTIL WI NOT < WNB-SEM
006580     MOVE SPACES TO ETAT-REC
006590     WRITE ETAT-REC
006600     COMPUTE WRESTE = WMANQUE - WTOTAL-AJOUTE
006610     IF WMANQUE NOT > 0
006620         MOVE 0 TO WRESTE
006630     END-IF
006640     MOVE SPACES TO ETAT-REC
006650     STRING WNB-SEM " semaine(s) restante(s) dont "
006660         WNB-SEM-INDISPO " indisponible(s) ; "
006670         WTOTAL-AJOUTE " km ajoutes, " WRESTE
006680         " non replaces."
006690         DELIMITED BY SIZE INTO ETAT-REC
006700     WRITE ETAT-REC
006710     CLOSE REPLAN-ETAT
006720     DISPLAY "Realise " WKM-REALISE " km, reste approuve "
006730         WKM-APPROUVE " km sur un objectif de " OBJ-KM-CIBLE
006740         " km."
006750     DISPLAY WNB-SEM-MODIFIEES " semaine(s) rechargee(s) de "
006760         WTOTAL-AJOUTE " km, " WRESTE " km non replaces."
006770     DISPLAY "Plan avant/apres dans ETAT-REPLAN.TXT.".
006780 4000-EXIT.
006790     EXIT.
006800
006810 4100-UNE-LIGNE-DE-PLAN.
006820     ADD 1 TO WI
006830     MOVE WRP-CODSEM (WI) TO WLRP-CODSEM
006840     MOVE WRP-DEBUT (WI) TO WLRP-DEBUT
006850     MOVE WRP-KM-AVANT (WI) TO WLRP-AVANT
006860     MOVE WRP-STATUT (WI) TO WLRP-STATUT
006870     IF WRP-KM-APRES (WI) > WRP-KM-RETENU (WI)
006880         MOVE WRP-KM-APRES (WI) TO WLRP-APRES
006890         COMPUTE WLRP-ECART =
006900             WRP-KM-APRES (WI) - WRP-KM-AVANT (WI)
006910     ELSE
006920         MOVE WRP-KM-AVANT (WI) TO WLRP-APRES
006930         MOVE 0 TO WLRP-ECART
006940     END-IF
006950     MOVE SPACES TO WLRP-OBSERVATION
006960     EVALUATE TRUE
006970         WHEN WRP-COUVERTE (WI)
006980             MOVE "indisponible, non rechargee"
006990                 TO WLRP-OBSERVATION
007000         WHEN NOT WRP-PLAN-PRESENT (WI)
007010             AND WRP-KM-APRES (WI) > 0
007020             MOVE "nouveau plan" TO WLRP-OBSERVATION
007030         WHEN NOT WRP-PLAN-PRESENT (WI)
007040             MOVE "aucun plan" TO WLRP-OBSERVATION
007050         WHEN WRP-KM-APRES (WI) = WRP-KM-RETENU (WI)
007060             AND WRP-BROUILLON (WI)
007070             MOVE "brouillon non compte" TO WLRP-OBSERVATION
007080         WHEN WRP-KM-APRES (WI) = WRP-KM-RETENU (WI)
007090             MOVE "inchange" TO WLRP-OBSERVATION
007100         WHEN WRP-AU-PLAFOND (WI)
007110             MOVE "recharge, au plafond" TO WLRP-OBSERVATION
007120         WHEN OTHER
007130             MOVE "recharge" TO WLRP-OBSERVATION
007140     END-EVALUATE
007150     MOVE WLIGNE-REPLAN TO ETAT-REC
007160     WRITE ETAT-REC.
007170 4100-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------*
007210* 5000-CONFIRMER-ET-ECRIRE : sur confirmation, chaque semaine    *
007220*                  rechargee est ecrite en brouillon ; une       *
007230*                  semaine dont le plan est en cours de saisie   *
007240*                  dans une autre session (verrou FVERR) est     *
007250*                  sautee.                                       *
007260*----------------------------------------------------------------*
007270 5000-CONFIRMER-ET-ECRIRE.
007280     MOVE 0 TO WNB-ECRITS
007290     MOVE 0 TO WNB-VERROUILLES
007300     IF WNB-SEM-MODIFIEES = 0
007310         DISPLAY "Rien a ecrire."
007320         GO TO 5000-EXIT
007330     END-IF
007340     DISPLAY "Ecrire les " WNB-SEM-MODIFIEES " semaine(s) "
007350         "proposee(s) en brouillon (O/N) ? "
007360     MOVE SPACE TO WCONFIRME
007370     ACCEPT WCONFIRME
007380     IF WCONFIRME NOT = 'O' AND WCONFIRME NOT = 'o'
007390         DISPLAY "Replanification abandonnee, rien n'est ecrit."
007400         GO TO 5000-EXIT
007410     END-IF
007420     MOVE 0 TO WI
007430     PERFORM 5100-ECRIRE-UNE-SEMAINE THRU 5100-EXIT
007440         UNTIL WI NOT < WNB-SEM
007450     DISPLAY WNB-ECRITS " plan(s) ecrit(s) en brouillon, a "
007460         "approuver par un superviseur (FD)."
007470     IF WNB-VERROUILLES NOT = 0
007480         DISPLAY WNB-VERROUILLES " semaine(s) sautee(s), plan "
007490             "en cours de saisie ailleurs."
007500     END-IF.
007510 5000-EXIT.
007520     EXIT.
007530
007540 5100-ECRIRE-UNE-SEMAINE.
007550     ADD 1 TO WI
007560     IF WRP-KM-APRES (WI) NOT > WRP-KM-RETENU (WI)
007570         GO TO 5100-EXIT
007580     END-IF
007590     MOVE WCODCOUR TO WVPL-CODCOUR
007600     MOVE WRP-CODSEM (WI) TO WVPL-CODSEM
007610     PERFORM 9600-POSER-VERROU-PLAN THRU 9600-EXIT
007620     IF VERROU-REFUSE
007630         ADD 1 TO WNB-VERROUILLES
007640         GO TO 5100-EXIT
007650     END-IF
007660     MOVE WCODCOUR TO CODCOUR OF A-FAIRE-REC
007670     MOVE WRP-CODSEM (WI) TO CODSEM OF A-FAIRE-REC
007680     READ A-FAIRE
007690         INVALID KEY
007700             MOVE 'FALSE' TO WPLAN-TROUVE
007710         NOT INVALID KEY
007720             MOVE 'TRUE ' TO WPLAN-TROUVE
007730     END-READ
007740     IF PLAN-TROUVE
007750         MOVE KM-A-FAIRE TO WIMG-KM
007760         MOVE JOUR OF A-FAIRE-REC TO WIMG-JOUR
007770         MOVE AFA-STATUT TO WIMG-STATUT
007780         MOVE WIMAGE-PLAN TO WAVANT-PLAN
007790         MOVE WRP-KM-APRES (WI) TO KM-A-FAIRE
007800         IF JOUR OF A-FAIRE-REC = 0
007810             MOVE WRP-DEBUT (WI) TO JOUR OF A-FAIRE-REC
007820         END-IF
007830         MOVE 'B' TO AFA-STATUT
007840         REWRITE A-FAIRE-REC
007850         MOVE 'R' TO LIEN-OPERATION
007860         MOVE WAVANT-PLAN TO LIEN-AVANT
007870     ELSE
007880         MOVE WRP-KM-APRES (WI) TO KM-A-FAIRE
007890         MOVE WRP-DEBUT (WI) TO JOUR OF A-FAIRE-REC
007900         MOVE 'B' TO AFA-STATUT
007910         WRITE A-FAIRE-REC
007920         MOVE 'E' TO LIEN-OPERATION
007930         MOVE SPACES TO LIEN-AVANT
007940     END-IF
007950     ADD 1 TO WNB-ECRITS
007960     PERFORM 9400-JOURNALISER-PLAN THRU 9400-EXIT
007970     PERFORM 9650-LIBERER-VERROU-PLAN THRU 9650-EXIT.
007980 5100-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------------*
008020* 9400-JOURNALISER-PLAN : ligne de journal d'un plan replanifie ;*
008030*                  l'appelant a renseigne LIEN-OPERATION et      *
008040*                  LIEN-AVANT.                                   *
008050*----------------------------------------------------------------*
008060 9400-JOURNALISER-PLAN.
008070     MOVE "A-FAIRE" TO LIEN-FICHIER
008080     MOVE CLE-A-FAIRE TO LIEN-CLE
008090     MOVE KM-A-FAIRE TO WIMG-KM
008100     MOVE JOUR OF A-FAIRE-REC TO WIMG-JOUR
008110     MOVE AFA-STATUT TO WIMG-STATUT
008120     MOVE WIMAGE-PLAN TO LIEN-APRES
008130     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
008140 9400-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------*
008180* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
008190*----------------------------------------------------------------*
008200 9500-JOURNALISER.
008210     MOVE "FRP" TO LIEN-PROGRAMME
008220     MOVE SES-CODOPER TO LIEN-OPERATEUR
008230     MOVE WCODCOUR TO LIEN-CODCOUR
008240     CALL "FJRNL" USING JRN-LIEN.
008250 9500-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------------*
008290* 9600-POSER-VERROU-PLAN : pose le verrou coureur+semaine du     *
008300*                  plan replanifie via FVERR ; un plan tenu par  *
008310*                  une autre session est signale avec le code de *
008320*                  son detenteur et la semaine est sautee.       *
008330*----------------------------------------------------------------*
008340 9600-POSER-VERROU-PLAN.
008350     MOVE 'P' TO VLN-ACTION
008360     MOVE "A-FAIRE" TO VLN-FICHIER
008370     MOVE SPACES TO VLN-CLE
008380     MOVE WCLE-VERROU-PLAN TO VLN-CLE
008390     MOVE SES-CODOPER TO VLN-OPERATEUR
008400     CALL "FVERR" USING VER-LIEN
008410     IF VERROU-REFUSE
008420         DISPLAY "Semaine " WVPL-CODSEM " en cours de saisie par "
008430             VLN-DETENTEUR ", sautee."
008440     END-IF.
008450 9600-EXIT.
008460     EXIT.
008470
008480 9650-LIBERER-VERROU-PLAN.
008490     MOVE 'L' TO VLN-ACTION
008500     MOVE "A-FAIRE" TO VLN-FICHIER
008510     MOVE SPACES TO VLN-CLE
008520     MOVE WCLE-VERROU-PLAN TO VLN-CLE
008530     MOVE SES-CODOPER TO VLN-OPERATEUR
008540     CALL "FVERR" USING VER-LIEN.
008550 9650-EXIT.
008560     EXIT.
008570
