000100*================================================================*
000110* FEN       - Engagements et selection avant une epreuve.        *
000120*             Tient le fichier ENGAGEMENT.SQL (un coureur engage *
000130*             sur une epreuve d'EPREUVE.SQL).  Un coureur dont   *
000140*             une periode INDISPO couvre la date de l'epreuve    *
000150*             est refuse ; un coureur en retard sur son          *
000160*             objectif du tour (OBJECTIF.SQL, km realises sur    *
000170*             les semaines du tour deja ecoulees, REALISE actif  *
000180*             et ARCHIVE-SEM de la saison) fait l'objet d'un     *
000190*             avertissement et l'engagement doit etre confirme.  *
000200*             Sort la liste de depart d'une epreuve par equipe   *
000210*             (ETAT-FEN.TXT) et la liste des engages sans        *
000220*             resultat sur les epreuves deja courues.  Des qu'une*
000230*             epreuve a des engages, la saisie des resultats de  *
000240*             FL n'accepte plus que ceux-la.                     *
000250*================================================================*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FEN.
000280 AUTHOR. G3.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*----------------------------------------------------------------*
000320* HISTORIQUE DES MODIFICATIONS                                   *
000330* DATE        AUT  DESCRIPTION                                   *
000340* 15/10/2026  G3   Creation du programme (option EN du menu).    *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ETAT-FEN ASSIGN TO 'ETAT-FEN.TXT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WETASTAT.
000420     SELECT TRI-DEPART ASSIGN TO 'TRI-DEPART.TMP'.
000430     COPY ENGSEL.
000440     COPY EPRSEL.
000450     COPY COURSEL.
000460     COPY EQUISEL.
000470     COPY RESSEL.
000480     COPY INDISEL.
000490     COPY OBJSEL.
000500     COPY SEMASEL.
000510     COPY REALSEL.
000520     COPY ARSMSEL.
000530     COPY SAISSEL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  ETAT-FEN
000580     LABEL RECORD IS STANDARD.
000590 01  ETAT-REC                PIC X(80).
000600 SD  TRI-DEPART.
000610 01  TRI-DEP-REC.
000620     02  TRI-DEP-CODEQU      PIC X(02).
000630     02  TRI-DEP-NOM         PIC X(20).
000640     02  TRI-DEP-PRENOM      PIC X(20).
000650     02  TRI-DEP-CODCOUR     PIC 9(03).
000660     02  TRI-DEP-ALERTE-OBJ  PIC X(01).
000670     COPY ENGFD.
000680     COPY EPRFD.
000690     COPY COURFD.
000700     COPY EQUIFD.
000710     COPY RESFD.
000720     COPY INDIFD.
000730     COPY OBJFD.
000740     COPY SEMAFD.
000750     COPY REALFD.
000760     COPY ARSMFD.
000770     COPY SAISFD.
000780
000790 WORKING-STORAGE SECTION.
000800 77  WETASTAT                PIC X(02).
000810     COPY ENGSTA.
000820     COPY EPRSTA.
000830     COPY COURSTA.
000840     COPY EQUISTA.
000850     COPY RESSTA.
000860     COPY INDISTA.
000870     COPY OBJSTA.
000880     COPY SEMASTA.
000890     COPY REALSTA.
000900     COPY ARSMSTA.
000910     COPY SAISSTA.
000920 77  WEQU-ABSENTE            PIC X(05)       VALUE 'FALSE'.
000930     88  EQUIPE-ABSENTE                       VALUE 'TRUE '.
000940 77  WRES-ABSENT             PIC X(05)       VALUE 'FALSE'.
000950     88  RESULTAT-ABSENT                      VALUE 'TRUE '.
000960 77  WIND-ABSENT             PIC X(05)       VALUE 'FALSE'.
000970     88  INDISPO-ABSENT                       VALUE 'TRUE '.
000980 77  WOBJ-ABSENT             PIC X(05)       VALUE 'FALSE'.
000990     88  OBJECTIFS-ABSENTS                    VALUE 'TRUE '.
001000 77  WSEM-ABSENTE            PIC X(05)       VALUE 'FALSE'.
001010     88  SEMAINE-ABSENTE                      VALUE 'TRUE '.
001020 77  WREA-ABSENT             PIC X(05)       VALUE 'FALSE'.
001030     88  REALISE-ABSENT                       VALUE 'TRUE '.
001040 77  WARC-ABSENT             PIC X(05)       VALUE 'FALSE'.
001050     88  ARCHIVE-ABSENTE                      VALUE 'TRUE '.
001060 77  WOPERATION              PIC X(01).
001070 77  WFINFEN                 PIC X(05)       VALUE 'FALSE'.
001080     88  FIN-FEN                              VALUE 'TRUE '.
001090 77  WCODEPR                 PIC 9(03).
001100 77  WCODCOUR                PIC 9(03).
001110 77  WCONFIRME               PIC X(01).
001120 77  WEPRTROUVE              PIC X(05)       VALUE 'FALSE'.
001130     88  EPREUVE-TROUVEE                      VALUE 'TRUE '.
001140 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
001150     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
001160 77  WENGTROUVE              PIC X(05)       VALUE 'FALSE'.
001170     88  ENGAGEMENT-TROUVE                    VALUE 'TRUE '.
001180 77  WRESTROUVE              PIC X(05)       VALUE 'FALSE'.
001190     88  RESULTAT-TROUVE                      VALUE 'TRUE '.
001200 77  WINDISPONIBLE           PIC X(05)       VALUE 'FALSE'.
001210     88  COUREUR-INDISPONIBLE                 VALUE 'TRUE '.
001220 77  WSOUS-OBJ               PIC X(05)       VALUE 'FALSE'.
001230     88  SOUS-OBJECTIF                        VALUE 'TRUE '.
001240 77  WOBJ-TROUVE             PIC X(05)       VALUE 'FALSE'.
001250     88  OBJECTIF-TROUVE                      VALUE 'TRUE '.
001260 77  WFIN-ENGAGEMENT         PIC X(05)       VALUE 'FALSE'.
001270     88  FIN-ENGAGEMENT                       VALUE 'TRUE '.
001280 77  WFIN-INDISPO            PIC X(05)       VALUE 'FALSE'.
001290     88  FIN-INDISPO                          VALUE 'TRUE '.
001300 77  WFIN-SEMSCAN            PIC X(05)       VALUE 'FALSE'.
001310     88  FIN-SEMSCAN                          VALUE 'TRUE '.
001320 77  WFINREAL                PIC X(05)       VALUE 'FALSE'.
001330     88  FIN-REAL                             VALUE 'TRUE '.
001340 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001350     88  FIN-TRI                              VALUE 'TRUE '.
001360 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
001370     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001380 77  WIND-DEBUT              PIC 9(08)       VALUE 0.
001390 77  WIND-FIN                PIC 9(08)       VALUE 0.
001400 77  WIND-MOTIF              PIC X(01).
001410 77  WSAISON                 PIC 9(04)       VALUE 0.
001420 77  WKM-TOUR-CUMUL          PIC 9(07)       VALUE 0.
001430 77  WKM-ATTENDU             PIC 9(07)       VALUE 0.
001440 77  WNB-SEM-OBJECTIF        PIC 9(03)       VALUE 0.
001450 77  WNB-SEM-ECOULEES        PIC 9(03)       VALUE 0.
001460 77  WCODEQU-GROUPE          PIC X(02)       VALUE SPACES.
001470 77  WNB-EQUIPE              PIC 9(05)       VALUE 0.
001480 77  WNB-ENGAGES             PIC 9(05)       VALUE 0.
001490 77  WNB-MANQUANTS           PIC 9(05)       VALUE 0.
001500 77  WCODEPR-COURANT         PIC 9(03)       VALUE 0.
001510 77  WEPREUVE-COURUE         PIC X(05)       VALUE 'FALSE'.
001520     88  EPREUVE-COURUE                       VALUE 'TRUE '.
001530 77  WDATEJOUR               PIC 9(08).
001540 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001550     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001560 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001570 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001580 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001590     COPY JRNLNK.
001600 01  WIMAGE-ENGAGEMENT.
001610     02  WIMG-DATE           PIC 9(08).
001620     02  FILLER              PIC X(01)       VALUE SPACE.
001630     02  WIMG-ALERTE-OBJ     PIC X(01).
001640 01  WCLE-ENGAGEMENT-JRN.
001650     02  WEJN-CODEPR         PIC 9(03).
001660     02  WEJN-CODCOUR        PIC 9(03).
001670 01  WLIGNE-EDIT             PIC X(80).
001680 01  WLIGNE-ENTETE.
001690     02  WENT-TITRE          PIC X(40).
001700     02  FILLER              PIC X(04)       VALUE " du ".
001710     02  WENT-DATE           PIC 9(08).
001720     02  FILLER              PIC X(06)       VALUE "  Page".
001730     02  WENT-PAGE           PIC ZZ9.
001740     02  FILLER              PIC X(19)       VALUE SPACES.
001750 01  WLIGNE-DEPART.
001760     02  FILLER              PIC X(04)       VALUE SPACES.
001770     02  WLDP-CODCOUR        PIC 9(03).
001780     02  FILLER              PIC X(01)       VALUE SPACE.
001790     02  WLDP-NOM            PIC X(20).
001800     02  FILLER              PIC X(01)       VALUE SPACE.
001810     02  WLDP-PRENOM         PIC X(20).
001820     02  FILLER              PIC X(01)       VALUE SPACE.
001830     02  WLDP-ALERTE         PIC X(20).
001840     02  FILLER              PIC X(10)       VALUE SPACES.
001850 01  WLIGNE-MANQUANT.
001860     02  WLMQ-CODEPR         PIC 9(03).
001870     02  FILLER              PIC X(01)       VALUE SPACE.
001880     02  WLMQ-DATE           PIC 9(08).
001890     02  FILLER              PIC X(01)       VALUE SPACE.
001900     02  WLMQ-NOM-EPREUVE    PIC X(20).
001910     02  FILLER              PIC X(01)       VALUE SPACE.
001920     02  WLMQ-CODCOUR        PIC 9(03).
001930     02  FILLER              PIC X(01)       VALUE SPACE.
001940     02  WLMQ-NOM            PIC X(20).
001950     02  FILLER              PIC X(22)       VALUE SPACES.
001960
001970 LINKAGE SECTION.
001980     COPY OPELNK.
001990
002000 PROCEDURE DIVISION USING SESSION-OPERATEUR.
002010 0000-MAINLINE SECTION.
002020 0000-DEBUT.
002030     OPEN I-O ENGAGEMENT
002040     IF WENGSTAT = '35'
002050         OPEN OUTPUT ENGAGEMENT
002060         CLOSE ENGAGEMENT
002070         OPEN I-O ENGAGEMENT
002080         DISPLAY "Fichier ENGAGEMENT cree."
002090     END-IF
002100     OPEN INPUT EPREUVE
002110     OPEN INPUT COUREUR
002120     OPEN INPUT EQUIPE
002130     IF WEQUSTAT = '35'
002140         MOVE 'TRUE ' TO WEQU-ABSENTE
002150     END-IF
002160     OPEN INPUT RESULTAT
002170     IF WRESSTAT = '35'
002180         MOVE 'TRUE ' TO WRES-ABSENT
002190     END-IF
002200     OPEN INPUT INDISPO
002210     IF WINDSTAT = '35'
002220         MOVE 'TRUE ' TO WIND-ABSENT
002230     END-IF
002240     OPEN INPUT OBJECTIF
002250     IF WOBJSTAT = '35'
002260         MOVE 'TRUE ' TO WOBJ-ABSENT
002270     END-IF
002280     OPEN INPUT SEMAINE
002290     IF WSEMSTAT = '35'
002300         MOVE 'TRUE ' TO WSEM-ABSENTE
002310     END-IF
002320     OPEN INPUT REALISE
002330     IF WREASTAT = '35'
002340         MOVE 'TRUE ' TO WREA-ABSENT
002350     END-IF
002360     OPEN INPUT ARCHIVE-SEM
002370     IF WARCSTAT = '35'
002380         MOVE 'TRUE ' TO WARC-ABSENT
002390     END-IF
002400     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002410     IF ERREUR-OUVERTURE
002420         GOBACK
002430     END-IF
002440     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002450     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
002460     MOVE 'FALSE' TO WFINFEN
002470     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
002480         UNTIL FIN-FEN
002490     PERFORM 0900-FERMER-LES-FICHIERS THRU 0900-EXIT.
002500 0000-FIN-MAINLINE.
002510     GOBACK.
002520
002530 0050-VERIFIER-OUVERTURES.
002540     IF WENGSTAT NOT = '00'
002550         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
002560             WENGSTAT
002570         MOVE 'TRUE ' TO WERR-OUVERTURE
002580     END-IF
002590     IF WEPRSTAT NOT = '00'
002600         DISPLAY "Erreur ouverture EPREUVE, code retour "
002610             WEPRSTAT
002620         MOVE 'TRUE ' TO WERR-OUVERTURE
002630     END-IF
002640     IF WCOUSTAT NOT = '00'
002650         DISPLAY "Erreur ouverture COUREUR, code retour "
002660             WCOUSTAT
002670         MOVE 'TRUE ' TO WERR-OUVERTURE
002680     END-IF
002690     IF NOT EQUIPE-ABSENTE AND WEQUSTAT NOT = '00'
002700         DISPLAY "Erreur ouverture EQUIPE, code retour "
002710             WEQUSTAT
002720         MOVE 'TRUE ' TO WERR-OUVERTURE
002730     END-IF
002740     IF NOT RESULTAT-ABSENT AND WRESSTAT NOT = '00'
002750         DISPLAY "Erreur ouverture RESULTAT, code retour "
002760             WRESSTAT
002770         MOVE 'TRUE ' TO WERR-OUVERTURE
002780     END-IF
002790     IF NOT INDISPO-ABSENT AND WINDSTAT NOT = '00'
002800         DISPLAY "Erreur ouverture INDISPO, code retour "
002810             WINDSTAT
002820         MOVE 'TRUE ' TO WERR-OUVERTURE
002830     END-IF
002840     IF NOT OBJECTIFS-ABSENTS AND WOBJSTAT NOT = '00'
002850         DISPLAY "Erreur ouverture OBJECTIF, code retour "
002860             WOBJSTAT
002870         MOVE 'TRUE ' TO WERR-OUVERTURE
002880     END-IF
002890     IF NOT SEMAINE-ABSENTE AND WSEMSTAT NOT = '00'
002900         DISPLAY "Erreur ouverture SEMAINE, code retour "
002910             WSEMSTAT
002920         MOVE 'TRUE ' TO WERR-OUVERTURE
002930     END-IF
002940     IF NOT REALISE-ABSENT AND WREASTAT NOT = '00'
002950         DISPLAY "Erreur ouverture REALISE, code retour "
002960             WREASTAT
002970         MOVE 'TRUE ' TO WERR-OUVERTURE
002980     END-IF
002990     IF NOT ARCHIVE-ABSENTE AND WARCSTAT NOT = '00'
003000         DISPLAY "Erreur ouverture ARCHIVE-SEM, code retour "
003010             WARCSTAT
003020         MOVE 'TRUE ' TO WERR-OUVERTURE
003030     END-IF.
003040 0050-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------------*
003080* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL ; tant    *
003090*                  que la bascule annuelle n'a jamais ete lancee *
003100*                  le fichier peut manquer, on retient alors     *
003110*                  l'annee du jour.                              *
003120*----------------------------------------------------------------*
003130 0100-LIRE-SAISON.
003140     COMPUTE WSAISON = WDATEJOUR / 10000
003150     OPEN INPUT SAISON
003160     IF WSAISTAT = '00'
003170         MOVE '01' TO CODSAIS
003180         READ SAISON
003190             INVALID KEY
003200                 CONTINUE
003210             NOT INVALID KEY
003220                 MOVE SAIS-ANNEE TO WSAISON
003230         END-READ
003240         CLOSE SAISON
003250     END-IF.
003260 0100-EXIT.
003270     EXIT.
003280
003290 0900-FERMER-LES-FICHIERS.
003300     IF NOT EQUIPE-ABSENTE
003310         CLOSE EQUIPE
003320     END-IF
003330     IF NOT RESULTAT-ABSENT
003340         CLOSE RESULTAT
003350     END-IF
003360     IF NOT INDISPO-ABSENT
003370         CLOSE INDISPO
003380     END-IF
003390     IF NOT OBJECTIFS-ABSENTS
003400         CLOSE OBJECTIF
003410     END-IF
003420     IF NOT SEMAINE-ABSENTE
003430         CLOSE SEMAINE
003440     END-IF
003450     IF NOT REALISE-ABSENT
003460         CLOSE REALISE
003470     END-IF
003480     IF NOT ARCHIVE-ABSENTE
003490         CLOSE ARCHIVE-SEM
003500     END-IF
003510     CLOSE ENGAGEMENT EPREUVE COUREUR.
003520 0900-EXIT.
003530     EXIT.
003540
003550 1000-TRAITER-UNE-OPERATION.
003560     PERFORM 1100-AFFICHER-MENU-FEN THRU 1100-EXIT
003570     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
003580     EVALUATE WOPERATION
003590         WHEN 'E'
003600             PERFORM 2000-ENGAGER-UN-COUREUR THRU 2000-EXIT
003610         WHEN 'R'
003620             PERFORM 4000-RETIRER-UN-ENGAGEMENT THRU 4000-EXIT
003630         WHEN 'L'
003640             PERFORM 5000-LISTE-DE-DEPART THRU 5000-EXIT
003650         WHEN 'M'
003660             PERFORM 6000-RESULTATS-MANQUANTS THRU 6000-EXIT
003670         WHEN 'Q'
003680             MOVE 'TRUE ' TO WFINFEN
003690         WHEN OTHER
003700             DISPLAY "Operation inconnue, recommencez."
003710     END-EVALUATE.
003720 1000-EXIT.
003730     EXIT.
003740
003750 1100-AFFICHER-MENU-FEN.
003760     DISPLAY " ".
003770     DISPLAY "--- Engagements et selection ---".
003780     DISPLAY "E - Engager un coureur sur une epreuve".
003790     DISPLAY "R - Retirer un engagement".
003800     DISPLAY "L - Liste de depart d'une epreuve (par equipe)".
003810     DISPLAY "M - Engages sans resultat (epreuves courues)".
003820     DISPLAY "Q - Retour au menu".
003830 1100-EXIT.
003840     EXIT.
003850
003860 1200-SAISIR-OPERATION.
003870     DISPLAY "Votre choix : ".
003880     MOVE SPACES TO WOPERATION
003890     ACCEPT WOPERATION.
003900 1200-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940* 2000-ENGAGER-UN-COUREUR : epreuve et coureur connus, pas deja  *
003950*                  engage, disponible a la date de l'epreuve ;   *
003960*                  un retard sur l'objectif demande une          *
003970*                  confirmation.                                 *
003980*----------------------------------------------------------------*
003990 2000-ENGAGER-UN-COUREUR.
004000     PERFORM 7000-SAISIR-EPREUVE THRU 7000-EXIT
004010     IF NOT EPREUVE-TROUVEE
004020         GO TO 2000-EXIT
004030     END-IF
004040     PERFORM 7100-SAISIR-COUREUR THRU 7100-EXIT
004050     IF NOT CODCOUR-VALIDE
004060         GO TO 2000-EXIT
004070     END-IF
004080     PERFORM 7200-LIRE-ENGAGEMENT THRU 7200-EXIT
004090     IF ENGAGEMENT-TROUVE
004100         DISPLAY "Ce coureur est deja engage sur cette epreuve."
004110         GO TO 2000-EXIT
004120     END-IF
004130     PERFORM 2100-CONTROLER-DISPONIBILITE THRU 2100-EXIT
004140     IF COUREUR-INDISPONIBLE
004150         DISPLAY "Engagement refuse : coureur indisponible du "
004160             WIND-DEBUT " au " WIND-FIN " (motif " WIND-MOTIF
004170             ")."
004180         GO TO 2000-EXIT
004190     END-IF
004200     PERFORM 3000-CONTROLER-ALLURE THRU 3000-EXIT
004210     IF SOUS-OBJECTIF
004220         DISPLAY "Attention : " WKM-TOUR-CUMUL " km realises sur "
004230             "le tour " EPR-CODTOUR ", " WKM-ATTENDU
004240             " attendus a ce jour pour l'objectif de "
004250             OBJ-KM-CIBLE " km."
004260         DISPLAY "Engager quand meme ce coureur ? (O/N) : "
004270         MOVE SPACES TO WCONFIRME
004280         ACCEPT WCONFIRME
004290         IF WCONFIRME NOT = 'O' AND WCONFIRME NOT = 'o'
004300             DISPLAY "Engagement abandonne."
004310             GO TO 2000-EXIT
004320         END-IF
004330     END-IF
004340     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
004350     MOVE WCODCOUR TO CODCOUR OF ENGAGEMENT-REC
004360     MOVE WDATEJOUR TO ENG-DATE-SAISIE
004370     IF SOUS-OBJECTIF
004380         MOVE 'O' TO ENG-ALERTE-OBJ
004390     ELSE
004400         MOVE SPACE TO ENG-ALERTE-OBJ
004410     END-IF
004420     WRITE ENGAGEMENT-REC
004430         INVALID KEY
004440             DISPLAY "Ce coureur est deja engage sur cette "
004450                 "epreuve."
004460         NOT INVALID KEY
004470             DISPLAY "Coureur " WCODCOUR " engage sur l'epreuve "
004480                 WCODEPR "."
004490             MOVE 'E' TO LIEN-OPERATION
004500             MOVE SPACES TO LIEN-AVANT
004510             PERFORM 9300-IMAGE-ENGAGEMENT THRU 9300-EXIT
004520             MOVE WIMAGE-ENGAGEMENT TO LIEN-APRES
004530             PERFORM 9400-JOURNALISER-ENGAGEMENT THRU 9400-EXIT
004540     END-WRITE.
004550 2000-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------------*
004590* 2100-CONTROLER-DISPONIBILITE : vrai si une periode INDISPO du  *
004600*                  coureur couvre la date de l'epreuve.          *
004610*----------------------------------------------------------------*
004620 2100-CONTROLER-DISPONIBILITE.
004630     MOVE 'FALSE' TO WINDISPONIBLE
004640     IF NOT INDISPO-ABSENT
004650         MOVE WCODCOUR TO CODCOUR OF INDISPO-REC
004660         MOVE LOW-VALUES TO IND-DATE-DEBUT
004670         START INDISPO KEY IS NOT LESS THAN CLE-INDISPO
004680             INVALID KEY
004690                 MOVE 'TRUE ' TO WFIN-INDISPO
004700             NOT INVALID KEY
004710                 MOVE 'FALSE' TO WFIN-INDISPO
004720         END-START
004730         PERFORM 2110-EXAMINER-UNE-PERIODE THRU 2110-EXIT
004740             UNTIL FIN-INDISPO
004750     END-IF.
004760 2100-EXIT.
004770     EXIT.
004780
004790 2110-EXAMINER-UNE-PERIODE.
004800     READ INDISPO NEXT RECORD
004810         AT END
004820             MOVE 'TRUE ' TO WFIN-INDISPO
004830         NOT AT END
004840             IF CODCOUR OF INDISPO-REC NOT = WCODCOUR
004850                 OR IND-DATE-DEBUT > EPR-DATE
004860                 MOVE 'TRUE ' TO WFIN-INDISPO
004870             ELSE
004880                 IF IND-DATE-FIN NOT < EPR-DATE
004890                     MOVE 'TRUE ' TO WINDISPONIBLE
004900                     MOVE IND-DATE-DEBUT TO WIND-DEBUT
004910                     MOVE IND-DATE-FIN TO WIND-FIN
004920                     MOVE IND-MOTIF TO WIND-MOTIF
004930                     MOVE 'TRUE ' TO WFIN-INDISPO
004940                 END-IF
004950             END-IF
004960     END-READ.
004970 2110-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------------*
005010* 3000-CONTROLER-ALLURE : objectif du coureur sur le tour de     *
005020*                  l'epreuve.  Les km attendus a ce jour sont    *
005030*                  l'objectif au prorata des semaines du tour    *
005040*                  deja terminees parmi celles qui precedent la  *
005050*                  date cible ; le realise est cumule sur les    *
005060*                  memes semaines du tour (REALISE actif et      *
005070*                  ARCHIVE-SEM de la saison, comme F5).          *
005080*----------------------------------------------------------------*
005090 3000-CONTROLER-ALLURE.
005100     MOVE 'FALSE' TO WSOUS-OBJ
005110     MOVE 'FALSE' TO WOBJ-TROUVE
005120     IF OBJECTIFS-ABSENTS OR SEMAINE-ABSENTE
005130         GO TO 3000-EXIT
005140     END-IF
005150     MOVE WCODCOUR TO CODCOUR OF OBJECTIF-REC
005160     MOVE EPR-CODTOUR TO OBJ-CODTOUR
005170     READ OBJECTIF
005180         INVALID KEY
005190             MOVE 'FALSE' TO WOBJ-TROUVE
005200         NOT INVALID KEY
005210             MOVE 'TRUE ' TO WOBJ-TROUVE
005220     END-READ
005230     IF NOT OBJECTIF-TROUVE OR OBJ-KM-CIBLE = 0
005240         GO TO 3000-EXIT
005250     END-IF
005260     MOVE 0 TO WKM-TOUR-CUMUL
005270     MOVE 0 TO WNB-SEM-OBJECTIF
005280     MOVE 0 TO WNB-SEM-ECOULEES
005290     MOVE LOW-VALUES TO CODSEM OF SEMAINE-REC
005300     START SEMAINE KEY IS NOT LESS THAN CODSEM OF SEMAINE-REC
005310         INVALID KEY
005320             MOVE 'TRUE ' TO WFIN-SEMSCAN
005330         NOT INVALID KEY
005340             MOVE 'FALSE' TO WFIN-SEMSCAN
005350     END-START
005360     PERFORM 3100-UNE-SEMAINE-DU-TOUR THRU 3100-EXIT
005370         UNTIL FIN-SEMSCAN
005380     IF WNB-SEM-OBJECTIF = 0
005390         GO TO 3000-EXIT
005400     END-IF
005410     IF WNB-SEM-ECOULEES > WNB-SEM-OBJECTIF
005420         MOVE WNB-SEM-OBJECTIF TO WNB-SEM-ECOULEES
005430     END-IF
005440     COMPUTE WKM-ATTENDU = OBJ-KM-CIBLE * WNB-SEM-ECOULEES
005450         / WNB-SEM-OBJECTIF
005460     IF WKM-TOUR-CUMUL < WKM-ATTENDU
005470         MOVE 'TRUE ' TO WSOUS-OBJ
005480     END-IF.
005490 3000-EXIT.
005500     EXIT.
005510
005520 3100-UNE-SEMAINE-DU-TOUR.
005530     READ SEMAINE NEXT RECORD
005540         AT END
005550             MOVE 'TRUE ' TO WFIN-SEMSCAN
005560         NOT AT END
005570             IF GRANDTOUR = EPR-CODTOUR
005580                 IF SEM-DATE-DEBUT = 0 OR OBJ-DATE-CIBLE = 0
005590                     OR SEM-DATE-DEBUT NOT > OBJ-DATE-CIBLE
005600                     ADD 1 TO WNB-SEM-OBJECTIF
005610                     IF SEM-DATE-FIN NOT = 0
005620                         AND SEM-DATE-FIN < WDATEJOUR
005630                         ADD 1 TO WNB-SEM-ECOULEES
005640                     END-IF
005650                 END-IF
005660                 PERFORM 3200-CUMULER-REALISE-SEMAINE
005670                     THRU 3200-EXIT
005680                 IF NOT ARCHIVE-ABSENTE
005690                     MOVE WCODCOUR TO CODCOUR OF ARCHIVE-SEM-REC
005700                     MOVE WSAISON TO ARC-SAISON
005710                     MOVE CODSEM OF SEMAINE-REC
005720                         TO CODSEM OF ARCHIVE-SEM-REC
005730                     READ ARCHIVE-SEM
005740                         INVALID KEY
005750                             CONTINUE
005760                         NOT INVALID KEY
005770                             ADD ARC-KM-REALISE TO WKM-TOUR-CUMUL
005780                     END-READ
005790                 END-IF
005800             END-IF
005810     END-READ.
005820 3100-EXIT.
005830     EXIT.
005840
005850 3200-CUMULER-REALISE-SEMAINE.
005860     IF REALISE-ABSENT
005870         GO TO 3200-EXIT
005880     END-IF
005890     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
005900     MOVE CODSEM OF SEMAINE-REC TO CODSEM OF REALISE-REC
005910     MOVE LOW-VALUES TO JOUR OF REALISE-REC
005920     START REALISE KEY IS NOT LESS THAN CLE-REALISE
005930         INVALID KEY
005940             MOVE 'TRUE ' TO WFINREAL
005950         NOT INVALID KEY
005960             MOVE 'FALSE' TO WFINREAL
005970     END-START
005980     PERFORM 3210-UN-JOUR-DU-TOUR THRU 3210-EXIT
005990         UNTIL FIN-REAL.
006000 3200-EXIT.
006010     EXIT.
006020
006030 3210-UN-JOUR-DU-TOUR.
006040     READ REALISE NEXT RECORD
006050         AT END
006060             MOVE 'TRUE ' TO WFINREAL
006070         NOT AT END
006080             IF CODCOUR OF REALISE-REC NOT = WCODCOUR
006090                 OR CODSEM OF REALISE-REC
006100                     NOT = CODSEM OF SEMAINE-REC
006110                 MOVE 'TRUE ' TO WFINREAL
006120             ELSE
006130                 ADD KM-REALISE TO WKM-TOUR-CUMUL
006140             END-IF
006150     END-READ.
006160 3210-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200* 4000-RETIRER-UN-ENGAGEMENT : refuse une fois le resultat du    *
006210*                  coureur saisi sur l'epreuve (FL).             *
006220*----------------------------------------------------------------*
006230 4000-RETIRER-UN-ENGAGEMENT.
006240     DISPLAY "Code epreuve : ".
006250     MOVE ZEROES TO WCODEPR
006260     ACCEPT WCODEPR
006270     DISPLAY "Code coureur : ".
006280     MOVE ZEROES TO WCODCOUR
006290     ACCEPT WCODCOUR
006300     PERFORM 7200-LIRE-ENGAGEMENT THRU 7200-EXIT
006310     IF NOT ENGAGEMENT-TROUVE
006320         DISPLAY "Ce coureur n'est pas engage sur cette epreuve."
006330         GO TO 4000-EXIT
006340     END-IF
006350     PERFORM 7300-LIRE-RESULTAT THRU 7300-EXIT
006360     IF RESULTAT-TROUVE
006370         DISPLAY "Retrait refuse : le resultat du coureur est "
006380             "deja saisi sur cette epreuve."
006390         GO TO 4000-EXIT
006400     END-IF
006410     PERFORM 9300-IMAGE-ENGAGEMENT THRU 9300-EXIT
006420     DELETE ENGAGEMENT
006430         INVALID KEY
006440             DISPLAY "Engagement deja retire."
006450         NOT INVALID KEY
006460             DISPLAY "Engagement retire."
006470             MOVE 'S' TO LIEN-OPERATION
006480             MOVE WIMAGE-ENGAGEMENT TO LIEN-AVANT
006490             MOVE SPACES TO LIEN-APRES
006500             PERFORM 9400-JOURNALISER-ENGAGEMENT THRU 9400-EXIT
006510     END-DELETE.
006520 4000-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------*
006560* 5000-LISTE-DE-DEPART : engages d'une epreuve tries par equipe  *
006570*                  puis par nom, une rupture par CODEQU.         *
006580*----------------------------------------------------------------*
006590 5000-LISTE-DE-DEPART.
006600     PERFORM 7000-SAISIR-EPREUVE THRU 7000-EXIT
006610     IF NOT EPREUVE-TROUVEE
006620         GO TO 5000-EXIT
006630     END-IF
006640     OPEN OUTPUT ETAT-FEN
006650     IF WETASTAT NOT = '00'
006660         DISPLAY "Erreur ouverture ETAT-FEN, code retour "
006670             WETASTAT
006680         GO TO 5000-EXIT
006690     END-IF
006700     MOVE 0 TO WNO-PAGE
006710     MOVE 99 TO WNB-LIGNES-ETAT
006720     MOVE SPACES TO WENT-TITRE
006730     STRING "CYCLISTES - Liste de depart epreuve " WCODEPR
006740         DELIMITED BY SIZE INTO WENT-TITRE
006750     MOVE SPACES TO WLIGNE-EDIT
006760     STRING EPR-NOM " du " EPR-DATE " (tour " EPR-CODTOUR ")"
006770         DELIMITED BY SIZE INTO WLIGNE-EDIT
006780     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006790     MOVE 0 TO WNB-ENGAGES
006800     SORT TRI-DEPART
006810         ON ASCENDING KEY TRI-DEP-CODEQU
006820         ON ASCENDING KEY TRI-DEP-NOM
006830         ON ASCENDING KEY TRI-DEP-CODCOUR
006840         INPUT PROCEDURE IS 5100-ALIMENTER-DEPART
006850             THRU 5100-EXIT
006860         OUTPUT PROCEDURE IS 5200-RESTITUER-DEPART
006870             THRU 5200-EXIT
006880     MOVE SPACES TO WLIGNE-EDIT
006890     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006900     MOVE SPACES TO WLIGNE-EDIT
006910     STRING WNB-ENGAGES " coureur(s) au depart."
006920         DELIMITED BY SIZE INTO WLIGNE-EDIT
006930     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006940     CLOSE ETAT-FEN
006950     DISPLAY "Liste de depart ecrite dans ETAT-FEN.TXT.".
006960 5000-EXIT.
006970     EXIT.
006980
006990 5100-ALIMENTER-DEPART.
007000     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
007010     MOVE LOW-VALUES TO CODCOUR OF ENGAGEMENT-REC
007020     START ENGAGEMENT KEY IS NOT LESS THAN CLE-ENGAGEMENT
007030         INVALID KEY
007040             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007050         NOT INVALID KEY
007060             MOVE 'FALSE' TO WFIN-ENGAGEMENT
007070     END-START
007080     PERFORM 5110-UN-ENGAGE THRU 5110-EXIT
007090         UNTIL FIN-ENGAGEMENT.
007100 5100-EXIT.
007110     EXIT.
007120
007130 5110-UN-ENGAGE.
007140     READ ENGAGEMENT NEXT RECORD
007150         AT END
007160             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007170         NOT AT END
007180             IF CODEPR OF ENGAGEMENT-REC NOT = WCODEPR
007190                 MOVE 'TRUE ' TO WFIN-ENGAGEMENT
007200             ELSE
007210                 MOVE CODCOUR OF ENGAGEMENT-REC
007220                     TO CODCOUR OF COUREUR-REC
007230                 READ COUREUR
007240                     INVALID KEY
007250                         MOVE SPACES TO NOM OF COUREUR-REC
007260                         MOVE SPACES TO PRENOM OF COUREUR-REC
007270                         MOVE SPACES TO CODEQU OF COUREUR-REC
007280                     NOT INVALID KEY
007290                         CONTINUE
007300                 END-READ
007310                 MOVE CODEQU OF COUREUR-REC TO TRI-DEP-CODEQU
007320                 MOVE NOM OF COUREUR-REC TO TRI-DEP-NOM
007330                 MOVE PRENOM OF COUREUR-REC TO TRI-DEP-PRENOM
007340                 MOVE CODCOUR OF ENGAGEMENT-REC
007350                     TO TRI-DEP-CODCOUR
007360                 MOVE ENG-ALERTE-OBJ TO TRI-DEP-ALERTE-OBJ
007370                 RELEASE TRI-DEP-REC
007380             END-IF
007390     END-READ.
007400 5110-EXIT.
007410     EXIT.
007420
007430 5200-RESTITUER-DEPART.
007440     MOVE 'FALSE' TO WGROUPE-OUVERT
007450     MOVE 'FALSE' TO WFIN-TRI
007460     PERFORM 5210-UNE-LIGNE-DE-DEPART THRU 5210-EXIT
007470         UNTIL FIN-TRI
007480     IF GROUPE-OUVERT
007490         PERFORM 5300-CLORE-UNE-EQUIPE THRU 5300-EXIT
007500     END-IF.
007510 5200-EXIT.
007520     EXIT.
007530
007540 5210-UNE-LIGNE-DE-DEPART.
007550     RETURN TRI-DEPART
007560         AT END
007570             MOVE 'TRUE ' TO WFIN-TRI
007580         NOT AT END
007590             IF GROUPE-OUVERT
007600                 AND TRI-DEP-CODEQU NOT = WCODEQU-GROUPE
007610                 PERFORM 5300-CLORE-UNE-EQUIPE THRU 5300-EXIT
007620             END-IF
007630             IF NOT GROUPE-OUVERT
007640                 PERFORM 5250-OUVRIR-UNE-EQUIPE THRU 5250-EXIT
007650             END-IF
007660             ADD 1 TO WNB-EQUIPE
007670             ADD 1 TO WNB-ENGAGES
007680             MOVE TRI-DEP-CODCOUR TO WLDP-CODCOUR
007690             MOVE TRI-DEP-NOM TO WLDP-NOM
007700             MOVE TRI-DEP-PRENOM TO WLDP-PRENOM
007710             IF TRI-DEP-ALERTE-OBJ = 'O'
007720                 MOVE "(retard objectif)" TO WLDP-ALERTE
007730             ELSE
007740                 MOVE SPACES TO WLDP-ALERTE
007750             END-IF
007760             MOVE WLIGNE-DEPART TO WLIGNE-EDIT
007770             PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007780     END-RETURN.
007790 5210-EXIT.
007800     EXIT.
007810
007820 5250-OUVRIR-UNE-EQUIPE.
007830     MOVE TRI-DEP-CODEQU TO WCODEQU-GROUPE
007840     MOVE 0 TO WNB-EQUIPE
007850     MOVE 'TRUE ' TO WGROUPE-OUVERT
007860     MOVE SPACES TO WLIGNE-EDIT
007870     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007880     IF WCODEQU-GROUPE = SPACES
007890         MOVE "Sans equipe" TO WLIGNE-EDIT
007900     ELSE
007910         MOVE SPACES TO EQU-NOM
007920         IF NOT EQUIPE-ABSENTE
007930             MOVE WCODEQU-GROUPE TO CODEQU OF EQUIPE-REC
007940             READ EQUIPE
007950                 INVALID KEY
007960                     MOVE "(equipe inconnue)" TO EQU-NOM
007970                 NOT INVALID KEY
007980                     CONTINUE
007990             END-READ
008000         END-IF
008010         MOVE SPACES TO WLIGNE-EDIT
008020         STRING "Equipe " WCODEQU-GROUPE " - " EQU-NOM
008030             DELIMITED BY SIZE INTO WLIGNE-EDIT
008040     END-IF
008050     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
008060 5250-EXIT.
008070     EXIT.
008080
008090 5300-CLORE-UNE-EQUIPE.
008100     MOVE SPACES TO WLIGNE-EDIT
008110     STRING "    " WNB-EQUIPE " coureur(s)"
008120         DELIMITED BY SIZE INTO WLIGNE-EDIT
008130     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008140     MOVE 'FALSE' TO WGROUPE-OUVERT.
008150 5300-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------------*
008190* 6000-RESULTATS-MANQUANTS : parcourt tous les engagements (cle  *
008200*                  epreuve+coureur) ; pour chaque epreuve dont   *
008210*                  la date est passee, un engage sans ligne      *
008220*                  RESULTAT est signale.                         *
008230*----------------------------------------------------------------*
008240 6000-RESULTATS-MANQUANTS.
008250     OPEN OUTPUT ETAT-FEN
008260     IF WETASTAT NOT = '00'
008270         DISPLAY "Erreur ouverture ETAT-FEN, code retour "
008280             WETASTAT
008290         GO TO 6000-EXIT
008300     END-IF
008310     MOVE 0 TO WNO-PAGE
008320     MOVE 99 TO WNB-LIGNES-ETAT
008330     MOVE "CYCLISTES - Engages sans resultat" TO WENT-TITRE
008340     MOVE "Epr Date     Epreuve              Cour Nom"
008350         TO WLIGNE-EDIT
008360     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008370     MOVE 0 TO WNB-MANQUANTS
008380     MOVE 0 TO WCODEPR-COURANT
008390     MOVE 'FALSE' TO WEPREUVE-COURUE
008400     MOVE LOW-VALUES TO CLE-ENGAGEMENT
008410     START ENGAGEMENT KEY IS NOT LESS THAN CLE-ENGAGEMENT
008420         INVALID KEY
008430             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
008440         NOT INVALID KEY
008450             MOVE 'FALSE' TO WFIN-ENGAGEMENT
008460     END-START
008470     PERFORM 6100-UN-ENGAGEMENT-A-VERIFIER THRU 6100-EXIT
008480         UNTIL FIN-ENGAGEMENT
008490     MOVE SPACES TO WLIGNE-EDIT
008500     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008510     MOVE SPACES TO WLIGNE-EDIT
008520     STRING WNB-MANQUANTS " resultat(s) manquant(s)."
008530         DELIMITED BY SIZE INTO WLIGNE-EDIT
008540     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008550     CLOSE ETAT-FEN
008560     DISPLAY "Liste ecrite dans ETAT-FEN.TXT.".
008570 6000-EXIT.
008580     EXIT.
008590
008600 6100-UN-ENGAGEMENT-A-VERIFIER.
008610     READ ENGAGEMENT NEXT RECORD
008620         AT END
008630             MOVE 'TRUE ' TO WFIN-ENGAGEMENT
008640             GO TO 6100-EXIT
008650     END-READ
008660     IF CODEPR OF ENGAGEMENT-REC NOT = WCODEPR-COURANT
008670         PERFORM 6200-CHANGER-D-EPREUVE THRU 6200-EXIT
008680     END-IF
008690     IF NOT EPREUVE-COURUE
008700         GO TO 6100-EXIT
008710     END-IF
008720     MOVE CODCOUR OF ENGAGEMENT-REC TO WCODCOUR
008730     MOVE CODEPR OF ENGAGEMENT-REC TO WCODEPR
008740     PERFORM 7300-LIRE-RESULTAT THRU 7300-EXIT
008750     IF RESULTAT-TROUVE
008760         GO TO 6100-EXIT
008770     END-IF
008780     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
008790     READ COUREUR
008800         INVALID KEY
008810             MOVE SPACES TO NOM OF COUREUR-REC
008820         NOT INVALID KEY
008830             CONTINUE
008840     END-READ
008850     MOVE WCODEPR TO WLMQ-CODEPR
008860     MOVE EPR-DATE TO WLMQ-DATE
008870     MOVE EPR-NOM TO WLMQ-NOM-EPREUVE
008880     MOVE WCODCOUR TO WLMQ-CODCOUR
008890     MOVE NOM OF COUREUR-REC TO WLMQ-NOM
008900     MOVE WLIGNE-MANQUANT TO WLIGNE-EDIT
008910     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008920     ADD 1 TO WNB-MANQUANTS.
008930 6100-EXIT.
008940     EXIT.
008950
008960 6200-CHANGER-D-EPREUVE.
008970     MOVE CODEPR OF ENGAGEMENT-REC TO WCODEPR-COURANT
008980     MOVE WCODEPR-COURANT TO CODEPR OF EPREUVE-REC
008990     READ EPREUVE
009000         INVALID KEY
009010             MOVE 'FALSE' TO WEPREUVE-COURUE
009020         NOT INVALID KEY
009030             IF EPR-DATE < WDATEJOUR
009040                 MOVE 'TRUE ' TO WEPREUVE-COURUE
009050             ELSE
009060                 MOVE 'FALSE' TO WEPREUVE-COURUE
009070             END-IF
009080     END-READ.
009090 6200-EXIT.
009100     EXIT.
009110
009120 7000-SAISIR-EPREUVE.
009130     DISPLAY "Code epreuve : ".
009140     MOVE ZEROES TO WCODEPR
009150     ACCEPT WCODEPR
009160     MOVE WCODEPR TO CODEPR OF EPREUVE-REC
009170     READ EPREUVE
009180         INVALID KEY
009190             MOVE 'FALSE' TO WEPRTROUVE
009200             DISPLAY "Code epreuve inconnu."
009210         NOT INVALID KEY
009220             MOVE 'TRUE ' TO WEPRTROUVE
009230     END-READ.
009240 7000-EXIT.
009250     EXIT.
009260
009270 7100-SAISIR-COUREUR.
009280     DISPLAY "Code coureur : ".
009290     MOVE ZEROES TO WCODCOUR
009300     ACCEPT WCODCOUR
009310     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
009320     READ COUREUR
009330         INVALID KEY
009340             MOVE 'FALSE' TO WCOUROK
009350             DISPLAY "Code coureur inconnu."
009360         NOT INVALID KEY
009370             MOVE 'TRUE ' TO WCOUROK
009380     END-READ.
009390 7100-EXIT.
009400     EXIT.
009410
009420 7200-LIRE-ENGAGEMENT.
009430     MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
009440     MOVE WCODCOUR TO CODCOUR OF ENGAGEMENT-REC
009450     READ ENGAGEMENT
009460         INVALID KEY
009470             MOVE 'FALSE' TO WENGTROUVE
009480         NOT INVALID KEY
009490             MOVE 'TRUE ' TO WENGTROUVE
009500     END-READ.
009510 7200-EXIT.
009520     EXIT.
009530
009540 7300-LIRE-RESULTAT.
009550     MOVE 'FALSE' TO WRESTROUVE
009560     IF NOT RESULTAT-ABSENT
009570         MOVE WCODCOUR TO CODCOUR OF RESULTAT-REC
009580         MOVE WCODEPR TO CODEPR OF RESULTAT-REC
009590         READ RESULTAT
009600             INVALID KEY
009610                 MOVE 'FALSE' TO WRESTROUVE
009620             NOT INVALID KEY
009630                 MOVE 'TRUE ' TO WRESTROUVE
009640         END-READ
009650     END-IF.
009660 7300-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------*
009700* 8000-ECRIRE-ETAT : une ligne de l'etat, avec saut de page et   *
009710*                  entete ; la ligne est aussi affichee.         *
009720*----------------------------------------------------------------*
009730 8000-ECRIRE-ETAT.
009740     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
009750         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
009760     END-IF
009770     DISPLAY WLIGNE-EDIT
009780     WRITE ETAT-REC FROM WLIGNE-EDIT
009790     ADD 1 TO WNB-LIGNES-ETAT.
009800 8000-EXIT.
009810     EXIT.
009820
009830 8100-ENTETE-PAGE.
009840     ADD 1 TO WNO-PAGE
009850     MOVE WDATEJOUR TO WENT-DATE
009860     MOVE WNO-PAGE TO WENT-PAGE
009870     WRITE ETAT-REC FROM WLIGNE-ENTETE
009880     MOVE SPACES TO ETAT-REC
009890     WRITE ETAT-REC
009900     MOVE 2 TO WNB-LIGNES-ETAT.
009910 8100-EXIT.
009920     EXIT.
009930
009940*----------------------------------------------------------------*
009950* 9300-IMAGE-ENGAGEMENT : image de l'engagement courant pour le  *
009960*                  journal (date de saisie, retard objectif).    *
009970*----------------------------------------------------------------*
009980 9300-IMAGE-ENGAGEMENT.
009990     MOVE ENG-DATE-SAISIE TO WIMG-DATE
010000     MOVE ENG-ALERTE-OBJ TO WIMG-ALERTE-OBJ.
010010 9300-EXIT.
010020     EXIT.
010030
010040 9400-JOURNALISER-ENGAGEMENT.
010050     MOVE "ENGAGEMENT" TO LIEN-FICHIER
010060     MOVE WCODEPR TO WEJN-CODEPR
010070     MOVE WCODCOUR TO WEJN-CODCOUR
010080     MOVE SPACES TO LIEN-CLE
010090     MOVE WCLE-ENGAGEMENT-JRN TO LIEN-CLE
010100     MOVE WCODCOUR TO LIEN-CODCOUR
010110     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
010120 9400-EXIT.
010130     EXIT.
010140
010150*----------------------------------------------------------------*
010160* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
010170*----------------------------------------------------------------*
010180 9500-JOURNALISER.
010190     MOVE "FEN" TO LIEN-PROGRAMME
010200     MOVE SES-CODOPER TO LIEN-OPERATEUR
010210     CALL "FJRNL" USING JRN-LIEN.
010220 9500-EXIT.
010230     EXIT.
