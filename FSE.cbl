000100*================================================================*
000110* FSE       - Seances collectives d'entrainement.                *
000120*             Creation, modification, suppression et             *
000130*             consultation des sorties de groupe encadrees par   *
000140*             un entraineur (SEANCE.SQL : date, entraineur,      *
000150*             parcours, km prevus).  Le pointage des presences   *
000160*             propose les coureurs de l'entraineur puis tout     *
000170*             autre coureur venu rouler ; a la confirmation,     *
000180*             chaque present est poste sur REALISE comme une     *
000185*             sortie de plus du jour de la seance, son           *
000190*             TOTAL-KM-FAITS et son materiel sont mis a jour et  *
000200*             tout est journalise via FJRNL, comme le fait F3.   *
000210*             Presents et absents sont gardes dans PRESENCE.SQL. *
000220*             Sort aussi le taux de presence par coureur sur un  *
000230*             grand tour (ETAT-PRESENCE.TXT), aide a la          *
000240*             selection pour les epreuves.                       *
000250*================================================================*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FSE.
000280 AUTHOR. G3.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*----------------------------------------------------------------*
000320* HISTORIQUE DES MODIFICATIONS                                   *
000330* DATE        AUT  DESCRIPTION                                   *
000340* 15/10/2026  G3   Creation du programme (option SE du menu).    *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT ETAT-PRESENCE ASSIGN TO 'ETAT-PRESENCE.TXT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WETASTAT.
000420     SELECT TRI-PRESENCE ASSIGN TO 'TRI-PRESENCE.TMP'.
000430     COPY SEANSEL.
000440     COPY PRESSEL.
000450     COPY COURSEL.
000460     COPY ENTRSEL.
000470     COPY REALSEL.
000480     COPY SEMASEL.
000490     COPY TOURSEL.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ETAT-PRESENCE
000540     LABEL RECORD IS STANDARD.
000550 01  ETAT-REC                PIC X(80).
000560 SD  TRI-PRESENCE.
000570 01  TRI-PRE-REC.
000580     02  TRI-PRE-TAUX        PIC 9(03).
000590     02  TRI-PRE-NOM         PIC X(20).
000600     02  TRI-PRE-PRENOM      PIC X(20).
000610     02  TRI-PRE-CODCOUR     PIC 9(03).
000620     02  TRI-PRE-PRESENTS    PIC 9(03).
000630     02  TRI-PRE-ABSENTS     PIC 9(03).
000640     COPY SEANFD.
000650     COPY PRESFD.
000660     COPY COURFD.
000670     COPY ENTRFD.
000680     COPY REALFD.
000690     COPY SEMAFD.
000700     COPY TOURFD.
000710
000720 WORKING-STORAGE SECTION.
000730 77  WETASTAT                PIC X(02).
000740     COPY SEANSTA.
000750     COPY PRESSTA.
000760     COPY COURSTA.
000770     COPY ENTRSTA.
000780     COPY REALSTA.
000790     COPY SEMASTA.
000800     COPY TOURSTA.
000810 77  WOPERATION              PIC X(01).
000820 77  WFINFSE                 PIC X(05)       VALUE 'FALSE'.
000830     88  FIN-FSE                              VALUE 'TRUE '.
000840 77  WCODSEANCE              PIC 9(04).
000850 77  WCODSEM                 PIC 9(02).
000860 77  WCODENTR                PIC 9(03).
000870 77  WCODTOUR                PIC X(01).
000880 77  WLIBELLE                PIC X(30).
000890 77  WKM-PREVU               PIC 9(04).
000900 77  WCODCOUR                PIC 9(03).
000910 77  WJOUR                   PIC 9(08).
000920 77  WKMREALISE              PIC 9(04).
000930 77  WDUREE                  PIC 9(04).
000940 77  WDENIVELE               PIC 9(05).
000950 77  WDUREE-MAX              PIC 9(04)       VALUE 1440.
000960 77  WDENIVELE-MAX           PIC 9(05)       VALUE 10000.
000970 77  WSORTIE-SUIVANTE        PIC 9(03)       VALUE 0.
000980 77  WDELTA-KM               PIC S9(05)      VALUE 0.
000990 77  WTOTAL-AVANT            PIC 9(05)       VALUE 0.
001000 77  WREPONSE                PIC X(01).
001010 77  WCONFIRME               PIC X(01).
001020 77  WETAT-PRESENCE          PIC X(01).
001030 77  WDATEJOUR               PIC 9(08).
001040 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
001050     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
001060 77  WENTROK                 PIC X(05)       VALUE 'FALSE'.
001070     88  CODENTR-VALIDE                       VALUE 'TRUE '.
001080 77  WSEMOK                  PIC X(05)       VALUE 'FALSE'.
001090     88  CODSEM-VALIDE                        VALUE 'TRUE '.
001100 77  WJOUROK                 PIC X(05)       VALUE 'FALSE'.
001110     88  JOUR-VALIDE                          VALUE 'TRUE '.
001120 77  WTOURTROUVE             PIC X(05)       VALUE 'FALSE'.
001130     88  TOUR-TROUVE                          VALUE 'TRUE '.
001140 77  WSORTIES-PLEINES        PIC X(05)       VALUE 'FALSE'.
001150     88  SORTIES-PLEINES                      VALUE 'TRUE '.
001153 77  WFIN-SORTIES            PIC X(05)       VALUE 'FALSE'.
001156     88  FIN-SORTIES                          VALUE 'TRUE '.
001160 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
001170     88  SAISIE-VALIDE                        VALUE 'TRUE '.
001180 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
001190     88  SEANCE-TROUVEE                       VALUE 'TRUE '.
001200 77  WDEJA-POINTE            PIC X(05)       VALUE 'FALSE'.
001210     88  COUREUR-DEJA-POINTE                  VALUE 'TRUE '.
001220 77  WFIN-AJOUTS             PIC X(05)       VALUE 'FALSE'.
001230     88  FIN-AJOUTS                           VALUE 'TRUE '.
001240 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
001250     88  FIN-COUREUR                          VALUE 'TRUE '.
001260 77  WFIN-SEANCE             PIC X(05)       VALUE 'FALSE'.
001270     88  FIN-SEANCE                           VALUE 'TRUE '.
001280 77  WFIN-PRESENCE           PIC X(05)       VALUE 'FALSE'.
001290     88  FIN-PRESENCE                         VALUE 'TRUE '.
001300 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001310     88  FIN-TRI                              VALUE 'TRUE '.
001320 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001330     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001340*-- Nombre maximal de coureurs pointes sur une seance -----------*
001350 77  WMAX-POINTES            PIC 9(03)       VALUE 200.
001360 77  WNB-POINTES             PIC 9(03)       VALUE 0.
001370 77  WNB-PRESENTS            PIC 9(03)       VALUE 0.
001380 77  WNB-ABSENTS             PIC 9(03)       VALUE 0.
001390 77  WNB-NON-POSTES          PIC 9(03)       VALUE 0.
001400 77  WNB-SEANCES             PIC 9(05)       VALUE 0.
001410 77  WNB-COUREURS            PIC 9(05)       VALUE 0.
001420 77  WPRE-PRESENTS           PIC 9(03)       VALUE 0.
001430 77  WPRE-ABSENTS            PIC 9(03)       VALUE 0.
001440 77  WI                      PIC 9(03)       VALUE 0.
001450 77  WJ                      PIC 9(03)       VALUE 0.
001460 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001470 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001480 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001490     COPY JRNLNK.
001500     COPY VERLNK.
001510     COPY MATLNK.
001520*-- Coureurs pointes sur la seance, avant confirmation ----------*
001530 01  WTABLE-POINTAGE.
001540     02  WPT-COUREUR         OCCURS 200 TIMES.
001550         03  WPT-CODCOUR     PIC 9(03).
001560         03  WPT-ETAT        PIC X(01).
001570             88  WPT-PRESENT                 VALUE 'P'.
001580             88  WPT-ABSENT                  VALUE 'A'.
001590         03  WPT-KM          PIC 9(04).
001600 01  WIMAGE-REALISE.
001610     02  WIMG-KM             PIC 9(04).
001620     02  FILLER              PIC X(01)       VALUE SPACE.
001630     02  WIMG-DUREE          PIC 9(04).
001640     02  FILLER              PIC X(01)       VALUE SPACE.
001650     02  WIMG-DENIVELE       PIC 9(05).
001660 01  WIMAGE-SEANCE.
001670     02  WIMS-DATE           PIC 9(08).
001680     02  FILLER              PIC X(01)       VALUE SPACE.
001690     02  WIMS-CODENTR        PIC 9(03).
001700     02  FILLER              PIC X(01)       VALUE SPACE.
001710     02  WIMS-KM-PREVU       PIC 9(04).
001720     02  FILLER              PIC X(01)       VALUE SPACE.
001730     02  WIMS-DUREE          PIC 9(04).
001740     02  FILLER              PIC X(01)       VALUE SPACE.
001750     02  WIMS-DENIVELE       PIC 9(05).
001760     02  FILLER              PIC X(01)       VALUE SPACE.
001770     02  WIMS-STATUT         PIC X(01).
001780     02  FILLER              PIC X(01)       VALUE SPACE.
001790     02  WIMS-PRESENTS       PIC 9(03).
001800     02  FILLER              PIC X(01)       VALUE "/".
001810     02  WIMS-ABSENTS        PIC 9(03).
001820 77  WAVANT-SEANCE           PIC X(40).
001830 01  WIMAGE-PRESENCE.
001840     02  WIMP-ETAT           PIC X(01).
001850     02  FILLER              PIC X(01)       VALUE SPACE.
001860     02  WIMP-KM             PIC 9(04).
001870     02  FILLER              PIC X(01)       VALUE SPACE.
001880     02  WIMP-DATE-SAISIE    PIC 9(08).
001890 01  WLIGNE-EDIT             PIC X(80).
001900 01  WLIGNE-ENTETE.
001910     02  FILLER              PIC X(36)       VALUE
001920         "CYCLISTES - Presence aux seances, ".
001930     02  FILLER              PIC X(05)       VALUE "tour ".
001940     02  WENT-CODTOUR        PIC X(01).
001950     02  FILLER              PIC X(04)       VALUE " au ".
001960     02  WENT-DATE           PIC 9(08).
001970     02  FILLER              PIC X(06)       VALUE "  Page".
001980     02  WENT-PAGE           PIC ZZ9.
001990     02  FILLER              PIC X(17)       VALUE SPACES.
002000 01  WLIGNE-TAUX.
002010     02  WLTX-CODCOUR        PIC 9(03).
002020     02  FILLER              PIC X(01)       VALUE SPACE.
002030     02  WLTX-NOM            PIC X(20).
002040     02  FILLER              PIC X(01)       VALUE SPACE.
002050     02  WLTX-PRENOM         PIC X(15).
002060     02  FILLER              PIC X(02)       VALUE SPACES.
002070     02  WLTX-PRESENTS       PIC ZZ9.
002080     02  FILLER              PIC X(02)       VALUE SPACES.
002090     02  WLTX-ABSENTS        PIC ZZ9.
002100     02  FILLER              PIC X(02)       VALUE SPACES.
002110     02  WLTX-SEANCES        PIC ZZ9.
002120     02  FILLER              PIC X(03)       VALUE SPACES.
002130     02  WLTX-TAUX           PIC ZZ9.
002140     02  FILLER              PIC X(01)       VALUE "%".
002150     02  FILLER              PIC X(18)       VALUE SPACES.
002160
002170 LINKAGE SECTION.
002180     COPY OPELNK.
002190
002200 PROCEDURE DIVISION USING SESSION-OPERATEUR.
002210 0000-MAINLINE SECTION.
002220 0000-DEBUT.
002230     OPEN I-O SEANCE
002240     IF WSEASTAT = '35'
002250         OPEN OUTPUT SEANCE
002260         CLOSE SEANCE
002270         OPEN I-O SEANCE
002280         DISPLAY "Fichier SEANCE cree."
002290     END-IF
002300     OPEN I-O PRESENCE
002310     IF WPRESTAT = '35'
002320         OPEN OUTPUT PRESENCE
002330         CLOSE PRESENCE
002340         OPEN I-O PRESENCE
002350         DISPLAY "Fichier PRESENCE cree."
002360     END-IF
002370     OPEN I-O COUREUR
002380     OPEN INPUT ENTRAINEUR
002390     OPEN I-O REALISE
002400     OPEN INPUT SEMAINE
002410     OPEN INPUT TOUR
002420     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002430     IF ERREUR-OUVERTURE
002440         GOBACK
002450     END-IF
002460     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002470     MOVE 'FALSE' TO WFINFSE
002480     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
002490         UNTIL FIN-FSE
002500     CLOSE SEANCE PRESENCE COUREUR ENTRAINEUR REALISE SEMAINE
002510         TOUR.
002520 0000-FIN-MAINLINE.
002530     GOBACK.
002540
002550 0050-VERIFIER-OUVERTURES.
002560     IF WSEASTAT NOT = '00'
002570         DISPLAY "Erreur ouverture SEANCE, code retour "
002580             WSEASTAT
002590         MOVE 'TRUE ' TO WERR-OUVERTURE
002600     END-IF
002610     IF WPRESTAT NOT = '00'
002620         DISPLAY "Erreur ouverture PRESENCE, code retour "
002630             WPRESTAT
002640         MOVE 'TRUE ' TO WERR-OUVERTURE
002650     END-IF
002660     IF WCOUSTAT NOT = '00'
002670         DISPLAY "Erreur ouverture COUREUR, code retour "
002680             WCOUSTAT
002690         MOVE 'TRUE ' TO WERR-OUVERTURE
002700     END-IF
002710     IF WENTSTAT NOT = '00'
002720         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
002730             WENTSTAT
002740         MOVE 'TRUE ' TO WERR-OUVERTURE
002750     END-IF
002760     IF WREASTAT NOT = '00'
002770         DISPLAY "Erreur ouverture REALISE, code retour "
002780             WREASTAT
002790         MOVE 'TRUE ' TO WERR-OUVERTURE
002800     END-IF
002810     IF WSEMSTAT NOT = '00'
002820         DISPLAY "Erreur ouverture SEMAINE, code retour "
002830             WSEMSTAT
002840         MOVE 'TRUE ' TO WERR-OUVERTURE
002850     END-IF
002860     IF WTOUSTAT NOT = '00'
002870         DISPLAY "Erreur ouverture TOUR, code retour "
002880             WTOUSTAT
002890         MOVE 'TRUE ' TO WERR-OUVERTURE
002900     END-IF.
002910 0050-EXIT.
002920     EXIT.
002930
002940 1000-TRAITER-UNE-OPERATION.
002950     PERFORM 1100-AFFICHER-MENU-FSE THRU 1100-EXIT
002960     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002970     EVALUATE WOPERATION
002980         WHEN 'C'
002990             PERFORM 2000-CREATION THRU 2000-EXIT
003000         WHEN 'M'
003010             PERFORM 3000-MODIFICATION THRU 3000-EXIT
003020         WHEN 'P'
003030             PERFORM 3500-POINTAGE THRU 3500-EXIT
003040         WHEN 'D'
003050             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
003060         WHEN 'I'
003070             PERFORM 5000-INTERROGATION THRU 5000-EXIT
003080         WHEN 'L'
003090             PERFORM 5500-LISTE-DES-SEANCES THRU 5500-EXIT
003100         WHEN 'T'
003110             PERFORM 6000-ETAT-DES-PRESENCES THRU 6000-EXIT
003120         WHEN 'Q'
003130             MOVE 'TRUE ' TO WFINFSE
003140         WHEN OTHER
003150             DISPLAY "Operation inconnue, recommencez."
003160     END-EVALUATE.
003170 1000-EXIT.
003180     EXIT.
003190
003200 1100-AFFICHER-MENU-FSE.
003210     DISPLAY " ".
003220     DISPLAY "--- Seances collectives ---".
003230     DISPLAY "C - Creer une seance".
003240     DISPLAY "M - Modifier une seance".
003250     DISPLAY "P - Pointer les presences d'une seance".
003260     DISPLAY "D - Supprimer une seance".
003270     DISPLAY "I - Interroger une seance".
003280     DISPLAY "L - Lister les seances a partir d'une date".
003290     DISPLAY "T - Taux de presence par coureur sur un tour".
003300     DISPLAY "Q - Retour au menu".
003310 1100-EXIT.
003320     EXIT.
003330
003340 1200-SAISIR-OPERATION.
003350     DISPLAY "Votre choix : ".
003360     MOVE SPACES TO WOPERATION
003370     ACCEPT WOPERATION.
003380 1200-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------------*
003420* 2000-CREATION : nouvelle seance, ouverte, sans presence.       *
003430*----------------------------------------------------------------*
003440 2000-CREATION.
003450     PERFORM 2100-SAISIR-CODSEANCE THRU 2100-EXIT
003460     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
003470     IF SEANCE-TROUVEE
003480         DISPLAY "Ce code seance existe deja."
003490         GO TO 2000-EXIT
003500     END-IF
003510     PERFORM 2150-SAISIR-CHAMPS-SEANCE THRU 2150-EXIT
003520     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
003530     IF NOT SAISIE-VALIDE
003540         DISPLAY "Saisie refusee, rien n'est enregistre."
003550         GO TO 2000-EXIT
003560     END-IF
003570     MOVE WCODSEANCE TO CODSEANCE OF SEANCE-REC
003580     PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
003590     MOVE 'O' TO SEA-STATUT
003600     MOVE 0 TO SEA-NB-PRESENTS
003610     MOVE 0 TO SEA-NB-ABSENTS
003620     WRITE SEANCE-REC
003630         INVALID KEY
003640             DISPLAY "Ce code seance existe deja."
003650         NOT INVALID KEY
003660             DISPLAY "Seance enregistree."
003670             MOVE 'E' TO LIEN-OPERATION
003680             MOVE SPACES TO LIEN-AVANT
003690             PERFORM 9400-JOURNALISER-SEANCE THRU 9400-EXIT
003700     END-WRITE.
003710 2000-EXIT.
003720     EXIT.
003730
003740 2100-SAISIR-CODSEANCE.
003750     DISPLAY "Code seance : ".
003760     MOVE ZEROES TO WCODSEANCE
003770     ACCEPT WCODSEANCE.
003780 2100-EXIT.
003790     EXIT.
003800
003810 2150-SAISIR-CHAMPS-SEANCE.
003820     DISPLAY "Date de la seance (AAAAMMJJ) : ".
003830     MOVE ZEROES TO WJOUR
003840     ACCEPT WJOUR
003850     DISPLAY "Code semaine : ".
003860     MOVE ZEROES TO WCODSEM
003870     ACCEPT WCODSEM
003880     DISPLAY "Code entraineur qui encadre : ".
003890     MOVE ZEROES TO WCODENTR
003900     ACCEPT WCODENTR
003910     DISPLAY "Parcours (libelle) : ".
003920     MOVE SPACES TO WLIBELLE
003930     ACCEPT WLIBELLE
003940     DISPLAY "Km prevus : ".
003950     MOVE ZEROES TO WKM-PREVU
003960     ACCEPT WKM-PREVU
003970     DISPLAY "Duree prevue (minutes, 0 si inconnue) : "
003980     MOVE ZEROES TO WDUREE
003990     ACCEPT WDUREE
004000     DISPLAY "Denivele prevu (metres, 0 si inconnu) : "
004010     MOVE ZEROES TO WDENIVELE
004020     ACCEPT WDENIVELE.
004030 2150-EXIT.
004040     EXIT.
004050
004060*-- GRANDTOUR est celui de la semaine lue par 7300 --------------*
004070 2200-REPORTER-CHAMPS.
004080     MOVE WJOUR TO SEA-DATE
004090     MOVE WCODSEM TO CODSEM OF SEANCE-REC
004100     MOVE GRANDTOUR TO SEA-CODTOUR
004110     MOVE WCODENTR TO CODENTR OF SEANCE-REC
004120     MOVE WLIBELLE TO SEA-LIBELLE
004130     MOVE WKM-PREVU TO SEA-KM-PREVU
004140     MOVE WDUREE TO SEA-DUREE
004150     MOVE WDENIVELE TO SEA-DENIVELE.
004160 2200-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 3000-MODIFICATION : toute la seance, tant que les presences    *
004210*                  ne sont pas pointees.                         *
004220*----------------------------------------------------------------*
004230 3000-MODIFICATION.
004240     PERFORM 2100-SAISIR-CODSEANCE THRU 2100-EXIT
004250     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
004260     IF NOT SEANCE-TROUVEE
004270         DISPLAY "Cette seance n'existe pas."
004280         GO TO 3000-EXIT
004290     END-IF
004300     IF SEANCE-POINTEE
004310         DISPLAY "Presences deja pointees, seance non "
004320             "modifiable : corrections par F3."
004330         GO TO 3000-EXIT
004340     END-IF
004350     PERFORM 9600-POSER-VERROU-SEANCE THRU 9600-EXIT
004360     IF NOT VERROU-REFUSE
004370         PERFORM 3050-MODIFIER-LA-SEANCE THRU 3050-EXIT
004380         PERFORM 9650-LIBERER-VERROU-SEANCE THRU 9650-EXIT
004390     END-IF.
004400 3000-EXIT.
004410     EXIT.
004420
004430 3050-MODIFIER-LA-SEANCE.
004440     PERFORM 9300-IMAGE-SEANCE THRU 9300-EXIT
004450     MOVE WIMAGE-SEANCE TO WAVANT-SEANCE
004460     DISPLAY SEA-DATE " sem. " CODSEM OF SEANCE-REC " entr. "
004470         CODENTR OF SEANCE-REC " " SEA-LIBELLE " "
004480         SEA-KM-PREVU " km"
004490     PERFORM 2150-SAISIR-CHAMPS-SEANCE THRU 2150-EXIT
004500     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
004510     IF SAISIE-VALIDE
004520         PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
004530         PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
004540         REWRITE SEANCE-REC
004550         DISPLAY "Seance modifiee."
004560         MOVE 'R' TO LIEN-OPERATION
004570         MOVE WAVANT-SEANCE TO LIEN-AVANT
004580         PERFORM 9400-JOURNALISER-SEANCE THRU 9400-EXIT
004590     ELSE
004600         DISPLAY "Modification refusee."
004610     END-IF.
004620 3050-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------*
004660* 3500-POINTAGE : presences d'une seance passee ou du jour.      *
004670*                  Les coureurs de l'entraineur sont proposes un *
004680*                  a un, puis tout autre coureur present peut    *
004690*                  etre ajoute ; rien n'est ecrit avant la       *
004700*                  confirmation.  Une seance pointee ne se       *
004710*                  repointe pas : les km se corrigent en F3.     *
004720*----------------------------------------------------------------*
004730 3500-POINTAGE.
004740     PERFORM 2100-SAISIR-CODSEANCE THRU 2100-EXIT
004750     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
004760     IF NOT SEANCE-TROUVEE
004770         DISPLAY "Cette seance n'existe pas."
004780         GO TO 3500-EXIT
004790     END-IF
004800     IF SEANCE-POINTEE
004810         DISPLAY "Presences deja pointees : corrections par F3."
004820         GO TO 3500-EXIT
004830     END-IF
004840     IF SEA-DATE > WDATEJOUR
004850         DISPLAY "Seance a venir, pointage refuse."
004860         GO TO 3500-EXIT
004870     END-IF
004880     PERFORM 9600-POSER-VERROU-SEANCE THRU 9600-EXIT
004890     IF NOT VERROU-REFUSE
004900         PERFORM 3550-POINTER-LA-SEANCE THRU 3550-EXIT
004910         PERFORM 9650-LIBERER-VERROU-SEANCE THRU 9650-EXIT
004920     END-IF.
004930 3500-EXIT.
004940     EXIT.
004950
004960 3550-POINTER-LA-SEANCE.
004970     MOVE SEA-DATE TO WJOUR
004980     MOVE CODSEM OF SEANCE-REC TO WCODSEM
004990     MOVE SEA-DUREE TO WDUREE
005000     MOVE SEA-DENIVELE TO WDENIVELE
005010     PERFORM 7300-CONTROLER-CODSEM THRU 7300-EXIT
005020     IF CODSEM-VALIDE
005030         PERFORM 7400-CONTROLER-JOUR THRU 7400-EXIT
005040     END-IF
005050     IF NOT CODSEM-VALIDE OR NOT JOUR-VALIDE
005060         DISPLAY "Pointage refuse, rien n'est enregistre."
005070         GO TO 3550-EXIT
005080     END-IF
005090     DISPLAY "Seance " WCODSEANCE " du " SEA-DATE " : "
005100         SEA-LIBELLE " (" SEA-KM-PREVU " km prevus)"
005110     MOVE 0 TO WNB-POINTES
005120     MOVE CODENTR OF SEANCE-REC TO CODENTR OF COUREUR-REC
005130     START COUREUR KEY IS EQUAL TO CODENTR OF COUREUR-REC
005140         INVALID KEY
005150             MOVE 'TRUE ' TO WFIN-COUREUR
005160         NOT INVALID KEY
005170             MOVE 'FALSE' TO WFIN-COUREUR
005180     END-START
005190     PERFORM 3600-POINTER-UN-COUREUR-DU-GROUPE THRU 3600-EXIT
005200         UNTIL FIN-COUREUR
005210     MOVE 'FALSE' TO WFIN-AJOUTS
005220     PERFORM 3700-AJOUTER-UN-COUREUR THRU 3700-EXIT
005230         UNTIL FIN-AJOUTS
005240     IF WNB-POINTES = 0
005250         DISPLAY "Aucun coureur pointe, rien n'est enregistre."
005260         GO TO 3550-EXIT
005270     END-IF
005280     MOVE 0 TO WNB-PRESENTS
005290     MOVE 0 TO WNB-ABSENTS
005300     PERFORM 3760-COMPTER-UN-POINTE THRU 3760-EXIT
005310         VARYING WI FROM 1 BY 1 UNTIL WI > WNB-POINTES
005320     DISPLAY WNB-PRESENTS " present(s), " WNB-ABSENTS
005330         " absent(s).  Confirmer le pointage (O/N) : "
005340     MOVE SPACE TO WCONFIRME
005350     ACCEPT WCONFIRME
005360     IF WCONFIRME NOT = 'O' AND WCONFIRME NOT = 'o'
005370         DISPLAY "Pointage abandonne, rien n'est enregistre."
005380         GO TO 3550-EXIT
005390     END-IF
005400     MOVE 0 TO WNB-PRESENTS
005410     MOVE 0 TO WNB-ABSENTS
005420     MOVE 0 TO WNB-NON-POSTES
005430     PERFORM 3800-ENREGISTRER-UNE-PRESENCE THRU 3800-EXIT
005440         VARYING WI FROM 1 BY 1 UNTIL WI > WNB-POINTES
005450     PERFORM 3900-CLORE-LA-SEANCE THRU 3900-EXIT.
005460 3550-EXIT.
005470     EXIT.
005480
005490*-- Un coureur rattache a l'entraineur de la seance -------------*
005500 3600-POINTER-UN-COUREUR-DU-GROUPE.
005510     READ COUREUR NEXT RECORD
005520         AT END
005530             MOVE 'TRUE ' TO WFIN-COUREUR
005540             GO TO 3600-EXIT
005550     END-READ
005560     IF CODENTR OF COUREUR-REC NOT = CODENTR OF SEANCE-REC
005570         MOVE 'TRUE ' TO WFIN-COUREUR
005580         GO TO 3600-EXIT
005590     END-IF
005600     IF WNB-POINTES NOT < WMAX-POINTES
005610         DISPLAY "Groupe limite a " WMAX-POINTES
005620             " coureurs, la suite n'est pas proposee."
005630         MOVE 'TRUE ' TO WFIN-COUREUR
005640         GO TO 3600-EXIT
005650     END-IF
005660     ADD 1 TO WNB-POINTES
005670     MOVE CODCOUR OF COUREUR-REC TO WPT-CODCOUR (WNB-POINTES)
005680     DISPLAY CODCOUR OF COUREUR-REC " " NOM OF COUREUR-REC " "
005690         PRENOM OF COUREUR-REC
005700     DISPLAY "Present (O/N) : "
005710     MOVE SPACE TO WREPONSE
005720     ACCEPT WREPONSE
005730     IF WREPONSE = 'O' OR WREPONSE = 'o'
005740         PERFORM 3650-SAISIR-KM-PRESENT THRU 3650-EXIT
005750     ELSE
005760         MOVE 'A' TO WPT-ETAT (WNB-POINTES)
005770         MOVE 0 TO WPT-KM (WNB-POINTES)
005780     END-IF.
005790 3600-EXIT.
005800     EXIT.
005810
005820*-- Km du present : 0 = les km prevus de la seance --------------*
005830 3650-SAISIR-KM-PRESENT.
005840     MOVE 'P' TO WPT-ETAT (WNB-POINTES)
005850     DISPLAY "Km parcourus (0 = " SEA-KM-PREVU " prevus) : "
005860     MOVE ZEROES TO WKMREALISE
005870     ACCEPT WKMREALISE
005880     IF WKMREALISE = 0
005890         MOVE SEA-KM-PREVU TO WKMREALISE
005900     END-IF
005910     MOVE WKMREALISE TO WPT-KM (WNB-POINTES).
005920 3650-EXIT.
005930     EXIT.
005940
005950*-- Coureur d'un autre groupe venu rouler avec la seance --------*
005960 3700-AJOUTER-UN-COUREUR.
005970     DISPLAY "Autre coureur present (000 pour terminer) : ".
005980     MOVE ZEROES TO WCODCOUR
005990     ACCEPT WCODCOUR
006000     IF WCODCOUR = 0
006010         MOVE 'TRUE ' TO WFIN-AJOUTS
006020         GO TO 3700-EXIT
006030     END-IF
006040     PERFORM 7000-CONTROLER-CODCOUR THRU 7000-EXIT
006050     IF NOT CODCOUR-VALIDE
006060         GO TO 3700-EXIT
006070     END-IF
006080     MOVE 'FALSE' TO WDEJA-POINTE
006090     PERFORM 3750-COMPARER-UN-POINTE THRU 3750-EXIT
006100         VARYING WJ FROM 1 BY 1 UNTIL WJ > WNB-POINTES
006110     IF COUREUR-DEJA-POINTE
006120         DISPLAY "Coureur deja pointe sur cette seance."
006130         GO TO 3700-EXIT
006140     END-IF
006150     IF WNB-POINTES NOT < WMAX-POINTES
006160         DISPLAY "Groupe limite a " WMAX-POINTES " coureurs."
006170         MOVE 'TRUE ' TO WFIN-AJOUTS
006180         GO TO 3700-EXIT
006190     END-IF
006200     ADD 1 TO WNB-POINTES
006210     MOVE WCODCOUR TO WPT-CODCOUR (WNB-POINTES)
006220     DISPLAY NOM OF COUREUR-REC " " PRENOM OF COUREUR-REC
006230     PERFORM 3650-SAISIR-KM-PRESENT THRU 3650-EXIT.
006240 3700-EXIT.
006250     EXIT.
006260
006270 3750-COMPARER-UN-POINTE.
006280     IF WPT-CODCOUR (WJ) = WCODCOUR
006290         MOVE 'TRUE ' TO WDEJA-POINTE
006300     END-IF.
006310 3750-EXIT.
006320     EXIT.
006330
006340 3760-COMPTER-UN-POINTE.
006350     IF WPT-PRESENT (WI)
006360         ADD 1 TO WNB-PRESENTS
006370     ELSE
006380         ADD 1 TO WNB-ABSENTS
006390     END-IF.
006400 3760-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------------*
006440* 3800-ENREGISTRER-UNE-PRESENCE : un coureur pointe.  Le present *
006450*                  est poste sur REALISE comme en F3, sous le    *
006460*                  verrou de sa fiche COUREUR ; une fiche tenue  *
006470*                  par une autre session garde la presence (N)   *
006480*                  sans poster les km, a reprendre en F3.        *
006490*----------------------------------------------------------------*
006500 3800-ENREGISTRER-UNE-PRESENCE.
006510     MOVE WPT-CODCOUR (WI) TO WCODCOUR
006520     MOVE WPT-KM (WI) TO WKMREALISE
006530     IF WPT-ABSENT (WI)
006540         MOVE 'A' TO WETAT-PRESENCE
006550         ADD 1 TO WNB-ABSENTS
006560     ELSE
006570         PERFORM 9700-POSER-VERROU-COUREUR THRU 9700-EXIT
006580         IF VERROU-REFUSE
006590             MOVE 'N' TO WETAT-PRESENCE
006600             ADD 1 TO WNB-NON-POSTES
006610         ELSE
006620             PERFORM 8000-ENREGISTRER-REALISATION
006630                 THRU 8000-EXIT
006640             PERFORM 9750-LIBERER-VERROU-COUREUR
006650                 THRU 9750-EXIT
006652             IF SORTIES-PLEINES
006654                 MOVE 'N' TO WETAT-PRESENCE
006656                 ADD 1 TO WNB-NON-POSTES
006658             ELSE
006660                 MOVE 'P' TO WETAT-PRESENCE
006665             END-IF
006670         END-IF
006680         ADD 1 TO WNB-PRESENTS
006690     END-IF
006700     MOVE WCODSEANCE TO CODSEANCE OF PRESENCE-REC
006710     MOVE WCODCOUR TO CODCOUR OF PRESENCE-REC
006720     MOVE WETAT-PRESENCE TO PRE-ETAT
006730     MOVE WKMREALISE TO PRE-KM
006740     MOVE WDATEJOUR TO PRE-DATE-SAISIE
006750     MOVE 'E' TO LIEN-OPERATION
006760     WRITE PRESENCE-REC
006770         INVALID KEY
006780             REWRITE PRESENCE-REC
006790             MOVE 'R' TO LIEN-OPERATION
006800     END-WRITE
006810     MOVE "PRESENCE" TO LIEN-FICHIER
006820     MOVE CLE-PRESENCE TO LIEN-CLE
006830     MOVE SPACES TO LIEN-AVANT
006840     MOVE PRE-ETAT TO WIMP-ETAT
006850     MOVE PRE-KM TO WIMP-KM
006860     MOVE PRE-DATE-SAISIE TO WIMP-DATE-SAISIE
006870     MOVE WIMAGE-PRESENCE TO LIEN-APRES
006880     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
006890 3800-EXIT.
006900     EXIT.
006910
006920*-- La seance passe a pointee avec ses compteurs ----------------*
006930 3900-CLORE-LA-SEANCE.
006940     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
006950     PERFORM 9300-IMAGE-SEANCE THRU 9300-EXIT
006960     MOVE WIMAGE-SEANCE TO WAVANT-SEANCE
006970     MOVE 'P' TO SEA-STATUT
006980     MOVE WNB-PRESENTS TO SEA-NB-PRESENTS
006990     MOVE WNB-ABSENTS TO SEA-NB-ABSENTS
007000     REWRITE SEANCE-REC
007010     MOVE 'R' TO LIEN-OPERATION
007020     MOVE WAVANT-SEANCE TO LIEN-AVANT
007030     PERFORM 9400-JOURNALISER-SEANCE THRU 9400-EXIT
007040     DISPLAY "Seance pointee : " WNB-PRESENTS " present(s), "
007050         WNB-ABSENTS " absent(s)."
007060     IF WNB-NON-POSTES > 0
007070         DISPLAY WNB-NON-POSTES " present(s) sans km postes "
007080             "(fiche verrouillee) : a saisir en F3."
007090     END-IF.
007100 3900-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------*
007140* 4000-SUPPRESSION : seance encore ouverte seulement ; une       *
007150*                  seance pointee a poste des km sur REALISE.    *
007160*----------------------------------------------------------------*
007170 4000-SUPPRESSION.
007180     PERFORM 2100-SAISIR-CODSEANCE THRU 2100-EXIT
007190     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
007200     IF NOT SEANCE-TROUVEE
007210         DISPLAY "Cette seance n'existe pas."
007220         GO TO 4000-EXIT
007230     END-IF
007240     IF SEANCE-POINTEE
007250         DISPLAY "Seance pointee, km postes : suppression "
007260             "refusee."
007270         GO TO 4000-EXIT
007280     END-IF
007290     PERFORM 9600-POSER-VERROU-SEANCE THRU 9600-EXIT
007300     IF NOT VERROU-REFUSE
007310         PERFORM 9300-IMAGE-SEANCE THRU 9300-EXIT
007320         DELETE SEANCE
007330             INVALID KEY
007340                 DISPLAY "Seance deja supprimee."
007350             NOT INVALID KEY
007360                 DISPLAY "Seance supprimee."
007370                 MOVE 'S' TO LIEN-OPERATION
007380                 MOVE WIMAGE-SEANCE TO LIEN-AVANT
007390                 MOVE SPACES TO LIEN-APRES
007400                 MOVE "SEANCE" TO LIEN-FICHIER
007410                 MOVE SPACES TO LIEN-CLE
007420                 MOVE WCODSEANCE TO LIEN-CLE
007430                 MOVE 0 TO WCODCOUR
007440                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
007450         END-DELETE
007460         PERFORM 9650-LIBERER-VERROU-SEANCE THRU 9650-EXIT
007470     END-IF.
007480 4000-EXIT.
007490     EXIT.
007500
007510 5000-INTERROGATION.
007520     PERFORM 2100-SAISIR-CODSEANCE THRU 2100-EXIT
007530     PERFORM 7100-LIRE-SEANCE THRU 7100-EXIT
007540     IF NOT SEANCE-TROUVEE
007550         DISPLAY "Cette seance n'existe pas."
007560         GO TO 5000-EXIT
007570     END-IF
007580     DISPLAY "Seance     : " CODSEANCE OF SEANCE-REC " "
007590         SEA-LIBELLE
007600     DISPLAY "Date       : " SEA-DATE " semaine "
007610         CODSEM OF SEANCE-REC " tour " SEA-CODTOUR
007620     DISPLAY "Entraineur : " CODENTR OF SEANCE-REC
007630     DISPLAY "Prevu      : " SEA-KM-PREVU " km, " SEA-DUREE
007640         " min, " SEA-DENIVELE " m"
007650     IF SEANCE-OUVERTE
007660         DISPLAY "Statut     : ouverte (presences non pointees)"
007670         GO TO 5000-EXIT
007680     END-IF
007690     DISPLAY "Statut     : pointee, " SEA-NB-PRESENTS
007700         " present(s), " SEA-NB-ABSENTS " absent(s)"
007710     MOVE WCODSEANCE TO CODSEANCE OF PRESENCE-REC
007720     MOVE LOW-VALUES TO CODCOUR OF PRESENCE-REC
007730     START PRESENCE KEY IS NOT LESS THAN CLE-PRESENCE
007740         INVALID KEY
007750             MOVE 'TRUE ' TO WFIN-PRESENCE
007760         NOT INVALID KEY
007770             MOVE 'FALSE' TO WFIN-PRESENCE
007780     END-START
007790     PERFORM 5100-UNE-PRESENCE-DE-LA-SEANCE THRU 5100-EXIT
007800         UNTIL FIN-PRESENCE.
007810 5000-EXIT.
007820     EXIT.
007830
007840 5100-UNE-PRESENCE-DE-LA-SEANCE.
007850     READ PRESENCE NEXT RECORD
007860         AT END
007870             MOVE 'TRUE ' TO WFIN-PRESENCE
007880             GO TO 5100-EXIT
007890     END-READ
007900     IF CODSEANCE OF PRESENCE-REC NOT = WCODSEANCE
007910         MOVE 'TRUE ' TO WFIN-PRESENCE
007920         GO TO 5100-EXIT
007930     END-IF
007940     MOVE CODCOUR OF PRESENCE-REC TO CODCOUR OF COUREUR-REC
007950     READ COUREUR
007960         INVALID KEY
007970             MOVE "(inconnu)" TO NOM OF COUREUR-REC
007980             MOVE SPACES TO PRENOM OF COUREUR-REC
007990     END-READ
008000     DISPLAY CODCOUR OF PRESENCE-REC " " NOM OF COUREUR-REC
008010         " " PRENOM OF COUREUR-REC " " PRE-ETAT " " PRE-KM.
008020 5100-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------------*
008060* 5500-LISTE-DES-SEANCES : seances a partir d'une date, par la   *
008070*                  cle alternative SEA-DATE.                     *
008080*----------------------------------------------------------------*
008090 5500-LISTE-DES-SEANCES.
008100     DISPLAY "A partir du (AAAAMMJJ, 0 = aujourd'hui) : ".
008110     MOVE ZEROES TO WJOUR
008120     ACCEPT WJOUR
008130     IF WJOUR = 0
008140         MOVE WDATEJOUR TO WJOUR
008150     END-IF
008160     DISPLAY "Sean Date     Sm T Ent Parcours"
008170         "                       Km S Pr Ab".
008180     MOVE 0 TO WNB-SEANCES
008190     MOVE WJOUR TO SEA-DATE
008200     START SEANCE KEY IS NOT LESS THAN SEA-DATE
008210         INVALID KEY
008220             MOVE 'TRUE ' TO WFIN-SEANCE
008230         NOT INVALID KEY
008240             MOVE 'FALSE' TO WFIN-SEANCE
008250     END-START
008260     PERFORM 5600-UNE-SEANCE-LISTEE THRU 5600-EXIT
008270         UNTIL FIN-SEANCE
008280     DISPLAY WNB-SEANCES " seance(s).".
008290 5500-EXIT.
008300     EXIT.
008310
008320 5600-UNE-SEANCE-LISTEE.
008330     READ SEANCE NEXT RECORD
008340         AT END
008350             MOVE 'TRUE ' TO WFIN-SEANCE
008360         NOT AT END
008370             DISPLAY CODSEANCE OF SEANCE-REC " " SEA-DATE " "
008380                 CODSEM OF SEANCE-REC " " SEA-CODTOUR " "
008390                 CODENTR OF SEANCE-REC " " SEA-LIBELLE " "
008400                 SEA-KM-PREVU " " SEA-STATUT " "
008410                 SEA-NB-PRESENTS " " SEA-NB-ABSENTS
008420             ADD 1 TO WNB-SEANCES
008430     END-READ.
008440 5600-EXIT.
008450     EXIT.
008460
008470*----------------------------------------------------------------*
008480* 6000-ETAT-DES-PRESENCES : pour un grand tour, taux de presence *
008490*                  de chaque coureur aux seances pointees du     *
008500*                  tour (presents / presents + absents), du plus *
008510*                  assidu au moins assidu.  Un coureur jamais    *
008520*                  pointe sur le tour n'apparait pas.            *
008530*----------------------------------------------------------------*
008540 6000-ETAT-DES-PRESENCES.
008550     DISPLAY "Code du grand tour : ".
008560     MOVE SPACES TO WCODTOUR
008570     ACCEPT WCODTOUR
008580     MOVE WCODTOUR TO CODTOUR OF TOUR-REC
008590     READ TOUR
008600         INVALID KEY
008610             DISPLAY "Grand tour inconnu."
008620             GO TO 6000-EXIT
008630     END-READ
008640     OPEN OUTPUT ETAT-PRESENCE
008650     IF WETASTAT NOT = '00'
008660         DISPLAY "Erreur ouverture ETAT-PRESENCE, code retour "
008670             WETASTAT
008680         GO TO 6000-EXIT
008690     END-IF
008700     MOVE 0 TO WNO-PAGE
008710     MOVE 99 TO WNB-LIGNES-ETAT
008720     MOVE 0 TO WNB-SEANCES
008730     MOVE LOW-VALUES TO CODSEANCE OF SEANCE-REC
008740     START SEANCE KEY IS NOT LESS THAN CODSEANCE OF SEANCE-REC
008750         INVALID KEY
008760             MOVE 'TRUE ' TO WFIN-SEANCE
008770         NOT INVALID KEY
008780             MOVE 'FALSE' TO WFIN-SEANCE
008790     END-START
008800     PERFORM 6050-COMPTER-UNE-SEANCE THRU 6050-EXIT
008810         UNTIL FIN-SEANCE
008820     MOVE SPACES TO WLIGNE-EDIT
008830     STRING NOM-TOUR " : " WNB-SEANCES " seance(s) pointee(s)."
008840         DELIMITED BY SIZE INTO WLIGNE-EDIT
008850     PERFORM 8300-ECRIRE-ETAT THRU 8300-EXIT
008860     MOVE SPACES TO WLIGNE-EDIT
008870     PERFORM 8300-ECRIRE-ETAT THRU 8300-EXIT
008880     MOVE 0 TO WNB-COUREURS
008890     SORT TRI-PRESENCE
008900         ON DESCENDING KEY TRI-PRE-TAUX
008910         ON ASCENDING KEY TRI-PRE-NOM
008920         ON ASCENDING KEY TRI-PRE-CODCOUR
008930         INPUT PROCEDURE IS 6100-ALIMENTER-TRI
008940             THRU 6100-EXIT
008950         OUTPUT PROCEDURE IS 6200-RESTITUER-TRI
008960             THRU 6200-EXIT
008970     MOVE SPACES TO WLIGNE-EDIT
008980     PERFORM 8300-ECRIRE-ETAT THRU 8300-EXIT
008990     MOVE SPACES TO WLIGNE-EDIT
009000     STRING WNB-COUREURS " coureur(s) pointe(s) sur le tour."
009010         DELIMITED BY SIZE INTO WLIGNE-EDIT
009020     PERFORM 8300-ECRIRE-ETAT THRU 8300-EXIT
009030     CLOSE ETAT-PRESENCE
009040     DISPLAY "Etat ecrit dans ETAT-PRESENCE.TXT.".
009050 6000-EXIT.
009060     EXIT.
009070
009080 6050-COMPTER-UNE-SEANCE.
009090     READ SEANCE NEXT RECORD
009100         AT END
009110             MOVE 'TRUE ' TO WFIN-SEANCE
009120         NOT AT END
009130             IF SEANCE-POINTEE AND SEA-CODTOUR = WCODTOUR
009140                 ADD 1 TO WNB-SEANCES
009150             END-IF
009160     END-READ.
009170 6050-EXIT.
009180     EXIT.
009190
009200 6100-ALIMENTER-TRI.
009210     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
009220     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
009230         INVALID KEY
009240             MOVE 'TRUE ' TO WFIN-COUREUR
009250         NOT INVALID KEY
009260             MOVE 'FALSE' TO WFIN-COUREUR
009270     END-START
009280     PERFORM 6110-UN-COUREUR THRU 6110-EXIT
009290         UNTIL FIN-COUREUR.
009300 6100-EXIT.
009310     EXIT.
009320
009330*-- Presences du coureur, par la cle alternative CODCOUR --------*
009340 6110-UN-COUREUR.
009350     READ COUREUR NEXT RECORD
009360         AT END
009370             MOVE 'TRUE ' TO WFIN-COUREUR
009380             GO TO 6110-EXIT
009390     END-READ
009400     MOVE 0 TO WPRE-PRESENTS
009410     MOVE 0 TO WPRE-ABSENTS
009420     MOVE CODCOUR OF COUREUR-REC TO CODCOUR OF PRESENCE-REC
009430     START PRESENCE KEY IS EQUAL TO CODCOUR OF PRESENCE-REC
009440         INVALID KEY
009450             MOVE 'TRUE ' TO WFIN-PRESENCE
009460         NOT INVALID KEY
009470             MOVE 'FALSE' TO WFIN-PRESENCE
009480     END-START
009490     PERFORM 6120-UNE-PRESENCE-DU-COUREUR THRU 6120-EXIT
009500         UNTIL FIN-PRESENCE
009510     IF WPRE-PRESENTS + WPRE-ABSENTS = 0
009520         GO TO 6110-EXIT
009530     END-IF
009540     COMPUTE TRI-PRE-TAUX ROUNDED = WPRE-PRESENTS * 100
009550         / (WPRE-PRESENTS + WPRE-ABSENTS)
009560     MOVE NOM OF COUREUR-REC TO TRI-PRE-NOM
009570     MOVE PRENOM OF COUREUR-REC TO TRI-PRE-PRENOM
009580     MOVE CODCOUR OF COUREUR-REC TO TRI-PRE-CODCOUR
009590     MOVE WPRE-PRESENTS TO TRI-PRE-PRESENTS
009600     MOVE WPRE-ABSENTS TO TRI-PRE-ABSENTS
009610     RELEASE TRI-PRE-REC.
009620 6110-EXIT.
009630     EXIT.
009640
009650 6120-UNE-PRESENCE-DU-COUREUR.
009660     READ PRESENCE NEXT RECORD
009670         AT END
009680             MOVE 'TRUE ' TO WFIN-PRESENCE
009690             GO TO 6120-EXIT
009700     END-READ
009710     IF CODCOUR OF PRESENCE-REC NOT = CODCOUR OF COUREUR-REC
009720         MOVE 'TRUE ' TO WFIN-PRESENCE
009730         GO TO 6120-EXIT
009740     END-IF
009750     MOVE CODSEANCE OF PRESENCE-REC TO CODSEANCE OF SEANCE-REC
009760     READ SEANCE
009770         INVALID KEY
009780             GO TO 6120-EXIT
009790     END-READ
009800     IF NOT SEANCE-POINTEE OR SEA-CODTOUR NOT = WCODTOUR
009810         GO TO 6120-EXIT
009820     END-IF
009830     IF PRE-PRESENT
009840         ADD 1 TO WPRE-PRESENTS
009850     ELSE
009860         ADD 1 TO WPRE-ABSENTS
009870     END-IF.
009880 6120-EXIT.
009890     EXIT.
009900
009910 6200-RESTITUER-TRI.
009920     MOVE 'FALSE' TO WFIN-TRI
009930     PERFORM 6210-UNE-LIGNE-DE-TAUX THRU 6210-EXIT
009940         UNTIL FIN-TRI.
009950 6200-EXIT.
009960     EXIT.
009970
009980 6210-UNE-LIGNE-DE-TAUX.
009990     RETURN TRI-PRESENCE
010000         AT END
010010             MOVE 'TRUE ' TO WFIN-TRI
010020         NOT AT END
010030             MOVE TRI-PRE-CODCOUR TO WLTX-CODCOUR
010040             MOVE TRI-PRE-NOM TO WLTX-NOM
010050             MOVE TRI-PRE-PRENOM TO WLTX-PRENOM
010060             MOVE TRI-PRE-PRESENTS TO WLTX-PRESENTS
010070             MOVE TRI-PRE-ABSENTS TO WLTX-ABSENTS
010080             COMPUTE WLTX-SEANCES = TRI-PRE-PRESENTS
010090                 + TRI-PRE-ABSENTS
010100             MOVE TRI-PRE-TAUX TO WLTX-TAUX
010110             MOVE WLIGNE-TAUX TO WLIGNE-EDIT
010120             PERFORM 8300-ECRIRE-ETAT THRU 8300-EXIT
010130             ADD 1 TO WNB-COUREURS
010140     END-RETURN.
010150 6210-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------*
010190* 7000-CONTROLER-CODCOUR : CODCOUR doit exister dans COUREUR     *
010200*----------------------------------------------------------------*
010210 7000-CONTROLER-CODCOUR.
010220     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
010230     READ COUREUR
010240         INVALID KEY
010250             MOVE 'FALSE' TO WCOUROK
010260             DISPLAY "Code coureur inconnu."
010270         NOT INVALID KEY
010280             MOVE 'TRUE ' TO WCOUROK
010290     END-READ.
010300 7000-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------*
010340* 7050-CONTROLER-CODENTR : CODENTR doit exister dans ENTRAINEUR  *
010350*----------------------------------------------------------------*
010360 7050-CONTROLER-CODENTR.
010370     MOVE WCODENTR TO CODENTR OF ENTRAINEUR-REC
010380     READ ENTRAINEUR
010390         INVALID KEY
010400             MOVE 'FALSE' TO WENTROK
010410             DISPLAY "Code entraineur inconnu."
010420         NOT INVALID KEY
010430             MOVE 'TRUE ' TO WENTROK
010440     END-READ.
010450 7050-EXIT.
010460     EXIT.
010470
010480 7100-LIRE-SEANCE.
010490     MOVE WCODSEANCE TO CODSEANCE OF SEANCE-REC
010500     READ SEANCE
010510         INVALID KEY
010520             MOVE 'FALSE' TO WTROUVE
010530         NOT INVALID KEY
010540             MOVE 'TRUE ' TO WTROUVE
010550     END-READ.
010560 7100-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------------*
010600* 7200-CONTROLER-LA-SAISIE : code non nul, entraineur et semaine *
010610*                  connus, jour dans la semaine et le tour,      *
010620*                  parcours et km prevus obligatoires.           *
010630*----------------------------------------------------------------*
010640 7200-CONTROLER-LA-SAISIE.
010650     MOVE 'TRUE ' TO WSAISIE-OK
010660     IF WCODSEANCE = 0
010670         MOVE 'FALSE' TO WSAISIE-OK
010680         DISPLAY "Le code seance 0000 est reserve."
010690     END-IF
010700     PERFORM 7050-CONTROLER-CODENTR THRU 7050-EXIT
010710     IF NOT CODENTR-VALIDE
010720         MOVE 'FALSE' TO WSAISIE-OK
010730     END-IF
010740     PERFORM 7300-CONTROLER-CODSEM THRU 7300-EXIT
010750     IF CODSEM-VALIDE
010760         PERFORM 7400-CONTROLER-JOUR THRU 7400-EXIT
010770     END-IF
010780     IF NOT CODSEM-VALIDE OR NOT JOUR-VALIDE
010790         MOVE 'FALSE' TO WSAISIE-OK
010800     END-IF
010810     IF WLIBELLE = SPACES
010820         MOVE 'FALSE' TO WSAISIE-OK
010830         DISPLAY "Le parcours est obligatoire."
010840     END-IF
010850     IF WKM-PREVU = 0
010860         MOVE 'FALSE' TO WSAISIE-OK
010870         DISPLAY "Les km prevus sont obligatoires."
010880     END-IF.
010890 7200-EXIT.
010900     EXIT.
010910
010920*----------------------------------------------------------------*
010930* 7300-CONTROLER-CODSEM : CODSEM doit exister dans SEMAINE       *
010940*----------------------------------------------------------------*
010950 7300-CONTROLER-CODSEM.
010960     MOVE WCODSEM TO CODSEM OF SEMAINE-REC
010970     READ SEMAINE
010980         INVALID KEY
010990             MOVE 'FALSE' TO WSEMOK
011000             DISPLAY "Code semaine inconnu."
011010         NOT INVALID KEY
011020             MOVE 'TRUE ' TO WSEMOK
011030     END-READ.
011040 7300-EXIT.
011050     EXIT.
011060
011070*----------------------------------------------------------------*
011080* 7400-CONTROLER-JOUR : memes controles que la saisie F3 - jour  *
011090*                  dans les dates de la semaine et dans la       *
011100*                  fenetre de son grand tour, duree et denivele  *
011110*                  vraisemblables.                               *
011120*----------------------------------------------------------------*
011130 7400-CONTROLER-JOUR.
011140     MOVE 'TRUE ' TO WJOUROK
011150     IF SEM-DATE-DEBUT NOT = 0 AND SEM-DATE-FIN NOT = 0
011160         IF WJOUR < SEM-DATE-DEBUT OR WJOUR > SEM-DATE-FIN
011170             MOVE 'FALSE' TO WJOUROK
011180             DISPLAY "Jour hors de la semaine ("
011190                 SEM-DATE-DEBUT " - " SEM-DATE-FIN ")."
011200         END-IF
011210     END-IF
011220     IF JOUR-VALIDE
011230         IF WDUREE > WDUREE-MAX
011240             MOVE 'FALSE' TO WJOUROK
011250             DISPLAY "Duree invraisemblable refusee."
011260         END-IF
011270         IF WDENIVELE > WDENIVELE-MAX
011280             MOVE 'FALSE' TO WJOUROK
011290             DISPLAY "Denivele invraisemblable refuse."
011300         END-IF
011310     END-IF
011320     IF JOUR-VALIDE
011330         MOVE GRANDTOUR TO CODTOUR OF TOUR-REC
011340         READ TOUR
011350             INVALID KEY
011360                 MOVE 'FALSE' TO WTOURTROUVE
011370             NOT INVALID KEY
011380                 MOVE 'TRUE ' TO WTOURTROUVE
011390         END-READ
011400         IF TOUR-TROUVE
011410             IF DATE-DEBUT NOT = 0 AND DATE-FIN NOT = 0
011420                 IF WJOUR < DATE-DEBUT OR WJOUR > DATE-FIN
011430                     MOVE 'FALSE' TO WJOUROK
011440                     DISPLAY "Jour hors de la fenetre du grand "
011450                         "tour (" DATE-DEBUT " - " DATE-FIN ")."
011460                 END-IF
011470             END-IF
011480         END-IF
011490     END-IF.
011500 7400-EXIT.
011510     EXIT.
011520
011530*----------------------------------------------------------------*
011540* 8000-ENREGISTRER-REALISATION : ajoute la seance comme une      *
011550*                    sortie de plus du jour (numero suivant),    *
011560*                    puis reporte le km sur le total du coureur, *
011563*                    comme F3.  Au-dela de 99 sorties le jour,   *
011566*                    les km ne sont pas postes.                  *
011570*----------------------------------------------------------------*
011580 8000-ENREGISTRER-REALISATION.
011581     MOVE 'FALSE' TO WSORTIES-PLEINES
011582     PERFORM 8050-NUMEROTER-LA-SORTIE THRU 8050-EXIT
011583     IF WSORTIE-SUIVANTE > 99
011584         MOVE 'TRUE ' TO WSORTIES-PLEINES
011585         DISPLAY "Coureur " WCODCOUR " : deja 99 sorties ce "
011586                 "jour-la, km non postes."
011587         GO TO 8000-EXIT
011588     END-IF
011590     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
011600     MOVE WCODSEM  TO CODSEM OF REALISE-REC
011610     MOVE WJOUR    TO JOUR
011655     MOVE WSORTIE-SUIVANTE TO REA-SORTIE
011700     MOVE WKMREALISE TO KM-REALISE
011710     MOVE WDUREE TO REA-DUREE
011720     MOVE WDENIVELE TO REA-DENIVELE
011725     MOVE 0 TO REA-LOT
011780     WRITE REALISE-REC
011790     MOVE 'E' TO LIEN-OPERATION
011800     MOVE SPACES TO LIEN-AVANT
011820     MOVE "REALISE" TO LIEN-FICHIER
011830     MOVE CLE-REALISE TO LIEN-CLE
011840     MOVE WKMREALISE TO WIMG-KM
011850     MOVE WDUREE TO WIMG-DUREE
011860     MOVE WDENIVELE TO WIMG-DENIVELE
011870     MOVE WIMAGE-REALISE TO LIEN-APRES
011880     PERFORM 9500-JOURNALISER THRU 9500-EXIT
011890     MOVE WKMREALISE TO WDELTA-KM
011900     PERFORM 8100-POSTER-KM-COUREUR THRU 8100-EXIT
011910     PERFORM 8200-POSTER-KM-MATERIEL THRU 8200-EXIT.
011920 8000-EXIT.
011930     EXIT.
011931
011932*----------------------------------------------------------------*
011933* 8050-NUMEROTER-LA-SORTIE : numero de la prochaine sortie du    *
011934*                    jour = plus grand numero deja pose + 1.     *
011935*----------------------------------------------------------------*
011936 8050-NUMEROTER-LA-SORTIE.
011937     MOVE 0 TO WSORTIE-SUIVANTE
011938     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
011939     MOVE WCODSEM  TO CODSEM OF REALISE-REC
011940     MOVE WJOUR    TO JOUR
011941     MOVE 0 TO REA-SORTIE
011942     START REALISE KEY IS NOT LESS THAN CLE-REALISE OF REALISE-REC
011943         INVALID KEY
011944             MOVE 'TRUE ' TO WFIN-SORTIES
011945         NOT INVALID KEY
011946             MOVE 'FALSE' TO WFIN-SORTIES
011947     END-START
011948     PERFORM 8060-UNE-SORTIE-DU-JOUR THRU 8060-EXIT
011949         UNTIL FIN-SORTIES
011950     ADD 1 TO WSORTIE-SUIVANTE.
011951 8050-EXIT.
011952     EXIT.
011953
011954 8060-UNE-SORTIE-DU-JOUR.
011955     READ REALISE NEXT RECORD
011956         AT END
011957             MOVE 'TRUE ' TO WFIN-SORTIES
011958             GO TO 8060-EXIT
011959     END-READ
011960     IF CODCOUR OF REALISE-REC NOT = WCODCOUR
011961         OR CODSEM OF REALISE-REC NOT = WCODSEM
011962         OR JOUR NOT = WJOUR
011963         MOVE 'TRUE ' TO WFIN-SORTIES
011964         GO TO 8060-EXIT
011965     END-IF
011966     MOVE REA-SORTIE TO WSORTIE-SUIVANTE.
011967 8060-EXIT.
011968     EXIT.
011969
011970*----------------------------------------------------------------*
011971* 8100-POSTER-KM-COUREUR : reporte l'ecart de kilometrage sur    *
011972*                          le total du coureur                   *
011980*----------------------------------------------------------------*
011990 8100-POSTER-KM-COUREUR.
012000     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
012010     READ COUREUR
012020         INVALID KEY
012030             DISPLAY "Coureur introuvable, total non mis a jour."
012040         NOT INVALID KEY
012050             MOVE TOTAL-KM-FAITS TO WTOTAL-AVANT
012060             ADD WDELTA-KM TO TOTAL-KM-FAITS
012070             REWRITE COUREUR-REC
012080             MOVE 'R' TO LIEN-OPERATION
012090             MOVE "COUREUR" TO LIEN-FICHIER
012100             MOVE WCODCOUR TO LIEN-CLE
012110             MOVE WTOTAL-AVANT TO LIEN-AVANT
012120             MOVE TOTAL-KM-FAITS TO LIEN-APRES
012130             PERFORM 9500-JOURNALISER THRU 9500-EXIT
012140     END-READ.
012150 8100-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------------*
012190* 8200-POSTER-KM-MATERIEL : reporte le meme ecart sur le         *
012200*                  materiel que le coureur utilisait ce jour-la  *
012210*                  (FMAT, journalise au nom de FSE).             *
012220*----------------------------------------------------------------*
012230 8200-POSTER-KM-MATERIEL.
012240     MOVE WCODCOUR TO MLN-CODCOUR
012250     MOVE WJOUR TO MLN-JOUR
012260     MOVE WDELTA-KM TO MLN-DELTA-KM
012270     MOVE "FSE" TO MLN-PROGRAMME
012280     MOVE SES-CODOPER TO MLN-OPERATEUR
012290     CALL "FMAT" USING MAT-LIEN.
012300 8200-EXIT.
012310     EXIT.
012320
012330*----------------------------------------------------------------*
012340* 8300-ECRIRE-ETAT : une ligne de l'etat, avec saut de page et   *
012350*                  entete ; la ligne est aussi affichee.         *
012360*----------------------------------------------------------------*
012370 8300-ECRIRE-ETAT.
012380     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
012390         PERFORM 8400-ENTETE-PAGE THRU 8400-EXIT
012400     END-IF
012410     DISPLAY WLIGNE-EDIT
012420     WRITE ETAT-REC FROM WLIGNE-EDIT
012430     ADD 1 TO WNB-LIGNES-ETAT.
012440 8300-EXIT.
012450     EXIT.
012460
012470 8400-ENTETE-PAGE.
012480     ADD 1 TO WNO-PAGE
012490     MOVE WCODTOUR TO WENT-CODTOUR
012500     MOVE WDATEJOUR TO WENT-DATE
012510     MOVE WNO-PAGE TO WENT-PAGE
012520     WRITE ETAT-REC FROM WLIGNE-ENTETE
012530     MOVE SPACES TO ETAT-REC
012540     WRITE ETAT-REC
012550     MOVE "Cod Nom" TO ETAT-REC
012560     MOVE "Prenom" TO ETAT-REC (26:)
012570     MOVE "Pres  Abs  Tot   Taux" TO ETAT-REC (42:)
012580     WRITE ETAT-REC
012590     MOVE 3 TO WNB-LIGNES-ETAT.
012600 8400-EXIT.
012610     EXIT.
012620
012630*----------------------------------------------------------------*
012640* 9300-IMAGE-SEANCE : image journalisee de la seance courante    *
012650*----------------------------------------------------------------*
012660 9300-IMAGE-SEANCE.
012670     MOVE SEA-DATE TO WIMS-DATE
012680     MOVE CODENTR OF SEANCE-REC TO WIMS-CODENTR
012690     MOVE SEA-KM-PREVU TO WIMS-KM-PREVU
012700     MOVE SEA-DUREE TO WIMS-DUREE
012710     MOVE SEA-DENIVELE TO WIMS-DENIVELE
012720     MOVE SEA-STATUT TO WIMS-STATUT
012730     MOVE SEA-NB-PRESENTS TO WIMS-PRESENTS
012740     MOVE SEA-NB-ABSENTS TO WIMS-ABSENTS.
012750 9300-EXIT.
012760     EXIT.
012770
012780*----------------------------------------------------------------*
012790* 9400-JOURNALISER-SEANCE : ligne de journal d'une ecriture ou   *
012800*                  d'un remplacement ; l'appelant a renseigne    *
012810*                  LIEN-OPERATION et LIEN-AVANT.                 *
012820*----------------------------------------------------------------*
012830 9400-JOURNALISER-SEANCE.
012840     MOVE "SEANCE" TO LIEN-FICHIER
012850     MOVE SPACES TO LIEN-CLE
012860     MOVE WCODSEANCE TO LIEN-CLE
012870     PERFORM 9300-IMAGE-SEANCE THRU 9300-EXIT
012880     MOVE WIMAGE-SEANCE TO LIEN-APRES
012890     MOVE 0 TO WCODCOUR
012900     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
012910 9400-EXIT.
012920     EXIT.
012930
012940*----------------------------------------------------------------*
012950* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
012960*----------------------------------------------------------------*
012970 9500-JOURNALISER.
012980     MOVE "FSE" TO LIEN-PROGRAMME
012990     MOVE SES-CODOPER TO LIEN-OPERATEUR
013000     MOVE WCODCOUR TO LIEN-CODCOUR
013010     CALL "FJRNL" USING JRN-LIEN.
013020 9500-EXIT.
013030     EXIT.
013040
013050*----------------------------------------------------------------*
013060* 9600-POSER-VERROU-SEANCE : pose le verrou de la seance         *
013070*                  courante via FVERR ; une seance tenue par une *
013080*                  autre session est signalee avec le code de    *
013090*                  son detenteur.                                *
013100*----------------------------------------------------------------*
013110 9600-POSER-VERROU-SEANCE.
013120     MOVE 'P' TO VLN-ACTION
013130     MOVE "SEANCE" TO VLN-FICHIER
013140     MOVE SPACES TO VLN-CLE
013150     MOVE WCODSEANCE TO VLN-CLE
013160     MOVE SES-CODOPER TO VLN-OPERATEUR
013170     CALL "FVERR" USING VER-LIEN
013180     IF VERROU-REFUSE
013190         DISPLAY "Seance en cours de modification par "
013200             VLN-DETENTEUR ", reessayez plus tard."
013210     END-IF.
013220 9600-EXIT.
013230     EXIT.
013240
013250 9650-LIBERER-VERROU-SEANCE.
013260     MOVE 'L' TO VLN-ACTION
013270     MOVE "SEANCE" TO VLN-FICHIER
013280     MOVE SPACES TO VLN-CLE
013290     MOVE WCODSEANCE TO VLN-CLE
013300     MOVE SES-CODOPER TO VLN-OPERATEUR
013310     CALL "FVERR" USING VER-LIEN.
013320 9650-EXIT.
013330     EXIT.
013340
013350*----------------------------------------------------------------*
013360* 9700-POSER-VERROU-COUREUR : verrou de la fiche COUREUR du      *
013370*                  present, le temps du report de ses km.        *
013380*----------------------------------------------------------------*
013390 9700-POSER-VERROU-COUREUR.
013400     MOVE 'P' TO VLN-ACTION
013410     MOVE "COUREUR" TO VLN-FICHIER
013420     MOVE SPACES TO VLN-CLE
013430     MOVE WCODCOUR TO VLN-CLE
013440     MOVE SES-CODOPER TO VLN-OPERATEUR
013450     CALL "FVERR" USING VER-LIEN
013460     IF VERROU-REFUSE
013470         DISPLAY "Fiche coureur " WCODCOUR " tenue par "
013480             VLN-DETENTEUR " : km a saisir en F3."
013490     END-IF.
013500 9700-EXIT.
013510     EXIT.
013520
013530 9750-LIBERER-VERROU-COUREUR.
013540     MOVE 'L' TO VLN-ACTION
013550     MOVE "COUREUR" TO VLN-FICHIER
013560     MOVE SPACES TO VLN-CLE
013570     MOVE WCODCOUR TO VLN-CLE
013580     MOVE SES-CODOPER TO VLN-OPERATEUR
013590     CALL "FVERR" USING VER-LIEN.
013600 9750-EXIT.
013610     EXIT.
