000100*================================================================*
000110* FCA       - Gestion de la table des categories d'age.          *
000120*             Creation, modification, suppression,               *
000130*             interrogation et liste de CATEGORIE.SQL : pour     *
000140*             chaque categorie (cadet, junior, espoir, elite,    *
000150*             master...) la tranche d'age atteinte dans l'annee  *
000160*             de la saison et les plafonds de km hebdomadaire    *
000170*             et journalier que F2, FG et FB appliquent aux      *
000180*             coureurs de la categorie (via FCAT).  A la         *
000190*             creation du fichier, le bareme usuel de la         *
000200*             federation est charge et reste modifiable.  Les    *
000210*             tranches ne peuvent pas se chevaucher.  Memes      *
000220*             garde-fous que les autres maitres : journal FJRNL  *
000230*             et verrou FVERR pendant la modification.           *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FCA.
000270 AUTHOR. G3.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 15/10/2026  G3   Creation du programme (option CA du menu).    *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY CATSEL.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420     COPY CATFD.
000430
000440 WORKING-STORAGE SECTION.
000450     COPY CATSTA.
000460 77  WOPERATION              PIC X(01).
000470 77  WFINFCA                 PIC X(05)       VALUE 'FALSE'.
000480     88  FIN-FCA                              VALUE 'TRUE '.
000490 77  WCODCAT                 PIC X(02).
000500 77  WLIBELLE                PIC X(10).
000510 77  WAGE-MIN                PIC 9(02).
000520 77  WAGE-MAX                PIC 9(02).
000530 77  WKM-MAX-SEM             PIC 9(04).
000540 77  WKM-MAX-JOUR            PIC 9(04).
000550 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
000560     88  CATEGORIE-TROUVEE                    VALUE 'TRUE '.
000570 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000580     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000590 77  WFIN-CATEGORIE          PIC X(05)       VALUE 'FALSE'.
000600     88  FIN-CATEGORIE                        VALUE 'TRUE '.
000610 77  WCODCAT-EN-CONFLIT      PIC X(02)       VALUE SPACES.
000620 77  WNB-CATEGORIES          PIC 9(05)       VALUE 0.
000630 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000640     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000650 77  WFICHIER-CREE           PIC X(05)       VALUE 'FALSE'.
000660     88  FICHIER-CREE                         VALUE 'TRUE '.
000670     COPY JRNLNK.
000680     COPY VERLNK.
000690 01  WIMAGE-CATEGORIE.
000700     02  WIMG-LIBELLE        PIC X(10).
000710     02  FILLER              PIC X(01)       VALUE SPACE.
000720     02  WIMG-AGE-MIN        PIC 9(02).
000730     02  FILLER              PIC X(01)       VALUE '-'.
000740     02  WIMG-AGE-MAX        PIC 9(02).
000750     02  FILLER              PIC X(01)       VALUE SPACE.
000760     02  WIMG-KM-MAX-SEM     PIC 9(04).
000770     02  FILLER              PIC X(01)       VALUE SPACE.
000780     02  WIMG-KM-MAX-JOUR    PIC 9(04).
000790 77  WAVANT-CATEGORIE        PIC X(40).
000800*-- Bareme charge a la creation du fichier (categories par ------*
000810*-- age atteint dans l'annee, plafonds km semaine / jour) -------*
000820 01  WBAREME-INITIAL.
000830     02  FILLER              PIC X(24)       VALUE
000840         "CACadet     151603500100".
000850     02  FILLER              PIC X(24)       VALUE
000860         "JUJunior    171806000150".
000870     02  FILLER              PIC X(24)       VALUE
000880         "ESEspoir    192209000220".
000890     02  FILLER              PIC X(24)       VALUE
000900         "ELElite     232910000250".
000910     02  FILLER              PIC X(24)       VALUE
000920         "MAMaster    309907000180".
000930 01  WTABLE-BAREME REDEFINES WBAREME-INITIAL.
000940     02  WBAR-LIGNE          OCCURS 5 TIMES.
000950         03  WBAR-CODCAT     PIC X(02).
000960         03  WBAR-LIBELLE    PIC X(10).
000970         03  WBAR-AGE-MIN    PIC 9(02).
000980         03  WBAR-AGE-MAX    PIC 9(02).
000990         03  WBAR-KM-MAX-SEM PIC 9(04).
001000         03  WBAR-KM-MAX-JOUR
001010                             PIC 9(04).
001020 77  WIND-BAREME             PIC 9(02)       VALUE 0.
001030
001040 LINKAGE SECTION.
001050     COPY OPELNK.
001060
001070 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001080 0000-MAINLINE SECTION.
001090 0000-DEBUT.
001100     OPEN I-O CATEGORIE
001110     IF WCATSTAT = '35'
001120         OPEN OUTPUT CATEGORIE
001130         CLOSE CATEGORIE
001140         OPEN I-O CATEGORIE
001150         DISPLAY "Fichier CATEGORIE cree."
001160         MOVE 'TRUE ' TO WFICHIER-CREE
001170     END-IF
001180     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001190     IF ERREUR-OUVERTURE
001200         GOBACK
001210     END-IF
001220     IF FICHIER-CREE
001230         PERFORM 0200-CHARGER-BAREME THRU 0200-EXIT
001240             VARYING WIND-BAREME FROM 1 BY 1
001250             UNTIL WIND-BAREME > 5
001260         DISPLAY "Bareme initial des categories charge."
001270     END-IF
001280     MOVE 'FALSE' TO WFINFCA
001290     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001300         UNTIL FIN-FCA
001310     CLOSE CATEGORIE.
001320 0000-FIN-MAINLINE.
001330     GOBACK.
001340
001350 0050-VERIFIER-OUVERTURES.
001360     IF WCATSTAT NOT = '00'
001370         DISPLAY "Erreur ouverture CATEGORIE, code retour "
001380             WCATSTAT
001390         MOVE 'TRUE ' TO WERR-OUVERTURE
001400     END-IF.
001410 0050-EXIT.
001420     EXIT.
001430
001440*----------------------------------------------------------------*
001450* 0200-CHARGER-BAREME : une ligne du bareme initial, ecrite et   *
001460*                  journalisee comme une creation.               *
001470*----------------------------------------------------------------*
001480 0200-CHARGER-BAREME.
001490     MOVE WBAR-CODCAT (WIND-BAREME) TO WCODCAT
001500     MOVE WBAR-CODCAT (WIND-BAREME) TO CODCAT
001510     MOVE WBAR-LIBELLE (WIND-BAREME) TO CAT-LIBELLE
001520     MOVE WBAR-AGE-MIN (WIND-BAREME) TO CAT-AGE-MIN
001530     MOVE WBAR-AGE-MAX (WIND-BAREME) TO CAT-AGE-MAX
001540     MOVE WBAR-KM-MAX-SEM (WIND-BAREME) TO CAT-KM-MAX-SEM
001550     MOVE WBAR-KM-MAX-JOUR (WIND-BAREME) TO CAT-KM-MAX-JOUR
001560     WRITE CATEGORIE-REC
001570         INVALID KEY
001580             CONTINUE
001590         NOT INVALID KEY
001600             MOVE 'E' TO LIEN-OPERATION
001610             MOVE SPACES TO LIEN-AVANT
001620             PERFORM 9400-JOURNALISER-CATEGORIE THRU 9400-EXIT
001630     END-WRITE.
001640 0200-EXIT.
001650     EXIT.
001660
001670 1000-TRAITER-UNE-OPERATION.
001680     PERFORM 1100-AFFICHER-MENU-FCA THRU 1100-EXIT
001690     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
001700     EVALUATE WOPERATION
001710         WHEN 'C'
001720             PERFORM 2000-CREATION THRU 2000-EXIT
001730         WHEN 'M'
001740             PERFORM 3000-MODIFICATION THRU 3000-EXIT
001750         WHEN 'D'
001760             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
001770         WHEN 'I'
001780             PERFORM 5000-INTERROGATION THRU 5000-EXIT
001790         WHEN 'L'
001800             PERFORM 5500-LISTE THRU 5500-EXIT
001810         WHEN 'Q'
001820             MOVE 'TRUE ' TO WFINFCA
001830         WHEN OTHER
001840             DISPLAY "Operation inconnue, recommencez."
001850     END-EVALUATE.
001860 1000-EXIT.
001870     EXIT.
001880
001890 1100-AFFICHER-MENU-FCA.
001900     DISPLAY " ".
001910     DISPLAY "--- Categories d'age et plafonds de km ---".
001920     DISPLAY "C - Creer une categorie".
001930     DISPLAY "M - Modifier une categorie".
001940     DISPLAY "D - Supprimer une categorie".
001950     DISPLAY "I - Interroger une categorie".
001960     DISPLAY "L - Lister les categories".
001970     DISPLAY "Q - Retour au menu".
001980 1100-EXIT.
001990     EXIT.
002000
002010 1200-SAISIR-OPERATION.
002020     DISPLAY "Votre choix : ".
002030     MOVE SPACES TO WOPERATION
002040     ACCEPT WOPERATION.
002050 1200-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------------*
002090* 2000-CREATION : saisie et ecriture d'une nouvelle categorie    *
002100*----------------------------------------------------------------*
002110 2000-CREATION.
002120     DISPLAY "Code categorie (2 ch.) : ".
002130     MOVE SPACES TO WCODCAT
002140     ACCEPT WCODCAT
002150     IF WCODCAT = SPACES
002160         DISPLAY "Code categorie obligatoire."
002170         GO TO 2000-EXIT
002180     END-IF
002190     PERFORM 2150-SAISIR-CHAMPS-CATEGORIE THRU 2150-EXIT
002200     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
002210     IF NOT SAISIE-VALIDE
002220         DISPLAY "Saisie refusee, rien n'est enregistre."
002230         GO TO 2000-EXIT
002240     END-IF
002250     MOVE WCODCAT TO CODCAT
002260     PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
002270     WRITE CATEGORIE-REC
002280         INVALID KEY
002290             DISPLAY "Ce code categorie existe deja."
002300         NOT INVALID KEY
002310             DISPLAY "Categorie creee."
002320             MOVE 'E' TO LIEN-OPERATION
002330             MOVE SPACES TO LIEN-AVANT
002340             PERFORM 9400-JOURNALISER-CATEGORIE THRU 9400-EXIT
002350     END-WRITE.
002360 2000-EXIT.
002370     EXIT.
002380
002390 2150-SAISIR-CHAMPS-CATEGORIE.
002400     DISPLAY "Libelle : ".
002410     MOVE SPACES TO WLIBELLE
002420     ACCEPT WLIBELLE
002430     DISPLAY "Age minimum atteint dans l'annee : ".
002440     MOVE ZEROES TO WAGE-MIN
002450     ACCEPT WAGE-MIN
002460     DISPLAY "Age maximum atteint dans l'annee : ".
002470     MOVE ZEROES TO WAGE-MAX
002480     ACCEPT WAGE-MAX
002490     DISPLAY "Plafond de km par semaine : ".
002500     MOVE ZEROES TO WKM-MAX-SEM
002510     ACCEPT WKM-MAX-SEM
002520     DISPLAY "Plafond de km par jour : ".
002530     MOVE ZEROES TO WKM-MAX-JOUR
002540     ACCEPT WKM-MAX-JOUR.
002550 2150-EXIT.
002560     EXIT.
002570
002580 2200-REPORTER-CHAMPS.
002590     MOVE WLIBELLE TO CAT-LIBELLE
002600     MOVE WAGE-MIN TO CAT-AGE-MIN
002610     MOVE WAGE-MAX TO CAT-AGE-MAX
002620     MOVE WKM-MAX-SEM TO CAT-KM-MAX-SEM
002630     MOVE WKM-MAX-JOUR TO CAT-KM-MAX-JOUR.
002640 2200-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------*
002680* 3000-MODIFICATION : lecture, verrou puis reecriture (le code   *
002690*                  est inchange).                                *
002700*----------------------------------------------------------------*
002710 3000-MODIFICATION.
002720     DISPLAY "Code de la categorie a modifier : ".
002730     MOVE SPACES TO WCODCAT
002740     ACCEPT WCODCAT
002750     PERFORM 7100-LIRE-CATEGORIE THRU 7100-EXIT
002760     IF NOT CATEGORIE-TROUVEE
002770         DISPLAY "Cette categorie n'existe pas."
002780         GO TO 3000-EXIT
002790     END-IF
002800     PERFORM 9600-POSER-VERROU-CATEGORIE THRU 9600-EXIT
002810     IF NOT VERROU-REFUSE
002820         PERFORM 3050-MODIFIER-LA-CATEGORIE THRU 3050-EXIT
002830         PERFORM 9650-LIBERER-VERROU-CATEGORIE THRU 9650-EXIT
002840     END-IF.
002850 3000-EXIT.
002860     EXIT.
002870
002880 3050-MODIFIER-LA-CATEGORIE.
002890     PERFORM 9300-IMAGE-CATEGORIE THRU 9300-EXIT
002900     MOVE WIMAGE-CATEGORIE TO WAVANT-CATEGORIE
002910     DISPLAY "Categorie " WCODCAT " (code inchange) : "
002920         WIMAGE-CATEGORIE
002930     PERFORM 2150-SAISIR-CHAMPS-CATEGORIE THRU 2150-EXIT
002940     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
002950     IF SAISIE-VALIDE
002960         PERFORM 7100-LIRE-CATEGORIE THRU 7100-EXIT
002970         PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
002980         REWRITE CATEGORIE-REC
002990         DISPLAY "Categorie modifiee."
003000         MOVE 'R' TO LIEN-OPERATION
003010         MOVE WAVANT-CATEGORIE TO LIEN-AVANT
003020         PERFORM 9400-JOURNALISER-CATEGORIE THRU 9400-EXIT
003030     ELSE
003040         DISPLAY "Modification refusee."
003050     END-IF.
003060 3050-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------*
003100* 4000-SUPPRESSION : la categorie n'est pas portee par le        *
003110*                  coureur (elle est recalculee a chaque         *
003120*                  usage) ; les coureurs de la tranche retombent *
003130*                  sur les plafonds generaux.                    *
003140*----------------------------------------------------------------*
003150 4000-SUPPRESSION.
003160     DISPLAY "Code de la categorie a supprimer : ".
003170     MOVE SPACES TO WCODCAT
003180     ACCEPT WCODCAT
003190     PERFORM 7100-LIRE-CATEGORIE THRU 7100-EXIT
003200     IF NOT CATEGORIE-TROUVEE
003210         DISPLAY "Cette categorie n'existe pas."
003220         GO TO 4000-EXIT
003230     END-IF
003240     PERFORM 9600-POSER-VERROU-CATEGORIE THRU 9600-EXIT
003250     IF NOT VERROU-REFUSE
003260         PERFORM 9300-IMAGE-CATEGORIE THRU 9300-EXIT
003270         DELETE CATEGORIE
003280             INVALID KEY
003290                 DISPLAY "Cette categorie n'existe pas."
003300             NOT INVALID KEY
003310                 DISPLAY "Categorie supprimee."
003320                 MOVE 'S' TO LIEN-OPERATION
003330                 MOVE WIMAGE-CATEGORIE TO LIEN-AVANT
003340                 MOVE SPACES TO LIEN-APRES
003350                 MOVE "CATEGORIE" TO LIEN-FICHIER
003360                 MOVE SPACES TO LIEN-CLE
003370                 MOVE WCODCAT TO LIEN-CLE
003380                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
003390         END-DELETE
003400         PERFORM 9650-LIBERER-VERROU-CATEGORIE THRU 9650-EXIT
003410     END-IF.
003420 4000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------------*
003460* 5000-INTERROGATION : affichage d'une categorie                 *
003470*----------------------------------------------------------------*
003480 5000-INTERROGATION.
003490     DISPLAY "Code de la categorie a consulter : ".
003500     MOVE SPACES TO WCODCAT
003510     ACCEPT WCODCAT
003520     PERFORM 7100-LIRE-CATEGORIE THRU 7100-EXIT
003530     IF NOT CATEGORIE-TROUVEE
003540         DISPLAY "Cette categorie n'existe pas."
003550     ELSE
003560         DISPLAY "Code      : " CODCAT
003570         DISPLAY "Libelle   : " CAT-LIBELLE
003580         DISPLAY "Ages      : " CAT-AGE-MIN " a " CAT-AGE-MAX
003590         DISPLAY "Km/semaine: " CAT-KM-MAX-SEM
003600         DISPLAY "Km/jour   : " CAT-KM-MAX-JOUR
003610     END-IF.
003620 5000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------------*
003660* 5500-LISTE : toutes les categories de la table                 *
003670*----------------------------------------------------------------*
003680 5500-LISTE.
003690     DISPLAY " ".
003700     DISPLAY "Code Libelle    Ages  Km/sem Km/jour".
003710     MOVE 0 TO WNB-CATEGORIES
003720     MOVE LOW-VALUES TO CODCAT
003730     START CATEGORIE KEY IS NOT LESS THAN CODCAT
003740         INVALID KEY
003750             MOVE 'TRUE ' TO WFIN-CATEGORIE
003760         NOT INVALID KEY
003770             MOVE 'FALSE' TO WFIN-CATEGORIE
003780     END-START
003790     PERFORM 5510-UNE-CATEGORIE THRU 5510-EXIT
003800         UNTIL FIN-CATEGORIE
003810     DISPLAY WNB-CATEGORIES " categorie(s).".
003820 5500-EXIT.
003830     EXIT.
003840
003850 5510-UNE-CATEGORIE.
003860     READ CATEGORIE NEXT RECORD
003870         AT END
003880             MOVE 'TRUE ' TO WFIN-CATEGORIE
003890         NOT AT END
003900             DISPLAY CODCAT "   " CAT-LIBELLE " " CAT-AGE-MIN
003910                 "-" CAT-AGE-MAX "  " CAT-KM-MAX-SEM "   "
003920                 CAT-KM-MAX-JOUR
003930             ADD 1 TO WNB-CATEGORIES
003940     END-READ.
003950 5510-EXIT.
003960     EXIT.
003970
003980 7100-LIRE-CATEGORIE.
003990     MOVE WCODCAT TO CODCAT
004000     READ CATEGORIE
004010         INVALID KEY
004020             MOVE 'FALSE' TO WTROUVE
004030         NOT INVALID KEY
004040             MOVE 'TRUE ' TO WTROUVE
004050     END-READ.
004060 7100-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100* 7200-CONTROLER-LA-SAISIE : libelle obligatoire, tranche d'age  *
004110*                  ordonnee et sans chevauchement avec une autre *
004120*                  categorie, plafonds non nuls et plafond du    *
004130*                  jour au plus egal a celui de la semaine.      *
004140*----------------------------------------------------------------*
004150 7200-CONTROLER-LA-SAISIE.
004160     MOVE 'TRUE ' TO WSAISIE-OK
004170     IF WLIBELLE = SPACES
004180         MOVE 'FALSE' TO WSAISIE-OK
004190         DISPLAY "Le libelle est obligatoire."
004200     END-IF
004210     IF WAGE-MIN > WAGE-MAX
004220         MOVE 'FALSE' TO WSAISIE-OK
004230         DISPLAY "L'age minimum depasse l'age maximum."
004240     ELSE
004250         PERFORM 7300-CONTROLER-CHEVAUCHEMENT THRU 7300-EXIT
004260         IF WCODCAT-EN-CONFLIT NOT = SPACES
004270             MOVE 'FALSE' TO WSAISIE-OK
004280             DISPLAY "Tranche d'age deja couverte par la "
004290                 "categorie " WCODCAT-EN-CONFLIT "."
004300         END-IF
004310     END-IF
004320     IF WKM-MAX-SEM = 0 OR WKM-MAX-JOUR = 0
004330         MOVE 'FALSE' TO WSAISIE-OK
004340         DISPLAY "Les deux plafonds de km sont obligatoires."
004350     ELSE
004360         IF WKM-MAX-JOUR > WKM-MAX-SEM
004370             MOVE 'FALSE' TO WSAISIE-OK
004380             DISPLAY "Le plafond du jour depasse celui de la "
004390                 "semaine."
004400         END-IF
004410     END-IF.
004420 7200-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------------*
004460* 7300-CONTROLER-CHEVAUCHEMENT : balaie la table ; une autre     *
004470*                  categorie dont la tranche croise la tranche   *
004480*                  saisie est rendue dans WCODCAT-EN-CONFLIT.    *
004490*----------------------------------------------------------------*
004500 7300-CONTROLER-CHEVAUCHEMENT.
004510     MOVE SPACES TO WCODCAT-EN-CONFLIT
004520     MOVE LOW-VALUES TO CODCAT
004530     START CATEGORIE KEY IS NOT LESS THAN CODCAT
004540         INVALID KEY
004550             MOVE 'TRUE ' TO WFIN-CATEGORIE
004560         NOT INVALID KEY
004570             MOVE 'FALSE' TO WFIN-CATEGORIE
004580     END-START
004590     PERFORM 7310-COMPARER-UNE-TRANCHE THRU 7310-EXIT
004600         UNTIL FIN-CATEGORIE.
004610 7300-EXIT.
004620     EXIT.
004630
004640 7310-COMPARER-UNE-TRANCHE.
004650     READ CATEGORIE NEXT RECORD
004660         AT END
004670             MOVE 'TRUE ' TO WFIN-CATEGORIE
004680             GO TO 7310-EXIT
004690     END-READ
004700     IF CODCAT = WCODCAT
004710         GO TO 7310-EXIT
004720     END-IF
004730     IF WAGE-MIN NOT > CAT-AGE-MAX
004740         AND WAGE-MAX NOT < CAT-AGE-MIN
004750         MOVE CODCAT TO WCODCAT-EN-CONFLIT
004760         MOVE 'TRUE ' TO WFIN-CATEGORIE
004770     END-IF.
004780 7310-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------------*
004820* 9300-IMAGE-CATEGORIE : image journalisee de la ligne courante  *
004830*----------------------------------------------------------------*
004840 9300-IMAGE-CATEGORIE.
004850     MOVE CAT-LIBELLE TO WIMG-LIBELLE
004860     MOVE CAT-AGE-MIN TO WIMG-AGE-MIN
004870     MOVE CAT-AGE-MAX TO WIMG-AGE-MAX
004880     MOVE CAT-KM-MAX-SEM TO WIMG-KM-MAX-SEM
004890     MOVE CAT-KM-MAX-JOUR TO WIMG-KM-MAX-JOUR.
004900 9300-EXIT.
004910     EXIT.
004920
004930*----------------------------------------------------------------*
004940* 9400-JOURNALISER-CATEGORIE : ligne de journal d'une ecriture   *
004950*                  ou d'un remplacement ; l'appelant a renseigne *
004960*                  LIEN-OPERATION et LIEN-AVANT.                 *
004970*----------------------------------------------------------------*
004980 9400-JOURNALISER-CATEGORIE.
004990     MOVE "CATEGORIE" TO LIEN-FICHIER
005000     MOVE SPACES TO LIEN-CLE
005010     MOVE WCODCAT TO LIEN-CLE
005020     PERFORM 9300-IMAGE-CATEGORIE THRU 9300-EXIT
005030     MOVE WIMAGE-CATEGORIE TO LIEN-APRES
005040     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
005050 9400-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------*
005090* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
005100*----------------------------------------------------------------*
005110 9500-JOURNALISER.
005120     MOVE "FCA" TO LIEN-PROGRAMME
005130     MOVE SES-CODOPER TO LIEN-OPERATEUR
005140     MOVE 0 TO LIEN-CODCOUR
005150     CALL "FJRNL" USING JRN-LIEN.
005160 9500-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------------*
005200* 9600-POSER-VERROU-CATEGORIE : pose le verrou de la categorie   *
005210*                  courante via FVERR ; une categorie tenue par  *
005220*                  une autre session est signalee avec le code   *
005230*                  de son detenteur.                             *
005240*----------------------------------------------------------------*
005250 9600-POSER-VERROU-CATEGORIE.
005260     MOVE 'P' TO VLN-ACTION
005270     MOVE "CATEGORIE" TO VLN-FICHIER
005280     MOVE SPACES TO VLN-CLE
005290     MOVE WCODCAT TO VLN-CLE
005300     MOVE SES-CODOPER TO VLN-OPERATEUR
005310     CALL "FVERR" USING VER-LIEN
005320     IF VERROU-REFUSE
005330         DISPLAY "Categorie en cours de modification par "
005340             VLN-DETENTEUR ", reessayez plus tard."
005350     END-IF.
005360 9600-EXIT.
005370     EXIT.
005380
005390 9650-LIBERER-VERROU-CATEGORIE.
005400     MOVE 'L' TO VLN-ACTION
005410     MOVE "CATEGORIE" TO VLN-FICHIER
005420     MOVE SPACES TO VLN-CLE
005430     MOVE WCODCAT TO VLN-CLE
005440     MOVE SES-CODOPER TO VLN-OPERATEUR
005450     CALL "FVERR" USING VER-LIEN.
005460 9650-EXIT.
005470     EXIT.
