000100*================================================================*
000110* FBL       - Registre des lots d'import GPS et annulation d'un  *
000120*             lot.  Chaque passage de FB est un lot numerote     *
000130*             (LOT-IMPORT.SQL) ; chaque sortie REALISE qu'il a   *
000142*             ajoutee est tracee dans LOT-LIGNE.SQL.             *
000154*             L'annulation supprime chaque sortie encore         *
000166*             intacte ajoutee par le lot, retire                 *
000180*             l'ecart de TOTAL-KM-FAITS du coureur et de son     *
000190*             materiel (FMAT), et journalise tout via FJRNL.     *
000200*             Une sortie corrigee ou supprimee depuis l'import   *
000210*             (F3, F7, FM...) est laissee en l'etat et signalee. *
000220*             Une fois annule, le meme fichier peut etre         *
000230*             recharge par FB.  Reserve au superviseur.          *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FBL.
000270 AUTHOR. G3.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 15/10/2026  G3   Creation du programme (option BL du menu).    *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY LOTSEL.
000390     COPY LOTLSEL.
000400     COPY REALSEL.
000410     COPY COURSEL.
000420
000430 DATA DIVISION.
000440 FILE SECTION.
000450     COPY LOTFD.
000460     COPY LOTLFD.
000470     COPY REALFD.
000480     COPY COURFD.
000490
000500 WORKING-STORAGE SECTION.
000510     COPY LOTSTA.
000520     COPY LOTLSTA.
000530     COPY REALSTA.
000540     COPY COURSTA.
000550 77  WOPERATION              PIC X(01).
000560 77  WFINFBL                 PIC X(05)       VALUE 'FALSE'.
000570     88  FIN-FBL                              VALUE 'TRUE '.
000580 77  WLOT-NUMERO             PIC 9(06).
000590 77  WCODCOUR                PIC 9(03).
000600 77  WJOUR                   PIC 9(08).
000610 77  WDELTA-KM               PIC S9(05)      VALUE 0.
000620 77  WTOTAL-AVANT            PIC 9(05)       VALUE 0.
000630 77  WCONFIRME               PIC X(01).
000640 77  WDATEJOUR               PIC 9(08).
000650 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
000660     88  LOT-TROUVE                           VALUE 'TRUE '.
000670 77  WFIN-LOT                PIC X(05)       VALUE 'FALSE'.
000680     88  FIN-LOT                              VALUE 'TRUE '.
000690 77  WFIN-LIGNE              PIC X(05)       VALUE 'FALSE'.
000700     88  FIN-LIGNE                            VALUE 'TRUE '.
000710 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000720     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000730 77  WNB-LOTS                PIC 9(05)       VALUE 0.
000740 77  WNB-LIGNES              PIC 9(05)       VALUE 0.
000750 77  WNB-ANNULEES            PIC 9(05)       VALUE 0.
000760 77  WNB-IGNOREES            PIC 9(05)       VALUE 0.
000770 77  WNB-EN-ATTENTE          PIC 9(05)       VALUE 0.
000780 77  WLIBELLE-STATUT         PIC X(20).
000790     COPY JRNLNK.
000800     COPY VERLNK.
000810     COPY MATLNK.
000820 01  WIMAGE-REALISE.
000830     02  WIMG-KM             PIC 9(04).
000840     02  FILLER              PIC X(01)       VALUE SPACE.
000850     02  WIMG-DUREE          PIC 9(04).
000860     02  FILLER              PIC X(01)       VALUE SPACE.
000870     02  WIMG-DENIVELE       PIC 9(05).
000880     02  FILLER              PIC X(01)       VALUE SPACE.
000890     02  WIMG-LOT            PIC 9(06).
000900 01  WIMAGE-LOT.
000910     02  WILT-STATUT         PIC X(01).
000920     02  FILLER              PIC X(01)       VALUE SPACE.
000930     02  WILT-LUES           PIC 9(05).
000940     02  FILLER              PIC X(01)       VALUE SPACE.
000950     02  WILT-CHARGEES       PIC 9(05).
000960     02  FILLER              PIC X(01)       VALUE SPACE.
000970     02  WILT-REJETEES       PIC 9(05).
000980
000990 LINKAGE SECTION.
001000     COPY OPELNK.
001010
001020 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001030 0000-MAINLINE SECTION.
001040 0000-DEBUT.
001050     OPEN I-O LOT-IMPORT
001060     IF WLOTSTAT = '35'
001070         DISPLAY "Aucun lot d'import enregistre."
001080         GOBACK
001090     END-IF
001100     OPEN I-O LOT-LIGNE
001110     IF WLLGSTAT = '35'
001120         OPEN OUTPUT LOT-LIGNE
001130         CLOSE LOT-LIGNE
001140         OPEN I-O LOT-LIGNE
001150         DISPLAY "Fichier LOT-LIGNE cree."
001160     END-IF
001170     OPEN I-O REALISE
001180     OPEN I-O COUREUR
001190     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001200     IF ERREUR-OUVERTURE
001210         GOBACK
001220     END-IF
001230     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001240     MOVE 'FALSE' TO WFINFBL
001250     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001260         UNTIL FIN-FBL
001270     CLOSE LOT-IMPORT LOT-LIGNE REALISE COUREUR.
001280 0000-FIN-MAINLINE.
001290     GOBACK.
001300
001310 0050-VERIFIER-OUVERTURES.
001320     IF WLOTSTAT NOT = '00'
001330         DISPLAY "Erreur ouverture LOT-IMPORT, code retour "
001340             WLOTSTAT
001350         MOVE 'TRUE ' TO WERR-OUVERTURE
001360     END-IF
001370     IF WLLGSTAT NOT = '00'
001380         DISPLAY "Erreur ouverture LOT-LIGNE, code retour "
001390             WLLGSTAT
001400         MOVE 'TRUE ' TO WERR-OUVERTURE
001410     END-IF
001420     IF WREASTAT NOT = '00'
001430         DISPLAY "Erreur ouverture REALISE, code retour "
001440             WREASTAT
001450         MOVE 'TRUE ' TO WERR-OUVERTURE
001460     END-IF
001470     IF WCOUSTAT NOT = '00'
001480         DISPLAY "Erreur ouverture COUREUR, code retour "
001490             WCOUSTAT
001500         MOVE 'TRUE ' TO WERR-OUVERTURE
001510     END-IF.
001520 0050-EXIT.
001530     EXIT.
001540
001550 1000-TRAITER-UNE-OPERATION.
001560     PERFORM 1100-AFFICHER-MENU-FBL THRU 1100-EXIT
001570     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
001580     EVALUATE WOPERATION
001590         WHEN 'L'
001600             PERFORM 5500-LISTE-DES-LOTS THRU 5500-EXIT
001610         WHEN 'I'
001620             PERFORM 5000-INTERROGATION THRU 5000-EXIT
001630         WHEN 'A'
001640             PERFORM 4000-ANNULATION THRU 4000-EXIT
001650         WHEN 'Q'
001660             MOVE 'TRUE ' TO WFINFBL
001670         WHEN OTHER
001680             DISPLAY "Operation inconnue, recommencez."
001690     END-EVALUATE.
001700 1000-EXIT.
001710     EXIT.
001720
001730 1100-AFFICHER-MENU-FBL.
001740     DISPLAY " ".
001750     DISPLAY "--- Lots d'import GPS ---".
001760     DISPLAY "L - Lister les lots".
001770     DISPLAY "I - Interroger un lot".
001780     DISPLAY "A - Annuler un lot".
001790     DISPLAY "Q - Retour au menu".
001800 1100-EXIT.
001810     EXIT.
001820
001830 1200-SAISIR-OPERATION.
001840     DISPLAY "Votre choix : ".
001850     MOVE SPACES TO WOPERATION
001860     ACCEPT WOPERATION.
001870 1200-EXIT.
001880     EXIT.
001890
001900 2100-SAISIR-NUMERO-LOT.
001910     DISPLAY "Numero du lot : ".
001920     MOVE ZEROES TO WLOT-NUMERO
001930     ACCEPT WLOT-NUMERO.
001940 2100-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980* 4000-ANNULATION : annule toutes les lignes encore chargees du  *
001990*                  lot.  Une ligne dont la fiche coureur est     *
002000*                  tenue par une autre session reste chargee :   *
002010*                  le lot ne passe a l'etat A qu'une fois toutes *
002020*                  ses lignes annulees ou ignorees, et une       *
002030*                  nouvelle annulation reprend les lignes        *
002040*                  restantes.                                    *
002050*----------------------------------------------------------------*
002060 4000-ANNULATION.
002070     PERFORM 2100-SAISIR-NUMERO-LOT THRU 2100-EXIT
002080     PERFORM 7100-LIRE-LOT THRU 7100-EXIT
002090     IF NOT LOT-TROUVE
002100         DISPLAY "Ce lot n'existe pas."
002110         GO TO 4000-EXIT
002120     END-IF
002130     IF LOT-ANNULE
002140         DISPLAY "Lot deja annule le " LOT-DATE-ANNULATION
002150             " par " LOT-OPER-ANNULATION "."
002160         GO TO 4000-EXIT
002170     END-IF
002180     PERFORM 5050-AFFICHER-LE-LOT THRU 5050-EXIT
002190     IF LOT-EN-COURS
002200         DISPLAY "Lot interrompu en cours de chargement : "
002210             "seules les lignes tracees seront annulees."
002220     END-IF
002230     DISPLAY "Annuler ce lot et supprimer ses sorties "
002240         "(O/N) : "
002250     MOVE SPACE TO WCONFIRME
002260     ACCEPT WCONFIRME
002270     IF WCONFIRME NOT = 'O' AND WCONFIRME NOT = 'o'
002280         DISPLAY "Annulation abandonnee."
002290         GO TO 4000-EXIT
002300     END-IF
002310     PERFORM 9600-POSER-VERROU-LOT THRU 9600-EXIT
002320     IF VERROU-REFUSE
002330         GO TO 4000-EXIT
002340     END-IF
002350     MOVE 0 TO WNB-ANNULEES
002360     MOVE 0 TO WNB-IGNOREES
002370     MOVE 0 TO WNB-EN-ATTENTE
002380     MOVE WLOT-NUMERO TO LLG-LOT
002390     MOVE LOW-VALUES TO LLG-CLE-REALISE
002400     START LOT-LIGNE KEY IS NOT LESS THAN CLE-LOT-LIGNE
002410         INVALID KEY
002420             MOVE 'TRUE ' TO WFIN-LIGNE
002430         NOT INVALID KEY
002440             MOVE 'FALSE' TO WFIN-LIGNE
002450     END-START
002460     PERFORM 4100-ANNULER-UNE-LIGNE THRU 4100-EXIT
002470         UNTIL FIN-LIGNE
002480     PERFORM 4300-CLORE-LE-LOT THRU 4300-EXIT
002490     PERFORM 9650-LIBERER-VERROU-LOT THRU 9650-EXIT.
002500 4000-EXIT.
002510     EXIT.
002520
002530 4100-ANNULER-UNE-LIGNE.
002540     READ LOT-LIGNE NEXT RECORD
002550         AT END
002560             MOVE 'TRUE ' TO WFIN-LIGNE
002570             GO TO 4100-EXIT
002580     END-READ
002590     IF LLG-LOT NOT = WLOT-NUMERO
002600         MOVE 'TRUE ' TO WFIN-LIGNE
002610         GO TO 4100-EXIT
002620     END-IF
002630     IF NOT LLG-CHARGEE
002640         GO TO 4100-EXIT
002650     END-IF
002660     MOVE LLG-CODCOUR TO WCODCOUR
002670     MOVE LLG-JOUR TO WJOUR
002680     PERFORM 9700-POSER-VERROU-COUREUR THRU 9700-EXIT
002690     IF VERROU-REFUSE
002700         ADD 1 TO WNB-EN-ATTENTE
002710         GO TO 4100-EXIT
002720     END-IF
002730     PERFORM 4200-REMETTRE-LE-JOUR THRU 4200-EXIT
002740     REWRITE LOT-LIGNE-REC
002750     PERFORM 9750-LIBERER-VERROU-COUREUR THRU 9750-EXIT.
002760 4100-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------*
002800* 4200-REMETTRE-LE-JOUR : le jour n'est touche que s'il porte    *
002810*                  encore le numero du lot et les valeurs posees *
002822*                  par lui ; sinon la ligne est ignoree.  La     *
002834*                  sortie ajoutee par le lot est supprimee et    *
002846*                  l'ecart est retire du total du coureur et de  *
002858*                  son materiel (8100/8200).                     *
002870*----------------------------------------------------------------*
002880 4200-REMETTRE-LE-JOUR.
002890     MOVE LLG-CLE-REALISE TO CLE-REALISE
002900     READ REALISE
002910         INVALID KEY
002920             MOVE 'I' TO LLG-ETAT
002930             ADD 1 TO WNB-IGNOREES
002940             DISPLAY "Coureur " WCODCOUR " jour " WJOUR
002945                 " sortie " LLG-SORTIE
002950                 " : supprimee depuis l'import, ignoree."
002960             GO TO 4200-EXIT
002970     END-READ
002980     IF REA-LOT NOT = WLOT-NUMERO
002990         OR KM-REALISE NOT = LLG-KM-APRES
003000         OR REA-DUREE NOT = LLG-DUREE-APRES
003010         OR REA-DENIVELE NOT = LLG-DENIVELE-APRES
003020         MOVE 'I' TO LLG-ETAT
003030         ADD 1 TO WNB-IGNOREES
003040         DISPLAY "Coureur " WCODCOUR " jour " WJOUR
003045             " sortie " LLG-SORTIE
003050             " : corrigee depuis l'import, laissee en "
003060             "l'etat."
003070         GO TO 4200-EXIT
003080     END-IF
003090     MOVE "REALISE" TO LIEN-FICHIER
003100     MOVE CLE-REALISE TO LIEN-CLE
003126     MOVE KM-REALISE TO WIMG-KM
003152     MOVE REA-DUREE TO WIMG-DUREE
003178     MOVE REA-DENIVELE TO WIMG-DENIVELE
003204     MOVE REA-LOT TO WIMG-LOT
003230     DELETE REALISE
003256     MOVE 'S' TO LIEN-OPERATION
003282     MOVE WIMAGE-REALISE TO LIEN-AVANT
003308     MOVE SPACES TO LIEN-APRES
003334     COMPUTE WDELTA-KM = 0 - LLG-KM-APRES
003360     PERFORM 9500-JOURNALISER THRU 9500-EXIT
003370     MOVE 'A' TO LLG-ETAT
003380     ADD 1 TO WNB-ANNULEES
003390     PERFORM 8100-POSTER-KM-COUREUR THRU 8100-EXIT
003400     PERFORM 8200-POSTER-KM-MATERIEL THRU 8200-EXIT.
003410 4200-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------------*
003450* 4300-CLORE-LE-LOT : cumule les lignes annulees et ignorees sur *
003460*                  l'en-tete ; le lot passe a l'etat A quand il  *
003470*                  ne lui reste plus de ligne chargee.           *
003480*----------------------------------------------------------------*
003490 4300-CLORE-LE-LOT.
003500     PERFORM 7100-LIRE-LOT THRU 7100-EXIT
003510     IF NOT LOT-TROUVE
003520         DISPLAY "Lot " WLOT-NUMERO " introuvable, en-tete non "
003530             "mis a jour."
003540         GO TO 4300-EXIT
003550     END-IF
003560     PERFORM 9300-IMAGE-LOT THRU 9300-EXIT
003570     MOVE WIMAGE-LOT TO LIEN-AVANT
003580     ADD WNB-ANNULEES TO LOT-NB-ANNULEES
003590     ADD WNB-IGNOREES TO LOT-NB-IGNOREES
003600     IF WNB-EN-ATTENTE = 0
003610         MOVE 'A' TO LOT-STATUT
003620         MOVE WDATEJOUR TO LOT-DATE-ANNULATION
003630         MOVE SES-CODOPER TO LOT-OPER-ANNULATION
003640     END-IF
003650     REWRITE LOT-IMPORT-REC
003660     PERFORM 9300-IMAGE-LOT THRU 9300-EXIT
003670     MOVE WIMAGE-LOT TO LIEN-APRES
003680     MOVE 'R' TO LIEN-OPERATION
003690     MOVE "LOT-IMPORT" TO LIEN-FICHIER
003700     MOVE SPACES TO LIEN-CLE
003710     MOVE WLOT-NUMERO TO LIEN-CLE
003720     MOVE 0 TO WCODCOUR
003730     PERFORM 9500-JOURNALISER THRU 9500-EXIT
003740     DISPLAY WNB-ANNULEES " sortie(s) supprimee(s), "
003750         WNB-IGNOREES " ignoree(s)."
003760     IF WNB-EN-ATTENTE = 0
003770         DISPLAY "Lot " WLOT-NUMERO " annule ; le fichier "
003780             "peut etre recharge par FB."
003790     ELSE
003800         DISPLAY WNB-EN-ATTENTE " jour(s) non annule(s), "
003810             "fiche coureur tenue : relancer l'annulation."
003820     END-IF.
003830 4300-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------------*
003870* 5000-INTERROGATION : en-tete du lot puis ses lignes, avec le   *
003880*                  km d'avant et le km pose par le lot.          *
003890*----------------------------------------------------------------*
003900 5000-INTERROGATION.
003910     PERFORM 2100-SAISIR-NUMERO-LOT THRU 2100-EXIT
003920     PERFORM 7100-LIRE-LOT THRU 7100-EXIT
003930     IF NOT LOT-TROUVE
003940         DISPLAY "Ce lot n'existe pas."
003950         GO TO 5000-EXIT
003960     END-IF
003970     PERFORM 5050-AFFICHER-LE-LOT THRU 5050-EXIT
003980     IF LOT-ANNULE
003990         DISPLAY "Annule le  : " LOT-DATE-ANNULATION " par "
004000             LOT-OPER-ANNULATION
004010     END-IF
004020     DISPLAY "Cou Sm Jour     So Km    Etat"
004030     MOVE 0 TO WNB-LIGNES
004040     MOVE WLOT-NUMERO TO LLG-LOT
004050     MOVE LOW-VALUES TO LLG-CLE-REALISE
004060     START LOT-LIGNE KEY IS NOT LESS THAN CLE-LOT-LIGNE
004070         INVALID KEY
004080             MOVE 'TRUE ' TO WFIN-LIGNE
004090         NOT INVALID KEY
004100             MOVE 'FALSE' TO WFIN-LIGNE
004110     END-START
004120     PERFORM 5100-UNE-LIGNE-DU-LOT THRU 5100-EXIT
004130         UNTIL FIN-LIGNE
004140     DISPLAY WNB-LIGNES " sortie(s) tracee(s).".
004150 5000-EXIT.
004160     EXIT.
004170
004180 5050-AFFICHER-LE-LOT.
004190     EVALUATE TRUE
004200         WHEN LOT-EN-COURS
004210             MOVE "interrompu" TO WLIBELLE-STATUT
004220         WHEN LOT-CHARGE
004230             MOVE "charge" TO WLIBELLE-STATUT
004240         WHEN LOT-ANNULE
004250             MOVE "annule" TO WLIBELLE-STATUT
004260         WHEN OTHER
004270             MOVE LOT-STATUT TO WLIBELLE-STATUT
004280     END-EVALUATE
004290     DISPLAY "Lot        : " LOT-NUMERO " du " LOT-DATE " a "
004300         LOT-HEURE " par " LOT-OPERATEUR
004310     DISPLAY "Lignes     : " LOT-NB-LUES " lue(s), "
004320         LOT-NB-CHARGEES " chargee(s), " LOT-NB-REJETEES
004330         " rejetee(s)"
004340     DISPLAY "Empreinte  : " LOT-EMP-NB-LIGNES " "
004350         LOT-EMP-TOTAL-KM " " LOT-EMP-CONTROLE
004360     DISPLAY "Statut     : " WLIBELLE-STATUT.
004370 5050-EXIT.
004380     EXIT.
004390
004400 5100-UNE-LIGNE-DU-LOT.
004410     READ LOT-LIGNE NEXT RECORD
004420         AT END
004430             MOVE 'TRUE ' TO WFIN-LIGNE
004440             GO TO 5100-EXIT
004450     END-READ
004460     IF LLG-LOT NOT = WLOT-NUMERO
004470         MOVE 'TRUE ' TO WFIN-LIGNE
004480         GO TO 5100-EXIT
004490     END-IF
004500     DISPLAY LLG-CODCOUR " " LLG-CODSEM " " LLG-JOUR " "
004505         LLG-SORTIE " "
004520         LLG-KM-APRES "  " LLG-ETAT
004530     ADD 1 TO WNB-LIGNES.
004540 5100-EXIT.
004550     EXIT.
004560
004570 5500-LISTE-DES-LOTS.
004580     DISPLAY "Lot    Date     Heure  Operat.  Lues  Charg Rejet S"
004590     MOVE 0 TO WNB-LOTS
004600     MOVE 0 TO LOT-NUMERO
004610     START LOT-IMPORT KEY IS NOT LESS THAN LOT-NUMERO
004620         INVALID KEY
004630             MOVE 'TRUE ' TO WFIN-LOT
004640         NOT INVALID KEY
004650             MOVE 'FALSE' TO WFIN-LOT
004660     END-START
004670     PERFORM 5600-UN-LOT-LISTE THRU 5600-EXIT
004680         UNTIL FIN-LOT
004690     DISPLAY WNB-LOTS " lot(s).".
004700 5500-EXIT.
004710     EXIT.
004720
004730 5600-UN-LOT-LISTE.
004740     READ LOT-IMPORT NEXT RECORD
004750         AT END
004760             MOVE 'TRUE ' TO WFIN-LOT
004770         NOT AT END
004780             DISPLAY LOT-NUMERO " " LOT-DATE " " LOT-HEURE " "
004790                 LOT-OPERATEUR " " LOT-NB-LUES " "
004800                 LOT-NB-CHARGEES " " LOT-NB-REJETEES " "
004810                 LOT-STATUT
004820             ADD 1 TO WNB-LOTS
004830     END-READ.
004840 5600-EXIT.
004850     EXIT.
004860
004870 7100-LIRE-LOT.
004880     MOVE WLOT-NUMERO TO LOT-NUMERO
004890     READ LOT-IMPORT
004900         INVALID KEY
004910             MOVE 'FALSE' TO WTROUVE
004920         NOT INVALID KEY
004930             MOVE 'TRUE ' TO WTROUVE
004940     END-READ.
004950 7100-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990* 8100-POSTER-KM-COUREUR : retire l'ecart du lot du total du     *
005000*                  coureur, comme 8100 de F3.                    *
005010*----------------------------------------------------------------*
005020 8100-POSTER-KM-COUREUR.
005030     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
005040     READ COUREUR
005050         INVALID KEY
005060             DISPLAY "Coureur introuvable, total non mis a jour."
005070         NOT INVALID KEY
005080             MOVE TOTAL-KM-FAITS TO WTOTAL-AVANT
005090             ADD WDELTA-KM TO TOTAL-KM-FAITS
005100             REWRITE COUREUR-REC
005110             MOVE 'R' TO LIEN-OPERATION
005120             MOVE "COUREUR" TO LIEN-FICHIER
005130             MOVE WCODCOUR TO LIEN-CLE
005140             MOVE WTOTAL-AVANT TO LIEN-AVANT
005150             MOVE TOTAL-KM-FAITS TO LIEN-APRES
005160             PERFORM 9500-JOURNALISER THRU 9500-EXIT
005170     END-READ.
005180 8100-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------------*
005220* 8200-POSTER-KM-MATERIEL : retire le meme ecart du materiel du  *
005230*                  coureur ce jour-la (FMAT, journalise au nom   *
005240*                  de FBL).                                      *
005250*----------------------------------------------------------------*
005260 8200-POSTER-KM-MATERIEL.
005270     MOVE WCODCOUR TO MLN-CODCOUR
005280     MOVE WJOUR TO MLN-JOUR
005290     MOVE WDELTA-KM TO MLN-DELTA-KM
005300     MOVE "FBL" TO MLN-PROGRAMME
005310     MOVE SES-CODOPER TO MLN-OPERATEUR
005320     CALL "FMAT" USING MAT-LIEN.
005330 8200-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------------*
005370* 9300-IMAGE-LOT : image journalisee de l'en-tete du lot, meme   *
005380*                  decoupage que celle de FB.                    *
005390*----------------------------------------------------------------*
005400 9300-IMAGE-LOT.
005410     MOVE LOT-STATUT TO WILT-STATUT
005420     MOVE LOT-NB-LUES TO WILT-LUES
005430     MOVE LOT-NB-CHARGEES TO WILT-CHARGEES
005440     MOVE LOT-NB-REJETEES TO WILT-REJETEES.
005450 9300-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------*
005490* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
005500*----------------------------------------------------------------*
005510 9500-JOURNALISER.
005520     MOVE "FBL" TO LIEN-PROGRAMME
005530     MOVE SES-CODOPER TO LIEN-OPERATEUR
005540     MOVE WCODCOUR TO LIEN-CODCOUR
005550     CALL "FJRNL" USING JRN-LIEN.
005560 9500-EXIT.
005570     EXIT.
005580
005590*----------------------------------------------------------------*
005600* 9600-POSER-VERROU-LOT : un seul superviseur a la fois sur      *
005610*                  l'annulation d'un lot.                        *
005620*----------------------------------------------------------------*
005630 9600-POSER-VERROU-LOT.
005640     MOVE 'P' TO VLN-ACTION
005650     MOVE "LOT-IMPORT" TO VLN-FICHIER
005660     MOVE SPACES TO VLN-CLE
005670     MOVE WLOT-NUMERO TO VLN-CLE
005680     MOVE SES-CODOPER TO VLN-OPERATEUR
005690     CALL "FVERR" USING VER-LIEN
005700     IF VERROU-REFUSE
005710         DISPLAY "Lot en cours d'annulation par "
005720             VLN-DETENTEUR ", reessayez plus tard."
005730     END-IF.
005740 9600-EXIT.
005750     EXIT.
005760
005770 9650-LIBERER-VERROU-LOT.
005780     MOVE 'L' TO VLN-ACTION
005790     MOVE "LOT-IMPORT" TO VLN-FICHIER
005800     MOVE SPACES TO VLN-CLE
005810     MOVE WLOT-NUMERO TO VLN-CLE
005820     MOVE SES-CODOPER TO VLN-OPERATEUR
005830     CALL "FVERR" USING VER-LIEN.
005840 9650-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------------*
005880* 9700-POSER-VERROU-COUREUR : verrou de la fiche COUREUR le      *
005890*                  temps de remettre le jour et le total.        *
005900*----------------------------------------------------------------*
005910 9700-POSER-VERROU-COUREUR.
005920     MOVE 'P' TO VLN-ACTION
005930     MOVE "COUREUR" TO VLN-FICHIER
005940     MOVE SPACES TO VLN-CLE
005950     MOVE WCODCOUR TO VLN-CLE
005960     MOVE SES-CODOPER TO VLN-OPERATEUR
005970     CALL "FVERR" USING VER-LIEN
005980     IF VERROU-REFUSE
005990         DISPLAY "Fiche coureur " WCODCOUR " tenue par "
006000             VLN-DETENTEUR " : jour " WJOUR " non annule."
006010     END-IF.
006020 9700-EXIT.
006030     EXIT.
006040
006050 9750-LIBERER-VERROU-COUREUR.
006060     MOVE 'L' TO VLN-ACTION
006070     MOVE "COUREUR" TO VLN-FICHIER
006080     MOVE SPACES TO VLN-CLE
006090     MOVE WCODCOUR TO VLN-CLE
006100     MOVE SES-CODOPER TO VLN-OPERATEUR
006110     CALL "FVERR" USING VER-LIEN.
006120 9750-EXIT.
006130     EXIT.
