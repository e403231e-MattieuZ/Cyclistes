000100*================================================================*
000110* FMA       - Registre du materiel prete par le club.            *
000120*             Creation, modification, affectation a un coureur,  *
000130*             enregistrement d'une revision, suppression et      *
000140*             consultation des lignes de MATERIEL.SQL (velos,    *
000150*             paires de roues, autre materiel).  Les km roules   *
000160*             sont cumules sur le materiel du coureur par F3 et  *
000170*             FB (sous-programme FMAT) ; la revision remet a     *
000180*             zero les km depuis la derniere revision.  Sort     *
000190*             aussi l'etat des revisions dues (ETAT-REVISIONS    *
000200*             .TXT) : materiel ayant depasse son intervalle ou   *
000210*             en approchant.  Chaque mise a jour est journalisee *
000220*             via FJRNL et la ligne est verrouillee via FVERR    *
000230*             pendant la modification.                           *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FMA.
000270 AUTHOR. G3.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 15/10/2026  G3   Creation du programme (option MA du menu).    *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ETAT-REVISIONS ASSIGN TO 'ETAT-REVISIONS.TXT'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WETASTAT.
000410     COPY MATSEL.
000420     COPY COURSEL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ETAT-REVISIONS
000470     LABEL RECORD IS STANDARD.
000480 01  ETAT-REC                PIC X(80).
000490     COPY MATFD.
000500     COPY COURFD.
000510
000520 WORKING-STORAGE SECTION.
000530 77  WETASTAT                PIC X(02).
000540     COPY MATSTA.
000550     COPY COURSTA.
000560 77  WOPERATION              PIC X(01).
000570 77  WFINFMA                 PIC X(05)       VALUE 'FALSE'.
000580     88  FIN-FMA                              VALUE 'TRUE '.
000590 77  WCODMAT                 PIC 9(04).
000600 77  WCODCOUR                PIC 9(03).
000610 77  WTYPE                   PIC X(01).
000620 77  WLIBELLE                PIC X(30).
000630 77  WINTERVALLE             PIC 9(05).
000640 77  WSTATUT                 PIC X(01).
000650 77  WDATE-SAISIE            PIC 9(08).
000660*-- Un materiel est signale "proche" quand les km depuis la -----*
000670*-- revision atteignent WSEUIL-PROCHE % de son intervalle -------*
000680 77  WSEUIL-PROCHE           PIC 9(03)       VALUE 090.
000690 77  WKM-DEPUIS              PIC 9(06)       VALUE 0.
000700 77  WKM-ECART               PIC 9(06)       VALUE 0.
000710 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
000720     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
000730 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000740     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000750 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
000760     88  MATERIEL-TROUVE                      VALUE 'TRUE '.
000770 77  WFIN-MATERIEL           PIC X(05)       VALUE 'FALSE'.
000780     88  FIN-MATERIEL                         VALUE 'TRUE '.
000790 77  WNB-MATERIELS           PIC 9(05)       VALUE 0.
000800 77  WNB-A-REVISER           PIC 9(05)       VALUE 0.
000810 77  WNB-PROCHES             PIC 9(05)       VALUE 0.
000820 77  WDATEJOUR               PIC 9(08).
000830 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000840     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000850 77  WNO-PAGE                PIC 9(03)       VALUE 0.
000860 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
000870 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
000880     COPY JRNLNK.
000890     COPY VERLNK.
000900 01  WIMAGE-MATERIEL.
000910     02  WIMG-TYPE           PIC X(01).
000920     02  FILLER              PIC X(01)       VALUE SPACE.
000930     02  WIMG-CODCOUR        PIC 9(03).
000940     02  FILLER              PIC X(01)       VALUE SPACE.
000950     02  WIMG-INTERVALLE     PIC 9(05).
000960     02  FILLER              PIC X(01)       VALUE SPACE.
000970     02  WIMG-KM-TOTAL       PIC 9(06).
000980     02  FILLER              PIC X(01)       VALUE SPACE.
000990     02  WIMG-KM-REVISION    PIC 9(06).
001000     02  FILLER              PIC X(01)       VALUE SPACE.
001010     02  WIMG-DATE-REVISION  PIC 9(08).
001020     02  FILLER              PIC X(01)       VALUE SPACE.
001030     02  WIMG-STATUT         PIC X(01).
001040 77  WAVANT-MATERIEL         PIC X(40).
001050 01  WLIGNE-EDIT             PIC X(80).
001060 01  WLIGNE-ENTETE.
001070     02  FILLER              PIC X(37)       VALUE
001080         "CYCLISTES - Revisions du materiel au ".
001090     02  WENT-DATE           PIC 9(08).
001100     02  FILLER              PIC X(06)       VALUE "  Page".
001110     02  WENT-PAGE           PIC ZZ9.
001120     02  FILLER              PIC X(26)       VALUE SPACES.
001130 01  WLIGNE-REVISION.
001140     02  WLRE-CODMAT         PIC 9(04).
001150     02  FILLER              PIC X(01)       VALUE SPACE.
001160     02  WLRE-TYPE           PIC X(01).
001170     02  FILLER              PIC X(01)       VALUE SPACE.
001180     02  WLRE-LIBELLE        PIC X(20).
001190     02  FILLER              PIC X(01)       VALUE SPACE.
001200     02  WLRE-CODCOUR        PIC 9(03).
001210     02  FILLER              PIC X(01)       VALUE SPACE.
001220     02  WLRE-NOM            PIC X(12).
001230     02  FILLER              PIC X(01)       VALUE SPACE.
001240     02  WLRE-KM-DEPUIS      PIC ZZZZZ9.
001250     02  FILLER              PIC X(01)       VALUE "/".
001260     02  WLRE-INTERVALLE     PIC ZZZZ9.
001270     02  FILLER              PIC X(01)       VALUE SPACE.
001280     02  WLRE-SITUATION      PIC X(22).
001290
001300 LINKAGE SECTION.
001310     COPY OPELNK.
001320
001330 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001340 0000-MAINLINE SECTION.
001350 0000-DEBUT.
001360     OPEN I-O MATERIEL
001370     IF WMATSTAT = '35'
001380         OPEN OUTPUT MATERIEL
001390         CLOSE MATERIEL
001400         OPEN I-O MATERIEL
001410         DISPLAY "Fichier MATERIEL cree."
001420     END-IF
001430     OPEN INPUT COUREUR
001440     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001450     IF ERREUR-OUVERTURE
001460         GOBACK
001470     END-IF
001480     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001490     MOVE 'FALSE' TO WFINFMA
001500     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001510         UNTIL FIN-FMA
001520     CLOSE MATERIEL COUREUR.
001530 0000-FIN-MAINLINE.
001540     GOBACK.
001550
001560 0050-VERIFIER-OUVERTURES.
001570     IF WMATSTAT NOT = '00'
001580         DISPLAY "Erreur ouverture MATERIEL, code retour "
001590             WMATSTAT
001600         MOVE 'TRUE ' TO WERR-OUVERTURE
001610     END-IF
001620     IF WCOUSTAT NOT = '00'
001630         DISPLAY "Erreur ouverture COUREUR, code retour "
001640             WCOUSTAT
001650         MOVE 'TRUE ' TO WERR-OUVERTURE
001660     END-IF.
001670 0050-EXIT.
001680     EXIT.
001690
001700 1000-TRAITER-UNE-OPERATION.
001710     PERFORM 1100-AFFICHER-MENU-FMA THRU 1100-EXIT
001720     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
001730     EVALUATE WOPERATION
001740         WHEN 'C'
001750             PERFORM 2000-CREATION THRU 2000-EXIT
001760         WHEN 'M'
001770             PERFORM 3000-MODIFICATION THRU 3000-EXIT
001780         WHEN 'A'
001790             PERFORM 3500-AFFECTATION THRU 3500-EXIT
001800         WHEN 'R'
001810             PERFORM 3800-REVISION THRU 3800-EXIT
001820         WHEN 'D'
001830             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
001840         WHEN 'I'
001850             PERFORM 5000-INTERROGATION THRU 5000-EXIT
001860         WHEN 'L'
001870             PERFORM 5500-LISTE-D-UN-COUREUR THRU 5500-EXIT
001880         WHEN 'E'
001890             PERFORM 6000-ETAT-DES-REVISIONS THRU 6000-EXIT
001900         WHEN 'Q'
001910             MOVE 'TRUE ' TO WFINFMA
001920         WHEN OTHER
001930             DISPLAY "Operation inconnue, recommencez."
001940     END-EVALUATE.
001950 1000-EXIT.
001960     EXIT.
001970
001980 1100-AFFICHER-MENU-FMA.
001990     DISPLAY " ".
002000     DISPLAY "--- Registre du materiel ---".
002010     DISPLAY "C - Creer un materiel".
002020     DISPLAY "M - Modifier un materiel".
002030     DISPLAY "A - Affecter un materiel a un coureur".
002040     DISPLAY "R - Enregistrer une revision".
002050     DISPLAY "D - Supprimer un materiel".
002060     DISPLAY "I - Interroger un materiel".
002070     DISPLAY "L - Lister le materiel d'un coureur".
002080     DISPLAY "E - Etat des revisions dues".
002090     DISPLAY "Q - Retour au menu".
002100 1100-EXIT.
002110     EXIT.
002120
002130 1200-SAISIR-OPERATION.
002140     DISPLAY "Votre choix : ".
002150     MOVE SPACES TO WOPERATION
002160     ACCEPT WOPERATION.
002170 1200-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------------*
002210* 2000-CREATION : nouveau materiel, a l'atelier et en service,   *
002220*                  compteurs a zero.                             *
002230*----------------------------------------------------------------*
002240 2000-CREATION.
002250     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
002260     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
002270     IF MATERIEL-TROUVE
002280         DISPLAY "Ce code materiel existe deja."
002290         GO TO 2000-EXIT
002300     END-IF
002310     PERFORM 2150-SAISIR-CHAMPS-MATERIEL THRU 2150-EXIT
002320     MOVE 'S' TO WSTATUT
002330     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
002340     IF NOT SAISIE-VALIDE
002350         DISPLAY "Saisie refusee, rien n'est enregistre."
002360         GO TO 2000-EXIT
002370     END-IF
002380     MOVE WCODMAT TO CODMAT
002390     PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
002400     MOVE 0 TO CODCOUR OF MATERIEL-REC
002410     MOVE 0 TO MAT-DATE-AFFECTATION
002420     MOVE 0 TO MAT-KM-TOTAL
002430     MOVE 0 TO MAT-KM-REVISION
002440     MOVE 0 TO MAT-DATE-REVISION
002450     WRITE MATERIEL-REC
002460         INVALID KEY
002470             DISPLAY "Ce code materiel existe deja."
002480         NOT INVALID KEY
002490             DISPLAY "Materiel enregistre (a l'atelier)."
002500             MOVE 'E' TO LIEN-OPERATION
002510             MOVE SPACES TO LIEN-AVANT
002520             PERFORM 9400-JOURNALISER-MATERIEL THRU 9400-EXIT
002530     END-WRITE.
002540 2000-EXIT.
002550     EXIT.
002560
002570 2100-SAISIR-CODMAT.
002580     DISPLAY "Code materiel : ".
002590     MOVE ZEROES TO WCODMAT
002600     ACCEPT WCODMAT.
002610 2100-EXIT.
002620     EXIT.
002630
002640 2150-SAISIR-CHAMPS-MATERIEL.
002650     DISPLAY "Type (V = velo, R = roues, A = autre) : ".
002660     MOVE SPACES TO WTYPE
002670     ACCEPT WTYPE
002680     DISPLAY "Libelle (marque, modele, taille) : ".
002690     MOVE SPACES TO WLIBELLE
002700     ACCEPT WLIBELLE
002710     DISPLAY "Intervalle de revision (km) : ".
002720     MOVE ZEROES TO WINTERVALLE
002730     ACCEPT WINTERVALLE.
002740 2150-EXIT.
002750     EXIT.
002760
002770 2200-REPORTER-CHAMPS.
002780     MOVE WTYPE TO MAT-TYPE
002790     MOVE WLIBELLE TO MAT-LIBELLE
002800     MOVE WINTERVALLE TO MAT-INTERVALLE
002810     MOVE WSTATUT TO MAT-STATUT.
002820 2200-EXIT.
002830     EXIT.
002840
002850*----------------------------------------------------------------*
002860* 3000-MODIFICATION : type, libelle, intervalle et statut ; les  *
002870*                  compteurs ne se modifient que par les km      *
002880*                  roules et par la revision.                    *
002890*----------------------------------------------------------------*
002900 3000-MODIFICATION.
002910     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
002920     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
002930     IF NOT MATERIEL-TROUVE
002940         DISPLAY "Ce materiel n'existe pas."
002950         GO TO 3000-EXIT
002960     END-IF
002970     PERFORM 9600-POSER-VERROU-MATERIEL THRU 9600-EXIT
002980     IF NOT VERROU-REFUSE
002990         PERFORM 3050-MODIFIER-LE-MATERIEL THRU 3050-EXIT
003000         PERFORM 9650-LIBERER-VERROU-MATERIEL THRU 9650-EXIT
003010     END-IF.
003020 3000-EXIT.
003030     EXIT.
003040
003050 3050-MODIFIER-LE-MATERIEL.
003060     PERFORM 9300-IMAGE-MATERIEL THRU 9300-EXIT
003070     MOVE WIMAGE-MATERIEL TO WAVANT-MATERIEL
003080     DISPLAY MAT-TYPE " " MAT-LIBELLE " intervalle "
003090         MAT-INTERVALLE " km, statut " MAT-STATUT
003100     PERFORM 2150-SAISIR-CHAMPS-MATERIEL THRU 2150-EXIT
003110     DISPLAY "Statut (S = en service, R = reforme) : ".
003120     MOVE SPACES TO WSTATUT
003130     ACCEPT WSTATUT
003140     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
003150     IF SAISIE-VALIDE
003160         PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
003170         PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
003180         REWRITE MATERIEL-REC
003190         DISPLAY "Materiel modifie."
003200         MOVE 'R' TO LIEN-OPERATION
003210         MOVE WAVANT-MATERIEL TO LIEN-AVANT
003220         PERFORM 9400-JOURNALISER-MATERIEL THRU 9400-EXIT
003230     ELSE
003240         DISPLAY "Modification refusee."
003250     END-IF.
003260 3050-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------*
003300* 3500-AFFECTATION : le materiel passe a un coureur a partir     *
003310*                  d'une date (les km des sorties de ce coureur  *
003320*                  a compter de ce jour lui sont reportes), ou   *
003330*                  revient a l'atelier (coureur 000).            *
003340*----------------------------------------------------------------*
003350 3500-AFFECTATION.
003360     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
003370     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
003380     IF NOT MATERIEL-TROUVE
003390         DISPLAY "Ce materiel n'existe pas."
003400         GO TO 3500-EXIT
003410     END-IF
003420     IF MAT-REFORME
003430         DISPLAY "Materiel reforme, affectation refusee."
003440         GO TO 3500-EXIT
003450     END-IF
003460     PERFORM 9600-POSER-VERROU-MATERIEL THRU 9600-EXIT
003470     IF NOT VERROU-REFUSE
003480         PERFORM 3550-AFFECTER-LE-MATERIEL THRU 3550-EXIT
003490         PERFORM 9650-LIBERER-VERROU-MATERIEL THRU 9650-EXIT
003500     END-IF.
003510 3500-EXIT.
003520     EXIT.
003530
003540 3550-AFFECTER-LE-MATERIEL.
003550     PERFORM 9300-IMAGE-MATERIEL THRU 9300-EXIT
003560     MOVE WIMAGE-MATERIEL TO WAVANT-MATERIEL
003570     DISPLAY "Actuellement affecte au coureur "
003580         CODCOUR OF MATERIEL-REC " depuis le "
003590         MAT-DATE-AFFECTATION
003600     DISPLAY "Nouveau coureur (000 = retour a l'atelier) : ".
003610     MOVE ZEROES TO WCODCOUR
003620     ACCEPT WCODCOUR
003630     IF WCODCOUR NOT = 0
003640         PERFORM 7000-CONTROLER-CODCOUR THRU 7000-EXIT
003650         IF NOT CODCOUR-VALIDE
003660             DISPLAY "Affectation refusee."
003670             GO TO 3550-EXIT
003680         END-IF
003690     END-IF
003700     MOVE 0 TO WDATE-SAISIE
003710     IF WCODCOUR NOT = 0
003720         DISPLAY "A partir du (AAAAMMJJ, 0 = aujourd'hui) : "
003730         MOVE ZEROES TO WDATE-SAISIE
003740         ACCEPT WDATE-SAISIE
003750         IF WDATE-SAISIE = 0
003760             MOVE WDATEJOUR TO WDATE-SAISIE
003770         END-IF
003780     END-IF
003790     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
003800     MOVE WCODCOUR TO CODCOUR OF MATERIEL-REC
003810     MOVE WDATE-SAISIE TO MAT-DATE-AFFECTATION
003820     REWRITE MATERIEL-REC
003830     IF WCODCOUR = 0
003840         DISPLAY "Materiel rendu a l'atelier."
003850     ELSE
003860         DISPLAY "Materiel affecte au coureur " WCODCOUR "."
003870     END-IF
003880     MOVE 'R' TO LIEN-OPERATION
003890     MOVE WAVANT-MATERIEL TO LIEN-AVANT
003900     PERFORM 9400-JOURNALISER-MATERIEL THRU 9400-EXIT.
003910 3550-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------*
003950* 3800-REVISION : la revision faite, le compteur de revision     *
003960*                  prend la valeur du compteur total (les km     *
003970*                  depuis la revision repartent de zero).        *
003980*----------------------------------------------------------------*
003990 3800-REVISION.
004000     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
004010     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
004020     IF NOT MATERIEL-TROUVE
004030         DISPLAY "Ce materiel n'existe pas."
004040         GO TO 3800-EXIT
004050     END-IF
004060     PERFORM 9600-POSER-VERROU-MATERIEL THRU 9600-EXIT
004070     IF NOT VERROU-REFUSE
004080         PERFORM 3850-REVISER-LE-MATERIEL THRU 3850-EXIT
004090         PERFORM 9650-LIBERER-VERROU-MATERIEL THRU 9650-EXIT
004100     END-IF.
004110 3800-EXIT.
004120     EXIT.
004130
004140 3850-REVISER-LE-MATERIEL.
004150     PERFORM 9300-IMAGE-MATERIEL THRU 9300-EXIT
004160     MOVE WIMAGE-MATERIEL TO WAVANT-MATERIEL
004170     COMPUTE WKM-DEPUIS = MAT-KM-TOTAL - MAT-KM-REVISION
004180     DISPLAY MAT-LIBELLE " : " WKM-DEPUIS
004190         " km depuis la revision du " MAT-DATE-REVISION
004200     DISPLAY "Date de la revision (AAAAMMJJ, 0 = aujourd'hui) : "
004210     MOVE ZEROES TO WDATE-SAISIE
004220     ACCEPT WDATE-SAISIE
004230     IF WDATE-SAISIE = 0
004240         MOVE WDATEJOUR TO WDATE-SAISIE
004250     END-IF
004260     IF WDATE-SAISIE > WDATEJOUR
004270         DISPLAY "Date de revision dans le futur, refusee."
004280         GO TO 3850-EXIT
004290     END-IF
004300     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
004310     MOVE MAT-KM-TOTAL TO MAT-KM-REVISION
004320     MOVE WDATE-SAISIE TO MAT-DATE-REVISION
004330     REWRITE MATERIEL-REC
004340     DISPLAY "Revision enregistree, compteur remis a zero."
004350     MOVE 'R' TO LIEN-OPERATION
004360     MOVE WAVANT-MATERIEL TO LIEN-AVANT
004370     PERFORM 9400-JOURNALISER-MATERIEL THRU 9400-EXIT.
004380 3850-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420* 4000-SUPPRESSION : seul un materiel rendu a l'atelier peut     *
004430*                  etre supprime.                                *
004440*----------------------------------------------------------------*
004450 4000-SUPPRESSION.
004460     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
004470     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
004480     IF NOT MATERIEL-TROUVE
004490         DISPLAY "Ce materiel n'existe pas."
004500         GO TO 4000-EXIT
004510     END-IF
004520     IF CODCOUR OF MATERIEL-REC NOT = 0
004530         DISPLAY "Materiel affecte au coureur "
004540             CODCOUR OF MATERIEL-REC
004550             " : rendez-le d'abord a l'atelier."
004560         GO TO 4000-EXIT
004570     END-IF
004580     PERFORM 9600-POSER-VERROU-MATERIEL THRU 9600-EXIT
004590     IF NOT VERROU-REFUSE
004600         PERFORM 9300-IMAGE-MATERIEL THRU 9300-EXIT
004610         DELETE MATERIEL
004620             INVALID KEY
004630                 DISPLAY "Materiel deja supprime."
004640             NOT INVALID KEY
004650                 DISPLAY "Materiel supprime."
004660                 MOVE 'S' TO LIEN-OPERATION
004670                 MOVE WIMAGE-MATERIEL TO LIEN-AVANT
004680                 MOVE SPACES TO LIEN-APRES
004690                 MOVE "MATERIEL" TO LIEN-FICHIER
004700                 MOVE SPACES TO LIEN-CLE
004710                 MOVE WCODMAT TO LIEN-CLE
004720                 MOVE 0 TO WCODCOUR
004730                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
004740         END-DELETE
004750         PERFORM 9650-LIBERER-VERROU-MATERIEL THRU 9650-EXIT
004760     END-IF.
004770 4000-EXIT.
004780     EXIT.
004790
004800 5000-INTERROGATION.
004810     PERFORM 2100-SAISIR-CODMAT THRU 2100-EXIT
004820     PERFORM 7100-LIRE-MATERIEL THRU 7100-EXIT
004830     IF NOT MATERIEL-TROUVE
004840         DISPLAY "Ce materiel n'existe pas."
004850         GO TO 5000-EXIT
004860     END-IF
004870     COMPUTE WKM-DEPUIS = MAT-KM-TOTAL - MAT-KM-REVISION
004880     DISPLAY "Materiel  : " CODMAT " " MAT-TYPE " " MAT-LIBELLE
004890     DISPLAY "Statut    : " MAT-STATUT
004900     DISPLAY "Coureur   : " CODCOUR OF MATERIEL-REC
004910         " depuis le " MAT-DATE-AFFECTATION
004920     DISPLAY "Km total  : " MAT-KM-TOTAL
004930     DISPLAY "Revision  : " MAT-DATE-REVISION ", " WKM-DEPUIS
004940         " km depuis, intervalle " MAT-INTERVALLE " km".
004950 5000-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990* 5500-LISTE-D-UN-COUREUR : materiel affecte a un coureur, par   *
005000*                  la cle alternative CODCOUR (000 = atelier).   *
005010*----------------------------------------------------------------*
005020 5500-LISTE-D-UN-COUREUR.
005030     DISPLAY "Code coureur (000 = materiel a l'atelier) : ".
005040     MOVE ZEROES TO WCODCOUR
005050     ACCEPT WCODCOUR
005060     DISPLAY "Mat. T Libelle                        Depuis"
005070         "   Km total Km revision".
005080     MOVE 0 TO WNB-MATERIELS
005090     MOVE WCODCOUR TO CODCOUR OF MATERIEL-REC
005100     START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
005110         INVALID KEY
005120             MOVE 'TRUE ' TO WFIN-MATERIEL
005130         NOT INVALID KEY
005140             MOVE 'FALSE' TO WFIN-MATERIEL
005150     END-START
005160     PERFORM 5600-UN-MATERIEL-DU-COUREUR THRU 5600-EXIT
005170         UNTIL FIN-MATERIEL
005180     DISPLAY WNB-MATERIELS " materiel(s).".
005190 5500-EXIT.
005200     EXIT.
005210
005220 5600-UN-MATERIEL-DU-COUREUR.
005230     READ MATERIEL NEXT RECORD
005240         AT END
005250             MOVE 'TRUE ' TO WFIN-MATERIEL
005260         NOT AT END
005270             IF CODCOUR OF MATERIEL-REC NOT = WCODCOUR
005280                 MOVE 'TRUE ' TO WFIN-MATERIEL
005290             ELSE
005300                 COMPUTE WKM-DEPUIS = MAT-KM-TOTAL
005310                     - MAT-KM-REVISION
005320                 DISPLAY CODMAT " " MAT-TYPE " " MAT-LIBELLE " "
005330                     MAT-DATE-AFFECTATION " " MAT-KM-TOTAL " "
005340                     WKM-DEPUIS
005350                 ADD 1 TO WNB-MATERIELS
005360             END-IF
005370     END-READ.
005380 5600-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------*
005420* 6000-ETAT-DES-REVISIONS : materiel en service dont les km      *
005430*                  depuis la derniere revision depassent son     *
005440*                  intervalle (A REVISER) ou en atteignent       *
005450*                  WSEUIL-PROCHE % (PROCHE).                     *
005460*----------------------------------------------------------------*
005470 6000-ETAT-DES-REVISIONS.
005480     OPEN OUTPUT ETAT-REVISIONS
005490     IF WETASTAT NOT = '00'
005500         DISPLAY "Erreur ouverture ETAT-REVISIONS, code retour "
005510             WETASTAT
005520         GO TO 6000-EXIT
005530     END-IF
005540     MOVE 0 TO WNO-PAGE
005550     MOVE 99 TO WNB-LIGNES-ETAT
005560     MOVE 0 TO WNB-A-REVISER
005570     MOVE 0 TO WNB-PROCHES
005580     MOVE LOW-VALUES TO CODMAT
005590     START MATERIEL KEY IS NOT LESS THAN CODMAT
005600         INVALID KEY
005610             MOVE 'TRUE ' TO WFIN-MATERIEL
005620         NOT INVALID KEY
005630             MOVE 'FALSE' TO WFIN-MATERIEL
005640     END-START
005650     PERFORM 6100-EXAMINER-UN-MATERIEL THRU 6100-EXIT
005660         UNTIL FIN-MATERIEL
005670     MOVE SPACES TO WLIGNE-EDIT
005680     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005690     MOVE SPACES TO WLIGNE-EDIT
005700     STRING WNB-A-REVISER " materiel(s) a reviser, "
005710         WNB-PROCHES " proche(s) de l'echeance."
005720         DELIMITED BY SIZE INTO WLIGNE-EDIT
005730     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005740     CLOSE ETAT-REVISIONS
005750     DISPLAY "Etat ecrit dans ETAT-REVISIONS.TXT.".
005760 6000-EXIT.
005770     EXIT.
005780
005790 6100-EXAMINER-UN-MATERIEL.
005800     READ MATERIEL NEXT RECORD
005810         AT END
005820             MOVE 'TRUE ' TO WFIN-MATERIEL
005830             GO TO 6100-EXIT
005840     END-READ
005850     IF NOT MAT-EN-SERVICE OR MAT-INTERVALLE = 0
005860         GO TO 6100-EXIT
005870     END-IF
005880     COMPUTE WKM-DEPUIS = MAT-KM-TOTAL - MAT-KM-REVISION
005890     MOVE SPACES TO WLRE-SITUATION
005900     IF WKM-DEPUIS NOT < MAT-INTERVALLE
005910         COMPUTE WKM-ECART = WKM-DEPUIS - MAT-INTERVALLE
005920         STRING "A REVISER +" WKM-ECART " km"
005930             DELIMITED BY SIZE INTO WLRE-SITUATION
005940         ADD 1 TO WNB-A-REVISER
005950     ELSE
005960         IF WKM-DEPUIS * 100 < MAT-INTERVALLE * WSEUIL-PROCHE
005970             GO TO 6100-EXIT
005980         END-IF
005990         COMPUTE WKM-ECART = MAT-INTERVALLE - WKM-DEPUIS
006000         STRING "PROCHE, reste " WKM-ECART " km"
006010             DELIMITED BY SIZE INTO WLRE-SITUATION
006020         ADD 1 TO WNB-PROCHES
006030     END-IF
006040     MOVE CODMAT TO WLRE-CODMAT
006050     MOVE MAT-TYPE TO WLRE-TYPE
006060     MOVE MAT-LIBELLE TO WLRE-LIBELLE
006070     MOVE CODCOUR OF MATERIEL-REC TO WLRE-CODCOUR
006080     MOVE SPACES TO WLRE-NOM
006090     IF CODCOUR OF MATERIEL-REC = 0
006100         MOVE "(atelier)" TO WLRE-NOM
006110     ELSE
006120         MOVE CODCOUR OF MATERIEL-REC TO CODCOUR OF COUREUR-REC
006130         READ COUREUR
006140             INVALID KEY
006150                 MOVE "(inconnu)" TO WLRE-NOM
006160             NOT INVALID KEY
006170                 MOVE NOM OF COUREUR-REC TO WLRE-NOM
006180         END-READ
006190     END-IF
006200     MOVE WKM-DEPUIS TO WLRE-KM-DEPUIS
006210     MOVE MAT-INTERVALLE TO WLRE-INTERVALLE
006220     MOVE WLIGNE-REVISION TO WLIGNE-EDIT
006230     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
006240 6100-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------*
006280* 7000-CONTROLER-CODCOUR : CODCOUR doit exister dans COUREUR     *
006290*----------------------------------------------------------------*
006300 7000-CONTROLER-CODCOUR.
006310     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
006320     READ COUREUR
006330         INVALID KEY
006340             MOVE 'FALSE' TO WCOUROK
006350             DISPLAY "Code coureur inconnu."
006360         NOT INVALID KEY
006370             MOVE 'TRUE ' TO WCOUROK
006380     END-READ.
006390 7000-EXIT.
006400     EXIT.
006410
006420 7100-LIRE-MATERIEL.
006430     MOVE WCODMAT TO CODMAT
006440     READ MATERIEL
006450         INVALID KEY
006460             MOVE 'FALSE' TO WTROUVE
006470         NOT INVALID KEY
006480             MOVE 'TRUE ' TO WTROUVE
006490     END-READ.
006500 7100-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------------*
006540* 7200-CONTROLER-LA-SAISIE : code non nul, type et statut        *
006550*                  connus, libelle et intervalle obligatoires.   *
006560*----------------------------------------------------------------*
006570 7200-CONTROLER-LA-SAISIE.
006580     MOVE 'TRUE ' TO WSAISIE-OK
006590     IF WCODMAT = 0
006600         MOVE 'FALSE' TO WSAISIE-OK
006610         DISPLAY "Le code materiel 0000 est reserve."
006620     END-IF
006630     IF WTYPE NOT = 'V' AND WTYPE NOT = 'R' AND WTYPE NOT = 'A'
006640         MOVE 'FALSE' TO WSAISIE-OK
006650         DISPLAY "Type inconnu (V, R ou A)."
006660     END-IF
006670     IF WLIBELLE = SPACES
006680         MOVE 'FALSE' TO WSAISIE-OK
006690         DISPLAY "Le libelle est obligatoire."
006700     END-IF
006710     IF WINTERVALLE = 0
006720         MOVE 'FALSE' TO WSAISIE-OK
006730         DISPLAY "L'intervalle de revision est obligatoire."
006740     END-IF
006750     IF WSTATUT NOT = 'S' AND WSTATUT NOT = 'R'
006760         MOVE 'FALSE' TO WSAISIE-OK
006770         DISPLAY "Statut inconnu (S ou R)."
006780     END-IF.
006790 7200-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------*
006830* 8000-ECRIRE-ETAT : une ligne de l'etat, avec saut de page et   *
006840*                  entete ; la ligne est aussi affichee.         *
006850*----------------------------------------------------------------*
006860 8000-ECRIRE-ETAT.
006870     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
006880         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
006890     END-IF
006900     DISPLAY WLIGNE-EDIT
006910     WRITE ETAT-REC FROM WLIGNE-EDIT
006920     ADD 1 TO WNB-LIGNES-ETAT.
006930 8000-EXIT.
006940     EXIT.
006950
006960 8100-ENTETE-PAGE.
006970     ADD 1 TO WNO-PAGE
006980     MOVE WDATEJOUR TO WENT-DATE
006990     MOVE WNO-PAGE TO WENT-PAGE
007000     WRITE ETAT-REC FROM WLIGNE-ENTETE
007010     MOVE SPACES TO ETAT-REC
007020     WRITE ETAT-REC
007030     MOVE "Mat. T Libelle" TO ETAT-REC
007040     MOVE "Cour Nom" TO ETAT-REC (29:)
007050     MOVE "Depuis/Inter Situation" TO ETAT-REC (46:)
007060     WRITE ETAT-REC
007070     MOVE 3 TO WNB-LIGNES-ETAT.
007080 8100-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------------*
007120* 9300-IMAGE-MATERIEL : image journalisee de la ligne courante   *
007130*----------------------------------------------------------------*
007140 9300-IMAGE-MATERIEL.
007150     MOVE MAT-TYPE TO WIMG-TYPE
007160     MOVE CODCOUR OF MATERIEL-REC TO WIMG-CODCOUR
007170     MOVE MAT-INTERVALLE TO WIMG-INTERVALLE
007180     MOVE MAT-KM-TOTAL TO WIMG-KM-TOTAL
007190     MOVE MAT-KM-REVISION TO WIMG-KM-REVISION
007200     MOVE MAT-DATE-REVISION TO WIMG-DATE-REVISION
007210     MOVE MAT-STATUT TO WIMG-STATUT.
007220 9300-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------*
007260* 9400-JOURNALISER-MATERIEL : ligne de journal d'une ecriture ou *
007270*                  d'un remplacement ; l'appelant a renseigne    *
007280*                  LIEN-OPERATION et LIEN-AVANT.                 *
007290*----------------------------------------------------------------*
007300 9400-JOURNALISER-MATERIEL.
007310     MOVE "MATERIEL" TO LIEN-FICHIER
007320     MOVE SPACES TO LIEN-CLE
007330     MOVE WCODMAT TO LIEN-CLE
007340     PERFORM 9300-IMAGE-MATERIEL THRU 9300-EXIT
007350     MOVE WIMAGE-MATERIEL TO LIEN-APRES
007360     MOVE CODCOUR OF MATERIEL-REC TO WCODCOUR
007370     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
007380 9400-EXIT.
007390     EXIT.
007400
007410*----------------------------------------------------------------*
007420* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
007430*----------------------------------------------------------------*
007440 9500-JOURNALISER.
007450     MOVE "FMA" TO LIEN-PROGRAMME
007460     MOVE SES-CODOPER TO LIEN-OPERATEUR
007470     MOVE WCODCOUR TO LIEN-CODCOUR
007480     CALL "FJRNL" USING JRN-LIEN.
007490 9500-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------*
007530* 9600-POSER-VERROU-MATERIEL : pose le verrou de la ligne        *
007540*                  courante via FVERR ; une ligne tenue par une  *
007550*                  autre session est signalee avec le code de    *
007560*                  son detenteur.                                *
007570*----------------------------------------------------------------*
007580 9600-POSER-VERROU-MATERIEL.
007590     MOVE 'P' TO VLN-ACTION
007600     MOVE "MATERIEL" TO VLN-FICHIER
007610     MOVE SPACES TO VLN-CLE
007620     MOVE WCODMAT TO VLN-CLE
007630     MOVE SES-CODOPER TO VLN-OPERATEUR
007640     CALL "FVERR" USING VER-LIEN
007650     IF VERROU-REFUSE
007660         DISPLAY "Materiel en cours de modification par "
007670             VLN-DETENTEUR ", reessayez plus tard."
007680     END-IF.
007690 9600-EXIT.
007700     EXIT.
007710
007720 9650-LIBERER-VERROU-MATERIEL.
007730     MOVE 'L' TO VLN-ACTION
007740     MOVE "MATERIEL" TO VLN-FICHIER
007750     MOVE SPACES TO VLN-CLE
007760     MOVE WCODMAT TO VLN-CLE
007770     MOVE SES-CODOPER TO VLN-OPERATEUR
007780     CALL "FVERR" USING VER-LIEN.
007790 9650-EXIT.
007800     EXIT.
