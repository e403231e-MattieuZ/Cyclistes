000100*================================================================*
000110* FCF       - Bareme et facturation des cotisations.             *
000120*             Tenue du bareme des droits par saison              *
000130*             (BAREME.SQL : cotisation club, licence, ... par    *
000140*             categorie d'age), facturation de la saison et      *
000150*             releves de cotisation.  La facturation cree, pour  *
000160*             chaque coureur de COUREUR, une ligne de            *
000170*             COTISATION.SQL par type de droit du bareme :       *
000180*             montant de la categorie du coureur (FCAT), a       *
000190*             defaut celui de la ligne toutes categories.  Une   *
000200*             ligne deja facturee n'est jamais refaite, le       *
000210*             passage peut donc etre relance pour les coureurs   *
000220*             arrives depuis.  Les coureurs anonymises (registre *
000230*             ANONYMAT.SQL, tenu par FRG) ne sont plus factures  *
000240*             et ne recoivent plus de releve.  Les releves       *
000250*             (RELEVES-COTISATION.TXT) sont adresses a partir    *
000260*             d'ADRESSE, un coureur par page.  Chaque mise a     *
000270*             jour est journalisee via FJRNL et la ligne du      *
000280*             bareme est verrouillee via FVERR pendant la        *
000290*             modification.                                      *
000300*================================================================*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. FCF.
000330 AUTHOR. G3.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED.
000360*----------------------------------------------------------------*
000370* HISTORIQUE DES MODIFICATIONS                                   *
000380* DATE        AUT  DESCRIPTION                                   *
000390* 15/10/2026  G3   Creation du programme (option CF du menu).    *
000400* 15/10/2026  G3   Coureurs anonymises ecartes de la facturation *
000410*                  et des releves.                               *
000420*----------------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RELEVES ASSIGN TO 'RELEVES-COTISATION.TXT'
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WRELSTAT.
000490     COPY BARSEL.
000500     COPY COTSEL.
000510     COPY COURSEL.
000520     COPY ADRSEL.
000530     COPY CATSEL.
000540     COPY SAISSEL.
000550     COPY ANOSEL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RELEVES
000600     LABEL RECORD IS STANDARD.
000610 01  RELEVE-REC              PIC X(80).
000620     COPY BARFD.
000630     COPY COTFD.
000640     COPY COURFD.
000650     COPY ADRFD.
000660     COPY CATFD.
000670     COPY SAISFD.
000680     COPY ANOFD.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WRELSTAT                PIC X(02).
000720     COPY BARSTA.
000730     COPY COTSTA.
000740     COPY COURSTA.
000750     COPY ADRSTA.
000760     COPY CATSTA.
000770     COPY SAISSTA.
000780     COPY ANOSTA.
000790 77  WOPERATION              PIC X(01).
000800 77  WFINFCF                 PIC X(05)       VALUE 'FALSE'.
000810     88  FIN-FCF                              VALUE 'TRUE '.
000820 77  WCODCOUR                PIC 9(03).
000830 77  WSAISON                 PIC 9(04).
000840 77  WSAISON-COURANTE        PIC 9(04)       VALUE 0.
000850 77  WTYPE                   PIC X(02).
000860 77  WCODCAT                 PIC X(02).
000870 77  WLIBELLE                PIC X(20).
000880 77  WMONTANT                PIC 9(05)V99.
000890 77  WCONFIRMATION           PIC X(01).
000900 77  WCHOIX-RELEVES          PIC X(01).
000910 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000920     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000930 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
000940     88  BAREME-TROUVE                        VALUE 'TRUE '.
000950 77  WCOT-TROUVE             PIC X(05)       VALUE 'FALSE'.
000960     88  COTISATION-TROUVEE                   VALUE 'TRUE '.
000970 77  WCAT-TROUVE             PIC X(05)       VALUE 'FALSE'.
000980     88  CATEGORIE-CONNUE                     VALUE 'TRUE '.
000990 77  WFIN-BAREME             PIC X(05)       VALUE 'FALSE'.
001000     88  FIN-BAREME                           VALUE 'TRUE '.
001010 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
001020     88  FIN-COUREUR                          VALUE 'TRUE '.
001030 77  WFIN-COTISATION         PIC X(05)       VALUE 'FALSE'.
001040     88  FIN-COTISATION                       VALUE 'TRUE '.
001050 77  WECRIRE-LIGNES          PIC X(05)       VALUE 'FALSE'.
001060     88  ECRITURE-RELEVE                      VALUE 'TRUE '.
001070 77  WANO-ABSENT             PIC X(05)       VALUE 'FALSE'.
001080     88  ANONYMAT-ABSENT                      VALUE 'TRUE '.
001090*-- Types de droit du bareme de la saison facturee, dans --------*
001100*-- l'ordre des cles (WMAX-TYPES au plus) -----------------------*
001110 77  WMAX-TYPES              PIC 9(02)       VALUE 20.
001120 77  WNB-TYPES               PIC 9(02)       VALUE 0.
001130 77  WI                      PIC 9(02)       VALUE 0.
001140 01  WTABLE-TYPES.
001150     02  WTYP-TYPE           PIC X(02)       OCCURS 20 TIMES.
001160 77  WNB-BAREME              PIC 9(05)       VALUE 0.
001170 77  WNB-COUREURS            PIC 9(05)       VALUE 0.
001180 77  WNB-CREEES              PIC 9(05)       VALUE 0.
001190 77  WNB-DEJA-FACTUREES      PIC 9(05)       VALUE 0.
001200 77  WNB-EXONEREES           PIC 9(05)       VALUE 0.
001210 77  WNB-RELEVES             PIC 9(05)       VALUE 0.
001220 77  WNB-ANONYMISES          PIC 9(05)       VALUE 0.
001230 77  WNB-LIGNES-COUREUR      PIC 9(03)       VALUE 0.
001240 77  WTOTAL-FACTURE          PIC 9(07)V99    VALUE 0.
001250 77  WTOT-DU                 PIC 9(06)V99    VALUE 0.
001260 77  WTOT-PAYE               PIC 9(06)V99    VALUE 0.
001270 77  WTOT-RESTE              PIC 9(06)V99    VALUE 0.
001280 77  WRESTE                  PIC 9(05)V99    VALUE 0.
001290 77  WEDIT-MONTANT           PIC ZZZZZZ9.99.
001300 77  WPOINTEUR               PIC 9(02)       VALUE 0.
001310 77  WDATEJOUR               PIC 9(08).
001320 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001330     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001340 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001350 77  WEDIT-PAGE              PIC ZZ9.
001360 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001370 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001380     COPY CATLNK.
001390     COPY JRNLNK.
001400     COPY VERLNK.
001410 01  WCLE-VERROU-BAREME.
001420     02  WVBA-SAISON         PIC 9(04).
001430     02  WVBA-TYPE           PIC X(02).
001440     02  WVBA-CODCAT         PIC X(02).
001450 01  WCLE-COTISATION.
001460     02  WVCO-CODCOUR        PIC 9(03).
001470     02  WVCO-SAISON         PIC 9(04).
001480     02  WVCO-TYPE           PIC X(02).
001490 01  WIMAGE-BAREME.
001500     02  WIMB-LIBELLE        PIC X(20).
001510     02  FILLER              PIC X(01)       VALUE SPACE.
001520     02  WIMB-MONTANT        PIC ZZZZ9.99.
001530 77  WAVANT-BAREME           PIC X(40).
001540 01  WIMAGE-COTISATION.
001550     02  WIMC-CODCAT         PIC X(02).
001560     02  FILLER              PIC X(01)       VALUE SPACE.
001570     02  WIMC-DU             PIC ZZZZ9.99.
001580     02  FILLER              PIC X(01)       VALUE SPACE.
001590     02  WIMC-PAYE           PIC ZZZZ9.99.
001600     02  FILLER              PIC X(01)       VALUE SPACE.
001610     02  WIMC-DATE-PAIEMENT  PIC 9(08).
001620     02  FILLER              PIC X(01)       VALUE SPACE.
001630     02  WIMC-MODE           PIC X(01).
001640 01  WLIGNE-EDIT             PIC X(80).
001650 01  WLIGNE-RELEVE.
001660     02  FILLER              PIC X(04)       VALUE SPACES.
001670     02  WLRL-TYPE           PIC X(02).
001680     02  FILLER              PIC X(03)       VALUE SPACES.
001690     02  WLRL-LIBELLE        PIC X(20).
001700     02  FILLER              PIC X(01)       VALUE SPACE.
001710     02  WLRL-DU             PIC ZZZZZ9.99.
001720     02  FILLER              PIC X(02)       VALUE SPACES.
001730     02  WLRL-PAYE           PIC ZZZZZ9.99.
001740     02  FILLER              PIC X(02)       VALUE SPACES.
001750     02  WLRL-RESTE          PIC ZZZZZ9.99.
001760     02  FILLER              PIC X(02)       VALUE SPACES.
001770     02  WLRL-DATE           PIC X(08).
001780     02  FILLER              PIC X(09)       VALUE SPACES.
001790
001800 LINKAGE SECTION.
001810     COPY OPELNK.
001820
001830 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001840 0000-MAINLINE SECTION.
001850 0000-DEBUT.
001860     OPEN I-O BAREME
001870     IF WBARSTAT = '35'
001880         OPEN OUTPUT BAREME
001890         CLOSE BAREME
001900         OPEN I-O BAREME
001910         DISPLAY "Fichier BAREME cree."
001920     END-IF
001930     OPEN I-O COTISATION
001940     IF WCOTSTAT = '35'
001950         OPEN OUTPUT COTISATION
001960         CLOSE COTISATION
001970         OPEN I-O COTISATION
001980         DISPLAY "Fichier COTISATION cree."
001990     END-IF
002000     OPEN INPUT COUREUR
002010     OPEN INPUT ADRESSE
002020     OPEN INPUT ANONYMAT
002030     IF WANOSTAT = '35'
002040         MOVE 'TRUE ' TO WANO-ABSENT
002050     END-IF
002060     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002070     IF ERREUR-OUVERTURE
002080         GOBACK
002090     END-IF
002100     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002110     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
002120     MOVE 'FALSE' TO WFINFCF
002130     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
002140         UNTIL FIN-FCF
002150     CLOSE BAREME COTISATION COUREUR ADRESSE
002160     IF NOT ANONYMAT-ABSENT
002170         CLOSE ANONYMAT
002180     END-IF.
002190 0000-FIN-MAINLINE.
002200     GOBACK.
002210
002220 0050-VERIFIER-OUVERTURES.
002230     IF WBARSTAT NOT = '00'
002240         DISPLAY "Erreur ouverture BAREME, code retour "
002250             WBARSTAT
002260         MOVE 'TRUE ' TO WERR-OUVERTURE
002270     END-IF
002280     IF WCOTSTAT NOT = '00'
002290         DISPLAY "Erreur ouverture COTISATION, code retour "
002300             WCOTSTAT
002310         MOVE 'TRUE ' TO WERR-OUVERTURE
002320     END-IF
002330     IF WCOUSTAT NOT = '00'
002340         DISPLAY "Erreur ouverture COUREUR, code retour "
002350             WCOUSTAT
002360         MOVE 'TRUE ' TO WERR-OUVERTURE
002370     END-IF
002380     IF WADRSTAT NOT = '00'
002390         DISPLAY "Erreur ouverture ADRESSE, code retour "
002400             WADRSTAT
002410         MOVE 'TRUE ' TO WERR-OUVERTURE
002420     END-IF
002430     IF NOT ANONYMAT-ABSENT AND WANOSTAT NOT = '00'
002440         DISPLAY "Erreur ouverture ANONYMAT, code retour "
002450             WANOSTAT
002460         MOVE 'TRUE ' TO WERR-OUVERTURE
002470     END-IF.
002480 0050-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------------*
002520* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL, a defaut *
002530*                  l'annee du jour.                              *
002540*----------------------------------------------------------------*
002550 0100-LIRE-SAISON.
002560     COMPUTE WSAISON-COURANTE = WDATEJOUR / 10000
002570     OPEN INPUT SAISON
002580     IF WSAISTAT = '00'
002590         MOVE '01' TO CODSAIS
002600         READ SAISON
002610             INVALID KEY
002620                 CONTINUE
002630             NOT INVALID KEY
002640                 MOVE SAIS-ANNEE TO WSAISON-COURANTE
002650         END-READ
002660         CLOSE SAISON
002670     END-IF.
002680 0100-EXIT.
002690     EXIT.
002700
002710 1000-TRAITER-UNE-OPERATION.
002720     PERFORM 1100-AFFICHER-MENU-FCF THRU 1100-EXIT
002730     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002740     EVALUATE WOPERATION
002750         WHEN 'C'
002760             PERFORM 2000-CREATION THRU 2000-EXIT
002770         WHEN 'M'
002780             PERFORM 3000-MODIFICATION THRU 3000-EXIT
002790         WHEN 'D'
002800             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
002810         WHEN 'L'
002820             PERFORM 4500-LISTE-DU-BAREME THRU 4500-EXIT
002830         WHEN 'F'
002840             PERFORM 5000-FACTURATION THRU 5000-EXIT
002850         WHEN 'R'
002860             PERFORM 6000-RELEVES THRU 6000-EXIT
002870         WHEN 'Q'
002880             MOVE 'TRUE ' TO WFINFCF
002890         WHEN OTHER
002900             DISPLAY "Operation inconnue, recommencez."
002910     END-EVALUATE.
002920 1000-EXIT.
002930     EXIT.
002940
002950 1100-AFFICHER-MENU-FCF.
002960     DISPLAY " ".
002970     DISPLAY "--- Bareme et facturation des cotisations ---".
002980     DISPLAY "C - Creer une ligne du bareme".
002990     DISPLAY "M - Modifier une ligne du bareme".
003000     DISPLAY "D - Supprimer une ligne du bareme".
003010     DISPLAY "L - Lister le bareme d'une saison".
003020     DISPLAY "F - Facturer une saison".
003030     DISPLAY "R - Releves de cotisation".
003040     DISPLAY "Q - Retour au menu".
003050 1100-EXIT.
003060     EXIT.
003070
003080 1200-SAISIR-OPERATION.
003090     DISPLAY "Votre choix : ".
003100     MOVE SPACES TO WOPERATION
003110     ACCEPT WOPERATION.
003120 1200-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------------*
003160* 2000-CREATION : nouvelle ligne du bareme ; categorie a espaces *
003170*                  pour le montant toutes categories.            *
003180*----------------------------------------------------------------*
003190 2000-CREATION.
003200     PERFORM 2100-SAISIR-CLE-BAREME THRU 2100-EXIT
003210     PERFORM 7100-LIRE-BAREME THRU 7100-EXIT
003220     IF BAREME-TROUVE
003230         DISPLAY "Cette ligne du bareme existe deja."
003240         GO TO 2000-EXIT
003250     END-IF
003260     PERFORM 2150-SAISIR-CHAMPS-BAREME THRU 2150-EXIT
003270     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
003280     IF NOT SAISIE-VALIDE
003290         DISPLAY "Saisie refusee, rien n'est enregistre."
003300         GO TO 2000-EXIT
003310     END-IF
003320     MOVE WSAISON TO BAR-SAISON
003330     MOVE WTYPE TO BAR-TYPE
003340     MOVE WCODCAT TO BAR-CODCAT
003350     PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
003360     WRITE BAREME-REC
003370         INVALID KEY
003380             DISPLAY "Cette ligne du bareme existe deja."
003390         NOT INVALID KEY
003400             DISPLAY "Ligne du bareme enregistree."
003410             MOVE 'E' TO LIEN-OPERATION
003420             MOVE SPACES TO LIEN-AVANT
003430             PERFORM 9400-JOURNALISER-BAREME THRU 9400-EXIT
003440     END-WRITE.
003450 2000-EXIT.
003460     EXIT.
003470
003480*----------------------------------------------------------------*
003490* 2050-SAISIR-SAISON : saison traitee, 0 pour la saison courante *
003500*----------------------------------------------------------------*
003510 2050-SAISIR-SAISON.
003520     DISPLAY "Saison (AAAA, 0 = " WSAISON-COURANTE ") : "
003530     MOVE ZEROES TO WSAISON
003540     ACCEPT WSAISON
003550     IF WSAISON = 0
003560         MOVE WSAISON-COURANTE TO WSAISON
003570     END-IF.
003580 2050-EXIT.
003590     EXIT.
003600
003610 2100-SAISIR-CLE-BAREME.
003620     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
003630     DISPLAY "Type de droit (CO = cotisation, LI = licence...) : "
003640     MOVE SPACES TO WTYPE
003650     ACCEPT WTYPE
003660     DISPLAY "Categorie (vide = toutes categories) : "
003670     MOVE SPACES TO WCODCAT
003680     ACCEPT WCODCAT.
003690 2100-EXIT.
003700     EXIT.
003710
003720 2150-SAISIR-CHAMPS-BAREME.
003730     DISPLAY "Libelle : ".
003740     MOVE SPACES TO WLIBELLE
003750     ACCEPT WLIBELLE
003760     DISPLAY "Montant en euros (ex. 45.50, 0 = exonere) : ".
003770     MOVE ZEROES TO WMONTANT
003780     ACCEPT WMONTANT.
003790 2150-EXIT.
003800     EXIT.
003810
003820 2200-REPORTER-CHAMPS.
003830     MOVE WLIBELLE TO BAR-LIBELLE
003840     MOVE WMONTANT TO BAR-MONTANT.
003850 2200-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890* 3000-MODIFICATION : libelle et montant ; les cotisations deja  *
003900*                  facturees gardent leur montant.               *
003910*----------------------------------------------------------------*
003920 3000-MODIFICATION.
003930     PERFORM 2100-SAISIR-CLE-BAREME THRU 2100-EXIT
003940     PERFORM 7100-LIRE-BAREME THRU 7100-EXIT
003950     IF NOT BAREME-TROUVE
003960         DISPLAY "Cette ligne du bareme n'existe pas."
003970         GO TO 3000-EXIT
003980     END-IF
003990     PERFORM 9600-POSER-VERROU-BAREME THRU 9600-EXIT
004000     IF NOT VERROU-REFUSE
004010         PERFORM 3050-MODIFIER-LE-BAREME THRU 3050-EXIT
004020         PERFORM 9650-LIBERER-VERROU-BAREME THRU 9650-EXIT
004030     END-IF.
004040 3000-EXIT.
004050     EXIT.
004060
004070 3050-MODIFIER-LE-BAREME.
004080     PERFORM 9300-IMAGE-BAREME THRU 9300-EXIT
004090     MOVE WIMAGE-BAREME TO WAVANT-BAREME
004100     DISPLAY "Actuellement : " WIMAGE-BAREME
004110     PERFORM 2150-SAISIR-CHAMPS-BAREME THRU 2150-EXIT
004120     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
004130     IF SAISIE-VALIDE
004140         PERFORM 7100-LIRE-BAREME THRU 7100-EXIT
004150         PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
004160         REWRITE BAREME-REC
004170         DISPLAY "Ligne du bareme modifiee (les cotisations "
004180             "deja facturees ne changent pas)."
004190         MOVE 'R' TO LIEN-OPERATION
004200         MOVE WAVANT-BAREME TO LIEN-AVANT
004210         PERFORM 9400-JOURNALISER-BAREME THRU 9400-EXIT
004220     ELSE
004230         DISPLAY "Modification refusee."
004240     END-IF.
004250 3050-EXIT.
004260     EXIT.
004270
004280 4000-SUPPRESSION.
004290     PERFORM 2100-SAISIR-CLE-BAREME THRU 2100-EXIT
004300     PERFORM 7100-LIRE-BAREME THRU 7100-EXIT
004310     IF NOT BAREME-TROUVE
004320         DISPLAY "Cette ligne du bareme n'existe pas."
004330         GO TO 4000-EXIT
004340     END-IF
004350     PERFORM 9600-POSER-VERROU-BAREME THRU 9600-EXIT
004360     IF NOT VERROU-REFUSE
004370         PERFORM 9300-IMAGE-BAREME THRU 9300-EXIT
004380         DELETE BAREME
004390             INVALID KEY
004400                 DISPLAY "Ligne du bareme deja supprimee."
004410             NOT INVALID KEY
004420                 DISPLAY "Ligne du bareme supprimee."
004430                 MOVE 'S' TO LIEN-OPERATION
004440                 MOVE WIMAGE-BAREME TO LIEN-AVANT
004450                 MOVE SPACES TO LIEN-APRES
004460                 PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
004470                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
004480         END-DELETE
004490         PERFORM 9650-LIBERER-VERROU-BAREME THRU 9650-EXIT
004500     END-IF.
004510 4000-EXIT.
004520     EXIT.
004530
004540 4500-LISTE-DU-BAREME.
004550     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
004560     DISPLAY "Type Cat. Libelle                Montant".
004570     MOVE 0 TO WNB-BAREME
004580     MOVE WSAISON TO BAR-SAISON
004590     MOVE LOW-VALUES TO BAR-TYPE
004600     MOVE LOW-VALUES TO BAR-CODCAT
004610     START BAREME KEY IS NOT LESS THAN CLE-BAREME
004620         INVALID KEY
004630             MOVE 'TRUE ' TO WFIN-BAREME
004640         NOT INVALID KEY
004650             MOVE 'FALSE' TO WFIN-BAREME
004660     END-START
004670     PERFORM 4600-UNE-LIGNE-DU-BAREME THRU 4600-EXIT
004680         UNTIL FIN-BAREME
004690     DISPLAY WNB-BAREME " ligne(s) au bareme de la saison "
004700         WSAISON ".".
004710 4500-EXIT.
004720     EXIT.
004730
004740 4600-UNE-LIGNE-DU-BAREME.
004750     READ BAREME NEXT RECORD
004760         AT END
004770             MOVE 'TRUE ' TO WFIN-BAREME
004780             GO TO 4600-EXIT
004790     END-READ
004800     IF BAR-SAISON NOT = WSAISON
004810         MOVE 'TRUE ' TO WFIN-BAREME
004820         GO TO 4600-EXIT
004830     END-IF
004840     MOVE BAR-MONTANT TO WEDIT-MONTANT
004850     IF BAR-CODCAT = SPACES
004860         DISPLAY BAR-TYPE "   tous " BAR-LIBELLE " "
004870             WEDIT-MONTANT
004880     ELSE
004890         DISPLAY BAR-TYPE "   " BAR-CODCAT "   " BAR-LIBELLE " "
004900             WEDIT-MONTANT
004910     END-IF
004920     ADD 1 TO WNB-BAREME.
004930 4600-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------------*
004970* 5000-FACTURATION : une ligne de COTISATION par coureur et par  *
004980*                  type de droit du bareme de la saison, au      *
004990*                  montant de sa categorie d'age ou, a defaut,   *
005000*                  de la ligne toutes categories.  Les lignes    *
005010*                  deja facturees, les droits exoneres           *
005020*                  (montant nul) et les coureurs anonymises      *
005030*                  sont comptes mais pas ecrits.                 *
005040*----------------------------------------------------------------*
005050 5000-FACTURATION.
005060     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
005070     PERFORM 5100-CHARGER-LES-TYPES THRU 5100-EXIT
005080     IF WNB-TYPES = 0
005090         DISPLAY "Aucun bareme pour la saison " WSAISON
005100             ", rien n'est facture."
005110         GO TO 5000-EXIT
005120     END-IF
005130     DISPLAY WNB-TYPES " type(s) de droit au bareme de la saison "
005140         WSAISON "."
005150     DISPLAY "Confirmez la facturation (O/N) : "
005160     MOVE SPACES TO WCONFIRMATION
005170     ACCEPT WCONFIRMATION
005180     IF WCONFIRMATION NOT = 'O' AND WCONFIRMATION NOT = 'o'
005190         DISPLAY "Facturation abandonnee."
005200         GO TO 5000-EXIT
005210     END-IF
005220     MOVE 0 TO WNB-COUREURS
005230     MOVE 0 TO WNB-CREEES
005240     MOVE 0 TO WNB-DEJA-FACTUREES
005250     MOVE 0 TO WNB-EXONEREES
005260     MOVE 0 TO WTOTAL-FACTURE
005270     MOVE 0 TO WNB-ANONYMISES
005280     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
005290     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
005300         INVALID KEY
005310             MOVE 'TRUE ' TO WFIN-COUREUR
005320         NOT INVALID KEY
005330             MOVE 'FALSE' TO WFIN-COUREUR
005340     END-START
005350     PERFORM 5200-FACTURER-UN-COUREUR THRU 5200-EXIT
005360         UNTIL FIN-COUREUR
005370     MOVE WTOTAL-FACTURE TO WEDIT-MONTANT
005380     DISPLAY "Facturation de la saison " WSAISON " terminee."
005390     DISPLAY "  Coureurs examines      : " WNB-COUREURS
005400     DISPLAY "  Cotisations creees     : " WNB-CREEES
005410     DISPLAY "  Deja facturees         : " WNB-DEJA-FACTUREES
005420     DISPLAY "  Droits exoneres        : " WNB-EXONEREES
005430     DISPLAY "  Coureurs anonymises    : " WNB-ANONYMISES
005440     DISPLAY "  Montant facture (EUR)  : " WEDIT-MONTANT.
005450 5000-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------*
005490* 5100-CHARGER-LES-TYPES : types de droit distincts du bareme    *
005500*                  de la saison ; les cles etant triees, les     *
005510*                  lignes d'un meme type se suivent.             *
005520*----------------------------------------------------------------*
005530 5100-CHARGER-LES-TYPES.
005540     MOVE 0 TO WNB-TYPES
005550     MOVE WSAISON TO BAR-SAISON
005560     MOVE LOW-VALUES TO BAR-TYPE
005570     MOVE LOW-VALUES TO BAR-CODCAT
005580     START BAREME KEY IS NOT LESS THAN CLE-BAREME
005590         INVALID KEY
005600             MOVE 'TRUE ' TO WFIN-BAREME
005610         NOT INVALID KEY
005620             MOVE 'FALSE' TO WFIN-BAREME
005630     END-START
005640     PERFORM 5110-UN-TYPE-DE-DROIT THRU 5110-EXIT
005650         UNTIL FIN-BAREME.
005660 5100-EXIT.
005670     EXIT.
005680
005690 5110-UN-TYPE-DE-DROIT.
005700     READ BAREME NEXT RECORD
005710         AT END
005720             MOVE 'TRUE ' TO WFIN-BAREME
005730             GO TO 5110-EXIT
005740     END-READ
005750     IF BAR-SAISON NOT = WSAISON
005760         MOVE 'TRUE ' TO WFIN-BAREME
005770         GO TO 5110-EXIT
005780     END-IF
005790     IF WNB-TYPES > 0
005800         IF BAR-TYPE = WTYP-TYPE (WNB-TYPES)
005810             GO TO 5110-EXIT
005820         END-IF
005830     END-IF
005840     IF WNB-TYPES NOT < WMAX-TYPES
005850         DISPLAY "Type " BAR-TYPE " ignore : " WMAX-TYPES
005860             " types de droit au plus par saison."
005870         GO TO 5110-EXIT
005880     END-IF
005890     ADD 1 TO WNB-TYPES
005900     MOVE BAR-TYPE TO WTYP-TYPE (WNB-TYPES).
005910 5110-EXIT.
005920     EXIT.
005930
005940 5200-FACTURER-UN-COUREUR.
005950     READ COUREUR NEXT RECORD
005960         AT END
005970             MOVE 'TRUE ' TO WFIN-COUREUR
005980             GO TO 5200-EXIT
005990     END-READ
006000     ADD 1 TO WNB-COUREURS
006010     MOVE CODCOUR OF COUREUR-REC TO WCODCOUR
006020     PERFORM 7600-CONTROLER-ANONYMAT THRU 7600-EXIT
006030     IF WANOSTAT = '00'
006040         ADD 1 TO WNB-ANONYMISES
006050         GO TO 5200-EXIT
006060     END-IF
006070     MOVE DATE-NAISSANCE TO CLN-DATE-NAISSANCE
006080     MOVE WSAISON TO CLN-SAISON
006090     CALL "FCAT" USING CAT-LIEN
006100     MOVE CLN-CODCAT TO WCODCAT
006110     PERFORM 5300-FACTURER-UN-DROIT THRU 5300-EXIT
006120         VARYING WI FROM 1 BY 1 UNTIL WI > WNB-TYPES.
006130 5200-EXIT.
006140     EXIT.
006150
006160 5300-FACTURER-UN-DROIT.
006170     MOVE WTYP-TYPE (WI) TO WTYPE
006180     PERFORM 5310-CHERCHER-LE-TARIF THRU 5310-EXIT
006190     IF NOT BAREME-TROUVE
006200         GO TO 5300-EXIT
006210     END-IF
006220     IF BAR-MONTANT = 0
006230         ADD 1 TO WNB-EXONEREES
006240         GO TO 5300-EXIT
006250     END-IF
006260     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
006270     IF COTISATION-TROUVEE
006280         ADD 1 TO WNB-DEJA-FACTUREES
006290         GO TO 5300-EXIT
006300     END-IF
006310     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
006320     MOVE WSAISON TO COT-SAISON
006330     MOVE WTYPE TO COT-TYPE
006340     MOVE BAR-LIBELLE TO COT-LIBELLE
006350     MOVE BAR-CODCAT TO COT-CODCAT
006360     MOVE BAR-MONTANT TO COT-MONTANT-DU
006370     MOVE 0 TO COT-MONTANT-PAYE
006380     MOVE WDATEJOUR TO COT-DATE-FACTURE
006390     MOVE 0 TO COT-DATE-PAIEMENT
006400     MOVE SPACE TO COT-MODE
006410     WRITE COTISATION-REC
006420         INVALID KEY
006430             ADD 1 TO WNB-DEJA-FACTUREES
006440         NOT INVALID KEY
006450             ADD 1 TO WNB-CREEES
006460             ADD COT-MONTANT-DU TO WTOTAL-FACTURE
006470             PERFORM 9450-JOURNALISER-COTISATION THRU 9450-EXIT
006480     END-WRITE.
006490 5300-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530* 5310-CHERCHER-LE-TARIF : ligne du bareme de la categorie du    *
006540*                  coureur, a defaut ligne toutes categories.    *
006550*----------------------------------------------------------------*
006560 5310-CHERCHER-LE-TARIF.
006570     MOVE 'FALSE' TO WTROUVE
006580     IF WCODCAT NOT = SPACES
006590         MOVE WSAISON TO BAR-SAISON
006600         MOVE WTYPE TO BAR-TYPE
006610         MOVE WCODCAT TO BAR-CODCAT
006620         READ BAREME
006630             INVALID KEY
006640                 CONTINUE
006650             NOT INVALID KEY
006660                 MOVE 'TRUE ' TO WTROUVE
006670         END-READ
006680     END-IF
006690     IF NOT BAREME-TROUVE
006700         MOVE WSAISON TO BAR-SAISON
006710         MOVE WTYPE TO BAR-TYPE
006720         MOVE SPACES TO BAR-CODCAT
006730         READ BAREME
006740             INVALID KEY
006750                 CONTINUE
006760             NOT INVALID KEY
006770                 MOVE 'TRUE ' TO WTROUVE
006780         END-READ
006790     END-IF.
006800 5310-EXIT.
006810     EXIT.
006820
006830*----------------------------------------------------------------*
006840* 6000-RELEVES : un releve par coureur facture pour la saison,   *
006850*                  ou seulement pour ceux qui doivent encore.    *
006860*                  Les lignes de COTISATION d'un coureur sont    *
006870*                  balayees deux fois : totaux d'abord (pour     *
006880*                  choisir), puis edition.                       *
006890*----------------------------------------------------------------*
006900 6000-RELEVES.
006910     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
006920     DISPLAY "Tous les coureurs factures (T) ou seulement ceux "
006930         "qui doivent encore (S) : "
006940     MOVE SPACES TO WCHOIX-RELEVES
006950     ACCEPT WCHOIX-RELEVES
006960     IF WCHOIX-RELEVES = 's'
006970         MOVE 'S' TO WCHOIX-RELEVES
006980     END-IF
006990     OPEN OUTPUT RELEVES
007000     IF WRELSTAT NOT = '00'
007010         DISPLAY "Erreur ouverture RELEVES, code retour "
007020             WRELSTAT
007030         GO TO 6000-EXIT
007040     END-IF
007050     MOVE 0 TO WNB-RELEVES
007060     MOVE 0 TO WNO-PAGE
007070     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
007080     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
007090         INVALID KEY
007100             MOVE 'TRUE ' TO WFIN-COUREUR
007110         NOT INVALID KEY
007120             MOVE 'FALSE' TO WFIN-COUREUR
007130     END-START
007140     PERFORM 6100-RELEVE-D-UN-COUREUR THRU 6100-EXIT
007150         UNTIL FIN-COUREUR
007160     CLOSE RELEVES
007170     DISPLAY WNB-RELEVES " releve(s) ecrit(s) dans "
007180         "RELEVES-COTISATION.TXT.".
007190 6000-EXIT.
007200     EXIT.
007210
007220 6100-RELEVE-D-UN-COUREUR.
007230     READ COUREUR NEXT RECORD
007240         AT END
007250             MOVE 'TRUE ' TO WFIN-COUREUR
007260             GO TO 6100-EXIT
007270     END-READ
007280     MOVE CODCOUR OF COUREUR-REC TO WCODCOUR
007290     PERFORM 7600-CONTROLER-ANONYMAT THRU 7600-EXIT
007300     IF WANOSTAT = '00'
007310         GO TO 6100-EXIT
007320     END-IF
007330     MOVE 'FALSE' TO WECRIRE-LIGNES
007340     PERFORM 6200-BALAYER-COTISATIONS THRU 6200-EXIT
007350     IF WNB-LIGNES-COUREUR = 0
007360         GO TO 6100-EXIT
007370     END-IF
007380     IF WCHOIX-RELEVES = 'S' AND WTOT-RESTE = 0
007390         GO TO 6100-EXIT
007400     END-IF
007410     PERFORM 6300-ENTETE-DU-RELEVE THRU 6300-EXIT
007420     MOVE 'TRUE ' TO WECRIRE-LIGNES
007430     PERFORM 6200-BALAYER-COTISATIONS THRU 6200-EXIT
007440     PERFORM 6500-PIED-DU-RELEVE THRU 6500-EXIT
007450     ADD 1 TO WNB-RELEVES.
007460 6100-EXIT.
007470     EXIT.
007480
007490 6200-BALAYER-COTISATIONS.
007500     MOVE 0 TO WNB-LIGNES-COUREUR
007510     MOVE 0 TO WTOT-DU
007520     MOVE 0 TO WTOT-PAYE
007530     MOVE 0 TO WTOT-RESTE
007540     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
007550     MOVE WSAISON TO COT-SAISON
007560     MOVE LOW-VALUES TO COT-TYPE
007570     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
007580         INVALID KEY
007590             MOVE 'TRUE ' TO WFIN-COTISATION
007600         NOT INVALID KEY
007610             MOVE 'FALSE' TO WFIN-COTISATION
007620     END-START
007630     PERFORM 6210-UNE-COTISATION THRU 6210-EXIT
007640         UNTIL FIN-COTISATION.
007650 6200-EXIT.
007660     EXIT.
007670
007680 6210-UNE-COTISATION.
007690     READ COTISATION NEXT RECORD
007700         AT END
007710             MOVE 'TRUE ' TO WFIN-COTISATION
007720             GO TO 6210-EXIT
007730     END-READ
007740     IF CODCOUR OF COTISATION-REC NOT = WCODCOUR
007750         OR COT-SAISON NOT = WSAISON
007760         MOVE 'TRUE ' TO WFIN-COTISATION
007770         GO TO 6210-EXIT
007780     END-IF
007790     ADD 1 TO WNB-LIGNES-COUREUR
007800     MOVE 0 TO WRESTE
007810     IF COT-MONTANT-DU > COT-MONTANT-PAYE
007820         COMPUTE WRESTE = COT-MONTANT-DU - COT-MONTANT-PAYE
007830     END-IF
007840     ADD COT-MONTANT-DU TO WTOT-DU
007850     ADD COT-MONTANT-PAYE TO WTOT-PAYE
007860     ADD WRESTE TO WTOT-RESTE
007870     IF NOT ECRITURE-RELEVE
007880         GO TO 6210-EXIT
007890     END-IF
007900     MOVE COT-TYPE TO WLRL-TYPE
007910     MOVE COT-LIBELLE TO WLRL-LIBELLE
007920     MOVE COT-MONTANT-DU TO WLRL-DU
007930     MOVE COT-MONTANT-PAYE TO WLRL-PAYE
007940     MOVE WRESTE TO WLRL-RESTE
007950     MOVE SPACES TO WLRL-DATE
007960     IF COT-DATE-PAIEMENT NOT = 0
007970         MOVE COT-DATE-PAIEMENT TO WLRL-DATE
007980     END-IF
007990     MOVE WLIGNE-RELEVE TO WLIGNE-EDIT
008000     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT.
008010 6210-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------*
008050* 6300-ENTETE-DU-RELEVE : nouvelle page (8100), bloc adresse du  *
008060*                  coureur tire d'ADRESSE, titre des colonnes.   *
008070*----------------------------------------------------------------*
008080 6300-ENTETE-DU-RELEVE.
008090     PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
008100     MOVE SPACES TO WLIGNE-EDIT
008110     STRING "Edite le " WDATEJOUR "   Coureur " WCODCOUR
008120         DELIMITED BY SIZE INTO WLIGNE-EDIT
008130     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008140     MOVE SPACES TO WLIGNE-EDIT
008150     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008160     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008170     MOVE SPACES TO WLIGNE-EDIT
008180     MOVE 41 TO WPOINTEUR
008190     STRING PRENOM OF COUREUR-REC DELIMITED BY "  "
008200         " " DELIMITED BY SIZE
008210         NOM OF COUREUR-REC DELIMITED BY "  "
008220         INTO WLIGNE-EDIT WITH POINTER WPOINTEUR
008230     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008240     MOVE SPACES TO WLIGNE-EDIT
008250     IF CODADR OF COUREUR-REC = 0
008260         MOVE "(pas d'adresse enregistree)" TO WLIGNE-EDIT (41:)
008270         PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008280     ELSE
008290         MOVE CODADR OF COUREUR-REC TO CODADR OF ADRESSE-REC
008300         READ ADRESSE
008310             INVALID KEY
008320                 MOVE "(fiche adresse introuvable)"
008330                     TO WLIGNE-EDIT (41:)
008340                 PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008350             NOT INVALID KEY
008360                 MOVE RUE TO WLIGNE-EDIT (41:)
008370                 PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008380                 MOVE SPACES TO WLIGNE-EDIT
008390                 MOVE 41 TO WPOINTEUR
008400                 STRING CODE-POSTAL " " VILLE
008410                     DELIMITED BY SIZE INTO WLIGNE-EDIT
008420                     WITH POINTER WPOINTEUR
008430                 PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008440         END-READ
008450     END-IF
008460     MOVE SPACES TO WLIGNE-EDIT
008470     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008480     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008490     MOVE "    Type Libelle" TO WLIGNE-EDIT
008500     MOVE "Du" TO WLIGNE-EDIT (38:)
008510     MOVE "Regle" TO WLIGNE-EDIT (46:)
008520     MOVE "Reste" TO WLIGNE-EDIT (57:)
008530     MOVE "Regle le" TO WLIGNE-EDIT (64:)
008540     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT.
008550 6300-EXIT.
008560     EXIT.
008570
008580 6500-PIED-DU-RELEVE.
008590     MOVE SPACES TO WLRL-TYPE
008600     MOVE "Total" TO WLRL-LIBELLE
008610     MOVE WTOT-DU TO WLRL-DU
008620     MOVE WTOT-PAYE TO WLRL-PAYE
008630     MOVE WTOT-RESTE TO WLRL-RESTE
008640     MOVE SPACES TO WLRL-DATE
008650     MOVE SPACES TO WLIGNE-EDIT
008660     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008670     MOVE WLIGNE-RELEVE TO WLIGNE-EDIT
008680     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008690     MOVE SPACES TO WLIGNE-EDIT
008700     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008710     IF WTOT-RESTE = 0
008720         MOVE "    Compte solde pour la saison, merci."
008730             TO WLIGNE-EDIT
008740         PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008750         GO TO 6500-EXIT
008760     END-IF
008770     MOVE WTOT-RESTE TO WEDIT-MONTANT
008780     STRING "    Reste a regler : " WEDIT-MONTANT " euros."
008790         DELIMITED BY SIZE INTO WLIGNE-EDIT
008800     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008810     MOVE SPACES TO WLIGNE-EDIT
008820     MOVE "    Reglement aupres du tresorier : cheque a l'ordre"
008830         TO WLIGNE-EDIT
008840     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT
008850     MOVE "    du club, especes, virement ou carte bancaire."
008860         TO WLIGNE-EDIT
008870     PERFORM 8000-ECRIRE-RELEVE THRU 8000-EXIT.
008880 6500-EXIT.
008890     EXIT.
008900
008910 7100-LIRE-BAREME.
008920     MOVE WSAISON TO BAR-SAISON
008930     MOVE WTYPE TO BAR-TYPE
008940     MOVE WCODCAT TO BAR-CODCAT
008950     READ BAREME
008960         INVALID KEY
008970             MOVE 'FALSE' TO WTROUVE
008980         NOT INVALID KEY
008990             MOVE 'TRUE ' TO WTROUVE
009000     END-READ.
009010 7100-EXIT.
009020     EXIT.
009030
009040*----------------------------------------------------------------*
009050* 7200-CONTROLER-LA-SAISIE : type et libelle obligatoires, la    *
009060*                  categorie, si elle est donnee, doit exister   *
009070*                  dans CATEGORIE.                               *
009080*----------------------------------------------------------------*
009090 7200-CONTROLER-LA-SAISIE.
009100     MOVE 'TRUE ' TO WSAISIE-OK
009110     IF WTYPE = SPACES
009120         MOVE 'FALSE' TO WSAISIE-OK
009130         DISPLAY "Le type de droit est obligatoire."
009140     END-IF
009150     IF WLIBELLE = SPACES
009160         MOVE 'FALSE' TO WSAISIE-OK
009170         DISPLAY "Le libelle est obligatoire."
009180     END-IF
009190     IF WCODCAT NOT = SPACES
009200         PERFORM 7300-CONTROLER-CATEGORIE THRU 7300-EXIT
009210         IF NOT CATEGORIE-CONNUE
009220             MOVE 'FALSE' TO WSAISIE-OK
009230             DISPLAY "Categorie inconnue dans CATEGORIE."
009240         END-IF
009250     END-IF.
009260 7200-EXIT.
009270     EXIT.
009280
009290 7300-CONTROLER-CATEGORIE.
009300     MOVE 'FALSE' TO WCAT-TROUVE
009310     OPEN INPUT CATEGORIE
009320     IF WCATSTAT NOT = '00'
009330         GO TO 7300-EXIT
009340     END-IF
009350     MOVE WCODCAT TO CODCAT
009360     READ CATEGORIE
009370         INVALID KEY
009380             CONTINUE
009390         NOT INVALID KEY
009400             MOVE 'TRUE ' TO WCAT-TROUVE
009410     END-READ
009420     CLOSE CATEGORIE.
009430 7300-EXIT.
009440     EXIT.
009450
009460 7500-LIRE-COTISATION.
009470     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
009480     MOVE WSAISON TO COT-SAISON
009490     MOVE WTYPE TO COT-TYPE
009500     READ COTISATION
009510         INVALID KEY
009520             MOVE 'FALSE' TO WCOT-TROUVE
009530         NOT INVALID KEY
009540             MOVE 'TRUE ' TO WCOT-TROUVE
009550     END-READ.
009560 7500-EXIT.
009570     EXIT.
009580
009590*----------------------------------------------------------------*
009600* 7600-CONTROLER-ANONYMAT : lecture du registre ANONYMAT sur le  *
009610*                  coureur courant ; WANOSTAT a '00' si le       *
009620*                  coureur est anonymise.                        *
009630*----------------------------------------------------------------*
009640 7600-CONTROLER-ANONYMAT.
009650     IF ANONYMAT-ABSENT
009660         MOVE '23' TO WANOSTAT
009670         GO TO 7600-EXIT
009680     END-IF
009690     MOVE WCODCOUR TO ANO-CODCOUR
009700     READ ANONYMAT KEY IS ANO-CODCOUR
009710         INVALID KEY
009720             CONTINUE
009730     END-READ.
009740 7600-EXIT.
009750     EXIT.
009760
009770*----------------------------------------------------------------*
009780* 8000-ECRIRE-RELEVE : une ligne du releve en cours, avec saut   *
009790*                  de page et entete si la page est pleine.      *
009800*----------------------------------------------------------------*
009810 8000-ECRIRE-RELEVE.
009820     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
009830         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
009840     END-IF
009850     WRITE RELEVE-REC FROM WLIGNE-EDIT
009860     ADD 1 TO WNB-LIGNES-ETAT.
009870 8000-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------------*
009910* 8100-ENTETE-PAGE : titre numerote et ligne blanche en tete de  *
009920*                  chaque page, ecrits sans toucher WLIGNE-EDIT. *
009930*----------------------------------------------------------------*
009940 8100-ENTETE-PAGE.
009950     ADD 1 TO WNO-PAGE
009960     MOVE WNO-PAGE TO WEDIT-PAGE
009970     MOVE SPACES TO RELEVE-REC
009980     STRING "CYCLISTES - Releve de cotisations, saison "
009990         WSAISON DELIMITED BY SIZE INTO RELEVE-REC
010000     MOVE "Page" TO RELEVE-REC (70:)
010010     MOVE WEDIT-PAGE TO RELEVE-REC (75:)
010020     WRITE RELEVE-REC
010030     MOVE SPACES TO RELEVE-REC
010040     WRITE RELEVE-REC
010050     MOVE 2 TO WNB-LIGNES-ETAT.
010060 8100-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------*
010100* 9300-IMAGE-BAREME : image journalisee de la ligne courante     *
010110*----------------------------------------------------------------*
010120 9300-IMAGE-BAREME.
010130     MOVE BAR-LIBELLE TO WIMB-LIBELLE
010140     MOVE BAR-MONTANT TO WIMB-MONTANT.
010150 9300-EXIT.
010160     EXIT.
010170
010180*----------------------------------------------------------------*
010190* 9400-JOURNALISER-BAREME : ligne de journal d'une ecriture ou   *
010200*                  d'un remplacement ; l'appelant a renseigne    *
010210*                  LIEN-OPERATION et LIEN-AVANT.                 *
010220*----------------------------------------------------------------*
010230 9400-JOURNALISER-BAREME.
010240     PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
010250     PERFORM 9300-IMAGE-BAREME THRU 9300-EXIT
010260     MOVE WIMAGE-BAREME TO LIEN-APRES
010270     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
010280 9400-EXIT.
010290     EXIT.
010300
010310 9410-CLE-DE-JOURNAL.
010320     MOVE "BAREME" TO LIEN-FICHIER
010330     MOVE WSAISON TO WVBA-SAISON
010340     MOVE WTYPE TO WVBA-TYPE
010350     MOVE WCODCAT TO WVBA-CODCAT
010360     MOVE SPACES TO LIEN-CLE
010370     MOVE WCLE-VERROU-BAREME TO LIEN-CLE
010380     MOVE 0 TO WCODCOUR.
010390 9410-EXIT.
010400     EXIT.
010410
010420*----------------------------------------------------------------*
010430* 9450-JOURNALISER-COTISATION : ecriture d'une cotisation par la *
010440*                  facturation, rattachee au coureur.            *
010450*----------------------------------------------------------------*
010460 9450-JOURNALISER-COTISATION.
010470     MOVE 'E' TO LIEN-OPERATION
010480     MOVE "COTISATION" TO LIEN-FICHIER
010490     MOVE WCODCOUR TO WVCO-CODCOUR
010500     MOVE WSAISON TO WVCO-SAISON
010510     MOVE WTYPE TO WVCO-TYPE
010520     MOVE SPACES TO LIEN-CLE
010530     MOVE WCLE-COTISATION TO LIEN-CLE
010540     MOVE COT-CODCAT TO WIMC-CODCAT
010550     MOVE COT-MONTANT-DU TO WIMC-DU
010560     MOVE COT-MONTANT-PAYE TO WIMC-PAYE
010570     MOVE COT-DATE-PAIEMENT TO WIMC-DATE-PAIEMENT
010580     MOVE COT-MODE TO WIMC-MODE
010590     MOVE SPACES TO LIEN-AVANT
010600     MOVE WIMAGE-COTISATION TO LIEN-APRES
010610     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
010620 9450-EXIT.
010630     EXIT.
010640
010650*----------------------------------------------------------------*
010660* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
010670*----------------------------------------------------------------*
010680 9500-JOURNALISER.
010690     MOVE "FCF" TO LIEN-PROGRAMME
010700     MOVE SES-CODOPER TO LIEN-OPERATEUR
010710     MOVE WCODCOUR TO LIEN-CODCOUR
010720     CALL "FJRNL" USING JRN-LIEN.
010730 9500-EXIT.
010740     EXIT.
010750
010760*----------------------------------------------------------------*
010770* 9600-POSER-VERROU-BAREME : pose le verrou de la ligne          *
010780*                  courante via FVERR ; une ligne tenue par une  *
010790*                  autre session est signalee avec le code de    *
010800*                  son detenteur.                                *
010810*----------------------------------------------------------------*
010820 9600-POSER-VERROU-BAREME.
010830     MOVE 'P' TO VLN-ACTION
010840     MOVE "BAREME" TO VLN-FICHIER
010850     MOVE WSAISON TO WVBA-SAISON
010860     MOVE WTYPE TO WVBA-TYPE
010870     MOVE WCODCAT TO WVBA-CODCAT
010880     MOVE SPACES TO VLN-CLE
010890     MOVE WCLE-VERROU-BAREME TO VLN-CLE
010900     MOVE SES-CODOPER TO VLN-OPERATEUR
010910     CALL "FVERR" USING VER-LIEN
010920     IF VERROU-REFUSE
010930         DISPLAY "Ligne du bareme en cours de modification par "
010940             VLN-DETENTEUR ", reessayez plus tard."
010950     END-IF.
010960 9600-EXIT.
010970     EXIT.
010980
010990 9650-LIBERER-VERROU-BAREME.
011000     MOVE 'L' TO VLN-ACTION
011010     MOVE "BAREME" TO VLN-FICHIER
011020     MOVE WSAISON TO WVBA-SAISON
011030     MOVE WTYPE TO WVBA-TYPE
011040     MOVE WCODCAT TO WVBA-CODCAT
011050     MOVE SPACES TO VLN-CLE
011060     MOVE WCLE-VERROU-BAREME TO VLN-CLE
011070     MOVE SES-CODOPER TO VLN-OPERATEUR
011080     CALL "FVERR" USING VER-LIEN.
011090 9650-EXIT.
011100     EXIT.
