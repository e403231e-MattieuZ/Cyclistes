000100*================================================================*
000110* FDP       - Deplacements et notes de frais des epreuves.       *
000120*             Un deplacement est rattache a une epreuve          *
000130*             d'EPREUVE.SQL (et par elle a un grand tour) :      *
000140*             voyageurs (coureurs et entraineurs) et lignes de   *
000150*             frais par categorie (location, carburant,          *
000160*             hebergement, inscription, autre) avec le           *
000170*             beneficiaire du remboursement, dans                *
000180*             DEPLACEMENT.SQL.  Un frais saisi attend            *
000190*             l'approbation du superviseur avant d'etre          *
000200*             rembourse ; le remboursement (superviseur) solde   *
000210*             les frais approuves d'un beneficiaire sous une     *
000220*             reference de paiement.  Les couts par tour, par    *
000230*             equipe et par entraineur et la liste des           *
000240*             remboursements dus sont sortis par FDR.  Chaque    *
000250*             mise a jour est journalisee via FJRNL et le        *
000260*             deplacement de l'epreuve est verrouille via FVERR  *
000270*             pendant la modification.                           *
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FDP.
000310 AUTHOR. G3.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340*----------------------------------------------------------------*
000350* HISTORIQUE DES MODIFICATIONS                                   *
000360* DATE        AUT  DESCRIPTION                                   *
000370* 15/10/2026  G3   Creation du programme (option DP du menu).    *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     COPY DEPSEL.
000430     COPY EPRSEL.
000440     COPY TOURSEL.
000450     COPY COURSEL.
000460     COPY ENTRSEL.
000470     COPY ENGSEL.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510     COPY DEPFD.
000520     COPY EPRFD.
000530     COPY TOURFD.
000540     COPY COURFD.
000550     COPY ENTRFD.
000560     COPY ENGFD.
000570
000580 WORKING-STORAGE SECTION.
000590     COPY DEPSTA.
000600     COPY EPRSTA.
000610     COPY TOURSTA.
000620     COPY COURSTA.
000630     COPY ENTRSTA.
000640     COPY ENGSTA.
000650 77  WOPERATION              PIC X(01).
000660 77  WFINFDP                 PIC X(05)       VALUE 'FALSE'.
000670     88  FIN-FDP                              VALUE 'TRUE '.
000680 77  WCODEPR                 PIC 9(03).
000690 77  WLIGNE                  PIC 9(03).
000700 77  WDERNIERE-LIGNE         PIC 9(03)       VALUE 0.
000710 77  WTYPE-PERS              PIC X(01).
000720     88  TYPE-PERS-VALIDE                     VALUES 'C' 'E'.
000730 77  WCODE-PERS              PIC 9(03).
000740 77  WNOM-PERS               PIC X(20).
000750 77  WPRENOM-PERS            PIC X(20).
000760 77  WCATEGORIE              PIC X(01).
000770     88  CATEGORIE-VALIDE                     VALUES 'L' 'C'
000780                                                  'H' 'I' 'A'.
000790 77  WDATE-FRAIS             PIC 9(08).
000800 77  WMONTANT                PIC 9(05)V99.
000810 77  WLIBELLE                PIC X(30).
000820 77  WREFERENCE              PIC X(15).
000830 77  WDECISION               PIC X(01).
000840 77  WCONFIRMATION           PIC X(01).
000850 77  WCODCOUR-JOURNAL        PIC 9(03)       VALUE 0.
000860 77  WEPRTROUVE              PIC X(05)       VALUE 'FALSE'.
000870     88  EPREUVE-TROUVEE                      VALUE 'TRUE '.
000880 77  WPERSOK                 PIC X(05)       VALUE 'FALSE'.
000890     88  PERSONNE-VALIDE                      VALUE 'TRUE '.
000900 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000910     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000920 77  WDEP-TROUVE             PIC X(05)       VALUE 'FALSE'.
000930     88  LIGNE-TROUVEE                        VALUE 'TRUE '.
000940 77  WDEJA-INSCRIT           PIC X(05)       VALUE 'FALSE'.
000950     88  VOYAGEUR-DEJA-INSCRIT                VALUE 'TRUE '.
000960 77  WFIN-DEPLACEMENT        PIC X(05)       VALUE 'FALSE'.
000970     88  FIN-DEPLACEMENT                      VALUE 'TRUE '.
000980 77  WENG-ABSENT             PIC X(05)       VALUE 'FALSE'.
000990     88  ENGAGEMENT-ABSENT                    VALUE 'TRUE '.
001000 77  WPAIEMENT-EN-COURS      PIC X(05)       VALUE 'FALSE'.
001010     88  PAIEMENT-EN-COURS                    VALUE 'TRUE '.
001020 77  WNB-VOYAGEURS           PIC 9(05)       VALUE 0.
001030 77  WNB-FRAIS               PIC 9(05)       VALUE 0.
001040 77  WNB-LIGNES              PIC 9(05)       VALUE 0.
001050 77  WNB-VERROUILLEES        PIC 9(05)       VALUE 0.
001060 77  WTOT-ENGAGE             PIC 9(07)V99    VALUE 0.
001070 77  WTOT-ATTENTE            PIC 9(07)V99    VALUE 0.
001080 77  WTOT-APPROUVE           PIC 9(07)V99    VALUE 0.
001090 77  WTOT-REMBOURSE          PIC 9(07)V99    VALUE 0.
001100 77  WTOT-REFUSE             PIC 9(07)V99    VALUE 0.
001110 77  WEDIT-MONTANT           PIC ZZZZZZ9.99.
001120 77  WDATEJOUR               PIC 9(08).
001130 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001140     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001150     COPY JRNLNK.
001160     COPY VERLNK.
001170 01  WCLE-DEPLACEMENT.
001180     02  WVDE-CODEPR         PIC 9(03).
001190     02  WVDE-LIGNE          PIC 9(03).
001200 01  WIMAGE-DEPLACEMENT.
001210     02  WIMD-NATURE         PIC X(01).
001220     02  FILLER              PIC X(01)       VALUE SPACE.
001230     02  WIMD-TYPE-PERS      PIC X(01).
001240     02  WIMD-CODE-PERS      PIC 9(03).
001250     02  FILLER              PIC X(01)       VALUE SPACE.
001260     02  WIMD-CATEGORIE      PIC X(01).
001270     02  FILLER              PIC X(01)       VALUE SPACE.
001280     02  WIMD-DATE-FRAIS     PIC 9(08).
001290     02  FILLER              PIC X(01)       VALUE SPACE.
001300     02  WIMD-MONTANT        PIC ZZZZ9.99.
001310     02  FILLER              PIC X(01)       VALUE SPACE.
001320     02  WIMD-STATUT         PIC X(01).
001330     02  FILLER              PIC X(01)       VALUE SPACE.
001340     02  WIMD-DATE-REMBOURS  PIC 9(08).
001350 77  WAVANT-DEPLACEMENT      PIC X(40).
001360
001370 LINKAGE SECTION.
001380     COPY OPELNK.
001390
001400 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001410 0000-MAINLINE SECTION.
001420 0000-DEBUT.
001430     OPEN I-O DEPLACEMENT
001440     IF WDEPSTAT = '35'
001450         OPEN OUTPUT DEPLACEMENT
001460         CLOSE DEPLACEMENT
001470         OPEN I-O DEPLACEMENT
001480         DISPLAY "Fichier DEPLACEMENT cree."
001490     END-IF
001500     OPEN INPUT EPREUVE
001510     OPEN INPUT TOUR
001520     OPEN INPUT COUREUR
001530     OPEN INPUT ENTRAINEUR
001540     OPEN INPUT ENGAGEMENT
001550     IF WENGSTAT = '35'
001560         MOVE 'TRUE ' TO WENG-ABSENT
001570     END-IF
001580     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001590     IF ERREUR-OUVERTURE
001600         GOBACK
001610     END-IF
001620     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001630     MOVE 'FALSE' TO WFINFDP
001640     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001650         UNTIL FIN-FDP
001660     CLOSE DEPLACEMENT EPREUVE TOUR COUREUR ENTRAINEUR
001670     IF NOT ENGAGEMENT-ABSENT
001680         CLOSE ENGAGEMENT
001690     END-IF.
001700 0000-FIN-MAINLINE.
001710     GOBACK.
001720
001730 0050-VERIFIER-OUVERTURES.
001740     IF WDEPSTAT NOT = '00'
001750         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
001760             WDEPSTAT
001770         MOVE 'TRUE ' TO WERR-OUVERTURE
001780     END-IF
001790     IF WEPRSTAT NOT = '00'
001800         DISPLAY "Erreur ouverture EPREUVE, code retour "
001810             WEPRSTAT
001820         MOVE 'TRUE ' TO WERR-OUVERTURE
001830     END-IF
001840     IF WTOUSTAT NOT = '00'
001850         DISPLAY "Erreur ouverture TOUR, code retour "
001860             WTOUSTAT
001870         MOVE 'TRUE ' TO WERR-OUVERTURE
001880     END-IF
001890     IF WCOUSTAT NOT = '00'
001900         DISPLAY "Erreur ouverture COUREUR, code retour "
001910             WCOUSTAT
001920         MOVE 'TRUE ' TO WERR-OUVERTURE
001930     END-IF
001940     IF WENTSTAT NOT = '00'
001950         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
001960             WENTSTAT
001970         MOVE 'TRUE ' TO WERR-OUVERTURE
001980     END-IF
001990     IF NOT ENGAGEMENT-ABSENT AND WENGSTAT NOT = '00'
002000         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
002010             WENGSTAT
002020         MOVE 'TRUE ' TO WERR-OUVERTURE
002030     END-IF.
002040 0050-EXIT.
002050     EXIT.
002060
002070 1000-TRAITER-UNE-OPERATION.
002080     PERFORM 1100-AFFICHER-MENU-FDP THRU 1100-EXIT
002090     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002100     EVALUATE WOPERATION
002110         WHEN 'S'
002120             PERFORM 2000-SITUATION THRU 2000-EXIT
002130         WHEN 'V'
002140             PERFORM 3000-AJOUTER-VOYAGEUR THRU 3000-EXIT
002150         WHEN 'F'
002160             PERFORM 4000-AJOUTER-FRAIS THRU 4000-EXIT
002170         WHEN 'D'
002180             PERFORM 5000-SUPPRIMER-LIGNE THRU 5000-EXIT
002190         WHEN 'A'
002200             PERFORM 6000-APPROBATION THRU 6000-EXIT
002210         WHEN 'P'
002220             PERFORM 7000-REMBOURSEMENT THRU 7000-EXIT
002230         WHEN 'Q'
002240             MOVE 'TRUE ' TO WFINFDP
002250         WHEN OTHER
002260             DISPLAY "Operation inconnue, recommencez."
002270     END-EVALUATE.
002280 1000-EXIT.
002290     EXIT.
002300
002310 1100-AFFICHER-MENU-FDP.
002320     DISPLAY " ".
002330     DISPLAY "--- Deplacements et frais des epreuves ---".
002340     DISPLAY "S - Situation du deplacement d'une epreuve".
002350     DISPLAY "V - Ajouter un voyageur (coureur ou entraineur)".
002360     DISPLAY "F - Saisir une ligne de frais".
002370     DISPLAY "D - Supprimer une ligne non approuvee".
002380     DISPLAY "A - Approuver ou refuser les frais (superviseur)".
002390     DISPLAY "P - Rembourser un beneficiaire (superviseur)".
002400     DISPLAY "Q - Retour au menu".
002410 1100-EXIT.
002420     EXIT.
002430
002440 1200-SAISIR-OPERATION.
002450     DISPLAY "Votre choix : ".
002460     MOVE SPACES TO WOPERATION
002470     ACCEPT WOPERATION
002480     INSPECT WOPERATION CONVERTING "svfdapq" TO "SVFDAPQ".
002490 1200-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------------*
002530* 2000-SITUATION : voyageurs et frais du deplacement d'une       *
002540*                  epreuve, avec les totaux par statut.          *
002550*----------------------------------------------------------------*
002560 2000-SITUATION.
002570     PERFORM 8000-SAISIR-EPREUVE THRU 8000-EXIT
002580     IF NOT EPREUVE-TROUVEE
002590         GO TO 2000-EXIT
002600     END-IF
002610     PERFORM 2100-AFFICHER-DEPLACEMENT THRU 2100-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640
002650 2100-AFFICHER-DEPLACEMENT.
002660     MOVE SPACES TO NOM-TOUR
002670     MOVE EPR-CODTOUR TO CODTOUR
002680     READ TOUR
002690         INVALID KEY
002700             MOVE "(tour inconnu)" TO NOM-TOUR
002710     END-READ
002720     DISPLAY "Epreuve " WCODEPR " " EPR-NOM " du " EPR-DATE
002730         ", tour " EPR-CODTOUR " " NOM-TOUR
002740     DISPLAY "Lig N Personne                  Ca Date    "
002750         "     Montant St Libelle"
002760     MOVE 0 TO WNB-VOYAGEURS
002770     MOVE 0 TO WNB-FRAIS
002780     MOVE 0 TO WTOT-ENGAGE
002790     MOVE 0 TO WTOT-ATTENTE
002800     MOVE 0 TO WTOT-APPROUVE
002810     MOVE 0 TO WTOT-REMBOURSE
002820     MOVE 0 TO WTOT-REFUSE
002830     PERFORM 8300-DEBUT-EPREUVE THRU 8300-EXIT
002840     PERFORM 2200-UNE-LIGNE THRU 2200-EXIT
002850         UNTIL FIN-DEPLACEMENT
002860     IF WNB-VOYAGEURS = 0 AND WNB-FRAIS = 0
002870         DISPLAY "Aucun deplacement saisi pour cette epreuve."
002880         GO TO 2100-EXIT
002890     END-IF
002900     DISPLAY WNB-VOYAGEURS " voyageur(s), " WNB-FRAIS
002910         " ligne(s) de frais."
002920     MOVE WTOT-ENGAGE TO WEDIT-MONTANT
002930     DISPLAY "   Frais engages (hors refus) : " WEDIT-MONTANT
002940     MOVE WTOT-ATTENTE TO WEDIT-MONTANT
002950     DISPLAY "   dont en attente            : " WEDIT-MONTANT
002960     MOVE WTOT-APPROUVE TO WEDIT-MONTANT
002970     DISPLAY "   dont approuves a rembourser: " WEDIT-MONTANT
002980     MOVE WTOT-REMBOURSE TO WEDIT-MONTANT
002990     DISPLAY "   dont rembourses            : " WEDIT-MONTANT
003000     MOVE WTOT-REFUSE TO WEDIT-MONTANT
003010     DISPLAY "   Frais refuses              : " WEDIT-MONTANT.
003020 2100-EXIT.
003030     EXIT.
003040
003050 2200-UNE-LIGNE.
003060     PERFORM 8310-LIGNE-SUIVANTE THRU 8310-EXIT
003070     IF FIN-DEPLACEMENT
003080         GO TO 2200-EXIT
003090     END-IF
003100     IF DEP-VOYAGEUR
003110         ADD 1 TO WNB-VOYAGEURS
003120     ELSE
003130         ADD 1 TO WNB-FRAIS
003140         PERFORM 2300-CUMULER-FRAIS THRU 2300-EXIT
003150     END-IF
003160     PERFORM 8400-AFFICHER-LIGNE THRU 8400-EXIT.
003170 2200-EXIT.
003180     EXIT.
003190
003200 2300-CUMULER-FRAIS.
003210     IF DEP-REFUSE
003220         ADD DEP-MONTANT TO WTOT-REFUSE
003230         GO TO 2300-EXIT
003240     END-IF
003250     ADD DEP-MONTANT TO WTOT-ENGAGE
003260     EVALUATE TRUE
003270         WHEN DEP-SAISI
003280             ADD DEP-MONTANT TO WTOT-ATTENTE
003290         WHEN DEP-APPROUVE
003300             ADD DEP-MONTANT TO WTOT-APPROUVE
003310         WHEN DEP-REMBOURSE
003320             ADD DEP-MONTANT TO WTOT-REMBOURSE
003330     END-EVALUATE.
003340 2300-EXIT.
003350     EXIT.
003360
003370*----------------------------------------------------------------*
003380* 3000-AJOUTER-VOYAGEUR : un coureur ou un entraineur part sur   *
003390*                  l'epreuve.  Un coureur non engage (FEN) est   *
003400*                  signale mais accepte (remplacant, assistant). *
003410*----------------------------------------------------------------*
003420 3000-AJOUTER-VOYAGEUR.
003430     PERFORM 8000-SAISIR-EPREUVE THRU 8000-EXIT
003440     IF NOT EPREUVE-TROUVEE
003450         GO TO 3000-EXIT
003460     END-IF
003470     PERFORM 8100-SAISIR-PERSONNE THRU 8100-EXIT
003480     IF NOT PERSONNE-VALIDE
003490         GO TO 3000-EXIT
003500     END-IF
003510     PERFORM 9600-POSER-VERROU-DEPLACEMENT THRU 9600-EXIT
003520     IF NOT VERROU-REFUSE
003530         PERFORM 3050-ENREGISTRER-VOYAGEUR THRU 3050-EXIT
003540         PERFORM 9650-LIBERER-VERROU-DEPLACEMENT THRU 9650-EXIT
003550     END-IF.
003560 3000-EXIT.
003570     EXIT.
003580
003590 3050-ENREGISTRER-VOYAGEUR.
003600     PERFORM 3100-CHERCHER-VOYAGEUR THRU 3100-EXIT
003610     IF VOYAGEUR-DEJA-INSCRIT
003620         DISPLAY WNOM-PERS " voyage deja sur cette epreuve."
003630         GO TO 3050-EXIT
003640     END-IF
003650     IF WTYPE-PERS = 'C' AND NOT ENGAGEMENT-ABSENT
003660         MOVE WCODEPR TO CODEPR OF ENGAGEMENT-REC
003670         MOVE WCODE-PERS TO CODCOUR OF ENGAGEMENT-REC
003680         READ ENGAGEMENT
003690             INVALID KEY
003700                 DISPLAY "Attention : coureur non engage sur "
003710                     "cette epreuve, deplacement enregistre."
003720         END-READ
003730     END-IF
003740     PERFORM 8200-LIGNE-SUIVANTE THRU 8200-EXIT
003750     IF WLIGNE = 0
003760         GO TO 3050-EXIT
003770     END-IF
003780     MOVE WCODEPR TO CODEPR OF DEPLACEMENT-REC
003790     MOVE WLIGNE TO DEP-LIGNE
003800     MOVE 'V' TO DEP-NATURE
003810     MOVE WTYPE-PERS TO DEP-TYPE-PERS
003820     MOVE WCODE-PERS TO DEP-CODE-PERS
003830     MOVE SPACE TO DEP-CATEGORIE
003840     MOVE EPR-DATE TO DEP-DATE-FRAIS
003850     MOVE 0 TO DEP-MONTANT
003860     MOVE SPACES TO DEP-LIBELLE
003870     MOVE SPACE TO DEP-STATUT
003880     MOVE WDATEJOUR TO DEP-DATE-SAISIE
003890     MOVE SES-CODOPER TO DEP-OPER-SAISIE
003900     MOVE 0 TO DEP-DATE-DECISION
003910     MOVE SPACES TO DEP-OPER-DECISION
003920     MOVE 0 TO DEP-DATE-REMBOURS
003930     MOVE SPACES TO DEP-REFERENCE
003940     WRITE DEPLACEMENT-REC
003950         INVALID KEY
003960             DISPLAY "Erreur ecriture de la ligne " WLIGNE
003970                 ", code retour " WDEPSTAT
003980                 ", rien n'est enregistre."
003990         NOT INVALID KEY
004000             DISPLAY "Voyageur " WNOM-PERS " enregistre (ligne "
004010                 WLIGNE ")."
004020             MOVE 'E' TO LIEN-OPERATION
004030             MOVE SPACES TO LIEN-AVANT
004040             PERFORM 9400-JOURNALISER-DEPLACEMENT THRU 9400-EXIT
004050     END-WRITE.
004060 3050-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------------*
004100* 3100-CHERCHER-VOYAGEUR : la personne saisie figure-t-elle deja *
004110*                  parmi les voyageurs de l'epreuve ?            *
004120*----------------------------------------------------------------*
004130 3100-CHERCHER-VOYAGEUR.
004140     MOVE 'FALSE' TO WDEJA-INSCRIT
004150     PERFORM 8300-DEBUT-EPREUVE THRU 8300-EXIT
004160     PERFORM 3110-UN-VOYAGEUR THRU 3110-EXIT
004170         UNTIL FIN-DEPLACEMENT.
004180 3100-EXIT.
004190     EXIT.
004200
004210 3110-UN-VOYAGEUR.
004220     PERFORM 8310-LIGNE-SUIVANTE THRU 8310-EXIT
004230     IF FIN-DEPLACEMENT
004240         GO TO 3110-EXIT
004250     END-IF
004260     IF DEP-VOYAGEUR AND DEP-TYPE-PERS = WTYPE-PERS
004270         AND DEP-CODE-PERS = WCODE-PERS
004280         MOVE 'TRUE ' TO WDEJA-INSCRIT
004290         MOVE 'TRUE ' TO WFIN-DEPLACEMENT
004300     END-IF.
004310 3110-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------*
004350* 4000-AJOUTER-FRAIS : une depense avancee par un coureur ou un  *
004360*                  entraineur ; la ligne est saisie (S) et       *
004370*                  attend l'approbation du superviseur.          *
004380*----------------------------------------------------------------*
004390 4000-AJOUTER-FRAIS.
004400     PERFORM 8000-SAISIR-EPREUVE THRU 8000-EXIT
004410     IF NOT EPREUVE-TROUVEE
004420         GO TO 4000-EXIT
004430     END-IF
004440     DISPLAY "Beneficiaire du remboursement :".
004450     PERFORM 8100-SAISIR-PERSONNE THRU 8100-EXIT
004460     IF NOT PERSONNE-VALIDE
004470         GO TO 4000-EXIT
004480     END-IF
004490     DISPLAY "Categorie (L = location vehicule, C = carburant, "
004500         "H = hebergement, I = inscription, A = autre) : "
004510     MOVE SPACES TO WCATEGORIE
004520     ACCEPT WCATEGORIE
004530     INSPECT WCATEGORIE CONVERTING "lchia" TO "LCHIA"
004540     DISPLAY "Date de la depense (AAAAMMJJ, 0 = date de "
004550         "l'epreuve) : "
004560     MOVE ZEROES TO WDATE-FRAIS
004570     ACCEPT WDATE-FRAIS
004580     IF WDATE-FRAIS = 0
004590         MOVE EPR-DATE TO WDATE-FRAIS
004600     END-IF
004610     DISPLAY "Montant en euros (ex. 84.90) : "
004620     MOVE ZEROES TO WMONTANT
004630     ACCEPT WMONTANT
004640     DISPLAY "Libelle (fournisseur, numero de facture...) : "
004650     MOVE SPACES TO WLIBELLE
004660     ACCEPT WLIBELLE
004670     PERFORM 4100-CONTROLER-LE-FRAIS THRU 4100-EXIT
004680     IF NOT SAISIE-VALIDE
004690         DISPLAY "Saisie refusee, rien n'est enregistre."
004700         GO TO 4000-EXIT
004710     END-IF
004720     PERFORM 9600-POSER-VERROU-DEPLACEMENT THRU 9600-EXIT
004730     IF NOT VERROU-REFUSE
004740         PERFORM 4050-ENREGISTRER-FRAIS THRU 4050-EXIT
004750         PERFORM 9650-LIBERER-VERROU-DEPLACEMENT THRU 9650-EXIT
004760     END-IF.
004770 4000-EXIT.
004780     EXIT.
004790
004800 4050-ENREGISTRER-FRAIS.
004810     PERFORM 8200-LIGNE-SUIVANTE THRU 8200-EXIT
004820     IF WLIGNE = 0
004830         GO TO 4050-EXIT
004840     END-IF
004850     MOVE WCODEPR TO CODEPR OF DEPLACEMENT-REC
004860     MOVE WLIGNE TO DEP-LIGNE
004870     MOVE 'F' TO DEP-NATURE
004880     MOVE WTYPE-PERS TO DEP-TYPE-PERS
004890     MOVE WCODE-PERS TO DEP-CODE-PERS
004900     MOVE WCATEGORIE TO DEP-CATEGORIE
004910     MOVE WDATE-FRAIS TO DEP-DATE-FRAIS
004920     MOVE WMONTANT TO DEP-MONTANT
004930     MOVE WLIBELLE TO DEP-LIBELLE
004940     MOVE 'S' TO DEP-STATUT
004950     MOVE WDATEJOUR TO DEP-DATE-SAISIE
004960     MOVE SES-CODOPER TO DEP-OPER-SAISIE
004970     MOVE 0 TO DEP-DATE-DECISION
004980     MOVE SPACES TO DEP-OPER-DECISION
004990     MOVE 0 TO DEP-DATE-REMBOURS
005000     MOVE SPACES TO DEP-REFERENCE
005010     WRITE DEPLACEMENT-REC
005020         INVALID KEY
005030             DISPLAY "Erreur ecriture de la ligne " WLIGNE
005040                 ", code retour " WDEPSTAT
005050                 ", rien n'est enregistre."
005060         NOT INVALID KEY
005070             DISPLAY "Frais enregistre (ligne " WLIGNE
005080                 "), en attente d'approbation."
005090             MOVE 'E' TO LIEN-OPERATION
005100             MOVE SPACES TO LIEN-AVANT
005110             PERFORM 9400-JOURNALISER-DEPLACEMENT THRU 9400-EXIT
005120     END-WRITE.
005130 4050-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 4100-CONTROLER-LE-FRAIS : categorie connue, montant non nul,   *
005180*                  date pas dans le futur, libelle obligatoire   *
005190*                  pour la categorie autre.                      *
005200*----------------------------------------------------------------*
005210 4100-CONTROLER-LE-FRAIS.
005220     MOVE 'TRUE ' TO WSAISIE-OK
005230     IF NOT CATEGORIE-VALIDE
005240         MOVE 'FALSE' TO WSAISIE-OK
005250         DISPLAY "Categorie inconnue (L, C, H, I ou A)."
005260     END-IF
005270     IF WMONTANT = 0
005280         MOVE 'FALSE' TO WSAISIE-OK
005290         DISPLAY "Le montant est obligatoire."
005300     END-IF
005310     IF WDATE-FRAIS > WDATEJOUR
005320         MOVE 'FALSE' TO WSAISIE-OK
005330         DISPLAY "Date de depense dans le futur."
005340     END-IF
005350     IF WCATEGORIE = 'A' AND WLIBELLE = SPACES
005360         MOVE 'FALSE' TO WSAISIE-OK
005370         DISPLAY "Le libelle est obligatoire pour un frais "
005380             "de categorie autre."
005390     END-IF.
005400 4100-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------*
005440* 5000-SUPPRIMER-LIGNE : un voyageur, ou un frais encore saisi   *
005450*                  ou refuse ; un frais approuve ou rembourse    *
005460*                  reste pour la comptabilite.                   *
005470*----------------------------------------------------------------*
005480 5000-SUPPRIMER-LIGNE.
005490     PERFORM 8000-SAISIR-EPREUVE THRU 8000-EXIT
005500     IF NOT EPREUVE-TROUVEE
005510         GO TO 5000-EXIT
005520     END-IF
005530     DISPLAY "Numero de ligne : ".
005540     MOVE ZEROES TO WLIGNE
005550     ACCEPT WLIGNE
005560     PERFORM 8500-LIRE-LIGNE THRU 8500-EXIT
005570     IF NOT LIGNE-TROUVEE
005580         DISPLAY "Cette ligne n'existe pas."
005590         GO TO 5000-EXIT
005600     END-IF
005610     IF DEP-APPROUVE OR DEP-REMBOURSE
005620         DISPLAY "Frais deja approuve ou rembourse, "
005630             "suppression refusee."
005640         GO TO 5000-EXIT
005650     END-IF
005660     PERFORM 9600-POSER-VERROU-DEPLACEMENT THRU 9600-EXIT
005670     IF NOT VERROU-REFUSE
005680         PERFORM 5050-SUPPRIMER THRU 5050-EXIT
005690         PERFORM 9650-LIBERER-VERROU-DEPLACEMENT THRU 9650-EXIT
005700     END-IF.
005710 5000-EXIT.
005720     EXIT.
005730
005740 5050-SUPPRIMER.
005750     PERFORM 8500-LIRE-LIGNE THRU 8500-EXIT
005760     IF NOT LIGNE-TROUVEE
005770         DISPLAY "Ligne deja supprimee."
005780         GO TO 5050-EXIT
005790     END-IF
005800     PERFORM 9300-IMAGE-DEPLACEMENT THRU 9300-EXIT
005810     PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
005820     DELETE DEPLACEMENT
005830         INVALID KEY
005840             DISPLAY "Ligne deja supprimee."
005850         NOT INVALID KEY
005860             DISPLAY "Ligne " WLIGNE " supprimee."
005870             MOVE 'S' TO LIEN-OPERATION
005880             MOVE WIMAGE-DEPLACEMENT TO LIEN-AVANT
005890             MOVE SPACES TO LIEN-APRES
005900             PERFORM 9500-JOURNALISER THRU 9500-EXIT
005910     END-DELETE.
005920 5050-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------------*
005960* 6000-APPROBATION : chaque frais saisi de l'epreuve est         *
005970*                  presente au superviseur qui l'approuve (A),   *
005980*                  le refuse (R) ou le laisse en attente.        *
005990*----------------------------------------------------------------*
006000 6000-APPROBATION.
006010     IF NOT SES-SUPERVISEUR
006020         DISPLAY "Approbation reservee au superviseur."
006030         GO TO 6000-EXIT
006040     END-IF
006050     PERFORM 8000-SAISIR-EPREUVE THRU 8000-EXIT
006060     IF NOT EPREUVE-TROUVEE
006070         GO TO 6000-EXIT
006080     END-IF
006090     PERFORM 9600-POSER-VERROU-DEPLACEMENT THRU 9600-EXIT
006100     IF NOT VERROU-REFUSE
006110         MOVE 0 TO WNB-LIGNES
006120         PERFORM 8300-DEBUT-EPREUVE THRU 8300-EXIT
006130         PERFORM 6100-UN-FRAIS-A-DECIDER THRU 6100-EXIT
006140             UNTIL FIN-DEPLACEMENT
006150         DISPLAY WNB-LIGNES " frais en attente examine(s)."
006160         PERFORM 9650-LIBERER-VERROU-DEPLACEMENT THRU 9650-EXIT
006170     END-IF.
006180 6000-EXIT.
006190     EXIT.
006200
006210 6100-UN-FRAIS-A-DECIDER.
006220     PERFORM 8310-LIGNE-SUIVANTE THRU 8310-EXIT
006230     IF FIN-DEPLACEMENT
006240         GO TO 6100-EXIT
006250     END-IF
006260     IF NOT DEP-FRAIS OR NOT DEP-SAISI
006270         GO TO 6100-EXIT
006280     END-IF
006290     ADD 1 TO WNB-LIGNES
006300     PERFORM 8400-AFFICHER-LIGNE THRU 8400-EXIT
006310     DISPLAY "A = approuver, R = refuser, Entree = laisser : "
006320     MOVE SPACES TO WDECISION
006330     ACCEPT WDECISION
006340     INSPECT WDECISION CONVERTING "ar" TO "AR"
006350     IF WDECISION NOT = 'A' AND WDECISION NOT = 'R'
006360         GO TO 6100-EXIT
006370     END-IF
006380     MOVE DEP-LIGNE TO WLIGNE
006390     PERFORM 9300-IMAGE-DEPLACEMENT THRU 9300-EXIT
006400     MOVE WIMAGE-DEPLACEMENT TO WAVANT-DEPLACEMENT
006410     MOVE WDECISION TO DEP-STATUT
006420     MOVE WDATEJOUR TO DEP-DATE-DECISION
006430     MOVE SES-CODOPER TO DEP-OPER-DECISION
006440     REWRITE DEPLACEMENT-REC
006450         INVALID KEY
006460             DISPLAY "Erreur mise a jour de la ligne " WLIGNE
006470                 ", code retour " WDEPSTAT
006480         NOT INVALID KEY
006490             MOVE 'R' TO LIEN-OPERATION
006500             MOVE WAVANT-DEPLACEMENT TO LIEN-AVANT
006510             PERFORM 9400-JOURNALISER-DEPLACEMENT THRU 9400-EXIT
006520     END-REWRITE.
006530 6100-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------------*
006570* 7000-REMBOURSEMENT : frais approuves non rembourses d'un       *
006580*                  beneficiaire, toutes epreuves confondues (cle *
006590*                  alternative DEP-PERSONNE) ; sur confirmation  *
006600*                  ils passent au statut P avec la date et la    *
006610*                  reference du paiement.  Une epreuve tenue par *
006620*                  une autre session est laissee de cote.        *
006630*----------------------------------------------------------------*
006640 7000-REMBOURSEMENT.
006650     IF NOT SES-SUPERVISEUR
006660         DISPLAY "Remboursement reserve au superviseur."
006670         GO TO 7000-EXIT
006680     END-IF
006690     DISPLAY "Beneficiaire a rembourser :".
006700     PERFORM 8100-SAISIR-PERSONNE THRU 8100-EXIT
006710     IF NOT PERSONNE-VALIDE
006720         GO TO 7000-EXIT
006730     END-IF
006740     DISPLAY "Epr Lig Ca Date          Montant Libelle"
006750     MOVE 0 TO WNB-LIGNES
006760     MOVE 0 TO WTOT-APPROUVE
006770     MOVE 'FALSE' TO WPAIEMENT-EN-COURS
006780     PERFORM 7100-DEBUT-BENEFICIAIRE THRU 7100-EXIT
006790     PERFORM 7200-UN-FRAIS-DU THRU 7200-EXIT
006800         UNTIL FIN-DEPLACEMENT
006810     IF WNB-LIGNES = 0
006820         DISPLAY "Aucun frais approuve a rembourser pour "
006830             WNOM-PERS "."
006840         GO TO 7000-EXIT
006850     END-IF
006860     MOVE WTOT-APPROUVE TO WEDIT-MONTANT
006870     DISPLAY WNB-LIGNES " frais, total du " WEDIT-MONTANT
006880         " euros."
006890     DISPLAY "Reference du paiement (cheque, virement...) : "
006900     MOVE SPACES TO WREFERENCE
006910     ACCEPT WREFERENCE
006920     IF WREFERENCE = SPACES
006930         DISPLAY "La reference est obligatoire, remboursement "
006940             "abandonne."
006950         GO TO 7000-EXIT
006960     END-IF
006970     DISPLAY "Confirmez le remboursement (O/N) : "
006980     MOVE SPACES TO WCONFIRMATION
006990     ACCEPT WCONFIRMATION
007000     IF WCONFIRMATION NOT = 'O' AND WCONFIRMATION NOT = 'o'
007010         DISPLAY "Remboursement abandonne."
007020         GO TO 7000-EXIT
007030     END-IF
007040     MOVE 0 TO WNB-LIGNES
007050     MOVE 0 TO WNB-VERROUILLEES
007060     MOVE 0 TO WTOT-REMBOURSE
007070     MOVE 'TRUE ' TO WPAIEMENT-EN-COURS
007080     PERFORM 7100-DEBUT-BENEFICIAIRE THRU 7100-EXIT
007090     PERFORM 7200-UN-FRAIS-DU THRU 7200-EXIT
007100         UNTIL FIN-DEPLACEMENT
007110     MOVE WTOT-REMBOURSE TO WEDIT-MONTANT
007120     DISPLAY WNB-LIGNES " frais rembourse(s) pour "
007130         WEDIT-MONTANT " euros, reference " WREFERENCE
007140     IF WNB-VERROUILLEES > 0
007150         DISPLAY WNB-VERROUILLEES " frais laisse(s) de cote, "
007160             "epreuve en cours de modification."
007170     END-IF.
007180 7000-EXIT.
007190     EXIT.
007200
007210 7100-DEBUT-BENEFICIAIRE.
007220     MOVE WTYPE-PERS TO DEP-TYPE-PERS
007230     MOVE WCODE-PERS TO DEP-CODE-PERS
007240     START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
007250         INVALID KEY
007260             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
007270         NOT INVALID KEY
007280             MOVE 'FALSE' TO WFIN-DEPLACEMENT
007290     END-START.
007300 7100-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------*
007340* 7200-UN-FRAIS-DU : premier passage : liste et total ; second   *
007350*                  passage (PAIEMENT-EN-COURS) : la ligne passe  *
007360*                  au statut rembourse.                          *
007370*----------------------------------------------------------------*
007380 7200-UN-FRAIS-DU.
007390     READ DEPLACEMENT NEXT RECORD
007400         AT END
007410             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
007420             GO TO 7200-EXIT
007430     END-READ
007440     IF DEP-TYPE-PERS NOT = WTYPE-PERS
007450         OR DEP-CODE-PERS NOT = WCODE-PERS
007460         MOVE 'TRUE ' TO WFIN-DEPLACEMENT
007470         GO TO 7200-EXIT
007480     END-IF
007490     IF NOT DEP-FRAIS OR NOT DEP-APPROUVE
007500         GO TO 7200-EXIT
007510     END-IF
007520     IF NOT PAIEMENT-EN-COURS
007530         ADD 1 TO WNB-LIGNES
007540         ADD DEP-MONTANT TO WTOT-APPROUVE
007550         MOVE DEP-MONTANT TO WEDIT-MONTANT
007560         DISPLAY CODEPR OF DEPLACEMENT-REC " " DEP-LIGNE " "
007570             DEP-CATEGORIE "  " DEP-DATE-FRAIS " " WEDIT-MONTANT
007580             " " DEP-LIBELLE
007590         GO TO 7200-EXIT
007600     END-IF
007610     MOVE CODEPR OF DEPLACEMENT-REC TO WCODEPR
007620     MOVE DEP-LIGNE TO WLIGNE
007630     PERFORM 9600-POSER-VERROU-DEPLACEMENT THRU 9600-EXIT
007640     IF VERROU-REFUSE
007650         ADD 1 TO WNB-VERROUILLEES
007660         GO TO 7200-EXIT
007670     END-IF
007680     PERFORM 9300-IMAGE-DEPLACEMENT THRU 9300-EXIT
007690     MOVE WIMAGE-DEPLACEMENT TO WAVANT-DEPLACEMENT
007700     MOVE 'P' TO DEP-STATUT
007710     MOVE WDATEJOUR TO DEP-DATE-REMBOURS
007720     MOVE WREFERENCE TO DEP-REFERENCE
007730     REWRITE DEPLACEMENT-REC
007740         INVALID KEY
007750             DISPLAY "Erreur mise a jour de la ligne " WCODEPR
007760                 "/" WLIGNE ", code retour " WDEPSTAT
007770         NOT INVALID KEY
007780             ADD 1 TO WNB-LIGNES
007790             ADD DEP-MONTANT TO WTOT-REMBOURSE
007800             MOVE 'R' TO LIEN-OPERATION
007810             MOVE WAVANT-DEPLACEMENT TO LIEN-AVANT
007820             PERFORM 9400-JOURNALISER-DEPLACEMENT THRU 9400-EXIT
007830     END-REWRITE
007840     PERFORM 9650-LIBERER-VERROU-DEPLACEMENT THRU 9650-EXIT.
007850 7200-EXIT.
007860     EXIT.
007870
007880 8000-SAISIR-EPREUVE.
007890     DISPLAY "Code epreuve : ".
007900     MOVE ZEROES TO WCODEPR
007910     ACCEPT WCODEPR
007920     MOVE WCODEPR TO CODEPR OF EPREUVE-REC
007930     READ EPREUVE
007940         INVALID KEY
007950             MOVE 'FALSE' TO WEPRTROUVE
007960             DISPLAY "Code epreuve inconnu."
007970         NOT INVALID KEY
007980             MOVE 'TRUE ' TO WEPRTROUVE
007990     END-READ.
008000 8000-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------*
008040* 8100-SAISIR-PERSONNE : C = coureur (COUREUR), E = entraineur   *
008050*                  (ENTRAINEUR) ; le code doit exister.          *
008060*----------------------------------------------------------------*
008070 8100-SAISIR-PERSONNE.
008080     MOVE 'FALSE' TO WPERSOK
008090     DISPLAY "Coureur ou entraineur (C/E) : ".
008100     MOVE SPACES TO WTYPE-PERS
008110     ACCEPT WTYPE-PERS
008120     INSPECT WTYPE-PERS CONVERTING "ce" TO "CE"
008130     IF NOT TYPE-PERS-VALIDE
008140         DISPLAY "Type de personne inconnu (C ou E)."
008150         GO TO 8100-EXIT
008160     END-IF
008170     DISPLAY "Code : ".
008180     MOVE ZEROES TO WCODE-PERS
008190     ACCEPT WCODE-PERS
008200     PERFORM 8150-LIRE-PERSONNE THRU 8150-EXIT
008210     IF NOT PERSONNE-VALIDE
008220         IF WTYPE-PERS = 'C'
008230             DISPLAY "Code coureur inconnu."
008240         ELSE
008250             DISPLAY "Code entraineur inconnu."
008260         END-IF
008270     END-IF.
008280 8100-EXIT.
008290     EXIT.
008300
008310 8150-LIRE-PERSONNE.
008320     MOVE 'FALSE' TO WPERSOK
008330     MOVE "(inconnu)" TO WNOM-PERS
008340     MOVE SPACES TO WPRENOM-PERS
008350     IF WTYPE-PERS = 'C'
008360         MOVE WCODE-PERS TO CODCOUR OF COUREUR-REC
008370         READ COUREUR
008380             INVALID KEY
008390                 CONTINUE
008400             NOT INVALID KEY
008410                 MOVE 'TRUE ' TO WPERSOK
008420                 MOVE NOM OF COUREUR-REC TO WNOM-PERS
008430                 MOVE PRENOM OF COUREUR-REC TO WPRENOM-PERS
008440         END-READ
008450     ELSE
008460         MOVE WCODE-PERS TO CODENTR OF ENTRAINEUR-REC
008470         READ ENTRAINEUR
008480             INVALID KEY
008490                 CONTINUE
008500             NOT INVALID KEY
008510                 MOVE 'TRUE ' TO WPERSOK
008520                 MOVE NOM OF ENTRAINEUR-REC TO WNOM-PERS
008530                 MOVE PRENOM OF ENTRAINEUR-REC TO WPRENOM-PERS
008540         END-READ
008550     END-IF.
008560 8150-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------------*
008600* 8200-LIGNE-SUIVANTE : numero suivant la derniere ligne du      *
008610*                  deplacement de l'epreuve (0 = plus de place). *
008620*----------------------------------------------------------------*
008630 8200-LIGNE-SUIVANTE.
008640     MOVE 0 TO WDERNIERE-LIGNE
008650     PERFORM 8300-DEBUT-EPREUVE THRU 8300-EXIT
008660     PERFORM 8210-PASSER-UNE-LIGNE THRU 8210-EXIT
008670         UNTIL FIN-DEPLACEMENT
008680     IF WDERNIERE-LIGNE = 999
008690         MOVE 0 TO WLIGNE
008700         DISPLAY "Deplacement complet (999 lignes), rien n'est "
008710             "enregistre."
008720     ELSE
008730         COMPUTE WLIGNE = WDERNIERE-LIGNE + 1
008740     END-IF.
008750 8200-EXIT.
008760     EXIT.
008770
008780 8210-PASSER-UNE-LIGNE.
008790     PERFORM 8310-LIGNE-SUIVANTE THRU 8310-EXIT
008800     IF NOT FIN-DEPLACEMENT
008810         MOVE DEP-LIGNE TO WDERNIERE-LIGNE
008820     END-IF.
008830 8210-EXIT.
008840     EXIT.
008850
008860 8300-DEBUT-EPREUVE.
008870     MOVE WCODEPR TO CODEPR OF DEPLACEMENT-REC
008880     MOVE 0 TO DEP-LIGNE
008890     START DEPLACEMENT KEY IS NOT LESS THAN CLE-DEPLACEMENT
008900         INVALID KEY
008910             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
008920         NOT INVALID KEY
008930             MOVE 'FALSE' TO WFIN-DEPLACEMENT
008940     END-START.
008950 8300-EXIT.
008960     EXIT.
008970
008980 8310-LIGNE-SUIVANTE.
008990     READ DEPLACEMENT NEXT RECORD
009000         AT END
009010             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
009020         NOT AT END
009030             IF CODEPR OF DEPLACEMENT-REC NOT = WCODEPR
009040                 MOVE 'TRUE ' TO WFIN-DEPLACEMENT
009050             END-IF
009060     END-READ.
009070 8310-EXIT.
009080     EXIT.
009090
009100 8400-AFFICHER-LIGNE.
009110     MOVE DEP-TYPE-PERS TO WTYPE-PERS
009120     MOVE DEP-CODE-PERS TO WCODE-PERS
009130     PERFORM 8150-LIRE-PERSONNE THRU 8150-EXIT
009140     IF DEP-VOYAGEUR
009150         DISPLAY DEP-LIGNE " V " DEP-TYPE-PERS DEP-CODE-PERS " "
009160             WNOM-PERS
009170     ELSE
009180         MOVE DEP-MONTANT TO WEDIT-MONTANT
009190         DISPLAY DEP-LIGNE " F " DEP-TYPE-PERS DEP-CODE-PERS " "
009200             WNOM-PERS " " DEP-CATEGORIE "  " DEP-DATE-FRAIS
009210             " " WEDIT-MONTANT " " DEP-STATUT "  " DEP-LIBELLE
009220     END-IF.
009230 8400-EXIT.
009240     EXIT.
009250
009260 8500-LIRE-LIGNE.
009270     MOVE WCODEPR TO CODEPR OF DEPLACEMENT-REC
009280     MOVE WLIGNE TO DEP-LIGNE
009290     READ DEPLACEMENT
009300         INVALID KEY
009310             MOVE 'FALSE' TO WDEP-TROUVE
009320         NOT INVALID KEY
009330             MOVE 'TRUE ' TO WDEP-TROUVE
009340     END-READ.
009350 8500-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------*
009390* 9300-IMAGE-DEPLACEMENT : image journalisee de la ligne         *
009400*                  courante.                                     *
009410*----------------------------------------------------------------*
009420 9300-IMAGE-DEPLACEMENT.
009430     MOVE DEP-NATURE TO WIMD-NATURE
009440     MOVE DEP-TYPE-PERS TO WIMD-TYPE-PERS
009450     MOVE DEP-CODE-PERS TO WIMD-CODE-PERS
009460     MOVE DEP-CATEGORIE TO WIMD-CATEGORIE
009470     MOVE DEP-DATE-FRAIS TO WIMD-DATE-FRAIS
009480     MOVE DEP-MONTANT TO WIMD-MONTANT
009490     MOVE DEP-STATUT TO WIMD-STATUT
009500     MOVE DEP-DATE-REMBOURS TO WIMD-DATE-REMBOURS.
009510 9300-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------*
009550* 9400-JOURNALISER-DEPLACEMENT : ligne de journal d'une ecriture *
009560*                  ou d'un remplacement ; l'appelant a renseigne *
009570*                  LIEN-OPERATION et LIEN-AVANT.                 *
009580*----------------------------------------------------------------*
009590 9400-JOURNALISER-DEPLACEMENT.
009600     PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
009610     PERFORM 9300-IMAGE-DEPLACEMENT THRU 9300-EXIT
009620     MOVE WIMAGE-DEPLACEMENT TO LIEN-APRES
009630     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
009640 9400-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------*
009680* 9410-CLE-DE-JOURNAL : cle epreuve+ligne de la ligne courante ; *
009690*                  le journal porte le coureur quand la ligne    *
009700*                  en concerne un.                               *
009710*----------------------------------------------------------------*
009720 9410-CLE-DE-JOURNAL.
009730     MOVE "DEPLACEMENT" TO LIEN-FICHIER
009740     MOVE CODEPR OF DEPLACEMENT-REC TO WVDE-CODEPR
009750     MOVE DEP-LIGNE TO WVDE-LIGNE
009760     MOVE SPACES TO LIEN-CLE
009770     MOVE WCLE-DEPLACEMENT TO LIEN-CLE
009780     IF DEP-COUREUR
009790         MOVE DEP-CODE-PERS TO WCODCOUR-JOURNAL
009800     ELSE
009810         MOVE 0 TO WCODCOUR-JOURNAL
009820     END-IF.
009830 9410-EXIT.
009840     EXIT.
009850
009860*----------------------------------------------------------------*
009870* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
009880*----------------------------------------------------------------*
009890 9500-JOURNALISER.
009900     MOVE "FDP" TO LIEN-PROGRAMME
009910     MOVE SES-CODOPER TO LIEN-OPERATEUR
009920     MOVE WCODCOUR-JOURNAL TO LIEN-CODCOUR
009930     CALL "FJRNL" USING JRN-LIEN.
009940 9500-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------*
009980* 9600-POSER-VERROU-DEPLACEMENT : pose le verrou du deplacement  *
009990*                  de l'epreuve WCODEPR via FVERR ; un           *
010000*                  deplacement tenu par une autre session est    *
010010*                  signale avec le code de son detenteur.        *
010020*----------------------------------------------------------------*
010030 9600-POSER-VERROU-DEPLACEMENT.
010040     MOVE 'P' TO VLN-ACTION
010050     MOVE "DEPLACEMENT" TO VLN-FICHIER
010060     MOVE SPACES TO VLN-CLE
010070     MOVE WCODEPR TO VLN-CLE
010080     MOVE SES-CODOPER TO VLN-OPERATEUR
010090     CALL "FVERR" USING VER-LIEN
010100     IF VERROU-REFUSE
010110         DISPLAY "Deplacement de l'epreuve " WCODEPR
010120             " en cours de modification par " VLN-DETENTEUR
010130             ", reessayez plus tard."
010140     END-IF.
010150 9600-EXIT.
010160     EXIT.
010170
010180 9650-LIBERER-VERROU-DEPLACEMENT.
010190     MOVE 'L' TO VLN-ACTION
010200     MOVE "DEPLACEMENT" TO VLN-FICHIER
010210     MOVE SPACES TO VLN-CLE
010220     MOVE WCODEPR TO VLN-CLE
010230     MOVE SES-CODOPER TO VLN-OPERATEUR
010240     CALL "FVERR" USING VER-LIEN.
010250 9650-EXIT.
010260     EXIT.
