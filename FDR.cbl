000100*================================================================*
000110* FDR       - Etats des deplacements aux epreuves.               *
000120*             Couts des deplacements de DEPLACEMENT.SQL (frais   *
000130*             saisis, approuves et rembourses, les refus exclus) *
000140*             par grand tour, par equipe (CODEQU) ou par         *
000150*             entraineur, un tour ou tous, detailles par         *
000160*             epreuve (ETAT-COUTS-DEPLACEMENTS.TXT).  Par equipe *
000170*             et par entraineur, le cout d'une epreuve est       *
000180*             reparti a parts egales sur les coureurs du club    *
000190*             qui ont voyage (le reste des centimes sur le       *
000200*             premier) ; une epreuve sans coureur voyageur est   *
000210*             portee en frais non repartis.  Liste des           *
000220*             remboursements dus : frais approuves non encore    *
000230*             rembourses, par beneficiaire, avec sous-total et   *
000240*             total (ETAT-REMBOURSEMENTS.TXT).  Consultation     *
000250*             seule, ouvert a tous les operateurs.               *
000260*================================================================*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. FDR.
000290 AUTHOR. G3.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320*----------------------------------------------------------------*
000330* HISTORIQUE DES MODIFICATIONS                                   *
000340* DATE        AUT  DESCRIPTION                                   *
000350* 15/10/2026  G3   Creation du programme (option DR du menu).    *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ETAT-COUTS ASSIGN TO 'ETAT-COUTS-DEPLACEMENTS.TXT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WETASTAT.
000430     SELECT ETAT-REMBOURSEMENTS
000440         ASSIGN TO 'ETAT-REMBOURSEMENTS.TXT'
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WETASTAT.
000470     SELECT TRI-COUTS ASSIGN TO 'TRI-COUTS.TMP'.
000480     SELECT TRI-REMBOURSEMENTS ASSIGN TO 'TRI-REMB.TMP'.
000490     COPY DEPSEL.
000500     COPY EPRSEL.
000510     COPY TOURSEL.
000520     COPY COURSEL.
000530     COPY ENTRSEL.
000540     COPY EQUISEL.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ETAT-COUTS
000590     LABEL RECORD IS STANDARD.
000600 01  COUT-REC                PIC X(80).
000610 FD  ETAT-REMBOURSEMENTS
000620     LABEL RECORD IS STANDARD.
000630 01  REMBOURSEMENT-REC       PIC X(80).
000640 SD  TRI-COUTS.
000650 01  TRI-COU-REC.
000660     02  TRI-COU-ORDRE       PIC 9(01).
000670     02  TRI-COU-CLE         PIC X(03).
000680     02  TRI-COU-CODEPR      PIC 9(03).
000690     02  TRI-COU-NB          PIC 9(03).
000700     02  TRI-COU-MONTANT     PIC 9(07)V99.
000710     02  TRI-COU-ATTENTE     PIC 9(07)V99.
000720 SD  TRI-REMBOURSEMENTS.
000730 01  TRI-REM-REC.
000740     02  TRI-REM-TYPE-PERS   PIC X(01).
000750     02  TRI-REM-CODE-PERS   PIC 9(03).
000760     02  TRI-REM-CODEPR      PIC 9(03).
000770     02  TRI-REM-LIGNE       PIC 9(03).
000780     02  TRI-REM-DATE        PIC 9(08).
000790     02  TRI-REM-CATEGORIE   PIC X(01).
000800     02  TRI-REM-MONTANT     PIC 9(05)V99.
000810     02  TRI-REM-LIBELLE     PIC X(30).
000820     COPY DEPFD.
000830     COPY EPRFD.
000840     COPY TOURFD.
000850     COPY COURFD.
000860     COPY ENTRFD.
000870     COPY EQUIFD.
000880
000890 WORKING-STORAGE SECTION.
000900 77  WETASTAT                PIC X(02).
000910     COPY DEPSTA.
000920     COPY EPRSTA.
000930     COPY TOURSTA.
000940     COPY COURSTA.
000950     COPY ENTRSTA.
000960     COPY EQUISTA.
000970 77  WOPERATION              PIC X(01).
000980 77  WFINFDR                 PIC X(05)       VALUE 'FALSE'.
000990     88  FIN-FDR                              VALUE 'TRUE '.
001000 77  WETAT-EN-COURS          PIC X(01)       VALUE SPACE.
001010     88  EDITION-PAR-TOUR                     VALUE 'T'.
001020     88  EDITION-PAR-EQUIPE                   VALUE 'E'.
001030     88  EDITION-PAR-ENTRAINEUR               VALUE 'N'.
001040     88  EDITION-REMBOURSEMENTS               VALUE 'R'.
001050 77  WTOUR-DEMANDE           PIC X(01)       VALUE SPACE.
001060 77  WFIN-DEPLACEMENT        PIC X(05)       VALUE 'FALSE'.
001070     88  FIN-DEPLACEMENT                      VALUE 'TRUE '.
001080 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001090     88  FIN-TRI                              VALUE 'TRUE '.
001100 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
001110     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001120 77  WEPREUVE-OUVERTE        PIC X(05)       VALUE 'FALSE'.
001130     88  EPREUVE-OUVERTE                      VALUE 'TRUE '.
001140 77  WEPREUVE-RETENUE        PIC X(05)       VALUE 'FALSE'.
001150     88  EPREUVE-RETENUE                      VALUE 'TRUE '.
001160 77  WORDRE-GROUPE           PIC 9(01)       VALUE 0.
001170 77  WCLE-GROUPE             PIC X(03)       VALUE SPACES.
001180 77  WCODENTR-GROUPE         PIC 9(03)       VALUE 0.
001190 77  WTYPE-GROUPE            PIC X(01)       VALUE SPACE.
001200 77  WCODE-GROUPE            PIC 9(03)       VALUE 0.
001210*-- Deplacement de l'epreuve en cours de lecture ----------------*
001220 77  WCODEPR-EN-COURS        PIC 9(03)       VALUE 0.
001230 77  WTOUR-EPREUVE           PIC X(01)       VALUE SPACE.
001240 77  WEPR-NB-VOYAGEURS       PIC 9(03)       VALUE 0.
001250 77  WEPR-COUT               PIC 9(07)V99    VALUE 0.
001260 77  WEPR-ATTENTE            PIC 9(07)V99    VALUE 0.
001270 77  WPART                   PIC 9(07)V99    VALUE 0.
001280 77  WPART-PREMIER           PIC 9(07)V99    VALUE 0.
001290*-- Coureurs du club au depart de l'epreuve (WMAX-COUREURS au ---*
001300*-- plus, les suivants ne prennent pas part a la repartition) ---*
001310 77  WMAX-COUREURS           PIC 9(02)       VALUE 50.
001320 77  WNB-COUREURS            PIC 9(02)       VALUE 0.
001330 77  WI                      PIC 9(02)       VALUE 0.
001340 01  WTABLE-COUREURS.
001350     02  WVOY-CODCOUR        PIC 9(03)       OCCURS 50 TIMES.
001360*-- Ligne d'epreuve en cours d'edition --------------------------*
001370 77  WCODEPR-LIGNE           PIC 9(03)       VALUE 0.
001380 77  WLIG-NB                 PIC 9(05)       VALUE 0.
001390 77  WLIG-MONTANT            PIC 9(07)V99    VALUE 0.
001400 77  WLIG-ATTENTE            PIC 9(07)V99    VALUE 0.
001410*-- Cumuls par groupe et generaux -------------------------------*
001420 77  WNB-GROUPE              PIC 9(05)       VALUE 0.
001430 77  WNB-TOTAL               PIC 9(05)       VALUE 0.
001440 77  WNB-BENEFICIAIRES       PIC 9(05)       VALUE 0.
001450 77  WMONTANT-GROUPE         PIC 9(07)V99    VALUE 0.
001460 77  WATTENTE-GROUPE         PIC 9(07)V99    VALUE 0.
001470 77  WMONTANT-TOTAL          PIC 9(07)V99    VALUE 0.
001480 77  WATTENTE-TOTAL          PIC 9(07)V99    VALUE 0.
001490 77  WEDIT-MONTANT           PIC Z(06)9.99-.
001500 77  WEDIT-ATTENTE           PIC Z(06)9.99-.
001510 77  WDATEJOUR               PIC 9(08).
001520 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001530     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001540 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001550 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001560 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001570 01  WLIGNE-EDIT             PIC X(80).
001580 01  WLIGNE-ENTETE.
001590     02  FILLER              PIC X(12)       VALUE
001600         "CYCLISTES - ".
001610     02  WENT-TITRE          PIC X(40).
001620     02  FILLER              PIC X(04)       VALUE " du ".
001630     02  WENT-DATE           PIC 9(08).
001640     02  FILLER              PIC X(06)       VALUE "  Page".
001650     02  WENT-PAGE           PIC ZZ9.
001660     02  FILLER              PIC X(07)       VALUE SPACES.
001670 01  WLIGNE-COUT.
001680     02  FILLER              PIC X(04)       VALUE SPACES.
001690     02  WLCO-CODEPR         PIC 9(03).
001700     02  FILLER              PIC X(01)       VALUE SPACE.
001710     02  WLCO-NOM            PIC X(20).
001720     02  FILLER              PIC X(01)       VALUE SPACE.
001730     02  WLCO-DATE           PIC 9(08).
001740     02  FILLER              PIC X(01)       VALUE SPACE.
001750     02  WLCO-NB             PIC ZZZZ9.
001760     02  FILLER              PIC X(01)       VALUE SPACE.
001770     02  WLCO-MONTANT        PIC ZZZZZZ9.99.
001780     02  FILLER              PIC X(01)       VALUE SPACE.
001790     02  WLCO-ATTENTE        PIC ZZZZZZ9.99  BLANK WHEN ZERO.
001800     02  FILLER              PIC X(15)       VALUE SPACES.
001810 01  WLIGNE-REMBOURSEMENT.
001820     02  FILLER              PIC X(04)       VALUE SPACES.
001830     02  WLRB-CODEPR         PIC 9(03).
001840     02  FILLER              PIC X(01)       VALUE SPACE.
001850     02  WLRB-LIGNE          PIC 9(03).
001860     02  FILLER              PIC X(01)       VALUE SPACE.
001870     02  WLRB-DATE           PIC 9(08).
001880     02  FILLER              PIC X(01)       VALUE SPACE.
001890     02  WLRB-CATEGORIE      PIC X(12).
001900     02  FILLER              PIC X(01)       VALUE SPACE.
001910     02  WLRB-LIBELLE        PIC X(30).
001920     02  WLRB-MONTANT        PIC ZZZZZ9.99.
001930     02  FILLER              PIC X(07)       VALUE SPACES.
001940
001950 LINKAGE SECTION.
001960     COPY OPELNK.
001970
001980 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001990 0000-MAINLINE SECTION.
002000 0000-DEBUT.
002010     OPEN INPUT DEPLACEMENT
002020     OPEN INPUT EPREUVE
002030     OPEN INPUT TOUR
002040     OPEN INPUT COUREUR
002050     OPEN INPUT ENTRAINEUR
002060     OPEN INPUT EQUIPE
002070     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002080     IF ERREUR-OUVERTURE
002090         GOBACK
002100     END-IF
002110     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002120     MOVE 'FALSE' TO WFINFDR
002130     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
002140         UNTIL FIN-FDR
002150     CLOSE DEPLACEMENT EPREUVE TOUR COUREUR ENTRAINEUR EQUIPE.
002160 0000-FIN-MAINLINE.
002170     GOBACK.
002180
002190 0050-VERIFIER-OUVERTURES.
002200     IF WDEPSTAT NOT = '00'
002210         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
002220             WDEPSTAT
002230         MOVE 'TRUE ' TO WERR-OUVERTURE
002240     END-IF
002250     IF WEPRSTAT NOT = '00'
002260         DISPLAY "Erreur ouverture EPREUVE, code retour "
002270             WEPRSTAT
002280         MOVE 'TRUE ' TO WERR-OUVERTURE
002290     END-IF
002300     IF WTOUSTAT NOT = '00'
002310         DISPLAY "Erreur ouverture TOUR, code retour "
002320             WTOUSTAT
002330         MOVE 'TRUE ' TO WERR-OUVERTURE
002340     END-IF
002350     IF WCOUSTAT NOT = '00'
002360         DISPLAY "Erreur ouverture COUREUR, code retour "
002370             WCOUSTAT
002380         MOVE 'TRUE ' TO WERR-OUVERTURE
002390     END-IF
002400     IF WENTSTAT NOT = '00'
002410         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
002420             WENTSTAT
002430         MOVE 'TRUE ' TO WERR-OUVERTURE
002440     END-IF
002450     IF WEQUSTAT NOT = '00'
002460         DISPLAY "Erreur ouverture EQUIPE, code retour "
002470             WEQUSTAT
002480         MOVE 'TRUE ' TO WERR-OUVERTURE
002490     END-IF.
002500 0050-EXIT.
002510     EXIT.
002520
002530 1000-TRAITER-UNE-OPERATION.
002540     PERFORM 1100-AFFICHER-MENU-FDR THRU 1100-EXIT
002550     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002560     EVALUATE WOPERATION
002570         WHEN 'T'
002580         WHEN 'E'
002590         WHEN 'N'
002600             PERFORM 6000-ETAT-DES-COUTS THRU 6000-EXIT
002610         WHEN 'R'
002620             PERFORM 7000-LISTE-DES-REMBOURSEMENTS THRU 7000-EXIT
002630         WHEN 'Q'
002640             MOVE 'TRUE ' TO WFINFDR
002650         WHEN OTHER
002660             DISPLAY "Operation inconnue, recommencez."
002670     END-EVALUATE.
002680 1000-EXIT.
002690     EXIT.
002700
002710 1100-AFFICHER-MENU-FDR.
002720     DISPLAY " ".
002730     DISPLAY "--- Couts des deplacements ---".
002740     DISPLAY "T - Couts par grand tour".
002750     DISPLAY "E - Couts par equipe".
002760     DISPLAY "N - Couts par entraineur".
002770     DISPLAY "R - Remboursements dus par beneficiaire".
002780     DISPLAY "Q - Retour au menu".
002790 1100-EXIT.
002800     EXIT.
002810
002820 1200-SAISIR-OPERATION.
002830     DISPLAY "Votre choix : ".
002840     MOVE SPACES TO WOPERATION
002850     ACCEPT WOPERATION
002860     INSPECT WOPERATION CONVERTING "tenrq" TO "TENRQ".
002870 1200-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------------*
002910* 6000-ETAT-DES-COUTS : un article trie par epreuve (par tour)   *
002920*                  ou par coureur voyageur et epreuve (par       *
002930*                  equipe, par entraineur), edite par groupe     *
002940*                  puis par epreuve avec sous-totaux.            *
002950*----------------------------------------------------------------*
002960 6000-ETAT-DES-COUTS.
002970     MOVE WOPERATION TO WETAT-EN-COURS
002980     DISPLAY "Grand tour (code, Entree = tous) : "
002990     MOVE SPACES TO WTOUR-DEMANDE
003000     ACCEPT WTOUR-DEMANDE
003010     OPEN OUTPUT ETAT-COUTS
003020     IF WETASTAT NOT = '00'
003030         DISPLAY "Erreur ouverture ETAT-COUTS, code retour "
003040             WETASTAT
003050         GO TO 6000-EXIT
003060     END-IF
003070     MOVE SPACES TO WENT-TITRE
003080     EVALUATE TRUE
003090         WHEN EDITION-PAR-TOUR
003100             MOVE "Couts des deplacements par tour"
003110                 TO WENT-TITRE
003120         WHEN EDITION-PAR-EQUIPE
003130             MOVE "Couts des deplacements par equipe"
003140                 TO WENT-TITRE
003150         WHEN OTHER
003160             MOVE "Couts des deplacements par entraineur"
003170                 TO WENT-TITRE
003180     END-EVALUATE
003190     MOVE 0 TO WNO-PAGE
003200     MOVE 99 TO WNB-LIGNES-ETAT
003210     MOVE 0 TO WNB-TOTAL
003220     MOVE 0 TO WMONTANT-TOTAL
003230     MOVE 0 TO WATTENTE-TOTAL
003240     SORT TRI-COUTS
003250         ON ASCENDING KEY TRI-COU-ORDRE
003260         ON ASCENDING KEY TRI-COU-CLE
003270         ON ASCENDING KEY TRI-COU-CODEPR
003280         INPUT PROCEDURE IS 6100-SELECTIONNER-DEPLACEMENTS
003290             THRU 6100-EXIT
003300         OUTPUT PROCEDURE IS 6200-EDITER-COUTS
003310             THRU 6200-EXIT
003320     MOVE SPACES TO WLIGNE-EDIT
003330     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003340     IF WTOUR-DEMANDE NOT = SPACE
003350         STRING "Tour " WTOUR-DEMANDE " seul."
003360             DELIMITED BY SIZE INTO WLIGNE-EDIT
003370         PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003380         MOVE SPACES TO WLIGNE-EDIT
003390     END-IF
003400     MOVE WMONTANT-TOTAL TO WEDIT-MONTANT
003410     STRING "Cout total des deplacements " WEDIT-MONTANT
003420         " euros."
003430         DELIMITED BY SIZE INTO WLIGNE-EDIT
003440     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003450     IF EDITION-PAR-TOUR
003460         MOVE SPACES TO WLIGNE-EDIT
003470         MOVE WATTENTE-TOTAL TO WEDIT-ATTENTE
003480         STRING "dont en attente d'approbation " WEDIT-ATTENTE
003490             " euros."
003500             DELIMITED BY SIZE INTO WLIGNE-EDIT
003510         PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003520     END-IF
003530     CLOSE ETAT-COUTS
003540     DISPLAY "Etat ecrit dans ETAT-COUTS-DEPLACEMENTS.TXT.".
003550 6000-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 6100-SELECTIONNER-DEPLACEMENTS : DEPLACEMENT est range par     *
003600*                  epreuve ; rupture sur CODEPR, l'epreuve       *
003610*                  terminee est liberee vers le tri (6150).      *
003620*----------------------------------------------------------------*
003630 6100-SELECTIONNER-DEPLACEMENTS.
003640     MOVE 0 TO WCODEPR-EN-COURS
003650     MOVE 'FALSE' TO WEPREUVE-RETENUE
003660     PERFORM 6140-RAZ-EPREUVE THRU 6140-EXIT
003670     MOVE LOW-VALUES TO CLE-DEPLACEMENT
003680     START DEPLACEMENT KEY IS NOT LESS THAN CLE-DEPLACEMENT
003690         INVALID KEY
003700             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
003710         NOT INVALID KEY
003720             MOVE 'FALSE' TO WFIN-DEPLACEMENT
003730     END-START
003740     PERFORM 6110-UNE-LIGNE THRU 6110-EXIT
003750         UNTIL FIN-DEPLACEMENT
003760     PERFORM 6150-LIBERER-UNE-EPREUVE THRU 6150-EXIT.
003770 6100-EXIT.
003780     EXIT.
003790
003800 6110-UNE-LIGNE.
003810     READ DEPLACEMENT NEXT RECORD
003820         AT END
003830             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
003840             GO TO 6110-EXIT
003850     END-READ
003860     IF CODEPR OF DEPLACEMENT-REC NOT = WCODEPR-EN-COURS
003870         PERFORM 6150-LIBERER-UNE-EPREUVE THRU 6150-EXIT
003880         PERFORM 6140-RAZ-EPREUVE THRU 6140-EXIT
003890         MOVE CODEPR OF DEPLACEMENT-REC TO WCODEPR-EN-COURS
003900         PERFORM 6130-LIRE-L-EPREUVE THRU 6130-EXIT
003910     END-IF
003920     IF NOT EPREUVE-RETENUE
003930         GO TO 6110-EXIT
003940     END-IF
003950     IF DEP-VOYAGEUR
003960         ADD 1 TO WEPR-NB-VOYAGEURS
003970         IF DEP-COUREUR AND WNB-COUREURS < WMAX-COUREURS
003980             ADD 1 TO WNB-COUREURS
003990             MOVE DEP-CODE-PERS TO WVOY-CODCOUR (WNB-COUREURS)
004000         END-IF
004010         GO TO 6110-EXIT
004020     END-IF
004030     IF DEP-REFUSE
004040         GO TO 6110-EXIT
004050     END-IF
004060     ADD DEP-MONTANT TO WEPR-COUT
004070     IF DEP-SAISI
004080         ADD DEP-MONTANT TO WEPR-ATTENTE
004090     END-IF.
004100 6110-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------*
004140* 6130-LIRE-L-EPREUVE : tour de l'epreuve (espace si l'epreuve   *
004150*                  n'existe plus) et filtre sur le tour demande. *
004160*----------------------------------------------------------------*
004170 6130-LIRE-L-EPREUVE.
004180     MOVE WCODEPR-EN-COURS TO CODEPR OF EPREUVE-REC
004190     READ EPREUVE
004200         INVALID KEY
004210             MOVE SPACE TO WTOUR-EPREUVE
004220         NOT INVALID KEY
004230             MOVE EPR-CODTOUR TO WTOUR-EPREUVE
004240     END-READ
004250     IF WTOUR-DEMANDE = SPACE OR WTOUR-DEMANDE = WTOUR-EPREUVE
004260         MOVE 'TRUE ' TO WEPREUVE-RETENUE
004270     ELSE
004280         MOVE 'FALSE' TO WEPREUVE-RETENUE
004290     END-IF.
004300 6130-EXIT.
004310     EXIT.
004320
004330 6140-RAZ-EPREUVE.
004340     MOVE 0 TO WEPR-NB-VOYAGEURS
004350     MOVE 0 TO WEPR-COUT
004360     MOVE 0 TO WEPR-ATTENTE
004370     MOVE 0 TO WNB-COUREURS.
004380 6140-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------------*
004420* 6150-LIBERER-UNE-EPREUVE : par tour, un article par epreuve ;  *
004430*                  par equipe ou par entraineur, un article par  *
004440*                  coureur voyageur portant sa part du cout, ou  *
004450*                  un article non reparti (ordre 2).             *
004460*----------------------------------------------------------------*
004470 6150-LIBERER-UNE-EPREUVE.
004480     IF WCODEPR-EN-COURS = 0 OR NOT EPREUVE-RETENUE
004490         GO TO 6150-EXIT
004500     END-IF
004510     IF WEPR-COUT = 0 AND WEPR-NB-VOYAGEURS = 0
004520         GO TO 6150-EXIT
004530     END-IF
004540     MOVE WCODEPR-EN-COURS TO TRI-COU-CODEPR
004550     MOVE 0 TO TRI-COU-ATTENTE
004560     IF EDITION-PAR-TOUR
004570         MOVE 1 TO TRI-COU-ORDRE
004580         MOVE WTOUR-EPREUVE TO TRI-COU-CLE
004590         MOVE WEPR-NB-VOYAGEURS TO TRI-COU-NB
004600         MOVE WEPR-COUT TO TRI-COU-MONTANT
004610         MOVE WEPR-ATTENTE TO TRI-COU-ATTENTE
004620         RELEASE TRI-COU-REC
004630         GO TO 6150-EXIT
004640     END-IF
004650     IF WNB-COUREURS = 0
004660         IF WEPR-COUT > 0
004670             MOVE 2 TO TRI-COU-ORDRE
004680             MOVE SPACES TO TRI-COU-CLE
004690             MOVE 0 TO TRI-COU-NB
004700             MOVE WEPR-COUT TO TRI-COU-MONTANT
004710             RELEASE TRI-COU-REC
004720         END-IF
004730         GO TO 6150-EXIT
004740     END-IF
004750     COMPUTE WPART = WEPR-COUT / WNB-COUREURS
004760     COMPUTE WPART-PREMIER = WEPR-COUT
004770         - WPART * (WNB-COUREURS - 1)
004780     PERFORM 6160-LIBERER-UN-COUREUR THRU 6160-EXIT
004790         VARYING WI FROM 1 BY 1 UNTIL WI > WNB-COUREURS.
004800 6150-EXIT.
004810     EXIT.
004820
004830 6160-LIBERER-UN-COUREUR.
004840     MOVE 1 TO TRI-COU-ORDRE
004850     MOVE 1 TO TRI-COU-NB
004860     IF WI = 1
004870         MOVE WPART-PREMIER TO TRI-COU-MONTANT
004880     ELSE
004890         MOVE WPART TO TRI-COU-MONTANT
004900     END-IF
004910     MOVE WVOY-CODCOUR (WI) TO CODCOUR OF COUREUR-REC
004920     READ COUREUR
004930         INVALID KEY
004940             MOVE SPACES TO CODEQU OF COUREUR-REC
004950             MOVE 0 TO CODENTR OF COUREUR-REC
004960     END-READ
004970     IF EDITION-PAR-EQUIPE
004980         MOVE CODEQU OF COUREUR-REC TO TRI-COU-CLE
004990     ELSE
005000         MOVE CODENTR OF COUREUR-REC TO TRI-COU-CLE
005010     END-IF
005020     RELEASE TRI-COU-REC.
005030 6160-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------------*
005070* 6200-EDITER-COUTS : rupture sur le groupe (ordre + cle) puis   *
005080*                  sur l'epreuve ; une ligne par epreuve du      *
005090*                  groupe.                                       *
005100*----------------------------------------------------------------*
005110 6200-EDITER-COUTS.
005120     MOVE 'FALSE' TO WGROUPE-OUVERT
005130     MOVE 'FALSE' TO WEPREUVE-OUVERTE
005140     MOVE 'FALSE' TO WFIN-TRI
005150     PERFORM 6210-UN-COUT THRU 6210-EXIT
005160         UNTIL FIN-TRI
005170     IF GROUPE-OUVERT
005180         PERFORM 6300-CLORE-UN-GROUPE THRU 6300-EXIT
005190     END-IF.
005200 6200-EXIT.
005210     EXIT.
005220
005230 6210-UN-COUT.
005240     RETURN TRI-COUTS
005250         AT END
005260             MOVE 'TRUE ' TO WFIN-TRI
005270         NOT AT END
005280             IF GROUPE-OUVERT
005290                 AND (TRI-COU-ORDRE NOT = WORDRE-GROUPE
005300                   OR TRI-COU-CLE NOT = WCLE-GROUPE)
005310                 PERFORM 6300-CLORE-UN-GROUPE THRU 6300-EXIT
005320             END-IF
005330             IF NOT GROUPE-OUVERT
005340                 PERFORM 6250-OUVRIR-UN-GROUPE THRU 6250-EXIT
005350             END-IF
005360             IF EPREUVE-OUVERTE
005370                 AND TRI-COU-CODEPR NOT = WCODEPR-LIGNE
005380                 PERFORM 6270-ECRIRE-L-EPREUVE THRU 6270-EXIT
005390             END-IF
005400             IF NOT EPREUVE-OUVERTE
005410                 MOVE TRI-COU-CODEPR TO WCODEPR-LIGNE
005420                 MOVE 0 TO WLIG-NB
005430                 MOVE 0 TO WLIG-MONTANT
005440                 MOVE 0 TO WLIG-ATTENTE
005450                 MOVE 'TRUE ' TO WEPREUVE-OUVERTE
005460             END-IF
005470             ADD TRI-COU-NB TO WLIG-NB
005480             ADD TRI-COU-MONTANT TO WLIG-MONTANT
005490             ADD TRI-COU-ATTENTE TO WLIG-ATTENTE
005500     END-RETURN.
005510 6210-EXIT.
005520     EXIT.
005530
005540 6250-OUVRIR-UN-GROUPE.
005550     MOVE TRI-COU-ORDRE TO WORDRE-GROUPE
005560     MOVE TRI-COU-CLE TO WCLE-GROUPE
005570     MOVE 0 TO WNB-GROUPE
005580     MOVE 0 TO WMONTANT-GROUPE
005590     MOVE 0 TO WATTENTE-GROUPE
005600     MOVE 'TRUE ' TO WGROUPE-OUVERT
005610     MOVE SPACES TO WLIGNE-EDIT
005620     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005630     IF WORDRE-GROUPE = 2
005640         MOVE "Frais non repartis (aucun coureur voyageur)"
005650             TO WLIGNE-EDIT
005660         PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005670         GO TO 6250-EXIT
005680     END-IF
005690     EVALUATE TRUE
005700         WHEN EDITION-PAR-TOUR
005710             PERFORM 6260-ENTETE-TOUR THRU 6260-EXIT
005720         WHEN EDITION-PAR-EQUIPE
005730             PERFORM 6262-ENTETE-EQUIPE THRU 6262-EXIT
005740         WHEN OTHER
005750             PERFORM 6264-ENTETE-ENTRAINEUR THRU 6264-EXIT
005760     END-EVALUATE
005770     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
005780 6250-EXIT.
005790     EXIT.
005800
005810 6260-ENTETE-TOUR.
005820     MOVE WCLE-GROUPE TO CODTOUR
005830     READ TOUR
005840         INVALID KEY
005850             MOVE "(tour inconnu)" TO NOM-TOUR
005860     END-READ
005870     STRING "Tour " CODTOUR " - " NOM-TOUR
005880         DELIMITED BY SIZE INTO WLIGNE-EDIT.
005890 6260-EXIT.
005900     EXIT.
005910
005920 6262-ENTETE-EQUIPE.
005930     IF WCLE-GROUPE = SPACES
005940         MOVE "(sans equipe)" TO WLIGNE-EDIT
005950         GO TO 6262-EXIT
005960     END-IF
005970     MOVE WCLE-GROUPE TO CODEQU OF EQUIPE-REC
005980     READ EQUIPE
005990         INVALID KEY
006000             MOVE "(equipe inconnue)" TO EQU-NOM
006010     END-READ
006020     STRING "Equipe " CODEQU OF EQUIPE-REC " - " EQU-NOM
006030         DELIMITED BY SIZE INTO WLIGNE-EDIT.
006040 6262-EXIT.
006050     EXIT.
006060
006070 6264-ENTETE-ENTRAINEUR.
006080     MOVE WCLE-GROUPE TO WCODENTR-GROUPE
006090     IF WCODENTR-GROUPE = 0
006100         MOVE "(sans entraineur)" TO WLIGNE-EDIT
006110         GO TO 6264-EXIT
006120     END-IF
006130     MOVE WCODENTR-GROUPE TO CODENTR OF ENTRAINEUR-REC
006140     READ ENTRAINEUR
006150         INVALID KEY
006160             MOVE "(entraineur inconnu)" TO NOM OF ENTRAINEUR-REC
006170             MOVE SPACES TO PRENOM OF ENTRAINEUR-REC
006180     END-READ
006190     STRING "Entraineur " WCODENTR-GROUPE " - "
006200         NOM OF ENTRAINEUR-REC " " PRENOM OF ENTRAINEUR-REC
006210         DELIMITED BY SIZE INTO WLIGNE-EDIT.
006220 6264-EXIT.
006230     EXIT.
006240
006250 6270-ECRIRE-L-EPREUVE.
006260     MOVE WCODEPR-LIGNE TO WLCO-CODEPR
006270     MOVE WCODEPR-LIGNE TO CODEPR OF EPREUVE-REC
006280     READ EPREUVE
006290         INVALID KEY
006300             MOVE "(epreuve inconnue)" TO WLCO-NOM
006310             MOVE 0 TO WLCO-DATE
006320         NOT INVALID KEY
006330             MOVE EPR-NOM TO WLCO-NOM
006340             MOVE EPR-DATE TO WLCO-DATE
006350     END-READ
006360     MOVE WLIG-NB TO WLCO-NB
006370     MOVE WLIG-MONTANT TO WLCO-MONTANT
006380     MOVE WLIG-ATTENTE TO WLCO-ATTENTE
006390     MOVE WLIGNE-COUT TO WLIGNE-EDIT
006400     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006410     ADD 1 TO WNB-GROUPE
006420     ADD 1 TO WNB-TOTAL
006430     ADD WLIG-MONTANT TO WMONTANT-GROUPE
006440     ADD WLIG-MONTANT TO WMONTANT-TOTAL
006450     ADD WLIG-ATTENTE TO WATTENTE-GROUPE
006460     ADD WLIG-ATTENTE TO WATTENTE-TOTAL
006470     MOVE 'FALSE' TO WEPREUVE-OUVERTE.
006480 6270-EXIT.
006490     EXIT.
006500
006510 6300-CLORE-UN-GROUPE.
006520     IF EPREUVE-OUVERTE
006530         PERFORM 6270-ECRIRE-L-EPREUVE THRU 6270-EXIT
006540     END-IF
006550     MOVE SPACES TO WLIGNE-EDIT
006560     MOVE WMONTANT-GROUPE TO WEDIT-MONTANT
006570     IF EDITION-PAR-TOUR
006580         MOVE WATTENTE-GROUPE TO WEDIT-ATTENTE
006590         STRING "    " WNB-GROUPE " epreuve(s), cout "
006600             WEDIT-MONTANT " dont attente " WEDIT-ATTENTE
006610             DELIMITED BY SIZE INTO WLIGNE-EDIT
006620     ELSE
006630         STRING "    " WNB-GROUPE " epreuve(s), cout "
006640             WEDIT-MONTANT " euros"
006650             DELIMITED BY SIZE INTO WLIGNE-EDIT
006660     END-IF
006670     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006680     MOVE 'FALSE' TO WGROUPE-OUVERT.
006690 6300-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------------*
006730* 7000-LISTE-DES-REMBOURSEMENTS : frais approuves non encore     *
006740*                  rembourses, tries par beneficiaire puis par   *
006750*                  epreuve, avec le total du par beneficiaire.   *
006760*----------------------------------------------------------------*
006770 7000-LISTE-DES-REMBOURSEMENTS.
006780     OPEN OUTPUT ETAT-REMBOURSEMENTS
006790     IF WETASTAT NOT = '00'
006800         DISPLAY "Erreur ouverture ETAT-REMBOURSEMENTS, code "
006810             "retour " WETASTAT
006820         GO TO 7000-EXIT
006830     END-IF
006840     MOVE 'R' TO WETAT-EN-COURS
006850     MOVE "Remboursements dus" TO WENT-TITRE
006860     MOVE 0 TO WNO-PAGE
006870     MOVE 99 TO WNB-LIGNES-ETAT
006880     MOVE 0 TO WNB-TOTAL
006890     MOVE 0 TO WNB-BENEFICIAIRES
006900     MOVE 0 TO WMONTANT-TOTAL
006910     SORT TRI-REMBOURSEMENTS
006920         ON ASCENDING KEY TRI-REM-TYPE-PERS
006930         ON ASCENDING KEY TRI-REM-CODE-PERS
006940         ON ASCENDING KEY TRI-REM-CODEPR
006950         ON ASCENDING KEY TRI-REM-LIGNE
006960         INPUT PROCEDURE IS 7100-SELECTIONNER-FRAIS
006970             THRU 7100-EXIT
006980         OUTPUT PROCEDURE IS 7200-EDITER-REMBOURSEMENTS
006990             THRU 7200-EXIT
007000     MOVE SPACES TO WLIGNE-EDIT
007010     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007020     MOVE WMONTANT-TOTAL TO WEDIT-MONTANT
007030     STRING WNB-TOTAL " frais pour " WNB-BENEFICIAIRES
007040         " beneficiaire(s), a rembourser " WEDIT-MONTANT
007050         " euros."
007060         DELIMITED BY SIZE INTO WLIGNE-EDIT
007070     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007080     CLOSE ETAT-REMBOURSEMENTS
007090     DISPLAY "Etat ecrit dans ETAT-REMBOURSEMENTS.TXT.".
007100 7000-EXIT.
007110     EXIT.
007120
007130 7100-SELECTIONNER-FRAIS.
007140     MOVE LOW-VALUES TO CLE-DEPLACEMENT
007150     START DEPLACEMENT KEY IS NOT LESS THAN CLE-DEPLACEMENT
007160         INVALID KEY
007170             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
007180         NOT INVALID KEY
007190             MOVE 'FALSE' TO WFIN-DEPLACEMENT
007200     END-START
007210     PERFORM 7110-UN-FRAIS THRU 7110-EXIT
007220         UNTIL FIN-DEPLACEMENT.
007230 7100-EXIT.
007240     EXIT.
007250
007260 7110-UN-FRAIS.
007270     READ DEPLACEMENT NEXT RECORD
007280         AT END
007290             MOVE 'TRUE ' TO WFIN-DEPLACEMENT
007300             GO TO 7110-EXIT
007310     END-READ
007320     IF NOT DEP-FRAIS OR NOT DEP-APPROUVE
007330         GO TO 7110-EXIT
007340     END-IF
007350     MOVE DEP-TYPE-PERS TO TRI-REM-TYPE-PERS
007360     MOVE DEP-CODE-PERS TO TRI-REM-CODE-PERS
007370     MOVE CODEPR OF DEPLACEMENT-REC TO TRI-REM-CODEPR
007380     MOVE DEP-LIGNE TO TRI-REM-LIGNE
007390     MOVE DEP-DATE-FRAIS TO TRI-REM-DATE
007400     MOVE DEP-CATEGORIE TO TRI-REM-CATEGORIE
007410     MOVE DEP-MONTANT TO TRI-REM-MONTANT
007420     MOVE DEP-LIBELLE TO TRI-REM-LIBELLE
007430     RELEASE TRI-REM-REC.
007440 7110-EXIT.
007450     EXIT.
007460
007470 7200-EDITER-REMBOURSEMENTS.
007480     MOVE 'FALSE' TO WGROUPE-OUVERT
007490     MOVE 'FALSE' TO WFIN-TRI
007500     PERFORM 7210-UN-REMBOURSEMENT THRU 7210-EXIT
007510         UNTIL FIN-TRI
007520     IF GROUPE-OUVERT
007530         PERFORM 7300-CLORE-UN-BENEFICIAIRE THRU 7300-EXIT
007540     END-IF.
007550 7200-EXIT.
007560     EXIT.
007570
007580 7210-UN-REMBOURSEMENT.
007590     RETURN TRI-REMBOURSEMENTS
007600         AT END
007610             MOVE 'TRUE ' TO WFIN-TRI
007620         NOT AT END
007630             IF GROUPE-OUVERT
007640                 AND (TRI-REM-TYPE-PERS NOT = WTYPE-GROUPE
007650                   OR TRI-REM-CODE-PERS NOT = WCODE-GROUPE)
007660                 PERFORM 7300-CLORE-UN-BENEFICIAIRE
007670                     THRU 7300-EXIT
007680             END-IF
007690             IF NOT GROUPE-OUVERT
007700                 PERFORM 7250-OUVRIR-UN-BENEFICIAIRE
007710                     THRU 7250-EXIT
007720             END-IF
007730             ADD 1 TO WNB-GROUPE
007740             ADD 1 TO WNB-TOTAL
007750             ADD TRI-REM-MONTANT TO WMONTANT-GROUPE
007760             ADD TRI-REM-MONTANT TO WMONTANT-TOTAL
007770             PERFORM 7220-LIGNE-DE-FRAIS THRU 7220-EXIT
007780     END-RETURN.
007790 7210-EXIT.
007800     EXIT.
007810
007820 7220-LIGNE-DE-FRAIS.
007830     MOVE TRI-REM-CODEPR TO WLRB-CODEPR
007840     MOVE TRI-REM-LIGNE TO WLRB-LIGNE
007850     MOVE TRI-REM-DATE TO WLRB-DATE
007860     EVALUATE TRI-REM-CATEGORIE
007870         WHEN 'L'
007880             MOVE "Location" TO WLRB-CATEGORIE
007890         WHEN 'C'
007900             MOVE "Carburant" TO WLRB-CATEGORIE
007910         WHEN 'H'
007920             MOVE "Hebergement" TO WLRB-CATEGORIE
007930         WHEN 'I'
007940             MOVE "Inscription" TO WLRB-CATEGORIE
007950         WHEN OTHER
007960             MOVE "Autre" TO WLRB-CATEGORIE
007970     END-EVALUATE
007980     MOVE TRI-REM-LIBELLE TO WLRB-LIBELLE
007990     MOVE TRI-REM-MONTANT TO WLRB-MONTANT
008000     MOVE WLIGNE-REMBOURSEMENT TO WLIGNE-EDIT
008010     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
008020 7220-EXIT.
008030     EXIT.
008040
008050 7250-OUVRIR-UN-BENEFICIAIRE.
008060     MOVE TRI-REM-TYPE-PERS TO WTYPE-GROUPE
008070     MOVE TRI-REM-CODE-PERS TO WCODE-GROUPE
008080     MOVE 0 TO WNB-GROUPE
008090     MOVE 0 TO WMONTANT-GROUPE
008100     MOVE 'TRUE ' TO WGROUPE-OUVERT
008110     ADD 1 TO WNB-BENEFICIAIRES
008120     MOVE SPACES TO WLIGNE-EDIT
008130     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008140     IF WTYPE-GROUPE = 'C'
008150         MOVE WCODE-GROUPE TO CODCOUR OF COUREUR-REC
008160         READ COUREUR
008170             INVALID KEY
008180                 MOVE "(coureur inconnu)" TO NOM OF COUREUR-REC
008190                 MOVE SPACES TO PRENOM OF COUREUR-REC
008200         END-READ
008210         STRING "Coureur " WCODE-GROUPE " - "
008220             NOM OF COUREUR-REC " " PRENOM OF COUREUR-REC
008230             DELIMITED BY SIZE INTO WLIGNE-EDIT
008240     ELSE
008250         MOVE WCODE-GROUPE TO CODENTR OF ENTRAINEUR-REC
008260         READ ENTRAINEUR
008270             INVALID KEY
008280                 MOVE "(entraineur inconnu)"
008290                     TO NOM OF ENTRAINEUR-REC
008300                 MOVE SPACES TO PRENOM OF ENTRAINEUR-REC
008310         END-READ
008320         STRING "Entraineur " WCODE-GROUPE " - "
008330             NOM OF ENTRAINEUR-REC " " PRENOM OF ENTRAINEUR-REC
008340             DELIMITED BY SIZE INTO WLIGNE-EDIT
008350     END-IF
008360     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
008370 7250-EXIT.
008380     EXIT.
008390
008400 7300-CLORE-UN-BENEFICIAIRE.
008410     MOVE SPACES TO WLIGNE-EDIT
008420     MOVE WMONTANT-GROUPE TO WEDIT-MONTANT
008430     STRING "    " WNB-GROUPE " frais, a rembourser "
008440         WEDIT-MONTANT " euros"
008450         DELIMITED BY SIZE INTO WLIGNE-EDIT
008460     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
008470     MOVE 'FALSE' TO WGROUPE-OUVERT.
008480 7300-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------------*
008520* 8000-ECRIRE-ETAT : une ligne de l'etat en cours, avec saut de  *
008530*                  page et entete ; la ligne est aussi affichee. *
008540*----------------------------------------------------------------*
008550 8000-ECRIRE-ETAT.
008560     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
008570         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
008580     END-IF
008590     DISPLAY WLIGNE-EDIT
008600     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
008610     ADD 1 TO WNB-LIGNES-ETAT.
008620 8000-EXIT.
008630     EXIT.
008640
008650 8100-ENTETE-PAGE.
008660     ADD 1 TO WNO-PAGE
008670     MOVE WDATEJOUR TO WENT-DATE
008680     MOVE WNO-PAGE TO WENT-PAGE
008690     MOVE WLIGNE-ENTETE TO WLIGNE-EDIT
008700     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
008710     MOVE SPACES TO WLIGNE-EDIT
008720     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
008730     IF EDITION-REMBOURSEMENTS
008740         MOVE "    Epr Lig Date     Categorie    Libelle"
008750             TO WLIGNE-EDIT
008760         MOVE "Montant" TO WLIGNE-EDIT (67:)
008770     ELSE
008780         MOVE "    Epr Epreuve              Date" TO WLIGNE-EDIT
008790         IF EDITION-PAR-TOUR
008800             MOVE "Voy.    Montant    Attente" TO
008810                 WLIGNE-EDIT (40:)
008820         ELSE
008830             MOVE "Cour.    Montant" TO WLIGNE-EDIT (39:)
008840         END-IF
008850     END-IF
008860     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
008870     MOVE 3 TO WNB-LIGNES-ETAT.
008880 8100-EXIT.
008890     EXIT.
008900
008910 8200-ECRIRE-LIGNE.
008920     IF EDITION-REMBOURSEMENTS
008930         WRITE REMBOURSEMENT-REC FROM WLIGNE-EDIT
008940     ELSE
008950         WRITE COUT-REC FROM WLIGNE-EDIT
008960     END-IF.
008970 8200-EXIT.
008980     EXIT.
