000100*================================================================*
000110* FCR       - Etats de suivi des cotisations.                    *
000120*             Liste des relances : coureurs qui doivent encore   *
000130*             sur une saison, regroupes par entraineur avec le   *
000140*             reste du par entraineur et au total                *
000150*             (ETAT-RELANCES-COTIS.TXT). Synthese des recettes : *
000160*             recus de la saison encaisses sur une periode, par  *
000170*             mode de reglement puis par date, avec sous-totaux  *
000180*             par mode et controle de la saison, montant regle   *
000190*             des lignes de COTISATION.SQL contre total des      *
000200*             recus de REGLEMENT.SQL (ETAT-RECETTES.TXT).        *
000210*             Consultation seule, ouvert a tous les operateurs.  *
000220*================================================================*
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FCR.
000250 AUTHOR. G3.
000260 DATE-WRITTEN. 15/10/2026.
000270 DATE-COMPILED.
000280*----------------------------------------------------------------*
000290* HISTORIQUE DES MODIFICATIONS                                   *
000300* DATE        AUT  DESCRIPTION                                   *
000310* 15/10/2026  G3   Creation du programme (option CR du menu).    *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ETAT-RELANCES ASSIGN TO 'ETAT-RELANCES-COTIS.TXT'
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WETASTAT.
000390     SELECT ETAT-RECETTES ASSIGN TO 'ETAT-RECETTES.TXT'
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WETASTAT.
000420     SELECT TRI-RELANCES ASSIGN TO 'TRI-RELANCES.TMP'.
000430     SELECT TRI-RECETTES ASSIGN TO 'TRI-RECETTES.TMP'.
000440     COPY COTSEL.
000450     COPY REGSEL.
000460     COPY COURSEL.
000470     COPY ENTRSEL.
000480     COPY SAISSEL.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ETAT-RELANCES
000530     LABEL RECORD IS STANDARD.
000540 01  RELANCE-REC             PIC X(80).
000550 FD  ETAT-RECETTES
000560     LABEL RECORD IS STANDARD.
000570 01  RECETTE-REC             PIC X(80).
000580 SD  TRI-RELANCES.
000590 01  TRI-REL-REC.
000600     02  TRI-REL-CODENTR     PIC 9(03).
000610     02  TRI-REL-NOM         PIC X(20).
000620     02  TRI-REL-PRENOM      PIC X(20).
000630     02  TRI-REL-CODCOUR     PIC 9(03).
000640     02  TRI-REL-DU          PIC 9(06)V99.
000650     02  TRI-REL-PAYE        PIC 9(06)V99.
000660     02  TRI-REL-RESTE       PIC 9(06)V99.
000670     02  TRI-REL-DERNIER     PIC 9(08).
000680 SD  TRI-RECETTES.
000690 01  TRI-REC-REC.
000700     02  TRI-REC-MODE        PIC X(01).
000710     02  TRI-REC-DATE        PIC 9(08).
000720     02  TRI-REC-NUMERO      PIC 9(06).
000730     02  TRI-REC-CODCOUR     PIC 9(03).
000740     02  TRI-REC-TYPE        PIC X(02).
000750     02  TRI-REC-REFERENCE   PIC X(15).
000760     02  TRI-REC-MONTANT     PIC S9(05)V99.
000770     02  TRI-REC-ORIGINE     PIC 9(06).
000780     COPY COTFD.
000790     COPY REGFD.
000800     COPY COURFD.
000810     COPY ENTRFD.
000820     COPY SAISFD.
000830
000840 WORKING-STORAGE SECTION.
000850 77  WETASTAT                PIC X(02).
000860     COPY COTSTA.
000870     COPY REGSTA.
000880     COPY COURSTA.
000890     COPY ENTRSTA.
000900     COPY SAISSTA.
000910 77  WOPERATION              PIC X(01).
000920 77  WFINFCR                 PIC X(05)       VALUE 'FALSE'.
000930     88  FIN-FCR                              VALUE 'TRUE '.
000940 77  WETAT-EN-COURS          PIC X(01)       VALUE SPACE.
000950     88  EDITION-RELANCES                     VALUE 'R'.
000960     88  EDITION-RECETTES                     VALUE 'E'.
000970 77  WSAISON                 PIC 9(04).
000980 77  WSAISON-COURANTE        PIC 9(04)       VALUE 0.
000990 77  WDATE-DEBUT             PIC 9(08)       VALUE 0.
001000 77  WDATE-FIN               PIC 9(08)       VALUE 0.
001010 77  WCODCOUR-EN-COURS       PIC 9(03)       VALUE 0.
001020 77  WFIN-COTISATION         PIC X(05)       VALUE 'FALSE'.
001030     88  FIN-COTISATION                       VALUE 'TRUE '.
001040 77  WFIN-REGLEMENT          PIC X(05)       VALUE 'FALSE'.
001050     88  FIN-REGLEMENT                        VALUE 'TRUE '.
001060 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001070     88  FIN-TRI                              VALUE 'TRUE '.
001080 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
001090     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001100 77  WCODENTR-GROUPE         PIC 9(03)       VALUE 0.
001110 77  WMODE-GROUPE            PIC X(01)       VALUE SPACE.
001120*-- Cumuls du coureur en cours (relances) -----------------------*
001130 77  WCOU-DU                 PIC 9(06)V99    VALUE 0.
001140 77  WCOU-PAYE               PIC 9(06)V99    VALUE 0.
001150 77  WCOU-RESTE              PIC 9(06)V99    VALUE 0.
001160 77  WCOU-DERNIER            PIC 9(08)       VALUE 0.
001170 77  WRESTE                  PIC 9(05)V99    VALUE 0.
001180*-- Cumuls par groupe et generaux -------------------------------*
001190 77  WNB-GROUPE              PIC 9(05)       VALUE 0.
001200 77  WNB-TOTAL               PIC 9(05)       VALUE 0.
001210 77  WRESTE-GROUPE           PIC 9(07)V99    VALUE 0.
001220 77  WRESTE-TOTAL            PIC 9(07)V99    VALUE 0.
001230 77  WRECU-GROUPE            PIC S9(07)V99   VALUE 0.
001240 77  WRECU-PERIODE           PIC S9(07)V99   VALUE 0.
001250*-- Controle de la saison : COTISATION contre REGLEMENT ---------*
001260 77  WCTL-FACTURE            PIC 9(07)V99    VALUE 0.
001270 77  WCTL-REGLE              PIC 9(07)V99    VALUE 0.
001280 77  WCTL-RECUS              PIC S9(07)V99   VALUE 0.
001290 77  WCTL-ECART              PIC S9(07)V99   VALUE 0.
001300 77  WCTL-A-ENCAISSER        PIC S9(07)V99   VALUE 0.
001310 77  WEDIT-MONTANT           PIC Z(06)9.99-.
001320 77  WDATEJOUR               PIC 9(08).
001330 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001340     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001350 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001360 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001370 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001380 01  WLIGNE-EDIT             PIC X(80).
001390 01  WLIGNE-ENTETE.
001400     02  FILLER              PIC X(12)       VALUE
001410         "CYCLISTES - ".
001420     02  WENT-TITRE          PIC X(32).
001430     02  FILLER              PIC X(08)       VALUE " saison ".
001440     02  WENT-SAISON         PIC 9(04).
001450     02  FILLER              PIC X(04)       VALUE " du ".
001460     02  WENT-DATE           PIC 9(08).
001470     02  FILLER              PIC X(06)       VALUE "  Page".
001480     02  WENT-PAGE           PIC ZZ9.
001490     02  FILLER              PIC X(03)       VALUE SPACES.
001500 01  WLIGNE-RELANCE.
001510     02  FILLER              PIC X(04)       VALUE SPACES.
001520     02  WLRL-CODCOUR        PIC 9(03).
001530     02  FILLER              PIC X(01)       VALUE SPACE.
001540     02  WLRL-NOM            PIC X(18).
001550     02  FILLER              PIC X(01)       VALUE SPACE.
001560     02  WLRL-PRENOM         PIC X(12).
001570     02  WLRL-DU             PIC ZZZZZ9.99.
001580     02  WLRL-PAYE           PIC ZZZZZ9.99.
001590     02  WLRL-RESTE          PIC ZZZZZ9.99.
001600     02  FILLER              PIC X(01)       VALUE SPACE.
001610     02  WLRL-DERNIER        PIC X(08).
001620     02  FILLER              PIC X(05)       VALUE SPACES.
001630 01  WLIGNE-RECETTE.
001640     02  FILLER              PIC X(04)       VALUE SPACES.
001650     02  WLRC-NUMERO         PIC 9(06).
001660     02  FILLER              PIC X(01)       VALUE SPACE.
001670     02  WLRC-DATE           PIC 9(08).
001680     02  FILLER              PIC X(01)       VALUE SPACE.
001690     02  WLRC-CODCOUR        PIC 9(03).
001700     02  FILLER              PIC X(01)       VALUE SPACE.
001710     02  WLRC-NOM            PIC X(14).
001720     02  FILLER              PIC X(01)       VALUE SPACE.
001730     02  WLRC-TYPE           PIC X(02).
001740     02  FILLER              PIC X(01)       VALUE SPACE.
001750     02  WLRC-REFERENCE      PIC X(15).
001760     02  WLRC-MONTANT        PIC ZZZZZ9.99-.
001770     02  FILLER              PIC X(01)       VALUE SPACE.
001780     02  WLRC-ORIGINE        PIC X(11).
001790
001800 LINKAGE SECTION.
001810     COPY OPELNK.
001820
001830 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001840 0000-MAINLINE SECTION.
001850 0000-DEBUT.
001860     OPEN INPUT COTISATION
001870     OPEN INPUT REGLEMENT
001880     OPEN INPUT COUREUR
001890     OPEN INPUT ENTRAINEUR
001900     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001910     IF ERREUR-OUVERTURE
001920         GOBACK
001930     END-IF
001940     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001950     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
001960     MOVE 'FALSE' TO WFINFCR
001970     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001980         UNTIL FIN-FCR
001990     CLOSE COTISATION REGLEMENT COUREUR ENTRAINEUR.
002000 0000-FIN-MAINLINE.
002010     GOBACK.
002020
002030 0050-VERIFIER-OUVERTURES.
002040     IF WCOTSTAT NOT = '00'
002050         DISPLAY "Erreur ouverture COTISATION, code retour "
002060             WCOTSTAT
002070         MOVE 'TRUE ' TO WERR-OUVERTURE
002080     END-IF
002090     IF WREGSTAT NOT = '00'
002100         DISPLAY "Erreur ouverture REGLEMENT, code retour "
002110             WREGSTAT
002120         MOVE 'TRUE ' TO WERR-OUVERTURE
002130     END-IF
002140     IF WCOUSTAT NOT = '00'
002150         DISPLAY "Erreur ouverture COUREUR, code retour "
002160             WCOUSTAT
002170         MOVE 'TRUE ' TO WERR-OUVERTURE
002180     END-IF
002190     IF WENTSTAT NOT = '00'
002200         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
002210             WENTSTAT
002220         MOVE 'TRUE ' TO WERR-OUVERTURE
002230     END-IF.
002240 0050-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------*
002280* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL, a defaut *
002290*                  l'annee du jour.                              *
002300*----------------------------------------------------------------*
002310 0100-LIRE-SAISON.
002320     COMPUTE WSAISON-COURANTE = WDATEJOUR / 10000
002330     OPEN INPUT SAISON
002340     IF WSAISTAT = '00'
002350         MOVE '01' TO CODSAIS
002360         READ SAISON
002370             INVALID KEY
002380                 CONTINUE
002390             NOT INVALID KEY
002400                 MOVE SAIS-ANNEE TO WSAISON-COURANTE
002410         END-READ
002420         CLOSE SAISON
002430     END-IF.
002440 0100-EXIT.
002450     EXIT.
002460
002470 1000-TRAITER-UNE-OPERATION.
002480     PERFORM 1100-AFFICHER-MENU-FCR THRU 1100-EXIT
002490     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002500     EVALUATE WOPERATION
002510         WHEN 'R'
002520             PERFORM 6000-ETAT-DES-RELANCES THRU 6000-EXIT
002530         WHEN 'E'
002540             PERFORM 6500-SYNTHESE-DES-RECETTES THRU 6500-EXIT
002550         WHEN 'Q'
002560             MOVE 'TRUE ' TO WFINFCR
002570         WHEN OTHER
002580             DISPLAY "Operation inconnue, recommencez."
002590     END-EVALUATE.
002600 1000-EXIT.
002610     EXIT.
002620
002630 1100-AFFICHER-MENU-FCR.
002640     DISPLAY " ".
002650     DISPLAY "--- Suivi des cotisations ---".
002660     DISPLAY "R - Relances des coureurs non a jour".
002670     DISPLAY "E - Synthese des recettes de la saison".
002680     DISPLAY "Q - Retour au menu".
002690 1100-EXIT.
002700     EXIT.
002710
002720 1200-SAISIR-OPERATION.
002730     DISPLAY "Votre choix : ".
002740     MOVE SPACES TO WOPERATION
002750     ACCEPT WOPERATION.
002760 1200-EXIT.
002770     EXIT.
002780
002790 2050-SAISIR-SAISON.
002800     DISPLAY "Saison (AAAA, 0 = " WSAISON-COURANTE ") : "
002810     MOVE ZEROES TO WSAISON
002820     ACCEPT WSAISON
002830     IF WSAISON = 0
002840         MOVE WSAISON-COURANTE TO WSAISON
002850     END-IF.
002860 2050-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------*
002900* 6000-ETAT-DES-RELANCES : coureurs qui doivent encore sur la    *
002910*                  saison, tries par entraineur puis par nom,    *
002920*                  avec le reste du par entraineur et au total.  *
002930*----------------------------------------------------------------*
002940 6000-ETAT-DES-RELANCES.
002950     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
002960     OPEN OUTPUT ETAT-RELANCES
002970     IF WETASTAT NOT = '00'
002980         DISPLAY "Erreur ouverture ETAT-RELANCES, code retour "
002990             WETASTAT
003000         GO TO 6000-EXIT
003010     END-IF
003020     MOVE 'R' TO WETAT-EN-COURS
003030     MOVE "Relances des cotisations" TO WENT-TITRE
003040     MOVE 0 TO WNO-PAGE
003050     MOVE 99 TO WNB-LIGNES-ETAT
003060     MOVE 0 TO WNB-TOTAL
003070     MOVE 0 TO WRESTE-TOTAL
003080     SORT TRI-RELANCES
003090         ON ASCENDING KEY TRI-REL-CODENTR
003100         ON ASCENDING KEY TRI-REL-NOM
003110         ON ASCENDING KEY TRI-REL-CODCOUR
003120         INPUT PROCEDURE IS 6100-SELECTIONNER-COUREURS
003130             THRU 6100-EXIT
003140         OUTPUT PROCEDURE IS 6200-EDITER-RELANCES
003150             THRU 6200-EXIT
003160     MOVE SPACES TO WLIGNE-EDIT
003170     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003180     MOVE WRESTE-TOTAL TO WEDIT-MONTANT
003190     STRING WNB-TOTAL " coureur(s) a relancer, reste du "
003200         WEDIT-MONTANT " euros."
003210         DELIMITED BY SIZE INTO WLIGNE-EDIT
003220     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
003230     CLOSE ETAT-RELANCES
003240     DISPLAY "Etat ecrit dans ETAT-RELANCES-COTIS.TXT.".
003250 6000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------*
003290* 6100-SELECTIONNER-COUREURS : les lignes de COTISATION sont     *
003300*                  rangees par coureur ; rupture sur CODCOUR,    *
003310*                  un article trie par coureur encore debiteur.  *
003320*----------------------------------------------------------------*
003330 6100-SELECTIONNER-COUREURS.
003340     MOVE 0 TO WCODCOUR-EN-COURS
003350     PERFORM 6140-RAZ-COUREUR THRU 6140-EXIT
003360     MOVE LOW-VALUES TO CLE-COTISATION
003370     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
003380         INVALID KEY
003390             MOVE 'TRUE ' TO WFIN-COTISATION
003400         NOT INVALID KEY
003410             MOVE 'FALSE' TO WFIN-COTISATION
003420     END-START
003430     PERFORM 6110-UNE-COTISATION THRU 6110-EXIT
003440         UNTIL FIN-COTISATION
003450     PERFORM 6150-LIBERER-UN-COUREUR THRU 6150-EXIT.
003460 6100-EXIT.
003470     EXIT.
003480
003490 6110-UNE-COTISATION.
003500     READ COTISATION NEXT RECORD
003510         AT END
003520             MOVE 'TRUE ' TO WFIN-COTISATION
003530             GO TO 6110-EXIT
003540     END-READ
003550     IF COT-SAISON NOT = WSAISON
003560         GO TO 6110-EXIT
003570     END-IF
003580     IF CODCOUR OF COTISATION-REC NOT = WCODCOUR-EN-COURS
003590         PERFORM 6150-LIBERER-UN-COUREUR THRU 6150-EXIT
003600         PERFORM 6140-RAZ-COUREUR THRU 6140-EXIT
003610         MOVE CODCOUR OF COTISATION-REC TO WCODCOUR-EN-COURS
003620     END-IF
003630     MOVE 0 TO WRESTE
003640     IF COT-MONTANT-DU > COT-MONTANT-PAYE
003650         COMPUTE WRESTE = COT-MONTANT-DU - COT-MONTANT-PAYE
003660     END-IF
003670     ADD COT-MONTANT-DU TO WCOU-DU
003680     ADD COT-MONTANT-PAYE TO WCOU-PAYE
003690     ADD WRESTE TO WCOU-RESTE
003700     IF COT-DATE-PAIEMENT > WCOU-DERNIER
003710         MOVE COT-DATE-PAIEMENT TO WCOU-DERNIER
003720     END-IF.
003730 6110-EXIT.
003740     EXIT.
003750
003760 6140-RAZ-COUREUR.
003770     MOVE 0 TO WCOU-DU
003780     MOVE 0 TO WCOU-PAYE
003790     MOVE 0 TO WCOU-RESTE
003800     MOVE 0 TO WCOU-DERNIER.
003810 6140-EXIT.
003820     EXIT.
003830
003840 6150-LIBERER-UN-COUREUR.
003850     IF WCODCOUR-EN-COURS = 0 OR WCOU-RESTE = 0
003860         GO TO 6150-EXIT
003870     END-IF
003880     MOVE WCODCOUR-EN-COURS TO CODCOUR OF COUREUR-REC
003890     READ COUREUR
003900         INVALID KEY
003910             MOVE 0 TO TRI-REL-CODENTR
003920             MOVE "(coureur inconnu)" TO TRI-REL-NOM
003930             MOVE SPACES TO TRI-REL-PRENOM
003940         NOT INVALID KEY
003950             MOVE CODENTR OF COUREUR-REC TO TRI-REL-CODENTR
003960             MOVE NOM OF COUREUR-REC TO TRI-REL-NOM
003970             MOVE PRENOM OF COUREUR-REC TO TRI-REL-PRENOM
003980     END-READ
003990     MOVE WCODCOUR-EN-COURS TO TRI-REL-CODCOUR
004000     MOVE WCOU-DU TO TRI-REL-DU
004010     MOVE WCOU-PAYE TO TRI-REL-PAYE
004020     MOVE WCOU-RESTE TO TRI-REL-RESTE
004030     MOVE WCOU-DERNIER TO TRI-REL-DERNIER
004040     RELEASE TRI-REL-REC.
004050 6150-EXIT.
004060     EXIT.
004070
004080 6200-EDITER-RELANCES.
004090     MOVE 'FALSE' TO WGROUPE-OUVERT
004100     MOVE 'FALSE' TO WFIN-TRI
004110     PERFORM 6210-UNE-RELANCE THRU 6210-EXIT
004120         UNTIL FIN-TRI
004130     IF GROUPE-OUVERT
004140         PERFORM 6300-CLORE-UN-ENTRAINEUR THRU 6300-EXIT
004150     END-IF.
004160 6200-EXIT.
004170     EXIT.
004180
004190 6210-UNE-RELANCE.
004200     RETURN TRI-RELANCES
004210         AT END
004220             MOVE 'TRUE ' TO WFIN-TRI
004230         NOT AT END
004240             IF GROUPE-OUVERT
004250                 AND TRI-REL-CODENTR NOT = WCODENTR-GROUPE
004260                 PERFORM 6300-CLORE-UN-ENTRAINEUR THRU 6300-EXIT
004270             END-IF
004280             IF NOT GROUPE-OUVERT
004290                 PERFORM 6250-OUVRIR-UN-ENTRAINEUR THRU 6250-EXIT
004300             END-IF
004310             ADD 1 TO WNB-GROUPE
004320             ADD 1 TO WNB-TOTAL
004330             ADD TRI-REL-RESTE TO WRESTE-GROUPE
004340             ADD TRI-REL-RESTE TO WRESTE-TOTAL
004350             MOVE TRI-REL-CODCOUR TO WLRL-CODCOUR
004360             MOVE TRI-REL-NOM TO WLRL-NOM
004370             MOVE TRI-REL-PRENOM TO WLRL-PRENOM
004380             MOVE TRI-REL-DU TO WLRL-DU
004390             MOVE TRI-REL-PAYE TO WLRL-PAYE
004400             MOVE TRI-REL-RESTE TO WLRL-RESTE
004410             MOVE SPACES TO WLRL-DERNIER
004420             IF TRI-REL-DERNIER NOT = 0
004430                 MOVE TRI-REL-DERNIER TO WLRL-DERNIER
004440             END-IF
004450             MOVE WLIGNE-RELANCE TO WLIGNE-EDIT
004460             PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004470     END-RETURN.
004480 6210-EXIT.
004490     EXIT.
004500
004510 6250-OUVRIR-UN-ENTRAINEUR.
004520     MOVE TRI-REL-CODENTR TO WCODENTR-GROUPE
004530     MOVE 0 TO WNB-GROUPE
004540     MOVE 0 TO WRESTE-GROUPE
004550     MOVE 'TRUE ' TO WGROUPE-OUVERT
004560     MOVE WCODENTR-GROUPE TO CODENTR OF ENTRAINEUR-REC
004570     READ ENTRAINEUR
004580         INVALID KEY
004590             MOVE "(entraineur inconnu)" TO NOM OF ENTRAINEUR-REC
004600             MOVE SPACES TO PRENOM OF ENTRAINEUR-REC
004610         NOT INVALID KEY
004620             CONTINUE
004630     END-READ
004640     MOVE SPACES TO WLIGNE-EDIT
004650     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004660     MOVE SPACES TO WLIGNE-EDIT
004670     STRING "Entraineur " WCODENTR-GROUPE " - "
004680         NOM OF ENTRAINEUR-REC " " PRENOM OF ENTRAINEUR-REC
004690         DELIMITED BY SIZE INTO WLIGNE-EDIT
004700     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
004710 6250-EXIT.
004720     EXIT.
004730
004740 6300-CLORE-UN-ENTRAINEUR.
004750     MOVE SPACES TO WLIGNE-EDIT
004760     MOVE WRESTE-GROUPE TO WEDIT-MONTANT
004770     STRING "    " WNB-GROUPE " coureur(s), reste du "
004780         WEDIT-MONTANT " euros"
004790         DELIMITED BY SIZE INTO WLIGNE-EDIT
004800     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004810     MOVE 'FALSE' TO WGROUPE-OUVERT.
004820 6300-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------*
004860* 6500-SYNTHESE-DES-RECETTES : recus de la saison encaisses sur  *
004870*                  la periode demandee, par mode de reglement    *
004880*                  puis par date (rapprochement avec les remises *
004890*                  en banque), suivis du controle de la saison : *
004900*                  montant regle porte par COTISATION contre     *
004910*                  total des recus de REGLEMENT.                 *
004920*----------------------------------------------------------------*
004930 6500-SYNTHESE-DES-RECETTES.
004940     PERFORM 2050-SAISIR-SAISON THRU 2050-EXIT
004950     DISPLAY "Encaisse du (AAAAMMJJ, 0 = debut de saison) : "
004960     MOVE ZEROES TO WDATE-DEBUT
004970     ACCEPT WDATE-DEBUT
004980     DISPLAY "Encaisse au (AAAAMMJJ, 0 = aujourd'hui) : "
004990     MOVE ZEROES TO WDATE-FIN
005000     ACCEPT WDATE-FIN
005010     IF WDATE-FIN = 0
005020         MOVE WDATEJOUR TO WDATE-FIN
005030     END-IF
005040     OPEN OUTPUT ETAT-RECETTES
005050     IF WETASTAT NOT = '00'
005060         DISPLAY "Erreur ouverture ETAT-RECETTES, code retour "
005070             WETASTAT
005080         GO TO 6500-EXIT
005090     END-IF
005100     MOVE 'E' TO WETAT-EN-COURS
005110     MOVE "Synthese des recettes" TO WENT-TITRE
005120     MOVE 0 TO WNO-PAGE
005130     MOVE 99 TO WNB-LIGNES-ETAT
005140     MOVE 0 TO WNB-TOTAL
005150     MOVE 0 TO WRECU-PERIODE
005160     MOVE 0 TO WCTL-RECUS
005170     SORT TRI-RECETTES
005180         ON ASCENDING KEY TRI-REC-MODE
005190         ON ASCENDING KEY TRI-REC-DATE
005200         ON ASCENDING KEY TRI-REC-NUMERO
005210         INPUT PROCEDURE IS 6600-SELECTIONNER-RECUS
005220             THRU 6600-EXIT
005230         OUTPUT PROCEDURE IS 6700-EDITER-RECETTES
005240             THRU 6700-EXIT
005250     MOVE SPACES TO WLIGNE-EDIT
005260     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005270     MOVE WRECU-PERIODE TO WEDIT-MONTANT
005280     STRING WNB-TOTAL " recu(s) du " WDATE-DEBUT " au "
005290         WDATE-FIN ", total " WEDIT-MONTANT " euros."
005300         DELIMITED BY SIZE INTO WLIGNE-EDIT
005310     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005320     PERFORM 6900-CONTROLER-LA-SAISON THRU 6900-EXIT
005330     CLOSE ETAT-RECETTES
005340     DISPLAY "Etat ecrit dans ETAT-RECETTES.TXT.".
005350 6500-EXIT.
005360     EXIT.
005370
005380 6600-SELECTIONNER-RECUS.
005390     MOVE 0 TO REG-NUMERO
005400     START REGLEMENT KEY IS NOT LESS THAN REG-NUMERO
005410         INVALID KEY
005420             MOVE 'TRUE ' TO WFIN-REGLEMENT
005430         NOT INVALID KEY
005440             MOVE 'FALSE' TO WFIN-REGLEMENT
005450     END-START
005460     PERFORM 6610-UN-RECU THRU 6610-EXIT
005470         UNTIL FIN-REGLEMENT.
005480 6600-EXIT.
005490     EXIT.
005500
005510 6610-UN-RECU.
005520     READ REGLEMENT NEXT RECORD
005530         AT END
005540             MOVE 'TRUE ' TO WFIN-REGLEMENT
005550             GO TO 6610-EXIT
005560     END-READ
005570     IF REG-SAISON NOT = WSAISON
005580         GO TO 6610-EXIT
005590     END-IF
005600     ADD REG-MONTANT TO WCTL-RECUS
005610     IF REG-DATE < WDATE-DEBUT OR REG-DATE > WDATE-FIN
005620         GO TO 6610-EXIT
005630     END-IF
005640     MOVE REG-MODE TO TRI-REC-MODE
005650     MOVE REG-DATE TO TRI-REC-DATE
005660     MOVE REG-NUMERO TO TRI-REC-NUMERO
005670     MOVE CODCOUR OF REGLEMENT-REC TO TRI-REC-CODCOUR
005680     MOVE REG-TYPE TO TRI-REC-TYPE
005690     MOVE REG-REFERENCE TO TRI-REC-REFERENCE
005700     MOVE REG-MONTANT TO TRI-REC-MONTANT
005710     MOVE REG-ORIGINE TO TRI-REC-ORIGINE
005720     RELEASE TRI-REC-REC.
005730 6610-EXIT.
005740     EXIT.
005750
005760 6700-EDITER-RECETTES.
005770     MOVE 'FALSE' TO WGROUPE-OUVERT
005780     MOVE 'FALSE' TO WFIN-TRI
005790     PERFORM 6710-UNE-RECETTE THRU 6710-EXIT
005800         UNTIL FIN-TRI
005810     IF GROUPE-OUVERT
005820         PERFORM 6800-CLORE-UN-MODE THRU 6800-EXIT
005830     END-IF.
005840 6700-EXIT.
005850     EXIT.
005860
005870 6710-UNE-RECETTE.
005880     RETURN TRI-RECETTES
005890         AT END
005900             MOVE 'TRUE ' TO WFIN-TRI
005910         NOT AT END
005920             IF GROUPE-OUVERT
005930                 AND TRI-REC-MODE NOT = WMODE-GROUPE
005940                 PERFORM 6800-CLORE-UN-MODE THRU 6800-EXIT
005950             END-IF
005960             IF NOT GROUPE-OUVERT
005970                 PERFORM 6750-OUVRIR-UN-MODE THRU 6750-EXIT
005980             END-IF
005990             ADD 1 TO WNB-GROUPE
006000             ADD 1 TO WNB-TOTAL
006010             ADD TRI-REC-MONTANT TO WRECU-GROUPE
006020             ADD TRI-REC-MONTANT TO WRECU-PERIODE
006030             PERFORM 6720-LIGNE-DE-RECETTE THRU 6720-EXIT
006040     END-RETURN.
006050 6710-EXIT.
006060     EXIT.
006070
006080 6720-LIGNE-DE-RECETTE.
006090     MOVE TRI-REC-NUMERO TO WLRC-NUMERO
006100     MOVE TRI-REC-DATE TO WLRC-DATE
006110     MOVE TRI-REC-CODCOUR TO WLRC-CODCOUR
006120     MOVE TRI-REC-CODCOUR TO CODCOUR OF COUREUR-REC
006130     READ COUREUR
006140         INVALID KEY
006150             MOVE "(inconnu)" TO WLRC-NOM
006160         NOT INVALID KEY
006170             MOVE NOM OF COUREUR-REC TO WLRC-NOM
006180     END-READ
006190     MOVE TRI-REC-TYPE TO WLRC-TYPE
006200     MOVE TRI-REC-REFERENCE TO WLRC-REFERENCE
006210     MOVE TRI-REC-MONTANT TO WLRC-MONTANT
006220     MOVE SPACES TO WLRC-ORIGINE
006230     IF TRI-REC-ORIGINE NOT = 0
006240         STRING "annule " TRI-REC-ORIGINE
006250             DELIMITED BY SIZE INTO WLRC-ORIGINE
006260     END-IF
006270     MOVE WLIGNE-RECETTE TO WLIGNE-EDIT
006280     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
006290 6720-EXIT.
006300     EXIT.
006310
006320 6750-OUVRIR-UN-MODE.
006330     MOVE TRI-REC-MODE TO WMODE-GROUPE
006340     MOVE 0 TO WNB-GROUPE
006350     MOVE 0 TO WRECU-GROUPE
006360     MOVE 'TRUE ' TO WGROUPE-OUVERT
006370     MOVE SPACES TO WLIGNE-EDIT
006380     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006390     EVALUATE WMODE-GROUPE
006400         WHEN 'C'
006410             MOVE "Cheques" TO WLIGNE-EDIT
006420         WHEN 'E'
006430             MOVE "Especes" TO WLIGNE-EDIT
006440         WHEN 'V'
006450             MOVE "Virements" TO WLIGNE-EDIT
006460         WHEN 'B'
006470             MOVE "Cartes bancaires" TO WLIGNE-EDIT
006480         WHEN OTHER
006490             STRING "Mode " WMODE-GROUPE
006500                 DELIMITED BY SIZE INTO WLIGNE-EDIT
006510     END-EVALUATE
006520     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
006530 6750-EXIT.
006540     EXIT.
006550
006560 6800-CLORE-UN-MODE.
006570     MOVE SPACES TO WLIGNE-EDIT
006580     MOVE WRECU-GROUPE TO WEDIT-MONTANT
006590     STRING "    " WNB-GROUPE " recu(s), total "
006600         WEDIT-MONTANT " euros"
006610         DELIMITED BY SIZE INTO WLIGNE-EDIT
006620     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006630     MOVE 'FALSE' TO WGROUPE-OUVERT.
006640 6800-EXIT.
006650     EXIT.
006660
006670*----------------------------------------------------------------*
006680* 6900-CONTROLER-LA-SAISON : montant facture et montant regle    *
006690*                  de la saison d'apres COTISATION, rapproches   *
006700*                  du total des recus (annulations deduites) :   *
006710*                  un ecart signale une ligne modifiee hors FCO. *
006720*----------------------------------------------------------------*
006730 6900-CONTROLER-LA-SAISON.
006740     MOVE 0 TO WCTL-FACTURE
006750     MOVE 0 TO WCTL-REGLE
006760     MOVE LOW-VALUES TO CLE-COTISATION
006770     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
006780         INVALID KEY
006790             MOVE 'TRUE ' TO WFIN-COTISATION
006800         NOT INVALID KEY
006810             MOVE 'FALSE' TO WFIN-COTISATION
006820     END-START
006830     PERFORM 6910-CUMULER-UNE-COTISATION THRU 6910-EXIT
006840         UNTIL FIN-COTISATION
006850     COMPUTE WCTL-ECART = WCTL-REGLE - WCTL-RECUS
006860     COMPUTE WCTL-A-ENCAISSER = WCTL-FACTURE - WCTL-REGLE
006870     MOVE SPACES TO WLIGNE-EDIT
006880     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006890     STRING "Controle de la saison " WSAISON " :"
006900         DELIMITED BY SIZE INTO WLIGNE-EDIT
006910     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006920     MOVE SPACES TO WLIGNE-EDIT
006930     MOVE WCTL-FACTURE TO WEDIT-MONTANT
006940     STRING "    Montant facture           " WEDIT-MONTANT
006950         DELIMITED BY SIZE INTO WLIGNE-EDIT
006960     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006970     MOVE SPACES TO WLIGNE-EDIT
006980     MOVE WCTL-REGLE TO WEDIT-MONTANT
006990     STRING "    Regle (COTISATION)        " WEDIT-MONTANT
007000         DELIMITED BY SIZE INTO WLIGNE-EDIT
007010     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007020     MOVE SPACES TO WLIGNE-EDIT
007030     MOVE WCTL-RECUS TO WEDIT-MONTANT
007040     STRING "    Total des recus           " WEDIT-MONTANT
007050         DELIMITED BY SIZE INTO WLIGNE-EDIT
007060     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007070     MOVE SPACES TO WLIGNE-EDIT
007080     MOVE WCTL-A-ENCAISSER TO WEDIT-MONTANT
007090     STRING "    Reste a encaisser         " WEDIT-MONTANT
007100         DELIMITED BY SIZE INTO WLIGNE-EDIT
007110     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
007120     MOVE SPACES TO WLIGNE-EDIT
007130     MOVE WCTL-ECART TO WEDIT-MONTANT
007140     IF WCTL-ECART = 0
007150         STRING "    Ecart regle / recus       " WEDIT-MONTANT
007160             "  rapprochement correct"
007170             DELIMITED BY SIZE INTO WLIGNE-EDIT
007180     ELSE
007190         STRING "    Ecart regle / recus       " WEDIT-MONTANT
007200             "  ECART A EXAMINER"
007210             DELIMITED BY SIZE INTO WLIGNE-EDIT
007220     END-IF
007230     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
007240 6900-EXIT.
007250     EXIT.
007260
007270 6910-CUMULER-UNE-COTISATION.
007280     READ COTISATION NEXT RECORD
007290         AT END
007300             MOVE 'TRUE ' TO WFIN-COTISATION
007310             GO TO 6910-EXIT
007320     END-READ
007330     IF COT-SAISON = WSAISON
007340         ADD COT-MONTANT-DU TO WCTL-FACTURE
007350         ADD COT-MONTANT-PAYE TO WCTL-REGLE
007360     END-IF.
007370 6910-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------------*
007410* 8000-ECRIRE-ETAT : une ligne de l'etat en cours, avec saut de  *
007420*                  page et entete ; la ligne est aussi affichee. *
007430*----------------------------------------------------------------*
007440 8000-ECRIRE-ETAT.
007450     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
007460         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
007470     END-IF
007480     DISPLAY WLIGNE-EDIT
007490     IF EDITION-RELANCES
007500         WRITE RELANCE-REC FROM WLIGNE-EDIT
007510     ELSE
007520         WRITE RECETTE-REC FROM WLIGNE-EDIT
007530     END-IF
007540     ADD 1 TO WNB-LIGNES-ETAT.
007550 8000-EXIT.
007560     EXIT.
007570
007580 8100-ENTETE-PAGE.
007590     ADD 1 TO WNO-PAGE
007600     MOVE WSAISON TO WENT-SAISON
007610     MOVE WDATEJOUR TO WENT-DATE
007620     MOVE WNO-PAGE TO WENT-PAGE
007630     MOVE WLIGNE-ENTETE TO WLIGNE-EDIT
007640     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
007650     MOVE SPACES TO WLIGNE-EDIT
007660     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
007670     IF EDITION-RELANCES
007680         MOVE "    Cour Nom" TO WLIGNE-EDIT
007690         MOVE "Prenom" TO WLIGNE-EDIT (28:)
007700         MOVE "Du    Regle    Reste Dern.regl." TO
007710             WLIGNE-EDIT (47:)
007720     ELSE
007730         MOVE "    Recu   Date     Cour Nom" TO WLIGNE-EDIT
007740         MOVE "Ty Reference" TO WLIGNE-EDIT (40:)
007750         MOVE "Montant" TO WLIGNE-EDIT (60:)
007760     END-IF
007770     PERFORM 8200-ECRIRE-LIGNE THRU 8200-EXIT
007780     MOVE 3 TO WNB-LIGNES-ETAT.
007790 8100-EXIT.
007800     EXIT.
007810
007820 8200-ECRIRE-LIGNE.
007830     IF EDITION-RELANCES
007840         WRITE RELANCE-REC FROM WLIGNE-EDIT
007850     ELSE
007860         WRITE RECETTE-REC FROM WLIGNE-EDIT
007870     END-IF.
007880 8200-EXIT.
007890     EXIT.
