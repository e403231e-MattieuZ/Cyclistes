000100*================================================================*
000110* FCO       - Saisie des reglements de cotisation.               *
000120*             Situation d'un coureur pour une saison (lignes de  *
000130*             COTISATION.SQL et recus), encaissement d'un        *
000140*             reglement sur une ligne (recu numerote ecrit dans  *
000150*             REGLEMENT.SQL, montant regle et date du dernier    *
000160*             reglement reportes sur la ligne), annulation d'un  *
000170*             recu par un recu negatif (superviseur), ajout a la *
000180*             main, remise sur le montant du et suppression      *
000190*             d'une cotisation sans reglement.  Les lignes sont  *
000200*             facturees par FCF ; les etats de relance et de     *
000210*             recettes sont sortis par FCR.  Chaque mise a jour  *
000220*             est journalisee via FJRNL et la ligne de           *
000230*             cotisation est verrouillee via FVERR pendant la    *
000240*             modification.                                      *
000250*================================================================*
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. FCO.
000280 AUTHOR. G3.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED.
000310*----------------------------------------------------------------*
000320* HISTORIQUE DES MODIFICATIONS                                   *
000330* DATE        AUT  DESCRIPTION                                   *
000340* 15/10/2026  G3   Creation du programme (option CO du menu).    *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     COPY COTSEL.
000400     COPY REGSEL.
000410     COPY COURSEL.
000420     COPY SAISSEL.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460     COPY COTFD.
000470     COPY REGFD.
000480     COPY COURFD.
000490     COPY SAISFD.
000500
000510 WORKING-STORAGE SECTION.
000520     COPY COTSTA.
000530     COPY REGSTA.
000540     COPY COURSTA.
000550     COPY SAISSTA.
000560 77  WOPERATION              PIC X(01).
000570 77  WFINFCO                 PIC X(05)       VALUE 'FALSE'.
000580     88  FIN-FCO                              VALUE 'TRUE '.
000590 77  WCODCOUR                PIC 9(03).
000600 77  WSAISON                 PIC 9(04).
000610 77  WSAISON-COURANTE        PIC 9(04)       VALUE 0.
000620 77  WTYPE                   PIC X(02).
000630 77  WLIBELLE                PIC X(20).
000640 77  WMONTANT                PIC 9(05)V99.
000650 77  WDATE-SAISIE            PIC 9(08).
000660 77  WMODE                   PIC X(01).
000670     88  MODE-VALIDE                          VALUES 'C' 'E'
000675                                                  'V' 'B'.
000680 77  WREFERENCE              PIC X(15).
000690 77  WNUMERO                 PIC 9(06).
000700 77  WNUMERO-ANNULE          PIC 9(06).
000710 77  WDERNIER-NUMERO         PIC 9(06)       VALUE 0.
000720 77  WCONFIRMATION           PIC X(01).
000730 77  WRESTE                  PIC 9(05)V99    VALUE 0.
000740 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
000750     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
000760 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000770     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000780 77  WCOT-TROUVE             PIC X(05)       VALUE 'FALSE'.
000790     88  COTISATION-TROUVEE                   VALUE 'TRUE '.
000800 77  WREG-TROUVE             PIC X(05)       VALUE 'FALSE'.
000810     88  REGLEMENT-TROUVE                     VALUE 'TRUE '.
000820 77  WFIN-COTISATION         PIC X(05)       VALUE 'FALSE'.
000830     88  FIN-COTISATION                       VALUE 'TRUE '.
000840 77  WFIN-REGLEMENT          PIC X(05)       VALUE 'FALSE'.
000850     88  FIN-REGLEMENT                        VALUE 'TRUE '.
000860 77  WNB-LIGNES              PIC 9(05)       VALUE 0.
000870 77  WTOT-DU                 PIC 9(06)V99    VALUE 0.
000880 77  WTOT-PAYE               PIC 9(06)V99    VALUE 0.
000890 77  WTOT-RESTE              PIC 9(06)V99    VALUE 0.
000900 77  WEDIT-DU                PIC ZZZZZ9.99.
000910 77  WEDIT-PAYE              PIC ZZZZZ9.99.
000920 77  WEDIT-RESTE             PIC ZZZZZ9.99.
000930 77  WEDIT-MONTANT           PIC ZZZZZ9.99-.
000940 77  WDATEJOUR               PIC 9(08).
000950 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000960     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000970     COPY JRNLNK.
000980     COPY VERLNK.
000990 01  WCLE-COTISATION.
001000     02  WVCO-CODCOUR        PIC 9(03).
001010     02  WVCO-SAISON         PIC 9(04).
001020     02  WVCO-TYPE           PIC X(02).
001030 01  WIMAGE-COTISATION.
001040     02  WIMC-CODCAT         PIC X(02).
001050     02  FILLER              PIC X(01)       VALUE SPACE.
001060     02  WIMC-DU             PIC ZZZZ9.99.
001070     02  FILLER              PIC X(01)       VALUE SPACE.
001080     02  WIMC-PAYE           PIC ZZZZ9.99.
001090     02  FILLER              PIC X(01)       VALUE SPACE.
001100     02  WIMC-DATE-PAIEMENT  PIC 9(08).
001110     02  FILLER              PIC X(01)       VALUE SPACE.
001120     02  WIMC-MODE           PIC X(01).
001130 77  WAVANT-COTISATION       PIC X(40).
001140 01  WIMAGE-REGLEMENT.
001150     02  WIMR-SAISON         PIC 9(04).
001160     02  FILLER              PIC X(01)       VALUE SPACE.
001170     02  WIMR-TYPE           PIC X(02).
001180     02  FILLER              PIC X(01)       VALUE SPACE.
001190     02  WIMR-DATE           PIC 9(08).
001200     02  FILLER              PIC X(01)       VALUE SPACE.
001210     02  WIMR-MODE           PIC X(01).
001220     02  FILLER              PIC X(01)       VALUE SPACE.
001230     02  WIMR-MONTANT        PIC ZZZZ9.99-.
001240     02  FILLER              PIC X(01)       VALUE SPACE.
001250     02  WIMR-ORIGINE        PIC 9(06).
001260     02  FILLER              PIC X(01)       VALUE SPACE.
001270     02  WIMR-ETAT           PIC X(01).
001280 77  WAVANT-REGLEMENT        PIC X(40).
001290
001300 LINKAGE SECTION.
001310     COPY OPELNK.
001320
001330 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001340 0000-MAINLINE SECTION.
001350 0000-DEBUT.
001360     OPEN I-O COTISATION
001370     IF WCOTSTAT = '35'
001380         OPEN OUTPUT COTISATION
001390         CLOSE COTISATION
001400         OPEN I-O COTISATION
001410         DISPLAY "Fichier COTISATION cree."
001420     END-IF
001430     OPEN I-O REGLEMENT
001440     IF WREGSTAT = '35'
001450         OPEN OUTPUT REGLEMENT
001460         CLOSE REGLEMENT
001470         OPEN I-O REGLEMENT
001480         DISPLAY "Fichier REGLEMENT cree."
001490     END-IF
001500     OPEN INPUT COUREUR
001510     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001520     IF ERREUR-OUVERTURE
001530         GOBACK
001540     END-IF
001550     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001560     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
001570     MOVE 'FALSE' TO WFINFCO
001580     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001590         UNTIL FIN-FCO
001600     CLOSE COTISATION REGLEMENT COUREUR.
001610 0000-FIN-MAINLINE.
001620     GOBACK.
001630
001640 0050-VERIFIER-OUVERTURES.
001650     IF WCOTSTAT NOT = '00'
001660         DISPLAY "Erreur ouverture COTISATION, code retour "
001670             WCOTSTAT
001680         MOVE 'TRUE ' TO WERR-OUVERTURE
001690     END-IF
001700     IF WREGSTAT NOT = '00'
001710         DISPLAY "Erreur ouverture REGLEMENT, code retour "
001720             WREGSTAT
001730         MOVE 'TRUE ' TO WERR-OUVERTURE
001740     END-IF
001750     IF WCOUSTAT NOT = '00'
001760         DISPLAY "Erreur ouverture COUREUR, code retour "
001770             WCOUSTAT
001780         MOVE 'TRUE ' TO WERR-OUVERTURE
001790     END-IF.
001800 0050-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------------*
001840* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL, a defaut *
001850*                  l'annee du jour.                              *
001860*----------------------------------------------------------------*
001870 0100-LIRE-SAISON.
001880     COMPUTE WSAISON-COURANTE = WDATEJOUR / 10000
001890     OPEN INPUT SAISON
001900     IF WSAISTAT = '00'
001910         MOVE '01' TO CODSAIS
001920         READ SAISON
001930             INVALID KEY
001940                 CONTINUE
001950             NOT INVALID KEY
001960                 MOVE SAIS-ANNEE TO WSAISON-COURANTE
001970         END-READ
001980         CLOSE SAISON
001990     END-IF.
002000 0100-EXIT.
002010     EXIT.
002020
002030 1000-TRAITER-UNE-OPERATION.
002040     PERFORM 1100-AFFICHER-MENU-FCO THRU 1100-EXIT
002050     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002060     EVALUATE WOPERATION
002070         WHEN 'S'
002080             PERFORM 2000-SITUATION THRU 2000-EXIT
002090         WHEN 'R'
002100             PERFORM 3000-REGLEMENT THRU 3000-EXIT
002110         WHEN 'A'
002120             PERFORM 4000-ANNULATION THRU 4000-EXIT
002130         WHEN 'C'
002140             PERFORM 5000-CREATION THRU 5000-EXIT
002150         WHEN 'M'
002160             PERFORM 5500-MODIFICATION THRU 5500-EXIT
002170         WHEN 'D'
002180             PERFORM 6000-SUPPRESSION THRU 6000-EXIT
002190         WHEN 'Q'
002200             MOVE 'TRUE ' TO WFINFCO
002210         WHEN OTHER
002220             DISPLAY "Operation inconnue, recommencez."
002230     END-EVALUATE.
002240 1000-EXIT.
002250     EXIT.
002260
002270 1100-AFFICHER-MENU-FCO.
002280     DISPLAY " ".
002290     DISPLAY "--- Cotisations et reglements ---".
002300     DISPLAY "S - Situation d'un coureur".
002310     DISPLAY "R - Enregistrer un reglement".
002320     DISPLAY "A - Annuler un reglement (superviseur)".
002330     DISPLAY "C - Ajouter une cotisation a un coureur".
002340     DISPLAY "M - Modifier le montant du d'une cotisation".
002350     DISPLAY "D - Supprimer une cotisation sans reglement".
002360     DISPLAY "Q - Retour au menu".
002370 1100-EXIT.
002380     EXIT.
002390
002400 1200-SAISIR-OPERATION.
002410     DISPLAY "Votre choix : ".
002420     MOVE SPACES TO WOPERATION
002430     ACCEPT WOPERATION.
002440 1200-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------------*
002480* 2000-SITUATION : cotisations de la saison et recus du coureur. *
002490*----------------------------------------------------------------*
002500 2000-SITUATION.
002510     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
002520     IF NOT CODCOUR-VALIDE
002530         GO TO 2000-EXIT
002540     END-IF
002550     PERFORM 2200-AFFICHER-COTISATIONS THRU 2200-EXIT
002560     PERFORM 2400-AFFICHER-RECUS THRU 2400-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2100-SAISIR-COUREUR-ET-SAISON.
002610     DISPLAY "Code coureur : ".
002620     MOVE ZEROES TO WCODCOUR
002630     ACCEPT WCODCOUR
002640     PERFORM 7000-CONTROLER-CODCOUR THRU 7000-EXIT
002650     IF CODCOUR-VALIDE
002660         DISPLAY "Saison (AAAA, 0 = " WSAISON-COURANTE ") : "
002670         MOVE ZEROES TO WSAISON
002680         ACCEPT WSAISON
002690         IF WSAISON = 0
002700             MOVE WSAISON-COURANTE TO WSAISON
002710         END-IF
002720     END-IF.
002730 2100-EXIT.
002740     EXIT.
002750
002760 2150-SAISIR-TYPE.
002770     DISPLAY "Type de droit : ".
002780     MOVE SPACES TO WTYPE
002790     ACCEPT WTYPE.
002800 2150-EXIT.
002810     EXIT.
002820
002830 2200-AFFICHER-COTISATIONS.
002840     DISPLAY "Coureur " WCODCOUR " " NOM OF COUREUR-REC " "
002850         PRENOM OF COUREUR-REC ", saison " WSAISON
002860     DISPLAY "Ty Libelle                     Du     Regle"
002870         "     Reste Regle le M"
002880     MOVE 0 TO WNB-LIGNES
002890     MOVE 0 TO WTOT-DU
002900     MOVE 0 TO WTOT-PAYE
002910     MOVE 0 TO WTOT-RESTE
002920     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
002930     MOVE WSAISON TO COT-SAISON
002940     MOVE LOW-VALUES TO COT-TYPE
002950     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
002960         INVALID KEY
002970             MOVE 'TRUE ' TO WFIN-COTISATION
002980         NOT INVALID KEY
002990             MOVE 'FALSE' TO WFIN-COTISATION
003000     END-START
003010     PERFORM 2300-UNE-COTISATION THRU 2300-EXIT
003020         UNTIL FIN-COTISATION
003030     IF WNB-LIGNES = 0
003040         DISPLAY "Aucune cotisation pour cette saison."
003050         GO TO 2200-EXIT
003060     END-IF
003070     MOVE WTOT-DU TO WEDIT-DU
003080     MOVE WTOT-PAYE TO WEDIT-PAYE
003090     MOVE WTOT-RESTE TO WEDIT-RESTE
003100     DISPLAY "   Total                " WEDIT-DU " " WEDIT-PAYE
003110         " " WEDIT-RESTE.
003120 2200-EXIT.
003130     EXIT.
003140
003150 2300-UNE-COTISATION.
003160     READ COTISATION NEXT RECORD
003170         AT END
003180             MOVE 'TRUE ' TO WFIN-COTISATION
003190             GO TO 2300-EXIT
003200     END-READ
003210     IF CODCOUR OF COTISATION-REC NOT = WCODCOUR
003220         OR COT-SAISON NOT = WSAISON
003230         MOVE 'TRUE ' TO WFIN-COTISATION
003240         GO TO 2300-EXIT
003250     END-IF
003260     ADD 1 TO WNB-LIGNES
003270     PERFORM 7600-CALCULER-LE-RESTE THRU 7600-EXIT
003280     ADD COT-MONTANT-DU TO WTOT-DU
003290     ADD COT-MONTANT-PAYE TO WTOT-PAYE
003300     ADD WRESTE TO WTOT-RESTE
003310     MOVE COT-MONTANT-DU TO WEDIT-DU
003320     MOVE COT-MONTANT-PAYE TO WEDIT-PAYE
003330     MOVE WRESTE TO WEDIT-RESTE
003340     DISPLAY COT-TYPE " " COT-LIBELLE " " WEDIT-DU " "
003350         WEDIT-PAYE " " WEDIT-RESTE " " COT-DATE-PAIEMENT " "
003360         COT-MODE.
003370 2300-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------------*
003410* 2400-AFFICHER-RECUS : recus du coureur pour la saison, par la  *
003420*                  cle alternative CODCOUR de REGLEMENT.         *
003430*----------------------------------------------------------------*
003440 2400-AFFICHER-RECUS.
003450     DISPLAY "Recu   Date     Ty M    Montant Reference"
003460         "       Etat/origine"
003470     MOVE 0 TO WNB-LIGNES
003480     MOVE WCODCOUR TO CODCOUR OF REGLEMENT-REC
003490     START REGLEMENT KEY IS EQUAL TO CODCOUR OF REGLEMENT-REC
003500         INVALID KEY
003510             MOVE 'TRUE ' TO WFIN-REGLEMENT
003520         NOT INVALID KEY
003530             MOVE 'FALSE' TO WFIN-REGLEMENT
003540     END-START
003550     PERFORM 2500-UN-RECU THRU 2500-EXIT
003560         UNTIL FIN-REGLEMENT
003570     DISPLAY WNB-LIGNES " recu(s) pour la saison.".
003580 2400-EXIT.
003590     EXIT.
003600
003610 2500-UN-RECU.
003620     READ REGLEMENT NEXT RECORD
003630         AT END
003640             MOVE 'TRUE ' TO WFIN-REGLEMENT
003650             GO TO 2500-EXIT
003660     END-READ
003670     IF CODCOUR OF REGLEMENT-REC NOT = WCODCOUR
003680         MOVE 'TRUE ' TO WFIN-REGLEMENT
003690         GO TO 2500-EXIT
003700     END-IF
003710     IF REG-SAISON NOT = WSAISON
003720         GO TO 2500-EXIT
003730     END-IF
003740     ADD 1 TO WNB-LIGNES
003750     MOVE REG-MONTANT TO WEDIT-MONTANT
003760     IF REG-ORIGINE NOT = 0
003770         DISPLAY REG-NUMERO " " REG-DATE " " REG-TYPE " "
003780             REG-MODE " " WEDIT-MONTANT " " REG-REFERENCE
003790             " annule " REG-ORIGINE
003800     ELSE
003810         DISPLAY REG-NUMERO " " REG-DATE " " REG-TYPE " "
003820             REG-MODE " " WEDIT-MONTANT " " REG-REFERENCE
003830             " " REG-ETAT
003840     END-IF.
003850 2500-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890* 3000-REGLEMENT : encaissement sur une ligne de cotisation ; un *
003900*                  recu numerote est ecrit dans REGLEMENT et le  *
003910*                  montant regle de la ligne est cumule.         *
003920*----------------------------------------------------------------*
003930 3000-REGLEMENT.
003940     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
003950     IF NOT CODCOUR-VALIDE
003960         GO TO 3000-EXIT
003970     END-IF
003980     PERFORM 2200-AFFICHER-COTISATIONS THRU 2200-EXIT
003990     PERFORM 2150-SAISIR-TYPE THRU 2150-EXIT
004000     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
004010     IF NOT COTISATION-TROUVEE
004020         DISPLAY "Aucune cotisation de ce type pour la saison."
004030         GO TO 3000-EXIT
004040     END-IF
004050     PERFORM 7600-CALCULER-LE-RESTE THRU 7600-EXIT
004060     IF WRESTE = 0
004070         DISPLAY "Cette cotisation est deja reglee."
004080         GO TO 3000-EXIT
004090     END-IF
004100     PERFORM 9600-POSER-VERROU-COTISATION THRU 9600-EXIT
004110     IF NOT VERROU-REFUSE
004120         PERFORM 3050-ENCAISSER THRU 3050-EXIT
004130         PERFORM 9650-LIBERER-VERROU-COTISATION THRU 9650-EXIT
004140     END-IF.
004150 3000-EXIT.
004160     EXIT.
004170
004180 3050-ENCAISSER.
004181     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
004182     IF NOT COTISATION-TROUVEE
004183         DISPLAY "Cette cotisation n'existe plus."
004184         GO TO 3050-EXIT
004185     END-IF
004186     PERFORM 7600-CALCULER-LE-RESTE THRU 7600-EXIT
004187     IF WRESTE = 0
004188         DISPLAY "Cette cotisation est deja reglee."
004189         GO TO 3050-EXIT
004190     END-IF
004191     MOVE WRESTE TO WEDIT-RESTE
004200     DISPLAY COT-LIBELLE " : reste du " WEDIT-RESTE " euros."
004210     DISPLAY "Montant regle (ex. 45.50, 0 = tout le reste) : "
004220     MOVE ZEROES TO WMONTANT
004230     ACCEPT WMONTANT
004240     IF WMONTANT = 0
004250         MOVE WRESTE TO WMONTANT
004260     END-IF
004270     DISPLAY "Date d'encaissement (AAAAMMJJ, 0 = aujourd'hui) : "
004280     MOVE ZEROES TO WDATE-SAISIE
004290     ACCEPT WDATE-SAISIE
004300     IF WDATE-SAISIE = 0
004310         MOVE WDATEJOUR TO WDATE-SAISIE
004320     END-IF
004330     DISPLAY "Mode (C = cheque, E = especes, V = virement, "
004340         "B = carte) : "
004350     MOVE SPACES TO WMODE
004360     ACCEPT WMODE
004370     DISPLAY "Reference (numero de cheque, de virement...) : "
004380     MOVE SPACES TO WREFERENCE
004390     ACCEPT WREFERENCE
004400     PERFORM 7200-CONTROLER-LE-REGLEMENT THRU 7200-EXIT
004410     IF NOT SAISIE-VALIDE
004420         DISPLAY "Saisie refusee, rien n'est enregistre."
004430         GO TO 3050-EXIT
004440     END-IF
004450     PERFORM 7800-NUMERO-SUIVANT THRU 7800-EXIT
004460     MOVE WNUMERO TO REG-NUMERO
004470     MOVE WCODCOUR TO CODCOUR OF REGLEMENT-REC
004480     MOVE WSAISON TO REG-SAISON
004490     MOVE WTYPE TO REG-TYPE
004500     MOVE WDATE-SAISIE TO REG-DATE
004510     MOVE WMODE TO REG-MODE
004520     MOVE WMONTANT TO REG-MONTANT
004530     MOVE WREFERENCE TO REG-REFERENCE
004540     MOVE 0 TO REG-ORIGINE
004550     MOVE SPACE TO REG-ETAT
004560     MOVE SES-CODOPER TO REG-OPERATEUR
004570     WRITE REGLEMENT-REC
004580         INVALID KEY
004590             DISPLAY "Erreur ecriture du recu " WNUMERO
004600                 ", code retour " WREGSTAT
004610                 ", rien n'est enregistre."
004620             GO TO 3050-EXIT
004630     END-WRITE
004640     MOVE 'E' TO LIEN-OPERATION
004650     MOVE SPACES TO LIEN-AVANT
004660     PERFORM 9460-JOURNALISER-REGLEMENT THRU 9460-EXIT
004670     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
004680     PERFORM 9300-IMAGE-COTISATION THRU 9300-EXIT
004690     MOVE WIMAGE-COTISATION TO WAVANT-COTISATION
004700     ADD WMONTANT TO COT-MONTANT-PAYE
004710     MOVE WDATE-SAISIE TO COT-DATE-PAIEMENT
004720     MOVE WMODE TO COT-MODE
004730     REWRITE COTISATION-REC
004740     MOVE 'R' TO LIEN-OPERATION
004750     MOVE WAVANT-COTISATION TO LIEN-AVANT
004760     PERFORM 9400-JOURNALISER-COTISATION THRU 9400-EXIT
004770     PERFORM 7600-CALCULER-LE-RESTE THRU 7600-EXIT
004780     MOVE WRESTE TO WEDIT-RESTE
004790     DISPLAY "Recu " WNUMERO " enregistre, reste du "
004800         WEDIT-RESTE " euros.".
004810 3050-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------*
004850* 4000-ANNULATION : un recu (cheque rejete, erreur de saisie)    *
004860*                  est annule par un recu negatif qui le         *
004870*                  reference ; le recu d'origine passe a l'etat  *
004880*                  A et le montant regle de la ligne est         *
004890*                  diminue d'autant.  Reserve au superviseur.    *
004900*----------------------------------------------------------------*
004910 4000-ANNULATION.
004920     IF NOT SES-SUPERVISEUR
004930         DISPLAY "Annulation reservee au superviseur."
004940         GO TO 4000-EXIT
004950     END-IF
004960     DISPLAY "Numero du recu a annuler : ".
004970     MOVE ZEROES TO WNUMERO-ANNULE
004980     ACCEPT WNUMERO-ANNULE
004990     PERFORM 7700-LIRE-REGLEMENT THRU 7700-EXIT
005000     IF NOT REGLEMENT-TROUVE
005010         DISPLAY "Ce recu n'existe pas."
005020         GO TO 4000-EXIT
005030     END-IF
005040     IF REG-ANNULE
005050         DISPLAY "Ce recu est deja annule."
005060         GO TO 4000-EXIT
005070     END-IF
005080     IF REG-ORIGINE NOT = 0
005090         DISPLAY "Ce recu est lui-meme une annulation."
005100         GO TO 4000-EXIT
005110     END-IF
005120     MOVE REG-MONTANT TO WEDIT-MONTANT
005130     DISPLAY "Recu " REG-NUMERO " du " REG-DATE ", coureur "
005140         CODCOUR OF REGLEMENT-REC ", " REG-SAISON " "
005150         REG-TYPE ", " WEDIT-MONTANT " euros, mode " REG-MODE
005160         " " REG-REFERENCE
005170     DISPLAY "Confirmez l'annulation (O/N) : "
005180     MOVE SPACES TO WCONFIRMATION
005190     ACCEPT WCONFIRMATION
005200     IF WCONFIRMATION NOT = 'O' AND WCONFIRMATION NOT = 'o'
005210         DISPLAY "Annulation abandonnee."
005220         GO TO 4000-EXIT
005230     END-IF
005240     MOVE CODCOUR OF REGLEMENT-REC TO WCODCOUR
005250     MOVE REG-SAISON TO WSAISON
005260     MOVE REG-TYPE TO WTYPE
005270     MOVE REG-MONTANT TO WMONTANT
005280     MOVE REG-MODE TO WMODE
005290     MOVE REG-REFERENCE TO WREFERENCE
005300     PERFORM 9600-POSER-VERROU-COTISATION THRU 9600-EXIT
005310     IF NOT VERROU-REFUSE
005320         PERFORM 4050-ANNULER-LE-RECU THRU 4050-EXIT
005330         PERFORM 9650-LIBERER-VERROU-COTISATION THRU 9650-EXIT
005340     END-IF.
005350 4000-EXIT.
005360     EXIT.
005370
005380 4050-ANNULER-LE-RECU.
005381     PERFORM 7700-LIRE-REGLEMENT THRU 7700-EXIT
005382     IF NOT REGLEMENT-TROUVE
005383         DISPLAY "Ce recu n'existe plus."
005384         GO TO 4050-EXIT
005385     END-IF
005386     IF REG-ANNULE
005387         DISPLAY "Ce recu est deja annule."
005388         GO TO 4050-EXIT
005389     END-IF
005390     PERFORM 7800-NUMERO-SUIVANT THRU 7800-EXIT
005400     MOVE WNUMERO TO REG-NUMERO
005410     MOVE WCODCOUR TO CODCOUR OF REGLEMENT-REC
005420     MOVE WSAISON TO REG-SAISON
005430     MOVE WTYPE TO REG-TYPE
005440     MOVE WDATEJOUR TO REG-DATE
005450     MOVE WMODE TO REG-MODE
005460     COMPUTE REG-MONTANT = 0 - WMONTANT
005470     MOVE WREFERENCE TO REG-REFERENCE
005480     MOVE WNUMERO-ANNULE TO REG-ORIGINE
005490     MOVE SPACE TO REG-ETAT
005500     MOVE SES-CODOPER TO REG-OPERATEUR
005510     WRITE REGLEMENT-REC
005520         INVALID KEY
005530             DISPLAY "Erreur ecriture du recu " WNUMERO
005540                 ", code retour " WREGSTAT
005550                 ", rien n'est annule."
005560             GO TO 4050-EXIT
005570     END-WRITE
005580     MOVE 'E' TO LIEN-OPERATION
005590     MOVE SPACES TO LIEN-AVANT
005600     PERFORM 9460-JOURNALISER-REGLEMENT THRU 9460-EXIT
005610     PERFORM 7700-LIRE-REGLEMENT THRU 7700-EXIT
005620     PERFORM 9310-IMAGE-REGLEMENT THRU 9310-EXIT
005630     MOVE WIMAGE-REGLEMENT TO WAVANT-REGLEMENT
005640     MOVE 'A' TO REG-ETAT
005650     REWRITE REGLEMENT-REC
005660     MOVE WNUMERO-ANNULE TO WNUMERO
005670     MOVE 'R' TO LIEN-OPERATION
005680     MOVE WAVANT-REGLEMENT TO LIEN-AVANT
005690     PERFORM 9460-JOURNALISER-REGLEMENT THRU 9460-EXIT
005700     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
005710     IF NOT COTISATION-TROUVEE
005720         DISPLAY "Recu annule ; la cotisation " WTYPE
005730             " n'existe plus, rien a corriger."
005740         GO TO 4050-EXIT
005750     END-IF
005760     PERFORM 9300-IMAGE-COTISATION THRU 9300-EXIT
005770     MOVE WIMAGE-COTISATION TO WAVANT-COTISATION
005780     IF COT-MONTANT-PAYE < WMONTANT
005790         MOVE 0 TO COT-MONTANT-PAYE
005800     ELSE
005810         SUBTRACT WMONTANT FROM COT-MONTANT-PAYE
005820     END-IF
005830     REWRITE COTISATION-REC
005840     MOVE 'R' TO LIEN-OPERATION
005850     MOVE WAVANT-COTISATION TO LIEN-AVANT
005860     PERFORM 9400-JOURNALISER-COTISATION THRU 9400-EXIT
005870     PERFORM 7600-CALCULER-LE-RESTE THRU 7600-EXIT
005880     MOVE WRESTE TO WEDIT-RESTE
005890     DISPLAY "Recu " WNUMERO-ANNULE " annule, reste du "
005900         WEDIT-RESTE " euros.".
005910 4050-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950* 5000-CREATION : cotisation ajoutee a la main (droit hors       *
005960*                  bareme, arrivee en cours de saison...).       *
005970*----------------------------------------------------------------*
005980 5000-CREATION.
005990     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
006000     IF NOT CODCOUR-VALIDE
006010         GO TO 5000-EXIT
006020     END-IF
006030     PERFORM 2150-SAISIR-TYPE THRU 2150-EXIT
006040     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
006050     IF COTISATION-TROUVEE
006060         DISPLAY "Cette cotisation existe deja."
006070         GO TO 5000-EXIT
006080     END-IF
006090     DISPLAY "Libelle : ".
006100     MOVE SPACES TO WLIBELLE
006110     ACCEPT WLIBELLE
006120     DISPLAY "Montant du en euros (ex. 45.50) : ".
006130     MOVE ZEROES TO WMONTANT
006140     ACCEPT WMONTANT
006150     PERFORM 7300-CONTROLER-LA-COTISATION THRU 7300-EXIT
006160     IF NOT SAISIE-VALIDE
006170         DISPLAY "Saisie refusee, rien n'est enregistre."
006180         GO TO 5000-EXIT
006190     END-IF
006200     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
006210     MOVE WSAISON TO COT-SAISON
006220     MOVE WTYPE TO COT-TYPE
006230     MOVE WLIBELLE TO COT-LIBELLE
006240     MOVE SPACES TO COT-CODCAT
006250     MOVE WMONTANT TO COT-MONTANT-DU
006260     MOVE 0 TO COT-MONTANT-PAYE
006270     MOVE WDATEJOUR TO COT-DATE-FACTURE
006280     MOVE 0 TO COT-DATE-PAIEMENT
006290     MOVE SPACE TO COT-MODE
006300     WRITE COTISATION-REC
006310         INVALID KEY
006320             DISPLAY "Cette cotisation existe deja."
006330         NOT INVALID KEY
006340             DISPLAY "Cotisation enregistree."
006350             MOVE 'E' TO LIEN-OPERATION
006360             MOVE SPACES TO LIEN-AVANT
006370             PERFORM 9400-JOURNALISER-COTISATION THRU 9400-EXIT
006380     END-WRITE.
006390 5000-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------------*
006430* 5500-MODIFICATION : montant du (remise, exoneration), jamais   *
006440*                  en dessous du montant deja regle.             *
006450*----------------------------------------------------------------*
006460 5500-MODIFICATION.
006470     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
006480     IF NOT CODCOUR-VALIDE
006490         GO TO 5500-EXIT
006500     END-IF
006510     PERFORM 2150-SAISIR-TYPE THRU 2150-EXIT
006520     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
006530     IF NOT COTISATION-TROUVEE
006540         DISPLAY "Cette cotisation n'existe pas."
006550         GO TO 5500-EXIT
006560     END-IF
006570     PERFORM 9600-POSER-VERROU-COTISATION THRU 9600-EXIT
006580     IF NOT VERROU-REFUSE
006590         PERFORM 5550-MODIFIER-LE-MONTANT THRU 5550-EXIT
006600         PERFORM 9650-LIBERER-VERROU-COTISATION THRU 9650-EXIT
006610     END-IF.
006620 5500-EXIT.
006630     EXIT.
006640
006650 5550-MODIFIER-LE-MONTANT.
006660     PERFORM 9300-IMAGE-COTISATION THRU 9300-EXIT
006670     MOVE WIMAGE-COTISATION TO WAVANT-COTISATION
006680     MOVE COT-MONTANT-DU TO WEDIT-DU
006690     MOVE COT-MONTANT-PAYE TO WEDIT-PAYE
006700     DISPLAY COT-LIBELLE " : du " WEDIT-DU ", regle "
006710         WEDIT-PAYE
006720     DISPLAY "Nouveau montant du en euros : ".
006730     MOVE ZEROES TO WMONTANT
006740     ACCEPT WMONTANT
006750     IF WMONTANT < COT-MONTANT-PAYE
006760         DISPLAY "Montant inferieur au montant deja regle, "
006770             "modification refusee."
006780         GO TO 5550-EXIT
006790     END-IF
006800     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
006810     MOVE WMONTANT TO COT-MONTANT-DU
006820     REWRITE COTISATION-REC
006830     DISPLAY "Cotisation modifiee."
006840     MOVE 'R' TO LIEN-OPERATION
006850     MOVE WAVANT-COTISATION TO LIEN-AVANT
006860     PERFORM 9400-JOURNALISER-COTISATION THRU 9400-EXIT.
006870 5550-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------*
006910* 6000-SUPPRESSION : seule une cotisation sans montant regle     *
006920*                  peut etre supprimee (annuler d'abord les      *
006930*                  recus) ; les recus restent dans REGLEMENT.    *
006940*----------------------------------------------------------------*
006950 6000-SUPPRESSION.
006960     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
006970     IF NOT CODCOUR-VALIDE
006980         GO TO 6000-EXIT
006990     END-IF
007000     PERFORM 2150-SAISIR-TYPE THRU 2150-EXIT
007010     PERFORM 7500-LIRE-COTISATION THRU 7500-EXIT
007020     IF NOT COTISATION-TROUVEE
007030         DISPLAY "Cette cotisation n'existe pas."
007040         GO TO 6000-EXIT
007050     END-IF
007060     IF COT-MONTANT-PAYE NOT = 0
007070         DISPLAY "Des reglements sont enregistres sur cette "
007080             "cotisation : annulez-les d'abord."
007090         GO TO 6000-EXIT
007100     END-IF
007110     PERFORM 9600-POSER-VERROU-COTISATION THRU 9600-EXIT
007120     IF NOT VERROU-REFUSE
007130         PERFORM 9300-IMAGE-COTISATION THRU 9300-EXIT
007140         DELETE COTISATION
007150             INVALID KEY
007160                 DISPLAY "Cotisation deja supprimee."
007170             NOT INVALID KEY
007180                 DISPLAY "Cotisation supprimee."
007190                 MOVE 'S' TO LIEN-OPERATION
007200                 MOVE WIMAGE-COTISATION TO LIEN-AVANT
007210                 MOVE SPACES TO LIEN-APRES
007220                 PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
007230                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
007240         END-DELETE
007250         PERFORM 9650-LIBERER-VERROU-COTISATION THRU 9650-EXIT
007260     END-IF.
007270 6000-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310* 7000-CONTROLER-CODCOUR : CODCOUR doit exister dans COUREUR     *
007320*----------------------------------------------------------------*
007330 7000-CONTROLER-CODCOUR.
007340     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
007350     READ COUREUR
007360         INVALID KEY
007370             MOVE 'FALSE' TO WCOUROK
007380             DISPLAY "Code coureur inconnu."
007390         NOT INVALID KEY
007400             MOVE 'TRUE ' TO WCOUROK
007410     END-READ.
007420 7000-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------------*
007460* 7200-CONTROLER-LE-REGLEMENT : montant dans la limite du reste  *
007470*                  du, date connue et pas dans le futur, mode    *
007480*                  connu, reference obligatoire pour un cheque   *
007490*                  ou un virement.                               *
007500*----------------------------------------------------------------*
007510 7200-CONTROLER-LE-REGLEMENT.
007520     MOVE 'TRUE ' TO WSAISIE-OK
007530     IF WMONTANT > WRESTE
007540         MOVE 'FALSE' TO WSAISIE-OK
007550         DISPLAY "Le montant depasse le reste du."
007560     END-IF
007570     IF WDATE-SAISIE > WDATEJOUR
007580         MOVE 'FALSE' TO WSAISIE-OK
007590         DISPLAY "Date d'encaissement dans le futur."
007600     END-IF
007610     IF WMODE = 'c' OR WMODE = 'e' OR WMODE = 'v' OR WMODE = 'b'
007620         INSPECT WMODE CONVERTING "cevb" TO "CEVB"
007630     END-IF
007640     IF NOT MODE-VALIDE
007650         MOVE 'FALSE' TO WSAISIE-OK
007660         DISPLAY "Mode de reglement inconnu (C, E, V ou B)."
007670     END-IF
007680     IF (WMODE = 'C' OR WMODE = 'V') AND WREFERENCE = SPACES
007690         MOVE 'FALSE' TO WSAISIE-OK
007700         DISPLAY "La reference est obligatoire pour un cheque "
007710             "ou un virement."
007720     END-IF.
007730 7200-EXIT.
007740     EXIT.
007750
007760 7300-CONTROLER-LA-COTISATION.
007770     MOVE 'TRUE ' TO WSAISIE-OK
007780     IF WTYPE = SPACES
007790         MOVE 'FALSE' TO WSAISIE-OK
007800         DISPLAY "Le type de droit est obligatoire."
007810     END-IF
007820     IF WLIBELLE = SPACES
007830         MOVE 'FALSE' TO WSAISIE-OK
007840         DISPLAY "Le libelle est obligatoire."
007850     END-IF
007860     IF WMONTANT = 0
007870         MOVE 'FALSE' TO WSAISIE-OK
007880         DISPLAY "Le montant du est obligatoire."
007890     END-IF.
007900 7300-EXIT.
007910     EXIT.
007920
007930 7500-LIRE-COTISATION.
007940     MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
007950     MOVE WSAISON TO COT-SAISON
007960     MOVE WTYPE TO COT-TYPE
007970     READ COTISATION
007980         INVALID KEY
007990             MOVE 'FALSE' TO WCOT-TROUVE
008000         NOT INVALID KEY
008010             MOVE 'TRUE ' TO WCOT-TROUVE
008020     END-READ.
008030 7500-EXIT.
008040     EXIT.
008050
008060 7600-CALCULER-LE-RESTE.
008070     MOVE 0 TO WRESTE
008080     IF COT-MONTANT-DU > COT-MONTANT-PAYE
008090         COMPUTE WRESTE = COT-MONTANT-DU - COT-MONTANT-PAYE
008100     END-IF.
008110 7600-EXIT.
008120     EXIT.
008130
008140 7700-LIRE-REGLEMENT.
008150     MOVE WNUMERO-ANNULE TO REG-NUMERO
008160     READ REGLEMENT
008170         INVALID KEY
008180             MOVE 'FALSE' TO WREG-TROUVE
008190         NOT INVALID KEY
008200             MOVE 'TRUE ' TO WREG-TROUVE
008210     END-READ.
008220 7700-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------*
008260* 7800-NUMERO-SUIVANT : numero suivant le dernier recu           *
008270*                  enregistre.                                   *
008280*----------------------------------------------------------------*
008290 7800-NUMERO-SUIVANT.
008300     MOVE 0 TO WDERNIER-NUMERO
008310     MOVE 0 TO REG-NUMERO
008320     START REGLEMENT KEY IS NOT LESS THAN REG-NUMERO
008330         INVALID KEY
008340             MOVE 'TRUE ' TO WFIN-REGLEMENT
008350         NOT INVALID KEY
008360             MOVE 'FALSE' TO WFIN-REGLEMENT
008370     END-START
008380     PERFORM 7810-PASSER-UN-RECU THRU 7810-EXIT
008390         UNTIL FIN-REGLEMENT
008400     COMPUTE WNUMERO = WDERNIER-NUMERO + 1.
008410 7800-EXIT.
008420     EXIT.
008430
008440 7810-PASSER-UN-RECU.
008450     READ REGLEMENT NEXT RECORD
008460         AT END
008470             MOVE 'TRUE ' TO WFIN-REGLEMENT
008480         NOT AT END
008490             MOVE REG-NUMERO TO WDERNIER-NUMERO
008500     END-READ.
008510 7810-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------*
008550* 9300-IMAGE-COTISATION : image journalisee de la ligne courante *
008560*----------------------------------------------------------------*
008570 9300-IMAGE-COTISATION.
008580     MOVE COT-CODCAT TO WIMC-CODCAT
008590     MOVE COT-MONTANT-DU TO WIMC-DU
008600     MOVE COT-MONTANT-PAYE TO WIMC-PAYE
008610     MOVE COT-DATE-PAIEMENT TO WIMC-DATE-PAIEMENT
008620     MOVE COT-MODE TO WIMC-MODE.
008630 9300-EXIT.
008640     EXIT.
008650
008660 9310-IMAGE-REGLEMENT.
008670     MOVE REG-SAISON TO WIMR-SAISON
008680     MOVE REG-TYPE TO WIMR-TYPE
008690     MOVE REG-DATE TO WIMR-DATE
008700     MOVE REG-MODE TO WIMR-MODE
008710     MOVE REG-MONTANT TO WIMR-MONTANT
008720     MOVE REG-ORIGINE TO WIMR-ORIGINE
008730     MOVE REG-ETAT TO WIMR-ETAT.
008740 9310-EXIT.
008750     EXIT.
008760
008770*----------------------------------------------------------------*
008780* 9400-JOURNALISER-COTISATION : ligne de journal d'une ecriture  *
008790*                  ou d'un remplacement ; l'appelant a renseigne *
008800*                  LIEN-OPERATION et LIEN-AVANT.                 *
008810*----------------------------------------------------------------*
008820 9400-JOURNALISER-COTISATION.
008830     PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
008840     PERFORM 9300-IMAGE-COTISATION THRU 9300-EXIT
008850     MOVE WIMAGE-COTISATION TO LIEN-APRES
008860     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
008870 9400-EXIT.
008880     EXIT.
008890
008900 9410-CLE-DE-JOURNAL.
008910     MOVE "COTISATION" TO LIEN-FICHIER
008920     MOVE WCODCOUR TO WVCO-CODCOUR
008930     MOVE WSAISON TO WVCO-SAISON
008940     MOVE WTYPE TO WVCO-TYPE
008950     MOVE SPACES TO LIEN-CLE
008960     MOVE WCLE-COTISATION TO LIEN-CLE.
008970 9410-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------------*
009010* 9460-JOURNALISER-REGLEMENT : recu WNUMERO ; l'appelant a       *
009020*                  renseigne LIEN-OPERATION et LIEN-AVANT.       *
009030*----------------------------------------------------------------*
009040 9460-JOURNALISER-REGLEMENT.
009050     MOVE "REGLEMENT" TO LIEN-FICHIER
009060     MOVE SPACES TO LIEN-CLE
009070     MOVE WNUMERO TO LIEN-CLE
009080     PERFORM 9310-IMAGE-REGLEMENT THRU 9310-EXIT
009090     MOVE WIMAGE-REGLEMENT TO LIEN-APRES
009100     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
009110 9460-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------*
009150* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
009160*----------------------------------------------------------------*
009170 9500-JOURNALISER.
009180     MOVE "FCO" TO LIEN-PROGRAMME
009190     MOVE SES-CODOPER TO LIEN-OPERATEUR
009200     MOVE WCODCOUR TO LIEN-CODCOUR
009210     CALL "FJRNL" USING JRN-LIEN.
009220 9500-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------*
009260* 9600-POSER-VERROU-COTISATION : pose le verrou de la ligne      *
009270*                  courante via FVERR ; une ligne tenue par une  *
009280*                  autre session est signalee avec le code de    *
009290*                  son detenteur.                                *
009300*----------------------------------------------------------------*
009310 9600-POSER-VERROU-COTISATION.
009320     MOVE 'P' TO VLN-ACTION
009330     MOVE "COTISATION" TO VLN-FICHIER
009340     MOVE WCODCOUR TO WVCO-CODCOUR
009350     MOVE WSAISON TO WVCO-SAISON
009360     MOVE WTYPE TO WVCO-TYPE
009370     MOVE SPACES TO VLN-CLE
009380     MOVE WCLE-COTISATION TO VLN-CLE
009390     MOVE SES-CODOPER TO VLN-OPERATEUR
009400     CALL "FVERR" USING VER-LIEN
009410     IF VERROU-REFUSE
009420         DISPLAY "Cotisation en cours de modification par "
009430             VLN-DETENTEUR ", reessayez plus tard."
009440     END-IF.
009450 9600-EXIT.
009460     EXIT.
009470
009480 9650-LIBERER-VERROU-COTISATION.
009490     MOVE 'L' TO VLN-ACTION
009500     MOVE "COTISATION" TO VLN-FICHIER
009510     MOVE WCODCOUR TO WVCO-CODCOUR
009520     MOVE WSAISON TO WVCO-SAISON
009530     MOVE WTYPE TO WVCO-TYPE
009540     MOVE SPACES TO VLN-CLE
009550     MOVE WCLE-COTISATION TO VLN-CLE
009560     MOVE SES-CODOPER TO VLN-OPERATEUR
009570     CALL "FVERR" USING VER-LIEN.
009580 9650-EXIT.
009590     EXIT.
