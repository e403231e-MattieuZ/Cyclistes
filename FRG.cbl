000100*================================================================*
000110* FRG       - Export des donnees personnelles d'un coureur et    *
000120*             anonymisation (depart du club ou duree de          *
000130*             conservation echue).  Tout ce qui est tenu sur un  *
000140*             CODCOUR (COUREUR, ADRESSE, A-FAIRE, PLAN-JOUR,     *
000150*             REALISE, ARCHIVE-SEM, INDISPO, RESULTAT, OBJECTIF, *
000160*             LICENCE, COTISATION, REGLEMENT, ENGAGEMENT,        *
000170*             PRESENCE, MATERIEL, DEPLACEMENT et lignes de       *
000180*             JOURNAL) est ecrit en clair dans                   *
000190*             EXPORT-COUREUR.TXT.  L'anonymisation efface le     *
000200*             nom, le prenom, le jour et le mois de naissance,   *
000210*             les numeros de licence et l'adresse (supprimee si  *
000220*             plus aucun coureur ne la reference), remplace le   *
000230*             nom par un nom neutre dans ALERTE, PODIUM et les   *
000240*             images avant/apres du JOURNAL, mais garde le       *
000250*             CODCOUR : km, resultats, podiums et                *
000260*             rapprochement F9 restent justes.                   *
000270*             Chaque anonymisation laisse une ligne datee dans   *
000280*             le registre ANONYMAT.SQL, reprise en certificat a  *
000290*             la fin de l'export.  Reserve au superviseur.       *
000300*================================================================*
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. FRG.
000330 AUTHOR. G3.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED.
000360*----------------------------------------------------------------*
000370* HISTORIQUE DES MODIFICATIONS                                   *
000380* DATE        AUT  DESCRIPTION                                   *
000390* 15/10/2026  G3   Creation du programme (option RG du menu).    *
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EXPORT-COUREUR ASSIGN TO 'EXPORT-COUREUR.TXT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WEXPSTAT.
000530     COPY COURSEL.
000540     COPY ADRSEL.
000550     COPY AFAISEL.
000560     COPY PLJRSEL.
000570     COPY REALSEL.
000580     COPY ARSMSEL.
000590     COPY INDISEL.
000600     COPY RESSEL.
000610     COPY OBJSEL.
000620     COPY JRNSEL.
000630     COPY ALRTSEL.
000640     COPY ECHSEL.
000650     COPY PODISEL.
000660     COPY ANOSEL.
000670     COPY LICSEL.
000680     COPY COTSEL.
000690     COPY REGSEL.
000700     COPY ENGSEL.
000710     COPY PRESSEL.
000720     COPY MATSEL.
000730     COPY DEPSEL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  EXPORT-COUREUR
000780     LABEL RECORD IS STANDARD.
000790 01  EXPORT-REC              PIC X(132).
000800     COPY COURFD.
000810     COPY ADRFD.
000820     COPY AFAIFD.
000830     COPY PLJRFD.
000840     COPY REALFD.
000850     COPY ARSMFD.
000860     COPY INDIFD.
000870     COPY RESFD.
000880     COPY OBJFD.
000890     COPY JRNFD.
000900     COPY ALRTFD.
000910     COPY ECHFD.
000920     COPY PODIFD.
000930     COPY ANOFD.
000940     COPY LICFD.
000950     COPY COTFD.
000960     COPY REGFD.
000970     COPY ENGFD.
000980     COPY PRESFD.
000990     COPY MATFD.
001000     COPY DEPFD.
001010
001020 WORKING-STORAGE SECTION.
001030     COPY COURSTA.
001040     COPY ADRSTA.
001050     COPY AFAISTA.
001060     COPY PLJRSTA.
001070     COPY REALSTA.
001080     COPY ARSMSTA.
001090     COPY INDISTA.
001100     COPY RESSTA.
001110     COPY OBJSTA.
001120     COPY JRNSTA.
001130     COPY ALRTSTA.
001140     COPY ECHSTA.
001150     COPY PODISTA.
001160     COPY ANOSTA.
001170     COPY LICSTA.
001180     COPY COTSTA.
001190     COPY REGSTA.
001200     COPY ENGSTA.
001210     COPY PRESSTA.
001220     COPY MATSTA.
001230     COPY DEPSTA.
001240 77  WEXPSTAT                PIC X(02).
001250 77  WOPERATION              PIC X(01).
001260 77  WFINFRG                 PIC X(05)       VALUE 'FALSE'.
001270     88  FIN-FRG                              VALUE 'TRUE '.
001280 77  WCODCOUR                PIC 9(03).
001290 77  WCODADR                 PIC 9(03)       VALUE 0.
001300 77  WSORT-ADRESSE           PIC X(01)       VALUE SPACE.
001310 77  WANNEE                  PIC 9(04)       VALUE 0.
001320 77  WMOTIF                  PIC X(01).
001330 77  WCONFIRMATION           PIC X(01).
001340 77  WNUMERO                 PIC 9(05)       VALUE 0.
001350 77  WDERNIER-NUMERO         PIC 9(05)       VALUE 0.
001360 77  WDATEJOUR               PIC 9(08).
001370 77  WHEURE                  PIC 9(08).
001380 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
001390     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
001400 77  WDEJA-ANONYME           PIC X(05)       VALUE 'FALSE'.
001410     88  DEJA-ANONYME                         VALUE 'TRUE '.
001420 77  WFICHE-OK               PIC X(05)       VALUE 'FALSE'.
001430     88  FICHE-ANONYMISEE                     VALUE 'TRUE '.
001440 77  WEXPORT-OUVERT          PIC X(05)       VALUE 'FALSE'.
001450     88  EXPORT-OUVERT                        VALUE 'TRUE '.
001460 77  WFIN-BALAYAGE           PIC X(05)       VALUE 'FALSE'.
001470     88  FIN-BALAYAGE                         VALUE 'TRUE '.
001480 77  WIND-ABSENT             PIC X(05)       VALUE 'FALSE'.
001490     88  INDISPO-ABSENT                       VALUE 'TRUE '.
001500 77  WRES-ABSENT             PIC X(05)       VALUE 'FALSE'.
001510     88  RESULTAT-ABSENT                      VALUE 'TRUE '.
001520 77  WOBJ-ABSENT             PIC X(05)       VALUE 'FALSE'.
001530     88  OBJECTIF-ABSENT                      VALUE 'TRUE '.
001540 77  WALR-ABSENT             PIC X(05)       VALUE 'FALSE'.
001550     88  ALERTE-ABSENTE                       VALUE 'TRUE '.
001560 77  WECH-ABSENT             PIC X(05)       VALUE 'FALSE'.
001570     88  ECHEC-ABSENT                         VALUE 'TRUE '.
001580 77  WPOD-ABSENT             PIC X(05)       VALUE 'FALSE'.
001590     88  PODIUM-ABSENT                        VALUE 'TRUE '.
001600 77  WLIC-ABSENT             PIC X(05)       VALUE 'FALSE'.
001610     88  LICENCE-ABSENTE                      VALUE 'TRUE '.
001620 77  WCOT-ABSENT             PIC X(05)       VALUE 'FALSE'.
001630     88  COTISATION-ABSENTE                   VALUE 'TRUE '.
001640 77  WREG-ABSENT             PIC X(05)       VALUE 'FALSE'.
001650     88  REGLEMENT-ABSENT                     VALUE 'TRUE '.
001660 77  WENG-ABSENT             PIC X(05)       VALUE 'FALSE'.
001670     88  ENGAGEMENT-ABSENT                    VALUE 'TRUE '.
001680 77  WPRE-ABSENT             PIC X(05)       VALUE 'FALSE'.
001690     88  PRESENCE-ABSENTE                     VALUE 'TRUE '.
001700 77  WMAT-ABSENT             PIC X(05)       VALUE 'FALSE'.
001710     88  MATERIEL-ABSENT                      VALUE 'TRUE '.
001720 77  WDEP-ABSENT             PIC X(05)       VALUE 'FALSE'.
001730     88  DEPLACEMENT-ABSENT                   VALUE 'TRUE '.
001740 77  WNB-SECTION             PIC 9(05)       VALUE 0.
001750 77  WNB-EXPORTEES           PIC 9(05)       VALUE 0.
001760 77  WNB-JOURNAL             PIC 9(05)       VALUE 0.
001770 77  WNB-ALERTES             PIC 9(05)       VALUE 0.
001780 77  WNB-PODIUMS             PIC 9(05)       VALUE 0.
001790 77  WNB-LICENCES            PIC 9(05)       VALUE 0.
001800 77  WNB-ADR-AUTRES          PIC 9(05)       VALUE 0.
001810 77  WNB-REGISTRE            PIC 9(05)       VALUE 0.
001820 77  WTITRE                  PIC X(40).
001830 77  WEDIT-MONTANT           PIC ZZZZ9.99.
001840 77  WEDIT-MONTANT-SIGNE     PIC -ZZZZ9.99.
001850 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001860     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001870     COPY JRNLNK.
001880     COPY VERLNK.
001890 01  WJOURNAL-AVANT          PIC X(149).
001892 01  WJRN-NAISSANCE          PIC X(08).
001894 01  WJRN-NAISSANCE-R REDEFINES WJRN-NAISSANCE.
001896     02  WJRN-NAIS-ANNEE     PIC X(04).
001898     02  WJRN-NAIS-MMJJ      PIC X(04).
001900 01  WNOM-NEUTRE.
001910     02  FILLER              PIC X(08)       VALUE 'ANONYME '.
001920     02  WNEU-NUMERO         PIC 9(05).
001930     02  FILLER              PIC X(07)       VALUE SPACES.
001940 01  WIMAGE-COUREUR.
001950     02  WIMG-NOM            PIC X(20).
001960     02  FILLER              PIC X(01)       VALUE SPACE.
001970     02  WIMG-TOTKM          PIC 9(05).
001980     02  FILLER              PIC X(01)       VALUE SPACE.
001990     02  WIMG-CODENTR        PIC 9(03).
001993     02  FILLER              PIC X(01)       VALUE SPACE.
001996     02  WIMG-DATE-NAISSANCE PIC 9(08).
002000
002010 LINKAGE SECTION.
002020     COPY OPELNK.
002030
002040 PROCEDURE DIVISION USING SESSION-OPERATEUR.
002050 0000-MAINLINE SECTION.
002060 0000-DEBUT.
002070     IF NOT SES-SUPERVISEUR
002080         DISPLAY "Export et anonymisation reserves au "
002090             "superviseur."
002100         GOBACK
002110     END-IF
002120     OPEN I-O ANONYMAT
002130     IF WANOSTAT = '35'
002140         OPEN OUTPUT ANONYMAT
002150         CLOSE ANONYMAT
002160         OPEN I-O ANONYMAT
002170         DISPLAY "Fichier ANONYMAT cree."
002180     END-IF
002190     OPEN I-O COUREUR
002200     OPEN I-O ADRESSE
002210     OPEN INPUT A-FAIRE
002220     OPEN INPUT PLAN-JOUR
002230     OPEN INPUT REALISE
002240     OPEN INPUT ARCHIVE-SEM
002250     OPEN INPUT INDISPO
002260     IF WINDSTAT = '35'
002270         MOVE 'TRUE ' TO WIND-ABSENT
002280     END-IF
002290     OPEN INPUT RESULTAT
002300     IF WRESSTAT = '35'
002310         MOVE 'TRUE ' TO WRES-ABSENT
002320     END-IF
002330     OPEN INPUT OBJECTIF
002340     IF WOBJSTAT = '35'
002350         MOVE 'TRUE ' TO WOBJ-ABSENT
002360     END-IF
002370     OPEN I-O ALERTE
002380     IF WALRSTAT = '35'
002390         MOVE 'TRUE ' TO WALR-ABSENT
002400     END-IF
002410     OPEN I-O ECHEC-COORD
002420     IF WECHSTAT = '35'
002430         MOVE 'TRUE ' TO WECH-ABSENT
002440     END-IF
002450     OPEN I-O PODIUM
002460     IF WPODSTAT = '35'
002470         MOVE 'TRUE ' TO WPOD-ABSENT
002480     END-IF
002490     OPEN I-O LICENCE
002500     IF WLICSTAT = '35'
002510         MOVE 'TRUE ' TO WLIC-ABSENT
002520     END-IF
002530     OPEN INPUT COTISATION
002540     IF WCOTSTAT = '35'
002550         MOVE 'TRUE ' TO WCOT-ABSENT
002560     END-IF
002570     OPEN INPUT REGLEMENT
002580     IF WREGSTAT = '35'
002590         MOVE 'TRUE ' TO WREG-ABSENT
002600     END-IF
002610     OPEN INPUT ENGAGEMENT
002620     IF WENGSTAT = '35'
002630         MOVE 'TRUE ' TO WENG-ABSENT
002640     END-IF
002650     OPEN INPUT PRESENCE
002660     IF WPRESTAT = '35'
002670         MOVE 'TRUE ' TO WPRE-ABSENT
002680     END-IF
002690     OPEN INPUT MATERIEL
002700     IF WMATSTAT = '35'
002710         MOVE 'TRUE ' TO WMAT-ABSENT
002720     END-IF
002730     OPEN INPUT DEPLACEMENT
002740     IF WDEPSTAT = '35'
002750         MOVE 'TRUE ' TO WDEP-ABSENT
002760     END-IF
002770     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002780     IF ERREUR-OUVERTURE
002790         GOBACK
002800     END-IF
002810     MOVE 'FALSE' TO WFINFRG
002820     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
002830         UNTIL FIN-FRG
002840     IF NOT INDISPO-ABSENT
002850         CLOSE INDISPO
002860     END-IF
002870     IF NOT RESULTAT-ABSENT
002880         CLOSE RESULTAT
002890     END-IF
002900     IF NOT OBJECTIF-ABSENT
002910         CLOSE OBJECTIF
002920     END-IF
002930     IF NOT ALERTE-ABSENTE
002940         CLOSE ALERTE
002950     END-IF
002960     IF NOT ECHEC-ABSENT
002970         CLOSE ECHEC-COORD
002980     END-IF
002990     IF NOT PODIUM-ABSENT
003000         CLOSE PODIUM
003010     END-IF
003020     IF NOT LICENCE-ABSENTE
003030         CLOSE LICENCE
003040     END-IF
003050     IF NOT COTISATION-ABSENTE
003060         CLOSE COTISATION
003070     END-IF
003080     IF NOT REGLEMENT-ABSENT
003090         CLOSE REGLEMENT
003100     END-IF
003110     IF NOT ENGAGEMENT-ABSENT
003120         CLOSE ENGAGEMENT
003130     END-IF
003140     IF NOT PRESENCE-ABSENTE
003150         CLOSE PRESENCE
003160     END-IF
003170     IF NOT MATERIEL-ABSENT
003180         CLOSE MATERIEL
003190     END-IF
003200     IF NOT DEPLACEMENT-ABSENT
003210         CLOSE DEPLACEMENT
003220     END-IF
003230     CLOSE ANONYMAT COUREUR ADRESSE A-FAIRE PLAN-JOUR REALISE
003240         ARCHIVE-SEM.
003250 0000-FIN-MAINLINE.
003260     GOBACK.
003270
003280 0050-VERIFIER-OUVERTURES.
003290     IF WANOSTAT NOT = '00'
003300         DISPLAY "Erreur ouverture ANONYMAT, code retour "
003310             WANOSTAT
003320         MOVE 'TRUE ' TO WERR-OUVERTURE
003330     END-IF
003340     IF WCOUSTAT NOT = '00'
003350         DISPLAY "Erreur ouverture COUREUR, code retour "
003360             WCOUSTAT
003370         MOVE 'TRUE ' TO WERR-OUVERTURE
003380     END-IF
003390     IF WADRSTAT NOT = '00'
003400         DISPLAY "Erreur ouverture ADRESSE, code retour "
003410             WADRSTAT
003420         MOVE 'TRUE ' TO WERR-OUVERTURE
003430     END-IF
003440     IF WAFASTAT NOT = '00'
003450         DISPLAY "Erreur ouverture A-FAIRE, code retour "
003460             WAFASTAT
003470         MOVE 'TRUE ' TO WERR-OUVERTURE
003480     END-IF
003490     IF WPLJSTAT NOT = '00'
003500         DISPLAY "Erreur ouverture PLAN-JOUR, code retour "
003510             WPLJSTAT
003520         MOVE 'TRUE ' TO WERR-OUVERTURE
003530     END-IF
003540     IF WREASTAT NOT = '00'
003550         DISPLAY "Erreur ouverture REALISE, code retour "
003560             WREASTAT
003570         MOVE 'TRUE ' TO WERR-OUVERTURE
003580     END-IF
003590     IF WARCSTAT NOT = '00'
003600         DISPLAY "Erreur ouverture ARCHIVE-SEM, code retour "
003610             WARCSTAT
003620         MOVE 'TRUE ' TO WERR-OUVERTURE
003630     END-IF
003640     IF NOT INDISPO-ABSENT AND WINDSTAT NOT = '00'
003650         DISPLAY "Erreur ouverture INDISPO, code retour "
003660             WINDSTAT
003670         MOVE 'TRUE ' TO WERR-OUVERTURE
003680     END-IF
003690     IF NOT RESULTAT-ABSENT AND WRESSTAT NOT = '00'
003700         DISPLAY "Erreur ouverture RESULTAT, code retour "
003710             WRESSTAT
003720         MOVE 'TRUE ' TO WERR-OUVERTURE
003730     END-IF
003740     IF NOT OBJECTIF-ABSENT AND WOBJSTAT NOT = '00'
003750         DISPLAY "Erreur ouverture OBJECTIF, code retour "
003760             WOBJSTAT
003770         MOVE 'TRUE ' TO WERR-OUVERTURE
003780     END-IF
003790     IF NOT ALERTE-ABSENTE AND WALRSTAT NOT = '00'
003800         DISPLAY "Erreur ouverture ALERTE, code retour "
003810             WALRSTAT
003820         MOVE 'TRUE ' TO WERR-OUVERTURE
003830     END-IF
003840     IF NOT ECHEC-ABSENT AND WECHSTAT NOT = '00'
003850         DISPLAY "Erreur ouverture ECHEC-COORD, code retour "
003860             WECHSTAT
003870         MOVE 'TRUE ' TO WERR-OUVERTURE
003880     END-IF
003890     IF NOT PODIUM-ABSENT AND WPODSTAT NOT = '00'
003900         DISPLAY "Erreur ouverture PODIUM, code retour "
003910             WPODSTAT
003920         MOVE 'TRUE ' TO WERR-OUVERTURE
003930     END-IF
003940     IF NOT LICENCE-ABSENTE AND WLICSTAT NOT = '00'
003950         DISPLAY "Erreur ouverture LICENCE, code retour "
003960             WLICSTAT
003970         MOVE 'TRUE ' TO WERR-OUVERTURE
003980     END-IF
003990     IF NOT COTISATION-ABSENTE AND WCOTSTAT NOT = '00'
004000         DISPLAY "Erreur ouverture COTISATION, code retour "
004010             WCOTSTAT
004020         MOVE 'TRUE ' TO WERR-OUVERTURE
004030     END-IF
004040     IF NOT REGLEMENT-ABSENT AND WREGSTAT NOT = '00'
004050         DISPLAY "Erreur ouverture REGLEMENT, code retour "
004060             WREGSTAT
004070         MOVE 'TRUE ' TO WERR-OUVERTURE
004080     END-IF
004090     IF NOT ENGAGEMENT-ABSENT AND WENGSTAT NOT = '00'
004100         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
004110             WENGSTAT
004120         MOVE 'TRUE ' TO WERR-OUVERTURE
004130     END-IF
004140     IF NOT PRESENCE-ABSENTE AND WPRESTAT NOT = '00'
004150         DISPLAY "Erreur ouverture PRESENCE, code retour "
004160             WPRESTAT
004170         MOVE 'TRUE ' TO WERR-OUVERTURE
004180     END-IF
004190     IF NOT MATERIEL-ABSENT AND WMATSTAT NOT = '00'
004200         DISPLAY "Erreur ouverture MATERIEL, code retour "
004210             WMATSTAT
004220         MOVE 'TRUE ' TO WERR-OUVERTURE
004230     END-IF
004240     IF NOT DEPLACEMENT-ABSENT AND WDEPSTAT NOT = '00'
004250         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
004260             WDEPSTAT
004270         MOVE 'TRUE ' TO WERR-OUVERTURE
004280     END-IF.
004290 0050-EXIT.
004300     EXIT.
004310
004320 1000-TRAITER-UNE-OPERATION.
004330     PERFORM 1100-AFFICHER-MENU-FRG THRU 1100-EXIT
004340     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
004350     EVALUATE WOPERATION
004360         WHEN 'E'
004370             PERFORM 2000-EXPORT-SEUL THRU 2000-EXIT
004380         WHEN 'A'
004390             PERFORM 4000-ANONYMISATION THRU 4000-EXIT
004400         WHEN 'L'
004410             PERFORM 6000-LISTER-LE-REGISTRE THRU 6000-EXIT
004420         WHEN 'Q'
004430             MOVE 'TRUE ' TO WFINFRG
004440         WHEN OTHER
004450             DISPLAY "Operation inconnue, recommencez."
004460     END-EVALUATE.
004470 1000-EXIT.
004480     EXIT.
004490
004500 1100-AFFICHER-MENU-FRG.
004510     DISPLAY " ".
004520     DISPLAY "--- Donnees personnelles d'un coureur ---".
004530     DISPLAY "E - Exporter les donnees d'un coureur".
004540     DISPLAY "A - Exporter puis anonymiser un coureur".
004550     DISPLAY "L - Registre des anonymisations".
004560     DISPLAY "Q - Retour au menu".
004570 1100-EXIT.
004580     EXIT.
004590
004600 1200-SAISIR-OPERATION.
004610     DISPLAY "Votre choix : ".
004620     MOVE SPACES TO WOPERATION
004630     ACCEPT WOPERATION
004640     INSPECT WOPERATION CONVERTING "ealq" TO "EALQ".
004650 1200-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------------*
004690* 2000-EXPORT-SEUL : export en clair, sans rien modifier (droit  *
004700*                  d'acces du coureur).                          *
004710*----------------------------------------------------------------*
004720 2000-EXPORT-SEUL.
004730     PERFORM 7000-SAISIR-COUREUR THRU 7000-EXIT
004740     IF NOT CODCOUR-VALIDE
004750         GO TO 2000-EXIT
004760     END-IF
004770     IF DEJA-ANONYME
004780         DISPLAY "Coureur deja anonymise : l'export ne contient "
004790             "plus que des donnees neutres."
004800     END-IF
004810     PERFORM 3000-EXPORTER-LE-COUREUR THRU 3000-EXIT
004820     IF EXPORT-OUVERT
004830         CLOSE EXPORT-COUREUR
004840         MOVE 'FALSE' TO WEXPORT-OUVERT
004850         DISPLAY WNB-EXPORTEES " enregistrement(s) ecrit(s) "
004860             "dans EXPORT-COUREUR.TXT."
004870     END-IF.
004880 2000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------------*
004920* 3000-EXPORTER-LE-COUREUR : une section par fichier, chaque     *
004930*                  ligne du coureur en clair avec ses libelles,  *
004940*                  nombre de lignes en fin de section.  Le       *
004950*                  fichier reste ouvert pour le certificat       *
004960*                  d'anonymisation.                              *
004970*----------------------------------------------------------------*
004980 3000-EXPORTER-LE-COUREUR.
004990     MOVE 0 TO WNB-EXPORTEES
005000     OPEN OUTPUT EXPORT-COUREUR
005010     IF WEXPSTAT NOT = '00'
005020         DISPLAY "Erreur ouverture EXPORT-COUREUR.TXT, code "
005030             "retour " WEXPSTAT
005040         GO TO 3000-EXIT
005050     END-IF
005060     MOVE 'TRUE ' TO WEXPORT-OUVERT
005070     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
005080     MOVE SPACES TO EXPORT-REC
005090     STRING "EXPORT DES DONNEES PERSONNELLES DU COUREUR "
005100         WCODCOUR " - " WDATEJOUR " - OPERATEUR " SES-CODOPER
005110         DELIMITED BY SIZE INTO EXPORT-REC
005120     WRITE EXPORT-REC
005130     PERFORM 3100-EXPORTER-FICHE THRU 3100-EXIT
005140     PERFORM 3200-EXPORTER-A-FAIRE THRU 3200-EXIT
005150     PERFORM 3300-EXPORTER-PLAN-JOUR THRU 3300-EXIT
005160     PERFORM 3400-EXPORTER-REALISE THRU 3400-EXIT
005170     PERFORM 3500-EXPORTER-ARCHIVE THRU 3500-EXIT
005180     PERFORM 3600-EXPORTER-INDISPO THRU 3600-EXIT
005190     PERFORM 3700-EXPORTER-RESULTAT THRU 3700-EXIT
005200     PERFORM 3800-EXPORTER-OBJECTIF THRU 3800-EXIT
005210     PERFORM 3820-EXPORTER-LICENCE THRU 3820-EXIT
005220     PERFORM 3830-EXPORTER-COTISATION THRU 3830-EXIT
005230     PERFORM 3840-EXPORTER-REGLEMENT THRU 3840-EXIT
005240     PERFORM 3850-EXPORTER-ENGAGEMENT THRU 3850-EXIT
005250     PERFORM 3860-EXPORTER-PRESENCE THRU 3860-EXIT
005260     PERFORM 3870-EXPORTER-MATERIEL THRU 3870-EXIT
005270     PERFORM 3880-EXPORTER-DEPLACEMENT THRU 3880-EXIT
005280     PERFORM 3900-EXPORTER-JOURNAL THRU 3900-EXIT.
005290 3000-EXIT.
005300     EXIT.
005310
005320 3100-EXPORTER-FICHE.
005330     MOVE "COUREUR" TO WTITRE
005340     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
005350     MOVE SPACES TO EXPORT-REC
005360     STRING "  Code " CODCOUR OF COUREUR-REC
005370         " civilite " CODCIV OF COUREUR-REC
005380         " nom " NOM OF COUREUR-REC
005390         " prenom " PRENOM OF COUREUR-REC
005400         " ne le " DATE-NAISSANCE OF COUREUR-REC
005410         DELIMITED BY SIZE INTO EXPORT-REC
005420     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
005430     MOVE SPACES TO EXPORT-REC
005440     STRING "  Km faits " TOTAL-KM-FAITS OF COUREUR-REC
005450         " entraineur " CODENTR OF COUREUR-REC
005460         " equipe " CODEQU OF COUREUR-REC
005470         " adresse " CODADR OF COUREUR-REC
005480         DELIMITED BY SIZE INTO EXPORT-REC
005490     WRITE EXPORT-REC
005500     PERFORM 8200-FIN-SECTION THRU 8200-EXIT
005510     MOVE "ADRESSE" TO WTITRE
005520     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
005530     PERFORM 3120-EXPORTER-ADRESSE THRU 3120-EXIT
005540     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
005550 3100-EXIT.
005560     EXIT.
005570
005580 3120-EXPORTER-ADRESSE.
005590     IF CODADR OF COUREUR-REC = 0
005600         GO TO 3120-EXIT
005610     END-IF
005620     MOVE CODADR OF COUREUR-REC TO CODADR OF ADRESSE-REC
005630     READ ADRESSE
005640         INVALID KEY
005650             GO TO 3120-EXIT
005660     END-READ
005670     MOVE SPACES TO EXPORT-REC
005680     STRING "  Code " CODADR OF ADRESSE-REC
005690         " " RUE " " CODE-POSTAL " " VILLE
005700         DELIMITED BY SIZE INTO EXPORT-REC
005710     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
005720     MOVE SPACES TO EXPORT-REC
005730     STRING "  Telephone " TELEPHONE " courriel " EMAIL
005740         DELIMITED BY SIZE INTO EXPORT-REC
005750     WRITE EXPORT-REC.
005760 3120-EXIT.
005770     EXIT.
005780
005790 3200-EXPORTER-A-FAIRE.
005800     MOVE "A-FAIRE (plans hebdomadaires)" TO WTITRE
005810     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
005820     MOVE WCODCOUR TO CODCOUR OF A-FAIRE-REC
005830     MOVE LOW-VALUES TO CODSEM OF A-FAIRE-REC
005840     START A-FAIRE KEY IS NOT LESS THAN CLE-A-FAIRE
005850         INVALID KEY
005860             MOVE 'TRUE ' TO WFIN-BALAYAGE
005870         NOT INVALID KEY
005880             MOVE 'FALSE' TO WFIN-BALAYAGE
005890     END-START
005900     PERFORM 3210-UNE-LIGNE-A-FAIRE THRU 3210-EXIT
005910         UNTIL FIN-BALAYAGE
005920     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
005930 3200-EXIT.
005940     EXIT.
005950
005960 3210-UNE-LIGNE-A-FAIRE.
005970     READ A-FAIRE NEXT RECORD
005980         AT END
005990             MOVE 'TRUE ' TO WFIN-BALAYAGE
006000             GO TO 3210-EXIT
006010     END-READ
006020     IF CODCOUR OF A-FAIRE-REC NOT = WCODCOUR
006030         MOVE 'TRUE ' TO WFIN-BALAYAGE
006040         GO TO 3210-EXIT
006050     END-IF
006060     MOVE SPACES TO EXPORT-REC
006070     STRING "  Semaine " CODSEM OF A-FAIRE-REC
006080         " km a faire " KM-A-FAIRE
006090         " jour " JOUR OF A-FAIRE-REC
006100         " statut " AFA-STATUT
006110         DELIMITED BY SIZE INTO EXPORT-REC
006120     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006130 3210-EXIT.
006140     EXIT.
006150
006160 3300-EXPORTER-PLAN-JOUR.
006170     MOVE "PLAN-JOUR (jours prescrits)" TO WTITRE
006180     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
006190     MOVE WCODCOUR TO CODCOUR OF PLAN-JOUR-REC
006200     MOVE LOW-VALUES TO CODSEM OF PLAN-JOUR-REC
006210     MOVE LOW-VALUES TO JOUR OF PLAN-JOUR-REC
006220     START PLAN-JOUR KEY IS NOT LESS THAN CLE-PLAN-JOUR
006230         INVALID KEY
006240             MOVE 'TRUE ' TO WFIN-BALAYAGE
006250         NOT INVALID KEY
006260             MOVE 'FALSE' TO WFIN-BALAYAGE
006270     END-START
006280     PERFORM 3310-UNE-LIGNE-PLAN-JOUR THRU 3310-EXIT
006290         UNTIL FIN-BALAYAGE
006300     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
006310 3300-EXIT.
006320     EXIT.
006330
006340 3310-UNE-LIGNE-PLAN-JOUR.
006350     READ PLAN-JOUR NEXT RECORD
006360         AT END
006370             MOVE 'TRUE ' TO WFIN-BALAYAGE
006380             GO TO 3310-EXIT
006390     END-READ
006400     IF CODCOUR OF PLAN-JOUR-REC NOT = WCODCOUR
006410         MOVE 'TRUE ' TO WFIN-BALAYAGE
006420         GO TO 3310-EXIT
006430     END-IF
006440     MOVE SPACES TO EXPORT-REC
006450     STRING "  Semaine " CODSEM OF PLAN-JOUR-REC
006460         " jour " JOUR OF PLAN-JOUR-REC
006470         " km prevus " KM-PREVU-JOUR
006480         DELIMITED BY SIZE INTO EXPORT-REC
006490     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006500 3310-EXIT.
006510     EXIT.
006520
006530 3400-EXPORTER-REALISE.
006540     MOVE "REALISE (sorties de la saison)" TO WTITRE
006550     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
006560     MOVE WCODCOUR TO CODCOUR OF REALISE-REC
006570     MOVE LOW-VALUES TO CODSEM OF REALISE-REC
006580     MOVE LOW-VALUES TO JOUR OF REALISE-REC
006590     MOVE LOW-VALUES TO REA-SORTIE
006600     START REALISE KEY IS NOT LESS THAN CLE-REALISE
006610         INVALID KEY
006620             MOVE 'TRUE ' TO WFIN-BALAYAGE
006630         NOT INVALID KEY
006640             MOVE 'FALSE' TO WFIN-BALAYAGE
006650     END-START
006660     PERFORM 3410-UNE-LIGNE-REALISE THRU 3410-EXIT
006670         UNTIL FIN-BALAYAGE
006680     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
006690 3400-EXIT.
006700     EXIT.
006710
006720 3410-UNE-LIGNE-REALISE.
006730     READ REALISE NEXT RECORD
006740         AT END
006750             MOVE 'TRUE ' TO WFIN-BALAYAGE
006760             GO TO 3410-EXIT
006770     END-READ
006780     IF CODCOUR OF REALISE-REC NOT = WCODCOUR
006790         MOVE 'TRUE ' TO WFIN-BALAYAGE
006800         GO TO 3410-EXIT
006810     END-IF
006820     MOVE SPACES TO EXPORT-REC
006830     STRING "  Semaine " CODSEM OF REALISE-REC
006840         " jour " JOUR OF REALISE-REC
006850         " sortie " REA-SORTIE
006860         " km " KM-REALISE
006870         " duree " REA-DUREE
006880         " denivele " REA-DENIVELE
006890         " lot " REA-LOT
006900         DELIMITED BY SIZE INTO EXPORT-REC
006910     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
006920 3410-EXIT.
006930     EXIT.
006940
006950 3500-EXPORTER-ARCHIVE.
006960     MOVE "ARCHIVE-SEM (saisons cloturees)" TO WTITRE
006970     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
006980     MOVE WCODCOUR TO CODCOUR OF ARCHIVE-SEM-REC
006990     MOVE LOW-VALUES TO ARC-SAISON
007000     MOVE LOW-VALUES TO CODSEM OF ARCHIVE-SEM-REC
007010     START ARCHIVE-SEM KEY IS NOT LESS THAN CLE-ARCHIVE
007020         INVALID KEY
007030             MOVE 'TRUE ' TO WFIN-BALAYAGE
007040         NOT INVALID KEY
007050             MOVE 'FALSE' TO WFIN-BALAYAGE
007060     END-START
007070     PERFORM 3510-UNE-LIGNE-ARCHIVE THRU 3510-EXIT
007080         UNTIL FIN-BALAYAGE
007090     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
007100 3500-EXIT.
007110     EXIT.
007120
007130 3510-UNE-LIGNE-ARCHIVE.
007140     READ ARCHIVE-SEM NEXT RECORD
007150         AT END
007160             MOVE 'TRUE ' TO WFIN-BALAYAGE
007170             GO TO 3510-EXIT
007180     END-READ
007190     IF CODCOUR OF ARCHIVE-SEM-REC NOT = WCODCOUR
007200         MOVE 'TRUE ' TO WFIN-BALAYAGE
007210         GO TO 3510-EXIT
007220     END-IF
007230     MOVE SPACES TO EXPORT-REC
007240     STRING "  Saison " ARC-SAISON
007250         " semaine " CODSEM OF ARCHIVE-SEM-REC
007260         " km a faire " ARC-KM-A-FAIRE
007270         " plan " ARC-JOUR-PLAN
007280         " km realises " ARC-KM-REALISE
007290         " le " ARC-JOUR-REALISE
007300         " duree " ARC-DUREE
007310         " denivele " ARC-DENIVELE
007320         " archive le " ARC-DATE-ARCHIVAGE
007330         DELIMITED BY SIZE INTO EXPORT-REC
007340     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007350 3510-EXIT.
007360     EXIT.
007370
007380 3600-EXPORTER-INDISPO.
007390     MOVE "INDISPO (indisponibilites)" TO WTITRE
007400     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
007410     IF INDISPO-ABSENT
007420         MOVE 'TRUE ' TO WFIN-BALAYAGE
007430     ELSE
007440         MOVE WCODCOUR TO CODCOUR OF INDISPO-REC
007450         MOVE 0 TO IND-DATE-DEBUT
007460         START INDISPO KEY IS NOT LESS THAN CLE-INDISPO
007470             INVALID KEY
007480                 MOVE 'TRUE ' TO WFIN-BALAYAGE
007490             NOT INVALID KEY
007500                 MOVE 'FALSE' TO WFIN-BALAYAGE
007510         END-START
007520     END-IF
007530     PERFORM 3610-UNE-LIGNE-INDISPO THRU 3610-EXIT
007540         UNTIL FIN-BALAYAGE
007550     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
007560 3600-EXIT.
007570     EXIT.
007580
007590 3610-UNE-LIGNE-INDISPO.
007600     READ INDISPO NEXT RECORD
007610         AT END
007620             MOVE 'TRUE ' TO WFIN-BALAYAGE
007630             GO TO 3610-EXIT
007640     END-READ
007650     IF CODCOUR OF INDISPO-REC NOT = WCODCOUR
007660         MOVE 'TRUE ' TO WFIN-BALAYAGE
007670         GO TO 3610-EXIT
007680     END-IF
007690     MOVE SPACES TO EXPORT-REC
007700     STRING "  Du " IND-DATE-DEBUT " au " IND-DATE-FIN
007710         " motif " IND-MOTIF
007720         DELIMITED BY SIZE INTO EXPORT-REC
007730     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
007740 3610-EXIT.
007750     EXIT.
007760
007770 3700-EXPORTER-RESULTAT.
007780     MOVE "RESULTAT (epreuves)" TO WTITRE
007790     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
007800     IF RESULTAT-ABSENT
007810         MOVE 'TRUE ' TO WFIN-BALAYAGE
007820     ELSE
007830         MOVE WCODCOUR TO CODCOUR OF RESULTAT-REC
007840         MOVE 0 TO CODEPR OF RESULTAT-REC
007850         START RESULTAT KEY IS NOT LESS THAN CLE-RESULTAT
007860             INVALID KEY
007870                 MOVE 'TRUE ' TO WFIN-BALAYAGE
007880             NOT INVALID KEY
007890                 MOVE 'FALSE' TO WFIN-BALAYAGE
007900         END-START
007910     END-IF
007920     PERFORM 3710-UNE-LIGNE-RESULTAT THRU 3710-EXIT
007930         UNTIL FIN-BALAYAGE
007940     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
007950 3700-EXIT.
007960     EXIT.
007970
007980 3710-UNE-LIGNE-RESULTAT.
007990     READ RESULTAT NEXT RECORD
008000         AT END
008010             MOVE 'TRUE ' TO WFIN-BALAYAGE
008020             GO TO 3710-EXIT
008030     END-READ
008040     IF CODCOUR OF RESULTAT-REC NOT = WCODCOUR
008050         MOVE 'TRUE ' TO WFIN-BALAYAGE
008060         GO TO 3710-EXIT
008070     END-IF
008080     MOVE SPACES TO EXPORT-REC
008090     STRING "  Epreuve " CODEPR OF RESULTAT-REC
008100         " sort " RES-SORT
008110         " place " RES-PLACE
008120         " temps " RES-TEMPS " " RES-TYPE-TEMPS
008130         DELIMITED BY SIZE INTO EXPORT-REC
008140     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
008150 3710-EXIT.
008160     EXIT.
008170
008180 3800-EXPORTER-OBJECTIF.
008190     MOVE "OBJECTIF (objectifs de tour)" TO WTITRE
008200     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
008210     IF OBJECTIF-ABSENT
008220         MOVE 'TRUE ' TO WFIN-BALAYAGE
008230     ELSE
008240         MOVE WCODCOUR TO CODCOUR OF OBJECTIF-REC
008250         MOVE LOW-VALUES TO OBJ-CODTOUR
008260         START OBJECTIF KEY IS NOT LESS THAN CLE-OBJECTIF
008270             INVALID KEY
008280                 MOVE 'TRUE ' TO WFIN-BALAYAGE
008290             NOT INVALID KEY
008300                 MOVE 'FALSE' TO WFIN-BALAYAGE
008310         END-START
008320     END-IF
008330     PERFORM 3810-UNE-LIGNE-OBJECTIF THRU 3810-EXIT
008340         UNTIL FIN-BALAYAGE
008350     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
008360 3800-EXIT.
008370     EXIT.
008380
008390 3810-UNE-LIGNE-OBJECTIF.
008400     READ OBJECTIF NEXT RECORD
008410         AT END
008420             MOVE 'TRUE ' TO WFIN-BALAYAGE
008430             GO TO 3810-EXIT
008440     END-READ
008450     IF CODCOUR OF OBJECTIF-REC NOT = WCODCOUR
008460         MOVE 'TRUE ' TO WFIN-BALAYAGE
008470         GO TO 3810-EXIT
008480     END-IF
008490     MOVE SPACES TO EXPORT-REC
008500     STRING "  Tour " OBJ-CODTOUR
008510         " km cible " OBJ-KM-CIBLE
008520         " pour le " OBJ-DATE-CIBLE
008530         " fixe par " OBJ-CODENTR
008540         " " OBJ-LIBELLE
008550         DELIMITED BY SIZE INTO EXPORT-REC
008560     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
008570 3810-EXIT.
008580     EXIT.
008590
008600*----------------------------------------------------------------*
008610* 3820 a 3880 : fichiers rattaches au coureur par la cle         *
008620*                  (LICENCE, COTISATION) ou par la cle           *
008630*                  alternative CODCOUR (REGLEMENT, ENGAGEMENT,   *
008640*                  PRESENCE, MATERIEL) ; pour DEPLACEMENT, les   *
008650*                  lignes ou il est voyageur ou beneficiaire     *
008660*                  (cle alternative DEP-PERSONNE, type C).       *
008670*----------------------------------------------------------------*
008680 3820-EXPORTER-LICENCE.
008690     MOVE "LICENCE (licences et certificats)" TO WTITRE
008700     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
008710     IF LICENCE-ABSENTE
008720         MOVE 'TRUE ' TO WFIN-BALAYAGE
008730     ELSE
008740         MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
008750         MOVE 0 TO LIC-SAISON
008760         START LICENCE KEY IS NOT LESS THAN CLE-LICENCE
008770             INVALID KEY
008780                 MOVE 'TRUE ' TO WFIN-BALAYAGE
008790             NOT INVALID KEY
008800                 MOVE 'FALSE' TO WFIN-BALAYAGE
008810         END-START
008820     END-IF
008830     PERFORM 3825-UNE-LIGNE-LICENCE THRU 3825-EXIT
008840         UNTIL FIN-BALAYAGE
008850     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
008860 3820-EXIT.
008870     EXIT.
008880
008890 3825-UNE-LIGNE-LICENCE.
008900     READ LICENCE NEXT RECORD
008910         AT END
008920             MOVE 'TRUE ' TO WFIN-BALAYAGE
008930             GO TO 3825-EXIT
008940     END-READ
008950     IF CODCOUR OF LICENCE-REC NOT = WCODCOUR
008960         MOVE 'TRUE ' TO WFIN-BALAYAGE
008970         GO TO 3825-EXIT
008980     END-IF
008990     MOVE SPACES TO EXPORT-REC
009000     STRING "  Saison " LIC-SAISON
009010         " licence " LIC-NUMERO
009020         " categorie " LIC-CATEGORIE
009030         " ne le " LIC-DATE-NAISSANCE
009040         " certificat du " LIC-MED-DEBUT " au " LIC-MED-FIN
009050         DELIMITED BY SIZE INTO EXPORT-REC
009060     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009070 3825-EXIT.
009080     EXIT.
009090
009100 3830-EXPORTER-COTISATION.
009110     MOVE "COTISATION (droits factures)" TO WTITRE
009120     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
009130     IF COTISATION-ABSENTE
009140         MOVE 'TRUE ' TO WFIN-BALAYAGE
009150     ELSE
009160         MOVE WCODCOUR TO CODCOUR OF COTISATION-REC
009170         MOVE 0 TO COT-SAISON
009180         MOVE LOW-VALUES TO COT-TYPE
009190         START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
009200             INVALID KEY
009210                 MOVE 'TRUE ' TO WFIN-BALAYAGE
009220             NOT INVALID KEY
009230                 MOVE 'FALSE' TO WFIN-BALAYAGE
009240         END-START
009250     END-IF
009260     PERFORM 3835-UNE-LIGNE-COTISATION THRU 3835-EXIT
009270         UNTIL FIN-BALAYAGE
009280     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
009290 3830-EXIT.
009300     EXIT.
009310
009320 3835-UNE-LIGNE-COTISATION.
009330     READ COTISATION NEXT RECORD
009340         AT END
009350             MOVE 'TRUE ' TO WFIN-BALAYAGE
009360             GO TO 3835-EXIT
009370     END-READ
009380     IF CODCOUR OF COTISATION-REC NOT = WCODCOUR
009390         MOVE 'TRUE ' TO WFIN-BALAYAGE
009400         GO TO 3835-EXIT
009410     END-IF
009420     MOVE COT-MONTANT-DU TO WEDIT-MONTANT
009430     MOVE COT-MONTANT-PAYE TO WEDIT-MONTANT-SIGNE
009440     MOVE SPACES TO EXPORT-REC
009450     STRING "  Saison " COT-SAISON " type " COT-TYPE
009460         " " COT-LIBELLE
009470         " du " WEDIT-MONTANT " regle " WEDIT-MONTANT-SIGNE
009480         " facture le " COT-DATE-FACTURE
009490         " dernier reglement " COT-DATE-PAIEMENT " " COT-MODE
009500         DELIMITED BY SIZE INTO EXPORT-REC
009510     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009520 3835-EXIT.
009530     EXIT.
009540
009550 3840-EXPORTER-REGLEMENT.
009560     MOVE "REGLEMENT (recus encaisses)" TO WTITRE
009570     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
009580     IF REGLEMENT-ABSENT
009590         MOVE 'TRUE ' TO WFIN-BALAYAGE
009600     ELSE
009610         MOVE WCODCOUR TO CODCOUR OF REGLEMENT-REC
009620         START REGLEMENT KEY IS EQUAL TO CODCOUR OF REGLEMENT-REC
009630             INVALID KEY
009640                 MOVE 'TRUE ' TO WFIN-BALAYAGE
009650             NOT INVALID KEY
009660                 MOVE 'FALSE' TO WFIN-BALAYAGE
009670         END-START
009680     END-IF
009690     PERFORM 3845-UNE-LIGNE-REGLEMENT THRU 3845-EXIT
009700         UNTIL FIN-BALAYAGE
009710     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
009720 3840-EXIT.
009730     EXIT.
009740
009750 3845-UNE-LIGNE-REGLEMENT.
009760     READ REGLEMENT NEXT RECORD
009770         AT END
009780             MOVE 'TRUE ' TO WFIN-BALAYAGE
009790             GO TO 3845-EXIT
009800     END-READ
009810     IF CODCOUR OF REGLEMENT-REC NOT = WCODCOUR
009820         MOVE 'TRUE ' TO WFIN-BALAYAGE
009830         GO TO 3845-EXIT
009840     END-IF
009850     MOVE REG-MONTANT TO WEDIT-MONTANT-SIGNE
009860     MOVE SPACES TO EXPORT-REC
009870     STRING "  Recu " REG-NUMERO
009880         " saison " REG-SAISON " type " REG-TYPE
009890         " le " REG-DATE " mode " REG-MODE
009900         " montant " WEDIT-MONTANT-SIGNE
009910         " ref. " REG-REFERENCE
009920         " origine " REG-ORIGINE " etat " REG-ETAT
009930         DELIMITED BY SIZE INTO EXPORT-REC
009940     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
009950 3845-EXIT.
009960     EXIT.
009970
009980 3850-EXPORTER-ENGAGEMENT.
009990     MOVE "ENGAGEMENT (engagements aux epreuves)" TO WTITRE
010000     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
010010     IF ENGAGEMENT-ABSENT
010020         MOVE 'TRUE ' TO WFIN-BALAYAGE
010030     ELSE
010040         MOVE WCODCOUR TO CODCOUR OF ENGAGEMENT-REC
010050         START ENGAGEMENT
010060             KEY IS EQUAL TO CODCOUR OF ENGAGEMENT-REC
010070             INVALID KEY
010080                 MOVE 'TRUE ' TO WFIN-BALAYAGE
010090             NOT INVALID KEY
010100                 MOVE 'FALSE' TO WFIN-BALAYAGE
010110         END-START
010120     END-IF
010130     PERFORM 3855-UNE-LIGNE-ENGAGEMENT THRU 3855-EXIT
010140         UNTIL FIN-BALAYAGE
010150     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
010160 3850-EXIT.
010170     EXIT.
010180
010190 3855-UNE-LIGNE-ENGAGEMENT.
010200     READ ENGAGEMENT NEXT RECORD
010210         AT END
010220             MOVE 'TRUE ' TO WFIN-BALAYAGE
010230             GO TO 3855-EXIT
010240     END-READ
010250     IF CODCOUR OF ENGAGEMENT-REC NOT = WCODCOUR
010260         MOVE 'TRUE ' TO WFIN-BALAYAGE
010270         GO TO 3855-EXIT
010280     END-IF
010290     MOVE SPACES TO EXPORT-REC
010300     STRING "  Epreuve " CODEPR OF ENGAGEMENT-REC
010310         " engage le " ENG-DATE-SAISIE
010320         " sous objectif " ENG-ALERTE-OBJ
010330         DELIMITED BY SIZE INTO EXPORT-REC
010340     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010350 3855-EXIT.
010360     EXIT.
010370
010380 3860-EXPORTER-PRESENCE.
010390     MOVE "PRESENCE (seances collectives)" TO WTITRE
010400     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
010410     IF PRESENCE-ABSENTE
010420         MOVE 'TRUE ' TO WFIN-BALAYAGE
010430     ELSE
010440         MOVE WCODCOUR TO CODCOUR OF PRESENCE-REC
010450         START PRESENCE KEY IS EQUAL TO CODCOUR OF PRESENCE-REC
010460             INVALID KEY
010470                 MOVE 'TRUE ' TO WFIN-BALAYAGE
010480             NOT INVALID KEY
010490                 MOVE 'FALSE' TO WFIN-BALAYAGE
010500         END-START
010510     END-IF
010520     PERFORM 3865-UNE-LIGNE-PRESENCE THRU 3865-EXIT
010530         UNTIL FIN-BALAYAGE
010540     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
010550 3860-EXIT.
010560     EXIT.
010570
010580 3865-UNE-LIGNE-PRESENCE.
010590     READ PRESENCE NEXT RECORD
010600         AT END
010610             MOVE 'TRUE ' TO WFIN-BALAYAGE
010620             GO TO 3865-EXIT
010630     END-READ
010640     IF CODCOUR OF PRESENCE-REC NOT = WCODCOUR
010650         MOVE 'TRUE ' TO WFIN-BALAYAGE
010660         GO TO 3865-EXIT
010670     END-IF
010680     MOVE SPACES TO EXPORT-REC
010690     STRING "  Seance " CODSEANCE
010700         " etat " PRE-ETAT
010710         " km " PRE-KM
010720         " pointe le " PRE-DATE-SAISIE
010730         DELIMITED BY SIZE INTO EXPORT-REC
010740     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
010750 3865-EXIT.
010760     EXIT.
010770
010780 3870-EXPORTER-MATERIEL.
010790     MOVE "MATERIEL (materiel prete)" TO WTITRE
010800     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
010810     IF MATERIEL-ABSENT
010820         MOVE 'TRUE ' TO WFIN-BALAYAGE
010830     ELSE
010840         MOVE WCODCOUR TO CODCOUR OF MATERIEL-REC
010850         START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
010860             INVALID KEY
010870                 MOVE 'TRUE ' TO WFIN-BALAYAGE
010880             NOT INVALID KEY
010890                 MOVE 'FALSE' TO WFIN-BALAYAGE
010900         END-START
010910     END-IF
010920     PERFORM 3875-UNE-LIGNE-MATERIEL THRU 3875-EXIT
010930         UNTIL FIN-BALAYAGE
010940     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
010950 3870-EXIT.
010960     EXIT.
010970
010980 3875-UNE-LIGNE-MATERIEL.
010990     READ MATERIEL NEXT RECORD
011000         AT END
011010             MOVE 'TRUE ' TO WFIN-BALAYAGE
011020             GO TO 3875-EXIT
011030     END-READ
011040     IF CODCOUR OF MATERIEL-REC NOT = WCODCOUR
011050         MOVE 'TRUE ' TO WFIN-BALAYAGE
011060         GO TO 3875-EXIT
011070     END-IF
011080     MOVE SPACES TO EXPORT-REC
011090     STRING "  Materiel " CODMAT " " MAT-TYPE
011100         " " MAT-LIBELLE
011110         " affecte le " MAT-DATE-AFFECTATION
011120         " km " MAT-KM-TOTAL
011130         " statut " MAT-STATUT
011140         DELIMITED BY SIZE INTO EXPORT-REC
011150     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011160 3875-EXIT.
011170     EXIT.
011180
011190 3880-EXPORTER-DEPLACEMENT.
011200     MOVE "DEPLACEMENT (deplacements et frais)" TO WTITRE
011210     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
011220     IF DEPLACEMENT-ABSENT
011230         MOVE 'TRUE ' TO WFIN-BALAYAGE
011240     ELSE
011250         MOVE 'C' TO DEP-TYPE-PERS
011260         MOVE WCODCOUR TO DEP-CODE-PERS
011270         START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
011280             INVALID KEY
011290                 MOVE 'TRUE ' TO WFIN-BALAYAGE
011300             NOT INVALID KEY
011310                 MOVE 'FALSE' TO WFIN-BALAYAGE
011320         END-START
011330     END-IF
011340     PERFORM 3885-UNE-LIGNE-DEPLACEMENT THRU 3885-EXIT
011350         UNTIL FIN-BALAYAGE
011360     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
011370 3880-EXIT.
011380     EXIT.
011390
011400 3885-UNE-LIGNE-DEPLACEMENT.
011410     READ DEPLACEMENT NEXT RECORD
011420         AT END
011430             MOVE 'TRUE ' TO WFIN-BALAYAGE
011440             GO TO 3885-EXIT
011450     END-READ
011460     IF DEP-TYPE-PERS NOT = 'C'
011470         OR DEP-CODE-PERS NOT = WCODCOUR
011480         MOVE 'TRUE ' TO WFIN-BALAYAGE
011490         GO TO 3885-EXIT
011500     END-IF
011510     MOVE DEP-MONTANT TO WEDIT-MONTANT
011520     MOVE SPACES TO EXPORT-REC
011530     STRING "  Epreuve " CODEPR OF DEPLACEMENT-REC
011540         " ligne " DEP-LIGNE " " DEP-NATURE
011550         " cat. " DEP-CATEGORIE
011560         " le " DEP-DATE-FRAIS
011570         " montant " WEDIT-MONTANT
011580         " " DEP-LIBELLE
011590         " statut " DEP-STATUT
011600         " paye " DEP-DATE-REMBOURS " " DEP-REFERENCE
011610         DELIMITED BY SIZE INTO EXPORT-REC
011620     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT.
011630 3885-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------*
011670* 3900-EXPORTER-JOURNAL : lignes du JOURNAL du coureur (cle      *
011680*                  alternative JRN-CODCOUR), deux lignes par     *
011690*                  mise a jour (identification, puis images      *
011700*                  avant et apres).  JOURNAL n'est ouvert que le *
011710*                  temps de la lecture, FJRNL l'ouvrant lui-meme *
011720*                  a chaque ecriture.                            *
011730*----------------------------------------------------------------*
011740 3900-EXPORTER-JOURNAL.
011750     MOVE "JOURNAL (mises a jour tracees)" TO WTITRE
011760     PERFORM 8100-TITRE-SECTION THRU 8100-EXIT
011770     OPEN INPUT JOURNAL
011780     IF WJRNSTAT NOT = '00'
011790         PERFORM 8200-FIN-SECTION THRU 8200-EXIT
011800         GO TO 3900-EXIT
011810     END-IF
011820     MOVE WCODCOUR TO JRN-CODCOUR
011830     START JOURNAL KEY IS EQUAL TO JRN-CODCOUR
011840         INVALID KEY
011850             MOVE 'TRUE ' TO WFIN-BALAYAGE
011860         NOT INVALID KEY
011870             MOVE 'FALSE' TO WFIN-BALAYAGE
011880     END-START
011890     PERFORM 3910-UNE-LIGNE-JOURNAL THRU 3910-EXIT
011900         UNTIL FIN-BALAYAGE
011910     CLOSE JOURNAL
011920     PERFORM 8200-FIN-SECTION THRU 8200-EXIT.
011930 3900-EXIT.
011940     EXIT.
011950
011960 3910-UNE-LIGNE-JOURNAL.
011970     READ JOURNAL NEXT RECORD
011980         AT END
011990             MOVE 'TRUE ' TO WFIN-BALAYAGE
012000             GO TO 3910-EXIT
012010     END-READ
012020     IF JRN-CODCOUR NOT = WCODCOUR
012030         MOVE 'TRUE ' TO WFIN-BALAYAGE
012040         GO TO 3910-EXIT
012050     END-IF
012060     MOVE SPACES TO EXPORT-REC
012070     STRING "  " JRN-DATE-HEURE "-" JRN-SEQ
012080         " " JRN-PROGRAMME " " JRN-OPERATEUR
012090         " " JRN-OPERATION " " JRN-FICHIER
012100         " cle " JRN-CLE-ENREG
012110         DELIMITED BY SIZE INTO EXPORT-REC
012120     PERFORM 8000-ECRIRE-LIGNE THRU 8000-EXIT
012130     MOVE SPACES TO EXPORT-REC
012140     STRING "      avant " JRN-AVANT " apres " JRN-APRES
012150         DELIMITED BY SIZE INTO EXPORT-REC
012160     WRITE EXPORT-REC.
012170 3910-EXIT.
012180     EXIT.
012190
012200*----------------------------------------------------------------*
012210* 4000-ANONYMISATION : export complet, puis anonymisation sous   *
012220*                  verrou de la fiche COUREUR.  Le numero du     *
012230*                  registre est reserve avant toute mise a jour  *
012240*                  et donne le nom neutre ; la ligne du registre *
012250*                  est completee a la fin et reprise en          *
012260*                  certificat dans l'export.                     *
012270*----------------------------------------------------------------*
012280 4000-ANONYMISATION.
012290     PERFORM 7000-SAISIR-COUREUR THRU 7000-EXIT
012300     IF NOT CODCOUR-VALIDE
012310         GO TO 4000-EXIT
012320     END-IF
012330     IF DEJA-ANONYME
012340         DISPLAY "Ce coureur est deja anonymise (registre "
012350             ANO-NUMERO " du " ANO-DATE ")."
012360         GO TO 4000-EXIT
012370     END-IF
012380     DISPLAY "Motif (D = demande du coureur, C = duree de "
012390         "conservation echue) : "
012400     MOVE SPACES TO WMOTIF
012410     ACCEPT WMOTIF
012420     INSPECT WMOTIF CONVERTING "dc" TO "DC"
012430     IF WMOTIF NOT = 'D' AND WMOTIF NOT = 'C'
012440         DISPLAY "Motif inconnu, anonymisation abandonnee."
012450         GO TO 4000-EXIT
012460     END-IF
012470     DISPLAY "Le nom, le prenom, la date de naissance, les "
012480         "numeros de licence et l'adresse de "
012490         NOM OF COUREUR-REC " "
012500         PRENOM OF COUREUR-REC " seront effaces."
012510     DISPLAY "Les km et les resultats restent sous le code "
012520         WCODCOUR ". Operation irreversible."
012530     DISPLAY "Confirmez l'anonymisation (O/N) : "
012540     MOVE SPACES TO WCONFIRMATION
012550     ACCEPT WCONFIRMATION
012560     IF WCONFIRMATION NOT = 'O' AND WCONFIRMATION NOT = 'o'
012570         DISPLAY "Anonymisation abandonnee."
012580         GO TO 4000-EXIT
012590     END-IF
012600     PERFORM 9600-POSER-VERROU-COUREUR THRU 9600-EXIT
012610     IF VERROU-REFUSE
012620         GO TO 4000-EXIT
012630     END-IF
012640     PERFORM 4050-EXPORTER-ET-ANONYMISER THRU 4050-EXIT
012650     PERFORM 9650-LIBERER-VERROU-COUREUR THRU 9650-EXIT
012660     IF EXPORT-OUVERT
012670         CLOSE EXPORT-COUREUR
012680         MOVE 'FALSE' TO WEXPORT-OUVERT
012690     END-IF.
012700 4000-EXIT.
012710     EXIT.
012720
012730 4050-EXPORTER-ET-ANONYMISER.
012740     PERFORM 7100-RELIRE-COUREUR THRU 7100-EXIT
012750     IF NOT CODCOUR-VALIDE
012760         GO TO 4050-EXIT
012770     END-IF
012780     PERFORM 3000-EXPORTER-LE-COUREUR THRU 3000-EXIT
012790     IF NOT EXPORT-OUVERT
012800         DISPLAY "Export impossible, rien n'est anonymise."
012810         GO TO 4050-EXIT
012820     END-IF
012830     PERFORM 4100-RESERVER-LE-NUMERO THRU 4100-EXIT
012840     IF WNUMERO = 0
012850         GO TO 4050-EXIT
012860     END-IF
012870     PERFORM 7100-RELIRE-COUREUR THRU 7100-EXIT
012880     PERFORM 4200-ANONYMISER-LA-FICHE THRU 4200-EXIT
012890     IF NOT FICHE-ANONYMISEE
012900         DISPLAY "Ligne " WNUMERO " du registre reservee mais "
012910             "fiche inchangee, anonymisation a relancer."
012920         GO TO 4050-EXIT
012930     END-IF
012940     PERFORM 4300-TRAITER-L-ADRESSE THRU 4300-EXIT
012950     MOVE 0 TO WNB-LICENCES
012960     IF NOT LICENCE-ABSENTE
012970         PERFORM 4250-ANONYMISER-LICENCES THRU 4250-EXIT
012980     END-IF
012990     MOVE 0 TO WNB-ALERTES
013000     IF NOT ALERTE-ABSENTE
013010         PERFORM 4400-NEUTRALISER-ALERTES THRU 4400-EXIT
013020     END-IF
013030     MOVE 0 TO WNB-PODIUMS
013040     IF NOT PODIUM-ABSENT
013050         PERFORM 4500-NEUTRALISER-PODIUMS THRU 4500-EXIT
013060     END-IF
013070     PERFORM 4600-NEUTRALISER-JOURNAL THRU 4600-EXIT
013080     PERFORM 4700-COMPLETER-LE-REGISTRE THRU 4700-EXIT
013090     PERFORM 4800-ECRIRE-CERTIFICAT THRU 4800-EXIT.
013100 4050-EXIT.
013110     EXIT.
013120
013130*----------------------------------------------------------------*
013140* 4100-RESERVER-LE-NUMERO : numero suivant le dernier du         *
013150*                  registre, ligne ecrite aussitot (compteurs a  *
013160*                  zero) pour qu'une autre session ne puisse pas *
013170*                  le reprendre.  WNUMERO a zero = refus.        *
013180*----------------------------------------------------------------*
013190 4100-RESERVER-LE-NUMERO.
013200     PERFORM 7800-NUMERO-SUIVANT THRU 7800-EXIT
013210     ACCEPT WHEURE FROM TIME
013220     MOVE WNUMERO TO ANO-NUMERO
013230     MOVE WCODCOUR TO ANO-CODCOUR
013240     MOVE WDATEJOUR TO ANO-DATE
013250     DIVIDE WHEURE BY 100 GIVING ANO-HEURE
013260     MOVE SES-CODOPER TO ANO-OPERATEUR
013270     MOVE WMOTIF TO ANO-MOTIF
013280     MOVE WNUMERO TO WNEU-NUMERO
013290     MOVE WNOM-NEUTRE TO ANO-NEUTRE
013300     MOVE 0 TO ANO-NB-EXPORTEES
013310     MOVE 0 TO ANO-NB-JOURNAL
013320     MOVE SPACE TO ANO-ADRESSE
013330     WRITE ANONYMAT-REC
013340         INVALID KEY
013350             DISPLAY "Erreur ecriture du registre " WNUMERO
013360                 ", code retour " WANOSTAT
013370                 ", rien n'est anonymise."
013380             MOVE 0 TO WNUMERO
013390     END-WRITE.
013400 4100-EXIT.
013410     EXIT.
013420
013430*----------------------------------------------------------------*
013440* 4200-ANONYMISER-LA-FICHE : nom neutre, prenom efface, lien     *
013450*                  d'adresse retire ; la naissance est ramenee   *
013460*                  au 1er janvier de l'annee pour garder la      *
013470*                  categorie d'age (FCAT).  Le CODCOUR, le total *
013480*                  des km, l'entraineur et l'equipe restent.     *
013490*----------------------------------------------------------------*
013500 4200-ANONYMISER-LA-FICHE.
013510     MOVE 'FALSE' TO WFICHE-OK
013520     MOVE CODADR OF COUREUR-REC TO WCODADR
013530     MOVE WNOM-NEUTRE TO NOM OF COUREUR-REC
013540     MOVE SPACES TO PRENOM OF COUREUR-REC
013550     MOVE 0 TO CODADR OF COUREUR-REC
013560     IF DATE-NAISSANCE OF COUREUR-REC NOT = 0
013570         DIVIDE DATE-NAISSANCE OF COUREUR-REC BY 10000
013580             GIVING WANNEE
013590         COMPUTE DATE-NAISSANCE OF COUREUR-REC =
013600             WANNEE * 10000 + 101
013610     END-IF
013620     REWRITE COUREUR-REC
013630         INVALID KEY
013640             DISPLAY "Erreur mise a jour de la fiche, code "
013650                 "retour " WCOUSTAT
013660             GO TO 4200-EXIT
013670     END-REWRITE
013680     MOVE 'TRUE ' TO WFICHE-OK
013690     MOVE 'R' TO LIEN-OPERATION
013700     MOVE "COUREUR" TO LIEN-FICHIER
013710     MOVE SPACES TO LIEN-CLE
013720     MOVE WCODCOUR TO LIEN-CLE
013730     MOVE SPACES TO LIEN-AVANT
013740     MOVE NOM OF COUREUR-REC TO WIMG-NOM
013750     MOVE TOTAL-KM-FAITS OF COUREUR-REC TO WIMG-TOTKM
013760     MOVE CODENTR OF COUREUR-REC TO WIMG-CODENTR
013765     MOVE DATE-NAISSANCE OF COUREUR-REC TO WIMG-DATE-NAISSANCE
013770     MOVE WIMAGE-COUREUR TO LIEN-APRES
013780     PERFORM 9500-JOURNALISER THRU 9500-EXIT
013790     DISPLAY "Fiche " WCODCOUR " anonymisee sous le nom "
013800         WNOM-NEUTRE.
013810 4200-EXIT.
013820     EXIT.
013830
013840*----------------------------------------------------------------*
013850* 4250-ANONYMISER-LICENCES : chaque saison de LICENCE du coureur *
013860*                  perd son numero de licence federale ; la      *
013870*                  naissance declaree est ramenee au 1er janvier *
013880*                  de l'annee, comme sur la fiche.  Categorie et *
013890*                  certificat medical restent.                   *
013900*----------------------------------------------------------------*
013910 4250-ANONYMISER-LICENCES.
013920     MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
013930     MOVE 0 TO LIC-SAISON
013940     START LICENCE KEY IS NOT LESS THAN CLE-LICENCE
013950         INVALID KEY
013960             MOVE 'TRUE ' TO WFIN-BALAYAGE
013970         NOT INVALID KEY
013980             MOVE 'FALSE' TO WFIN-BALAYAGE
013990     END-START
014000     PERFORM 4260-UNE-LICENCE THRU 4260-EXIT
014010         UNTIL FIN-BALAYAGE
014020     IF WNB-LICENCES NOT = 0
014030         DISPLAY WNB-LICENCES " licence(s) anonymisee(s)."
014040     END-IF.
014050 4250-EXIT.
014060     EXIT.
014070
014080 4260-UNE-LICENCE.
014090     READ LICENCE NEXT RECORD
014100         AT END
014110             MOVE 'TRUE ' TO WFIN-BALAYAGE
014120             GO TO 4260-EXIT
014130     END-READ
014140     IF CODCOUR OF LICENCE-REC NOT = WCODCOUR
014150         MOVE 'TRUE ' TO WFIN-BALAYAGE
014160         GO TO 4260-EXIT
014170     END-IF
014180     MOVE SPACES TO LIC-NUMERO
014190     IF LIC-DATE-NAISSANCE NOT = 0
014200         DIVIDE LIC-DATE-NAISSANCE BY 10000 GIVING WANNEE
014210         COMPUTE LIC-DATE-NAISSANCE = WANNEE * 10000 + 101
014220     END-IF
014230     REWRITE LICENCE-REC
014240         INVALID KEY
014250             DISPLAY "Erreur mise a jour de la licence "
014260                 CLE-LICENCE ", code retour " WLICSTAT
014270             GO TO 4260-EXIT
014280     END-REWRITE
014290     ADD 1 TO WNB-LICENCES
014300     MOVE 'R' TO LIEN-OPERATION
014310     MOVE "LICENCE" TO LIEN-FICHIER
014320     MOVE SPACES TO LIEN-CLE
014330     MOVE CLE-LICENCE TO LIEN-CLE
014340     MOVE SPACES TO LIEN-AVANT
014350     MOVE SPACES TO LIEN-APRES
014360     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
014370 4260-EXIT.
014380     EXIT.
014390
014400*----------------------------------------------------------------*
014410* 4300-TRAITER-L-ADRESSE : l'adresse n'est supprimee que si plus *
014420*                  aucun coureur ne la reference (cle            *
014430*                  alternative CODADR), avec ses echecs de       *
014440*                  remise (ECHEC-COORD, type A) ; une adresse    *
014450*                  partagee est conservee, seul le lien du       *
014460*                  coureur a ete retire.                         *
014470*----------------------------------------------------------------*
014480 4300-TRAITER-L-ADRESSE.
014490     MOVE SPACE TO WSORT-ADRESSE
014500     IF WCODADR = 0
014510         GO TO 4300-EXIT
014520     END-IF
014530     MOVE 0 TO WNB-ADR-AUTRES
014540     MOVE WCODADR TO CODADR OF COUREUR-REC
014550     START COUREUR KEY IS EQUAL TO CODADR OF COUREUR-REC
014560         INVALID KEY
014570             MOVE 'TRUE ' TO WFIN-BALAYAGE
014580         NOT INVALID KEY
014590             MOVE 'FALSE' TO WFIN-BALAYAGE
014600     END-START
014610     PERFORM 4310-UNE-REFERENCE-ADRESSE THRU 4310-EXIT
014620         UNTIL FIN-BALAYAGE
014630     IF WNB-ADR-AUTRES NOT = 0
014640         MOVE 'C' TO WSORT-ADRESSE
014650         DISPLAY "Adresse " WCODADR " partagee par "
014660             WNB-ADR-AUTRES " autre(s) coureur(s), conservee."
014670         GO TO 4300-EXIT
014680     END-IF
014690     MOVE WCODADR TO CODADR OF ADRESSE-REC
014700     DELETE ADRESSE
014710         INVALID KEY
014720             GO TO 4300-EXIT
014730     END-DELETE
014740     MOVE 'S' TO WSORT-ADRESSE
014750     DISPLAY "Adresse " WCODADR " supprimee."
014760     MOVE 'S' TO LIEN-OPERATION
014770     MOVE "ADRESSE" TO LIEN-FICHIER
014780     MOVE SPACES TO LIEN-CLE
014790     MOVE WCODADR TO LIEN-CLE
014800     MOVE SPACES TO LIEN-AVANT
014810     MOVE SPACES TO LIEN-APRES
014820     PERFORM 9500-JOURNALISER THRU 9500-EXIT
014830     IF NOT ECHEC-ABSENT
014840         MOVE 'M' TO ECH-CANAL
014850         PERFORM 4320-SUPPRIMER-UN-ECHEC THRU 4320-EXIT
014860         MOVE 'S' TO ECH-CANAL
014870         PERFORM 4320-SUPPRIMER-UN-ECHEC THRU 4320-EXIT
014880     END-IF.
014890 4300-EXIT.
014900     EXIT.
014910
014920 4310-UNE-REFERENCE-ADRESSE.
014930     READ COUREUR NEXT RECORD
014940         AT END
014950             MOVE 'TRUE ' TO WFIN-BALAYAGE
014960         NOT AT END
014970             IF CODADR OF COUREUR-REC NOT = WCODADR
014980                 MOVE 'TRUE ' TO WFIN-BALAYAGE
014990             ELSE
015000                 ADD 1 TO WNB-ADR-AUTRES
015010             END-IF
015020     END-READ.
015030 4310-EXIT.
015040     EXIT.
015050
015060 4320-SUPPRIMER-UN-ECHEC.
015070     MOVE 'A' TO ECH-TYPE
015080     MOVE WCODADR TO ECH-CODE
015090     DELETE ECHEC-COORD
015100         INVALID KEY
015110             GO TO 4320-EXIT
015120     END-DELETE
015130     MOVE 'S' TO LIEN-OPERATION
015140     MOVE "ECHEC-COORD" TO LIEN-FICHIER
015150     MOVE SPACES TO LIEN-CLE
015160     MOVE CLE-ECHEC TO LIEN-CLE
015170     MOVE SPACES TO LIEN-AVANT
015180     MOVE SPACES TO LIEN-APRES
015190     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
015200 4320-EXIT.
015210     EXIT.
015220
015230*----------------------------------------------------------------*
015240* 4400-NEUTRALISER-ALERTES : ALERTE est rangee par entraineur,   *
015250*                  le fichier est donc parcouru en entier.       *
015260*----------------------------------------------------------------*
015270 4400-NEUTRALISER-ALERTES.
015280     MOVE LOW-VALUES TO CLE-ALERTE
015290     START ALERTE KEY IS NOT LESS THAN CLE-ALERTE
015300         INVALID KEY
015310             MOVE 'TRUE ' TO WFIN-BALAYAGE
015320         NOT INVALID KEY
015330             MOVE 'FALSE' TO WFIN-BALAYAGE
015340     END-START
015350     PERFORM 4410-UNE-ALERTE THRU 4410-EXIT
015360         UNTIL FIN-BALAYAGE
015370     IF WNB-ALERTES NOT = 0
015380         DISPLAY WNB-ALERTES " alerte(s) neutralisee(s)."
015390     END-IF.
015400 4400-EXIT.
015410     EXIT.
015420
015430 4410-UNE-ALERTE.
015440     READ ALERTE NEXT RECORD
015450         AT END
015460             MOVE 'TRUE ' TO WFIN-BALAYAGE
015470             GO TO 4410-EXIT
015480     END-READ
015490     IF CODCOUR OF ALERTE-REC NOT = WCODCOUR
015500         GO TO 4410-EXIT
015510     END-IF
015520     MOVE WNOM-NEUTRE TO ALR-NOM-COUREUR
015530     MOVE SPACES TO ALR-PRENOM-COUREUR
015540     REWRITE ALERTE-REC
015550     ADD 1 TO WNB-ALERTES
015560     MOVE 'R' TO LIEN-OPERATION
015570     MOVE "ALERTE" TO LIEN-FICHIER
015580     MOVE SPACES TO LIEN-CLE
015590     MOVE CLE-ALERTE TO LIEN-CLE
015600     MOVE SPACES TO LIEN-AVANT
015610     MOVE WNOM-NEUTRE TO LIEN-APRES
015620     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
015630 4410-EXIT.
015640     EXIT.
015650
015660*----------------------------------------------------------------*
015670* 4500-NEUTRALISER-PODIUMS : le rang et les km du podium sont    *
015680*                  gardes, seul le nom exporte est remplace.     *
015690*----------------------------------------------------------------*
015700 4500-NEUTRALISER-PODIUMS.
015710     MOVE LOW-VALUES TO CLE-PODIUM
015720     START PODIUM KEY IS NOT LESS THAN CLE-PODIUM
015730         INVALID KEY
015740             MOVE 'TRUE ' TO WFIN-BALAYAGE
015750         NOT INVALID KEY
015760             MOVE 'FALSE' TO WFIN-BALAYAGE
015770     END-START
015780     PERFORM 4510-UN-PODIUM THRU 4510-EXIT
015790         UNTIL FIN-BALAYAGE
015800     IF WNB-PODIUMS NOT = 0
015810         DISPLAY WNB-PODIUMS " place(s) de podium "
015820             "neutralisee(s)."
015830     END-IF.
015840 4500-EXIT.
015850     EXIT.
015860
015870 4510-UN-PODIUM.
015880     READ PODIUM NEXT RECORD
015890         AT END
015900             MOVE 'TRUE ' TO WFIN-BALAYAGE
015910             GO TO 4510-EXIT
015920     END-READ
015930     IF POD-CODCOUR NOT = WCODCOUR
015940         GO TO 4510-EXIT
015950     END-IF
015960     MOVE WNOM-NEUTRE TO POD-NOM
015970     MOVE SPACES TO POD-PRENOM
015980     REWRITE PODIUM-REC
015990     ADD 1 TO WNB-PODIUMS
016000     MOVE 'R' TO LIEN-OPERATION
016010     MOVE "PODIUM" TO LIEN-FICHIER
016020     MOVE SPACES TO LIEN-CLE
016030     MOVE CLE-PODIUM TO LIEN-CLE
016040     MOVE SPACES TO LIEN-AVANT
016050     MOVE WNOM-NEUTRE TO LIEN-APRES
016060     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
016070 4510-EXIT.
016080     EXIT.
016090
016100*----------------------------------------------------------------*
016110* 4600-NEUTRALISER-JOURNAL : dernier passage, apres toutes les   *
016120*                  ecritures FJRNL.  Les images COUREUR de F1 et *
016130*                  FF commencent par le nom : il est remplace    *
016140*                  par le nom neutre, le reste (km, entraineur)  *
016150*                  est garde, la naissance des images F1 est     *
016153*                  ramenee au 1er janvier.  Les images ADRESSE   *
016156*                  et ECHEC-COORD (ville, telephone, contact)    *
016160*                  sont effacees.                                *
016170*                  Les images LICENCE (FLI, F1) commencent par   *
016180*                  le numero de licence : il est efface.         *
016190*----------------------------------------------------------------*
016200 4600-NEUTRALISER-JOURNAL.
016210     MOVE 0 TO WNB-JOURNAL
016220     OPEN I-O JOURNAL
016230     IF WJRNSTAT NOT = '00'
016240         GO TO 4600-EXIT
016250     END-IF
016260     MOVE WCODCOUR TO JRN-CODCOUR
016270     START JOURNAL KEY IS EQUAL TO JRN-CODCOUR
016280         INVALID KEY
016290             MOVE 'TRUE ' TO WFIN-BALAYAGE
016300         NOT INVALID KEY
016310             MOVE 'FALSE' TO WFIN-BALAYAGE
016320     END-START
016330     PERFORM 4610-UNE-LIGNE-JOURNAL THRU 4610-EXIT
016340         UNTIL FIN-BALAYAGE
016350     CLOSE JOURNAL
016360     DISPLAY WNB-JOURNAL " ligne(s) de journal neutralisee(s).".
016370 4600-EXIT.
016380     EXIT.
016390
016400 4610-UNE-LIGNE-JOURNAL.
016410     READ JOURNAL NEXT RECORD
016420         AT END
016430             MOVE 'TRUE ' TO WFIN-BALAYAGE
016440             GO TO 4610-EXIT
016450     END-READ
016460     IF JRN-CODCOUR NOT = WCODCOUR
016470         MOVE 'TRUE ' TO WFIN-BALAYAGE
016480         GO TO 4610-EXIT
016490     END-IF
016500     MOVE JOURNAL-REC TO WJOURNAL-AVANT
016510     IF JRN-FICHIER = "ADRESSE" OR JRN-FICHIER = "ECHEC-COORD"
016520         MOVE SPACES TO JRN-AVANT
016530         MOVE SPACES TO JRN-APRES
016540     END-IF
016550     IF JRN-FICHIER = "LICENCE"
016560         MOVE SPACES TO JRN-AVANT (1:12)
016570         MOVE SPACES TO JRN-APRES (1:12)
016580     END-IF
016590     IF JRN-FICHIER = "COUREUR"
016600         AND (JRN-PROGRAMME = "F1" OR JRN-PROGRAMME = "FF")
016610         IF JRN-AVANT NOT = SPACES
016620             MOVE WNOM-NEUTRE TO JRN-AVANT (1:20)
016630         END-IF
016640         IF JRN-APRES NOT = SPACES
016650             MOVE WNOM-NEUTRE TO JRN-APRES (1:20)
016660         END-IF
016661         IF JRN-PROGRAMME = "F1"
016662             MOVE JRN-AVANT (31:8) TO WJRN-NAISSANCE
016663             PERFORM 4620-NAISSANCE-JOURNAL THRU 4620-EXIT
016664             MOVE WJRN-NAISSANCE TO JRN-AVANT (31:8)
016665             MOVE JRN-APRES (31:8) TO WJRN-NAISSANCE
016666             PERFORM 4620-NAISSANCE-JOURNAL THRU 4620-EXIT
016667             MOVE WJRN-NAISSANCE TO JRN-APRES (31:8)
016668         END-IF
016670     END-IF
016680     IF JOURNAL-REC = WJOURNAL-AVANT
016690         GO TO 4610-EXIT
016700     END-IF
016710     REWRITE JOURNAL-REC
016720         INVALID KEY
016730             DISPLAY "Erreur mise a jour du journal "
016740                 JRN-DATE-HEURE "-" JRN-SEQ
016750         NOT INVALID KEY
016760             ADD 1 TO WNB-JOURNAL
016770     END-REWRITE.
016780 4610-EXIT.
016790     EXIT.
016791
016792*----------------------------------------------------------------*
016793* 4620-NAISSANCE-JOURNAL : date de naissance d'une image COUREUR *
016794*                  de F1 ramenee au 1er janvier, comme la fiche. *
016795*----------------------------------------------------------------*
016796 4620-NAISSANCE-JOURNAL.
016797     IF WJRN-NAISSANCE NUMERIC AND WJRN-NAISSANCE NOT = ZEROES
016798         MOVE "0101" TO WJRN-NAIS-MMJJ
016799     END-IF.
016800 4620-EXIT.
016801     EXIT.
016802
016810 4700-COMPLETER-LE-REGISTRE.
016820     MOVE WNUMERO TO ANO-NUMERO
016830     READ ANONYMAT
016840         INVALID KEY
016850             DISPLAY "Ligne " WNUMERO " du registre introuvable."
016860             GO TO 4700-EXIT
016870     END-READ
016880     MOVE WNB-EXPORTEES TO ANO-NB-EXPORTEES
016890     MOVE WNB-JOURNAL TO ANO-NB-JOURNAL
016900     MOVE WSORT-ADRESSE TO ANO-ADRESSE
016910     REWRITE ANONYMAT-REC
016920         INVALID KEY
016930             DISPLAY "Erreur mise a jour du registre " WNUMERO
016940                 ", code retour " WANOSTAT
016950     END-REWRITE.
016960 4700-EXIT.
016970     EXIT.
016980
016990*----------------------------------------------------------------*
017000* 4800-ECRIRE-CERTIFICAT : certificat date affiche et ajoute a   *
017010*                  la fin de l'export remis au coureur.          *
017020*----------------------------------------------------------------*
017030 4800-ECRIRE-CERTIFICAT.
017040     MOVE SPACES TO EXPORT-REC
017050     WRITE EXPORT-REC
017060     MOVE SPACES TO EXPORT-REC
017070     STRING "CERTIFICAT D'ANONYMISATION No " ANO-NUMERO
017080         " du " ANO-DATE " a " ANO-HEURE
017090         " par " ANO-OPERATEUR " motif " ANO-MOTIF
017100         DELIMITED BY SIZE INTO EXPORT-REC
017110     WRITE EXPORT-REC
017120     DISPLAY EXPORT-REC
017130     MOVE SPACES TO EXPORT-REC
017140     STRING "  Coureur " ANO-CODCOUR " devenu " ANO-NEUTRE
017150         " - " ANO-NB-EXPORTEES " enregistrement(s) exporte(s), "
017160         ANO-NB-JOURNAL " ligne(s) de journal neutralisee(s), "
017170         "adresse " ANO-ADRESSE
017180         DELIMITED BY SIZE INTO EXPORT-REC
017190     WRITE EXPORT-REC
017200     DISPLAY EXPORT-REC
017210     DISPLAY "Export et certificat ecrits dans "
017220         "EXPORT-COUREUR.TXT.".
017230 4800-EXIT.
017240     EXIT.
017250
017260*----------------------------------------------------------------*
017270* 6000-LISTER-LE-REGISTRE : registre des anonymisations, dans    *
017280*                  l'ordre des numeros.                          *
017290*----------------------------------------------------------------*
017300 6000-LISTER-LE-REGISTRE.
017310     DISPLAY "Numero Date     Heure  Cou Operat.  M Nom neutre"
017320         "           Export Journ A"
017330     MOVE 0 TO WNB-REGISTRE
017340     MOVE 0 TO ANO-NUMERO
017350     START ANONYMAT KEY IS NOT LESS THAN ANO-NUMERO
017360         INVALID KEY
017370             MOVE 'TRUE ' TO WFIN-BALAYAGE
017380         NOT INVALID KEY
017390             MOVE 'FALSE' TO WFIN-BALAYAGE
017400     END-START
017410     PERFORM 6100-UNE-LIGNE-REGISTRE THRU 6100-EXIT
017420         UNTIL FIN-BALAYAGE
017430     DISPLAY WNB-REGISTRE " anonymisation(s) au registre.".
017440 6000-EXIT.
017450     EXIT.
017460
017470 6100-UNE-LIGNE-REGISTRE.
017480     READ ANONYMAT NEXT RECORD
017490         AT END
017500             MOVE 'TRUE ' TO WFIN-BALAYAGE
017510             GO TO 6100-EXIT
017520     END-READ
017530     ADD 1 TO WNB-REGISTRE
017540     DISPLAY ANO-NUMERO "  " ANO-DATE " " ANO-HEURE " "
017550         ANO-CODCOUR " " ANO-OPERATEUR " " ANO-MOTIF " "
017560         ANO-NEUTRE " " ANO-NB-EXPORTEES " " ANO-NB-JOURNAL
017570         " " ANO-ADRESSE.
017580 6100-EXIT.
017590     EXIT.
017600
017610*----------------------------------------------------------------*
017620* 7000-SAISIR-COUREUR : CODCOUR doit exister dans COUREUR ; le   *
017630*                  registre dit s'il est deja anonymise (cle     *
017640*                  alternative ANO-CODCOUR).                     *
017650*----------------------------------------------------------------*
017660 7000-SAISIR-COUREUR.
017670     DISPLAY "Code coureur : ".
017680     MOVE ZEROES TO WCODCOUR
017690     ACCEPT WCODCOUR
017700     PERFORM 7100-RELIRE-COUREUR THRU 7100-EXIT
017710     IF NOT CODCOUR-VALIDE
017720         DISPLAY "Code coureur inconnu."
017730         GO TO 7000-EXIT
017740     END-IF
017750     DISPLAY "Coureur " WCODCOUR " " NOM OF COUREUR-REC " "
017760         PRENOM OF COUREUR-REC
017770     MOVE 'FALSE' TO WDEJA-ANONYME
017780     MOVE WCODCOUR TO ANO-CODCOUR
017790     READ ANONYMAT KEY IS ANO-CODCOUR
017800         INVALID KEY
017810             CONTINUE
017820         NOT INVALID KEY
017830             MOVE 'TRUE ' TO WDEJA-ANONYME
017840     END-READ.
017850 7000-EXIT.
017860     EXIT.
017870
017880 7100-RELIRE-COUREUR.
017890     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
017900     READ COUREUR
017910         INVALID KEY
017920             MOVE 'FALSE' TO WCOUROK
017930         NOT INVALID KEY
017940             MOVE 'TRUE ' TO WCOUROK
017950     END-READ.
017960 7100-EXIT.
017970     EXIT.
017980
017990*----------------------------------------------------------------*
018000* 7800-NUMERO-SUIVANT : numero suivant la derniere ligne du      *
018010*                  registre.                                     *
018020*----------------------------------------------------------------*
018030 7800-NUMERO-SUIVANT.
018040     MOVE 0 TO WDERNIER-NUMERO
018050     MOVE 0 TO ANO-NUMERO
018060     START ANONYMAT KEY IS NOT LESS THAN ANO-NUMERO
018070         INVALID KEY
018080             MOVE 'TRUE ' TO WFIN-BALAYAGE
018090         NOT INVALID KEY
018100             MOVE 'FALSE' TO WFIN-BALAYAGE
018110     END-START
018120     PERFORM 7810-PASSER-UNE-LIGNE THRU 7810-EXIT
018130         UNTIL FIN-BALAYAGE
018140     COMPUTE WNUMERO = WDERNIER-NUMERO + 1.
018150 7800-EXIT.
018160     EXIT.
018170
018180 7810-PASSER-UNE-LIGNE.
018190     READ ANONYMAT NEXT RECORD
018200         AT END
018210             MOVE 'TRUE ' TO WFIN-BALAYAGE
018220         NOT AT END
018230             MOVE ANO-NUMERO TO WDERNIER-NUMERO
018240     END-READ.
018250 7810-EXIT.
018260     EXIT.
018270
018280*----------------------------------------------------------------*
018290* 8000-ECRIRE-LIGNE : une ligne d'enregistrement exporte,        *
018300*                  comptee dans la section et dans le total.     *
018310*----------------------------------------------------------------*
018320 8000-ECRIRE-LIGNE.
018330     WRITE EXPORT-REC
018340     ADD 1 TO WNB-SECTION
018350     ADD 1 TO WNB-EXPORTEES.
018360 8000-EXIT.
018370     EXIT.
018380
018390 8100-TITRE-SECTION.
018400     MOVE 0 TO WNB-SECTION
018410     MOVE SPACES TO EXPORT-REC
018420     WRITE EXPORT-REC
018430     MOVE SPACES TO EXPORT-REC
018440     STRING "== " WTITRE
018450         DELIMITED BY SIZE INTO EXPORT-REC
018460     WRITE EXPORT-REC.
018470 8100-EXIT.
018480     EXIT.
018490
018500 8200-FIN-SECTION.
018510     MOVE SPACES TO EXPORT-REC
018520     IF WNB-SECTION = 0
018530         MOVE "  (aucune ligne)" TO EXPORT-REC
018540     ELSE
018550         STRING "  " WNB-SECTION " ligne(s)."
018560             DELIMITED BY SIZE INTO EXPORT-REC
018570     END-IF
018580     WRITE EXPORT-REC.
018590 8200-EXIT.
018600     EXIT.
018610
018620*----------------------------------------------------------------*
018630* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
018640*----------------------------------------------------------------*
018650 9500-JOURNALISER.
018660     MOVE "FRG" TO LIEN-PROGRAMME
018670     MOVE SES-CODOPER TO LIEN-OPERATEUR
018680     MOVE WCODCOUR TO LIEN-CODCOUR
018690     CALL "FJRNL" USING JRN-LIEN.
018700 9500-EXIT.
018710     EXIT.
018720
018730*----------------------------------------------------------------*
018740* 9600-POSER-VERROU-COUREUR : pose le verrou de la fiche via     *
018750*                  FVERR ; une fiche tenue par une autre session *
018760*                  est signalee avec le code de son detenteur.   *
018770*----------------------------------------------------------------*
018780 9600-POSER-VERROU-COUREUR.
018790     MOVE 'P' TO VLN-ACTION
018800     MOVE "COUREUR" TO VLN-FICHIER
018810     MOVE SPACES TO VLN-CLE
018820     MOVE WCODCOUR TO VLN-CLE
018830     MOVE SES-CODOPER TO VLN-OPERATEUR
018840     CALL "FVERR" USING VER-LIEN
018850     IF VERROU-REFUSE
018860         DISPLAY "Fiche en cours de modification par "
018870             VLN-DETENTEUR ", reessayez plus tard."
018880     END-IF.
018890 9600-EXIT.
018900     EXIT.
018910
018920 9650-LIBERER-VERROU-COUREUR.
018930     MOVE 'L' TO VLN-ACTION
018940     MOVE "COUREUR" TO VLN-FICHIER
018950     MOVE SPACES TO VLN-CLE
018960     MOVE WCODCOUR TO VLN-CLE
018970     MOVE SES-CODOPER TO VLN-OPERATEUR
018980     CALL "FVERR" USING VER-LIEN.
018990 9650-EXIT.
019000     EXIT.
