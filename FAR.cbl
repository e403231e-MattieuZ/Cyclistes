000100*================================================================*
000110* FAR       - Retours de la passerelle de notification.  La      *
000120*             passerelle du service releve la file ALERTE (pour  *
000130*             les entraineurs) et le releve RELEVE-COUREURS.TXT  *
000140*             de FS (pour les coureurs) ; elle depose en retour  *
000150*             RETOUR-PASSERELLE.TXT, une ligne par envoi : type  *
000160*             (A alerte / R releve), cle de l'alerte ou de la    *
000170*             ligne de releve, canal (M mail / S SMS), statut    *
000180*             de remise (D remise / E echec / B rebond),         *
000190*             horodatage et motif du rebond.                     *
000200*             Chaque retour d'alerte est porte sur la ligne      *
000210*             ALERTE ; chaque echec alimente ECHEC-COORD.SQL     *
000220*             pour la coordonnee (mail ou telephone de           *
000230*             l'entraineur, ou de l'adresse du coureur) qui a    *
000240*             echoue, une remise reussie le remet a zero.  Un    *
000250*             retour deja pris en compte (horodatage pas plus    *
000260*             recent que le dernier connu) est ignore : le       *
000270*             fichier peut etre repasse sans effet.              *
000280*             Les alertes non remises apres WDELAI-RELANCE jours *
000290*             sont remises en file (au plus WMAX-RELANCES fois)  *
000300*             puis escaladees au superviseur, tout de suite en   *
000310*             cas de rebond.  L'etat ETAT-FAR.TXT liste les      *
000320*             retours rejetes, les alertes escaladees et les     *
000330*             coordonnees en echec repete, a corriger par les    *
000340*             options 4 (entraineurs) et 1 (coureurs).           *
000350*================================================================*
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. FAR.
000380 AUTHOR. G3.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED.
000410*----------------------------------------------------------------*
000420* HISTORIQUE DES MODIFICATIONS                                   *
000430* DATE        AUT  DESCRIPTION                                   *
000440* 15/10/2026  G3   Creation du programme (option AR du menu,     *
000450*                  lancable aussi en traitement de nuit).        *
000460*----------------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RETOUR-PASSERELLE ASSIGN TO 'RETOUR-PASSERELLE.TXT'
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WRETSTAT.
000530     SELECT ETAT-FAR ASSIGN TO 'ETAT-FAR.TXT'
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WETASTAT.
000560     COPY ALRTSEL.
000570     COPY ECHSEL.
000580     COPY ENTRSEL.
000590     COPY COURSEL.
000600     COPY ADRSEL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RETOUR-PASSERELLE
000650     LABEL RECORD IS STANDARD.
000660 01  RETOUR-REC.
000670     02  RET-TYPE            PIC X(01).
000680         88  RET-ALERTE                  VALUE 'A'.
000690         88  RET-RELEVE                  VALUE 'R'.
000700     02  RET-CLE-ALERTE.
000710         03  RET-CODENTR     PIC X(03).
000720         03  RET-CODCOUR     PIC X(03).
000730         03  RET-CODSEM      PIC X(02).
000740     02  RET-CLE-RELEVE REDEFINES RET-CLE-ALERTE.
000750         03  RET-REL-CODCOUR PIC X(03).
000760         03  RET-REL-CODSEM  PIC X(02).
000770         03  FILLER          PIC X(03).
000780     02  RET-CANAL           PIC X(01).
000790         88  RET-MAIL                    VALUE 'M'.
000800         88  RET-SMS                     VALUE 'S'.
000810         88  RET-CANAL-VALIDE            VALUES 'M' 'S'.
000820     02  RET-STATUT          PIC X(01).
000830         88  RET-REMISE                  VALUE 'D'.
000840         88  RET-ECHEC                   VALUE 'E'.
000850         88  RET-REBOND                  VALUE 'B'.
000860         88  RET-STATUT-VALIDE           VALUES 'D' 'E' 'B'.
000870     02  RET-DATE            PIC 9(08).
000880     02  RET-HEURE           PIC 9(06).
000890     02  RET-MOTIF           PIC X(25).
000900 FD  ETAT-FAR
000910     LABEL RECORD IS STANDARD.
000920 01  ETAT-REC                PIC X(80).
000930     COPY ALRTFD.
000940     COPY ECHFD.
000950     COPY ENTRFD.
000960     COPY COURFD.
000970     COPY ADRFD.
000980
000990 WORKING-STORAGE SECTION.
001000 77  WRETSTAT                PIC X(02).
001010 77  WETASTAT                PIC X(02).
001020     COPY ALRTSTA.
001030     COPY ECHSTA.
001040     COPY ENTRSTA.
001050     COPY COURSTA.
001060     COPY ADRSTA.
001070*-- Parametres de relance et de signalement ---------------------*
001080 77  WDELAI-RELANCE          PIC 9(02)       VALUE 2.
001090 77  WMAX-RELANCES           PIC 9(02)       VALUE 2.
001100 77  WSEUIL-ECHECS           PIC 9(03)       VALUE 3.
001110 77  WFIN-RETOUR             PIC X(05)       VALUE 'FALSE'.
001120     88  FIN-RETOUR                           VALUE 'TRUE '.
001130 77  WRETOUR-ABSENT          PIC X(05)       VALUE 'FALSE'.
001140     88  RETOUR-ABSENT                        VALUE 'TRUE '.
001150 77  WFIN-ALERTE             PIC X(05)       VALUE 'FALSE'.
001160     88  FIN-ALERTE                           VALUE 'TRUE '.
001170 77  WFIN-ECHEC              PIC X(05)       VALUE 'FALSE'.
001180     88  FIN-ECHEC                            VALUE 'TRUE '.
001190 77  WLIGNE-VALIDE           PIC X(05)       VALUE 'FALSE'.
001200     88  LIGNE-VALIDE                         VALUE 'TRUE '.
001210 77  WFICHE-TROUVEE          PIC X(05)       VALUE 'FALSE'.
001220     88  FICHE-TROUVEE                        VALUE 'TRUE '.
001230 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001240     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001250 77  WDATEJOUR               PIC 9(08).
001260 77  WDATE-LIMITE            PIC 9(08)       VALUE 0.
001270 77  WHORO-RETOUR            PIC 9(14)       VALUE 0.
001280 77  WHORO-CONNU             PIC 9(14)       VALUE 0.
001290 77  WCODCOUR-JOURNAL        PIC 9(03)       VALUE 0.
001300*-- Coordonnee suivie par 4000-SUIVRE-LE-CONTACT ----------------*
001310 77  WCTC-TYPE               PIC X(01).
001320 77  WCTC-CODE               PIC 9(03).
001330 77  WCTC-CONTACT            PIC X(30).
001340 77  WCTC-ACTUEL             PIC X(30).
001350 77  WCTC-LIBELLE            PIC X(10).
001360 77  WCTC-OPTION             PIC X(01).
001370*-- Compteurs du passage ----------------------------------------*
001380 77  WNB-LUS                 PIC 9(05)       VALUE 0.
001390 77  WNB-REMISES             PIC 9(05)       VALUE 0.
001400 77  WNB-ECHECS              PIC 9(05)       VALUE 0.
001410 77  WNB-REBONDS             PIC 9(05)       VALUE 0.
001420 77  WNB-DEJA-VUS            PIC 9(05)       VALUE 0.
001430 77  WNB-REJETES             PIC 9(05)       VALUE 0.
001440 77  WNB-RELANCEES           PIC 9(05)       VALUE 0.
001450 77  WNB-ESCALADEES          PIC 9(05)       VALUE 0.
001460 77  WNB-A-CORRIGER          PIC 9(05)       VALUE 0.
001470 77  WNB-SUIVIS-CLOS         PIC 9(05)       VALUE 0.
001480     COPY JRNLNK.
001490     COPY DATLNK.
001500 01  WIMAGE-REMISE.
001510     02  WIRM-STATUT         PIC X(01).
001520     02  FILLER              PIC X(01)       VALUE SPACE.
001530     02  WIRM-DATE-ENVOI     PIC 9(08).
001540     02  FILLER              PIC X(01)       VALUE SPACE.
001550     02  WIRM-DATE           PIC 9(08).
001560     02  FILLER              PIC X(01)       VALUE SPACE.
001570     02  WIRM-HEURE          PIC 9(06).
001580     02  FILLER              PIC X(01)       VALUE SPACE.
001590     02  WIRM-RELANCES       PIC 9(02).
001600 01  WIMAGE-ECHEC.
001610     02  WIEC-NB-ECHECS      PIC 9(03).
001620     02  FILLER              PIC X(01)       VALUE SPACE.
001630     02  WIEC-CONTACT        PIC X(30).
001640 01  WLIGNE-REJET.
001650     02  FILLER              PIC X(02)       VALUE SPACES.
001660     02  WREJ-MOTIF          PIC X(02).
001670     02  FILLER              PIC X(01)       VALUE SPACE.
001680     02  WREJ-LIGNE          PIC X(33).
001690     02  FILLER              PIC X(01)       VALUE SPACE.
001700     02  WREJ-LIBELLE        PIC X(41).
001710 01  WLIGNE-ETAT.
001720     02  WETA-LIBELLE        PIC X(30).
001730     02  WETA-NOMBRE         PIC 9(05).
001740     02  FILLER              PIC X(45)       VALUE SPACES.
001750
001760 LINKAGE SECTION.
001770     COPY OPELNK.
001780
001790 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001800 0000-MAINLINE SECTION.
001810 0000-DEBUT.
001820     MOVE 0 TO RETURN-CODE
001830     OPEN INPUT RETOUR-PASSERELLE
001840     IF WRETSTAT = '35'
001850         MOVE 'TRUE ' TO WRETOUR-ABSENT
001860     END-IF
001870     OPEN OUTPUT ETAT-FAR
001880     OPEN I-O ALERTE
001890     IF WALRSTAT = '35'
001900         OPEN OUTPUT ALERTE
001910         CLOSE ALERTE
001920         OPEN I-O ALERTE
001930         DISPLAY "Fichier ALERTE cree."
001940     END-IF
001950     OPEN I-O ECHEC-COORD
001960     IF WECHSTAT = '35'
001970         OPEN OUTPUT ECHEC-COORD
001980         CLOSE ECHEC-COORD
001990         OPEN I-O ECHEC-COORD
002000         DISPLAY "Fichier ECHEC-COORD cree."
002010     END-IF
002020     OPEN INPUT ENTRAINEUR
002030     OPEN INPUT COUREUR
002040     OPEN INPUT ADRESSE
002050     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002060     IF ERREUR-OUVERTURE
002070         MOVE 8 TO RETURN-CODE
002080         GOBACK
002090     END-IF
002100     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002110     MOVE SPACES TO ETAT-REC
002120     STRING "Retours de la passerelle de notification du "
002130         WDATEJOUR
002140         DELIMITED BY SIZE INTO ETAT-REC
002150     WRITE ETAT-REC
002160     MOVE SPACES TO ETAT-REC
002170     WRITE ETAT-REC
002180     MOVE "Retours rejetes :" TO ETAT-REC
002190     WRITE ETAT-REC
002200     IF RETOUR-ABSENT
002210         MOVE "  Aucun fichier RETOUR-PASSERELLE." TO ETAT-REC
002220         WRITE ETAT-REC
002230     ELSE
002240         MOVE 'FALSE' TO WFIN-RETOUR
002250         PERFORM 1000-TRAITER-UN-RETOUR THRU 1000-EXIT
002260             UNTIL FIN-RETOUR
002270         IF WNB-REJETES = 0
002280             MOVE "  Neant." TO ETAT-REC
002290             WRITE ETAT-REC
002300         END-IF
002310     END-IF
002320     PERFORM 5000-RELANCER-LES-ALERTES THRU 5000-EXIT
002330     PERFORM 6000-LISTER-LES-CONTACTS THRU 6000-EXIT
002340     PERFORM 8000-ECRIRE-COMPTE-RENDU THRU 8000-EXIT
002350     IF NOT RETOUR-ABSENT
002360         CLOSE RETOUR-PASSERELLE
002370     END-IF
002380     CLOSE ETAT-FAR ALERTE ECHEC-COORD ENTRAINEUR COUREUR
002390         ADRESSE.
002400 0000-FIN-MAINLINE.
002410     GOBACK.
002420
002430 0050-VERIFIER-OUVERTURES.
002440     IF WRETSTAT NOT = '00' AND NOT RETOUR-ABSENT
002450         DISPLAY "Erreur ouverture RETOUR-PASSERELLE, "
002460             "code retour " WRETSTAT
002470         MOVE 'TRUE ' TO WERR-OUVERTURE
002480     END-IF
002490     IF WETASTAT NOT = '00'
002500         DISPLAY "Erreur ouverture ETAT-FAR, code retour "
002510             WETASTAT
002520         MOVE 'TRUE ' TO WERR-OUVERTURE
002530     END-IF
002540     IF WALRSTAT NOT = '00'
002550         DISPLAY "Erreur ouverture ALERTE, code retour "
002560             WALRSTAT
002570         MOVE 'TRUE ' TO WERR-OUVERTURE
002580     END-IF
002590     IF WECHSTAT NOT = '00'
002600         DISPLAY "Erreur ouverture ECHEC-COORD, code retour "
002610             WECHSTAT
002620         MOVE 'TRUE ' TO WERR-OUVERTURE
002630     END-IF
002640     IF WENTSTAT NOT = '00'
002650         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
002660             WENTSTAT
002670         MOVE 'TRUE ' TO WERR-OUVERTURE
002680     END-IF
002690     IF WCOUSTAT NOT = '00'
002700         DISPLAY "Erreur ouverture COUREUR, code retour "
002710             WCOUSTAT
002720         MOVE 'TRUE ' TO WERR-OUVERTURE
002730     END-IF
002740     IF WADRSTAT NOT = '00'
002750         DISPLAY "Erreur ouverture ADRESSE, code retour "
002760             WADRSTAT
002770         MOVE 'TRUE ' TO WERR-OUVERTURE
002780     END-IF.
002790 0050-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------------*
002830* 1000-TRAITER-UN-RETOUR : une ligne du fichier de retour ; une  *
002840*                  ligne rejetee est listee dans l'etat avec son *
002850*                  motif, les autres sont portees sur l'alerte   *
002860*                  ou sur la coordonnee du coureur.              *
002870*----------------------------------------------------------------*
002880 1000-TRAITER-UN-RETOUR.
002890     READ RETOUR-PASSERELLE
002900         AT END
002910             MOVE 'TRUE ' TO WFIN-RETOUR
002920             GO TO 1000-EXIT
002930     END-READ
002940     ADD 1 TO WNB-LUS
002950     PERFORM 2000-CONTROLER-LE-RETOUR THRU 2000-EXIT
002960     IF NOT LIGNE-VALIDE
002970         GO TO 1000-EXIT
002980     END-IF
002990     COMPUTE WHORO-RETOUR = RET-DATE * 1000000 + RET-HEURE
003000     IF RET-ALERTE
003010         PERFORM 3000-POSTER-ALERTE THRU 3000-EXIT
003020     ELSE
003030         PERFORM 3500-POSTER-RELEVE THRU 3500-EXIT
003040     END-IF.
003050 1000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------------*
003090* 2000-CONTROLER-LE-RETOUR : la ligne doit etre complete et      *
003100*                  viser une alerte encore en file ou un coureur *
003110*                  dont l'adresse existe.                        *
003120*   Motifs de rejet :                                            *
003130*     01  ligne incomplete ou non numerique                      *
003140*     02  alerte absente de la file (purgee ou deplacee)         *
003150*     03  code coureur inconnu                                   *
003160*     04  coureur sans adresse                                   *
003170*----------------------------------------------------------------*
003180 2000-CONTROLER-LE-RETOUR.
003190     MOVE 'TRUE ' TO WLIGNE-VALIDE
003200     IF NOT RET-CANAL-VALIDE
003210         OR NOT RET-STATUT-VALIDE
003220         OR RET-DATE NOT NUMERIC
003230         OR RET-HEURE NOT NUMERIC
003240         PERFORM 7000-REJETER-LA-LIGNE THRU 7000-EXIT
003250         GO TO 2000-EXIT
003260     END-IF
003270     IF RET-ALERTE
003280         IF RET-CODENTR NOT NUMERIC
003290             OR RET-CODCOUR NOT NUMERIC
003300             OR RET-CODSEM NOT NUMERIC
003310             PERFORM 7000-REJETER-LA-LIGNE THRU 7000-EXIT
003320             GO TO 2000-EXIT
003330         END-IF
003340         MOVE RET-CODENTR TO CODENTR OF ALERTE-REC
003350         MOVE RET-CODCOUR TO CODCOUR OF ALERTE-REC
003360         MOVE RET-CODSEM TO CODSEM OF ALERTE-REC
003370         READ ALERTE
003380             INVALID KEY
003390                 PERFORM 7100-REJETER-ALERTE THRU 7100-EXIT
003400         END-READ
003410         GO TO 2000-EXIT
003420     END-IF
003430     IF NOT RET-RELEVE
003440         OR RET-REL-CODCOUR NOT NUMERIC
003450         OR RET-REL-CODSEM NOT NUMERIC
003460         PERFORM 7000-REJETER-LA-LIGNE THRU 7000-EXIT
003470         GO TO 2000-EXIT
003480     END-IF
003490     MOVE RET-REL-CODCOUR TO CODCOUR OF COUREUR-REC
003500     READ COUREUR
003510         INVALID KEY
003520             PERFORM 7200-REJETER-COUREUR THRU 7200-EXIT
003530             GO TO 2000-EXIT
003540     END-READ
003550     MOVE CODADR OF COUREUR-REC TO CODADR OF ADRESSE-REC
003560     READ ADRESSE
003570         INVALID KEY
003580             PERFORM 7300-REJETER-ADRESSE THRU 7300-EXIT
003590     END-READ.
003600 2000-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------------*
003640* 3000-POSTER-ALERTE : porte le statut, l'horodatage et le motif *
003650*                  du retour sur l'alerte, sauf retour deja vu,  *
003660*                  puis suit la coordonnee de l'entraineur a     *
003670*                  laquelle l'alerte avait ete envoyee.          *
003680*----------------------------------------------------------------*
003690 3000-POSTER-ALERTE.
003700     COMPUTE WHORO-CONNU = ALR-DATE-REMISE * 1000000
003710                         + ALR-HEURE-REMISE
003720     IF WHORO-RETOUR NOT > WHORO-CONNU
003730         ADD 1 TO WNB-DEJA-VUS
003740         GO TO 3000-EXIT
003750     END-IF
003760     PERFORM 3900-IMAGE-REMISE THRU 3900-EXIT
003770     MOVE WIMAGE-REMISE TO LIEN-AVANT
003780     MOVE RET-STATUT TO ALR-REMISE
003790     MOVE RET-DATE TO ALR-DATE-REMISE
003800     MOVE RET-HEURE TO ALR-HEURE-REMISE
003810     IF RET-REMISE
003820         MOVE SPACES TO ALR-MOTIF-REMISE
003830         ADD 1 TO WNB-REMISES
003840     ELSE
003850         MOVE RET-MOTIF TO ALR-MOTIF-REMISE
003860         IF RET-REBOND
003870             ADD 1 TO WNB-REBONDS
003880         ELSE
003890             ADD 1 TO WNB-ECHECS
003900         END-IF
003910     END-IF
003920     REWRITE ALERTE-REC
003930     PERFORM 3900-IMAGE-REMISE THRU 3900-EXIT
003940     MOVE 'R' TO LIEN-OPERATION
003950     MOVE "ALERTE" TO LIEN-FICHIER
003960     MOVE SPACES TO LIEN-CLE
003970     MOVE CLE-ALERTE TO LIEN-CLE
003980     MOVE WIMAGE-REMISE TO LIEN-APRES
003990     MOVE CODCOUR OF ALERTE-REC TO WCODCOUR-JOURNAL
004000     PERFORM 9500-JOURNALISER THRU 9500-EXIT
004010     MOVE 'E' TO WCTC-TYPE
004020     MOVE CODENTR OF ALERTE-REC TO WCTC-CODE
004030     IF RET-MAIL
004040         MOVE ALR-EMAIL-ENTR TO WCTC-CONTACT
004050     ELSE
004060         MOVE ALR-TELEPHONE-ENTR TO WCTC-CONTACT
004070     END-IF
004080     PERFORM 4000-SUIVRE-LE-CONTACT THRU 4000-EXIT.
004090 3000-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------*
004130* 3500-POSTER-RELEVE : le releve n'est pas conserve en file ;    *
004140*                  seul le suivi de la coordonnee de l'adresse   *
004150*                  du coureur est tenu (le controle de retour    *
004160*                  deja vu se fait sur ECHEC-COORD).             *
004170*----------------------------------------------------------------*
004180 3500-POSTER-RELEVE.
004190     MOVE 'A' TO WCTC-TYPE
004200     MOVE CODADR OF ADRESSE-REC TO WCTC-CODE
004210     IF RET-MAIL
004220         MOVE EMAIL OF ADRESSE-REC TO WCTC-CONTACT
004230     ELSE
004240         MOVE TELEPHONE OF ADRESSE-REC TO WCTC-CONTACT
004250     END-IF
004260     MOVE CODCOUR OF COUREUR-REC TO WCODCOUR-JOURNAL
004270     EVALUATE TRUE
004280         WHEN RET-REMISE
004290             ADD 1 TO WNB-REMISES
004300         WHEN RET-REBOND
004310             ADD 1 TO WNB-REBONDS
004320         WHEN OTHER
004330             ADD 1 TO WNB-ECHECS
004340     END-EVALUATE
004350     PERFORM 4000-SUIVRE-LE-CONTACT THRU 4000-EXIT.
004360 3500-EXIT.
004370     EXIT.
004380
004390 3900-IMAGE-REMISE.
004400     MOVE ALR-REMISE TO WIRM-STATUT
004410     MOVE ALR-DATE-ENVOI TO WIRM-DATE-ENVOI
004420     MOVE ALR-DATE-REMISE TO WIRM-DATE
004430     MOVE ALR-HEURE-REMISE TO WIRM-HEURE
004440     MOVE ALR-NB-RELANCES TO WIRM-RELANCES.
004450 3900-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------------*
004490* 4000-SUIVRE-LE-CONTACT : cumule les echecs consecutifs de la   *
004500*                  coordonnee WCTC-CONTACT sur le canal du       *
004510*                  retour.  Une remise reussie remet le compte a *
004520*                  zero ; un echec sur une coordonnee differente *
004530*                  de celle suivie (fiche corrigee depuis)       *
004540*                  repart de un.  Un retour pas plus recent que  *
004550*                  le dernier pris en compte est ignore.         *
004560*----------------------------------------------------------------*
004570 4000-SUIVRE-LE-CONTACT.
004580     IF WCTC-CONTACT = SPACES
004590         GO TO 4000-EXIT
004600     END-IF
004610     MOVE WCTC-TYPE TO ECH-TYPE
004620     MOVE WCTC-CODE TO ECH-CODE
004630     MOVE RET-CANAL TO ECH-CANAL
004640     READ ECHEC-COORD
004650         INVALID KEY
004660             PERFORM 4100-NOUVEL-ECHEC THRU 4100-EXIT
004670             GO TO 4000-EXIT
004680     END-READ
004690     COMPUTE WHORO-CONNU = ECH-DATE-DERNIER * 1000000
004700                         + ECH-HEURE-DERNIER
004710     IF WHORO-RETOUR NOT > WHORO-CONNU
004720         IF RET-RELEVE
004730             ADD 1 TO WNB-DEJA-VUS
004740         END-IF
004750         GO TO 4000-EXIT
004760     END-IF
004770     MOVE ECH-NB-ECHECS TO WIEC-NB-ECHECS
004780     MOVE ECH-CONTACT TO WIEC-CONTACT
004790     MOVE WIMAGE-ECHEC TO LIEN-AVANT
004800     IF RET-REMISE
004810         MOVE 0 TO ECH-NB-ECHECS
004820         MOVE SPACES TO ECH-MOTIF
004830     ELSE
004840         IF ECH-CONTACT NOT = WCTC-CONTACT
004850             OR ECH-NB-ECHECS = 0
004860             MOVE 1 TO ECH-NB-ECHECS
004870             MOVE RET-DATE TO ECH-DATE-PREMIER
004880         ELSE
004890             IF ECH-NB-ECHECS < 999
004900                 ADD 1 TO ECH-NB-ECHECS
004910             END-IF
004920         END-IF
004930         MOVE RET-MOTIF TO ECH-MOTIF
004940     END-IF
004950     MOVE WCTC-CONTACT TO ECH-CONTACT
004960     MOVE RET-DATE TO ECH-DATE-DERNIER
004970     MOVE RET-HEURE TO ECH-HEURE-DERNIER
004980     REWRITE ECHEC-COORD-REC
004990     MOVE ECH-NB-ECHECS TO WIEC-NB-ECHECS
005000     MOVE ECH-CONTACT TO WIEC-CONTACT
005010     MOVE 'R' TO LIEN-OPERATION
005020     MOVE "ECHEC-COORD" TO LIEN-FICHIER
005030     MOVE SPACES TO LIEN-CLE
005040     MOVE CLE-ECHEC TO LIEN-CLE
005050     MOVE WIMAGE-ECHEC TO LIEN-APRES
005060     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
005070 4000-EXIT.
005080     EXIT.
005090
005100 4100-NOUVEL-ECHEC.
005110     IF RET-REMISE
005120         GO TO 4100-EXIT
005130     END-IF
005140     MOVE WCTC-CONTACT TO ECH-CONTACT
005150     MOVE 1 TO ECH-NB-ECHECS
005160     MOVE RET-DATE TO ECH-DATE-PREMIER
005170     MOVE RET-DATE TO ECH-DATE-DERNIER
005180     MOVE RET-HEURE TO ECH-HEURE-DERNIER
005190     MOVE RET-MOTIF TO ECH-MOTIF
005200     WRITE ECHEC-COORD-REC
005210         INVALID KEY
005220             DISPLAY "Erreur ecriture ECHEC-COORD, code retour "
005230                 WECHSTAT
005240             GO TO 4100-EXIT
005250     END-WRITE
005260     MOVE ECH-NB-ECHECS TO WIEC-NB-ECHECS
005270     MOVE ECH-CONTACT TO WIEC-CONTACT
005280     MOVE 'E' TO LIEN-OPERATION
005290     MOVE "ECHEC-COORD" TO LIEN-FICHIER
005300     MOVE SPACES TO LIEN-CLE
005310     MOVE CLE-ECHEC TO LIEN-CLE
005320     MOVE SPACES TO LIEN-AVANT
005330     MOVE WIMAGE-ECHEC TO LIEN-APRES
005340     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
005350 4100-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------*
005390* 5000-RELANCER-LES-ALERTES : balaie la file ALERTE ; une alerte *
005400*                  ni remise ni deja escaladee, mise en file     *
005410*                  depuis WDELAI-RELANCE jours ou plus, est      *
005420*                  remise en file avec les coordonnees du jour   *
005430*                  de l'entraineur tant que WMAX-RELANCES n'est  *
005440*                  pas atteint, sinon escaladee au superviseur.  *
005447*                  Un rebond est escalade sans attendre le delai *
005454*                  ni relancer : la meme boite refuserait de     *
005461*                  nouveau.                                      *
005470*----------------------------------------------------------------*
005480 5000-RELANCER-LES-ALERTES.
005490     MOVE SPACES TO ETAT-REC
005500     WRITE ETAT-REC
005510     MOVE "Alertes escaladees au superviseur :" TO ETAT-REC
005520     WRITE ETAT-REC
005530     MOVE WDATEJOUR TO DLN-DATE
005540     COMPUTE DLN-NB-JOURS = 0 - WDELAI-RELANCE
005550     CALL "FDAT" USING DAT-LIEN
005560     IF NOT DATE-CALCULEE
005570         MOVE "  Date du jour invalide, relances non faites."
005580             TO ETAT-REC
005590         WRITE ETAT-REC
005600         GO TO 5000-EXIT
005610     END-IF
005620     MOVE DLN-RESULTAT TO WDATE-LIMITE
005630     MOVE LOW-VALUES TO CLE-ALERTE
005640     START ALERTE KEY IS NOT LESS THAN CLE-ALERTE
005650         INVALID KEY
005660             MOVE 'TRUE ' TO WFIN-ALERTE
005670         NOT INVALID KEY
005680             MOVE 'FALSE' TO WFIN-ALERTE
005690     END-START
005700     PERFORM 5100-EXAMINER-UNE-ALERTE THRU 5100-EXIT
005710         UNTIL FIN-ALERTE
005720     IF WNB-ESCALADEES = 0
005730         MOVE "  Neant." TO ETAT-REC
005740         WRITE ETAT-REC
005750     END-IF.
005760 5000-EXIT.
005770     EXIT.
005780
005790 5100-EXAMINER-UNE-ALERTE.
005800     READ ALERTE NEXT RECORD
005810         AT END
005820             MOVE 'TRUE ' TO WFIN-ALERTE
005830             GO TO 5100-EXIT
005840     END-READ
005850     IF ALR-REMISE-OK OR ALR-ESCALADEE
005860         GO TO 5100-EXIT
005870     END-IF
005880     IF ALR-DATE-ENVOI > WDATE-LIMITE AND NOT ALR-REBOND
005890         GO TO 5100-EXIT
005900     END-IF
005910     PERFORM 3900-IMAGE-REMISE THRU 3900-EXIT
005920     MOVE WIMAGE-REMISE TO LIEN-AVANT
005930     IF ALR-REBOND OR ALR-NB-RELANCES NOT < WMAX-RELANCES
005940         PERFORM 5300-ESCALADER-L-ALERTE THRU 5300-EXIT
005950     ELSE
005960         PERFORM 5200-RELANCER-L-ALERTE THRU 5200-EXIT
005970     END-IF
005980     REWRITE ALERTE-REC
005990     PERFORM 3900-IMAGE-REMISE THRU 3900-EXIT
006000     MOVE 'R' TO LIEN-OPERATION
006010     MOVE "ALERTE" TO LIEN-FICHIER
006020     MOVE SPACES TO LIEN-CLE
006030     MOVE CLE-ALERTE TO LIEN-CLE
006040     MOVE WIMAGE-REMISE TO LIEN-APRES
006050     MOVE CODCOUR OF ALERTE-REC TO WCODCOUR-JOURNAL
006060     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
006070 5100-EXIT.
006080     EXIT.
006090
006100 5200-RELANCER-L-ALERTE.
006110     MOVE CODENTR OF ALERTE-REC TO CODENTR OF ENTRAINEUR-REC
006120     READ ENTRAINEUR
006130         INVALID KEY
006140             CONTINUE
006150         NOT INVALID KEY
006160             MOVE EMAIL OF ENTRAINEUR-REC TO ALR-EMAIL-ENTR
006170             MOVE TELEPHONE OF ENTRAINEUR-REC
006180                 TO ALR-TELEPHONE-ENTR
006190     END-READ
006200     MOVE SPACE TO ALR-REMISE
006210     MOVE WDATEJOUR TO ALR-DATE-ENVOI
006220     ADD 1 TO ALR-NB-RELANCES
006230     ADD 1 TO WNB-RELANCEES.
006240 5200-EXIT.
006250     EXIT.
006260
006270 5300-ESCALADER-L-ALERTE.
006280     MOVE SPACES TO ETAT-REC
006290     STRING "  Entraineur " CODENTR OF ALERTE-REC
006300         " coureur " CODCOUR OF ALERTE-REC " "
006310         ALR-NOM-COUREUR " sem. " CODSEM OF ALERTE-REC
006320         " a " ALR-POURCENT "%"
006330         DELIMITED BY SIZE INTO ETAT-REC
006340     WRITE ETAT-REC
006350     MOVE SPACES TO ETAT-REC
006360     IF ALR-A-REMETTRE
006370         STRING "      en file depuis le " ALR-DATE-ENVOI
006380             ", " ALR-NB-RELANCES " relance(s), aucun retour"
006390             DELIMITED BY SIZE INTO ETAT-REC
006400     ELSE
006410         STRING "      " ALR-NB-RELANCES " relance(s), retour "
006420             ALR-REMISE " du " ALR-DATE-REMISE " : "
006430             ALR-MOTIF-REMISE
006440             DELIMITED BY SIZE INTO ETAT-REC
006450     END-IF
006460     WRITE ETAT-REC
006470     MOVE 'S' TO ALR-REMISE
006480     ADD 1 TO WNB-ESCALADEES.
006490 5300-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------*
006530* 6000-LISTER-LES-CONTACTS : balaie ECHEC-COORD ; un suivi       *
006540*                  dont la fiche a disparu ou dont la coordonnee *
006550*                  a ete corrigee depuis est clos, les autres    *
006560*                  sont listes des WSEUIL-ECHECS echecs          *
006570*                  consecutifs.                                  *
006580*----------------------------------------------------------------*
006590 6000-LISTER-LES-CONTACTS.
006600     MOVE SPACES TO ETAT-REC
006610     WRITE ETAT-REC
006620     MOVE "Coordonnees en echec repete a corriger :" TO ETAT-REC
006630     WRITE ETAT-REC
006640     MOVE LOW-VALUES TO CLE-ECHEC
006650     START ECHEC-COORD KEY IS NOT LESS THAN CLE-ECHEC
006660         INVALID KEY
006670             MOVE 'TRUE ' TO WFIN-ECHEC
006680         NOT INVALID KEY
006690             MOVE 'FALSE' TO WFIN-ECHEC
006700     END-START
006710     PERFORM 6100-EXAMINER-UN-CONTACT THRU 6100-EXIT
006720         UNTIL FIN-ECHEC
006730     IF WNB-A-CORRIGER = 0
006740         MOVE "  Neant." TO ETAT-REC
006750         WRITE ETAT-REC
006760     END-IF.
006770 6000-EXIT.
006780     EXIT.
006790
006800 6100-EXAMINER-UN-CONTACT.
006810     READ ECHEC-COORD NEXT RECORD
006820         AT END
006830             MOVE 'TRUE ' TO WFIN-ECHEC
006840             GO TO 6100-EXIT
006850     END-READ
006860     PERFORM 6200-LIRE-LA-FICHE THRU 6200-EXIT
006870     IF NOT FICHE-TROUVEE
006880         OR WCTC-ACTUEL NOT = ECH-CONTACT
006890         PERFORM 6300-CLORE-LE-SUIVI THRU 6300-EXIT
006900         GO TO 6100-EXIT
006910     END-IF
006920     IF ECH-NB-ECHECS < WSEUIL-ECHECS
006930         GO TO 6100-EXIT
006940     END-IF
006950     MOVE SPACES TO ETAT-REC
006960     STRING "  " WCTC-LIBELLE " " ECH-CODE " "
006970         "(option " WCTC-OPTION ") : " ECH-CONTACT
006980         DELIMITED BY SIZE INTO ETAT-REC
006990     WRITE ETAT-REC
007000     MOVE SPACES TO ETAT-REC
007010     STRING "      " ECH-NB-ECHECS " echec(s) du "
007020         ECH-DATE-PREMIER " au " ECH-DATE-DERNIER " : "
007030         ECH-MOTIF
007040         DELIMITED BY SIZE INTO ETAT-REC
007050     WRITE ETAT-REC
007060     ADD 1 TO WNB-A-CORRIGER.
007070 6100-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110* 6200-LIRE-LA-FICHE : coordonnee actuelle de la fiche suivie,   *
007120*                  et libelle de la ligne de l'etat (fiche,      *
007130*                  canal, option du menu qui la corrige).        *
007140*----------------------------------------------------------------*
007150 6200-LIRE-LA-FICHE.
007160     MOVE 'TRUE ' TO WFICHE-TROUVEE
007170     MOVE SPACES TO WCTC-ACTUEL
007180     IF ECH-ENTRAINEUR
007190         MOVE ECH-CODE TO CODENTR OF ENTRAINEUR-REC
007200         READ ENTRAINEUR
007210             INVALID KEY
007220                 MOVE 'FALSE' TO WFICHE-TROUVEE
007230                 GO TO 6200-EXIT
007240         END-READ
007250         IF ECH-MAIL
007260             MOVE EMAIL OF ENTRAINEUR-REC TO WCTC-ACTUEL
007270             MOVE "Entr. mail" TO WCTC-LIBELLE
007280         ELSE
007290             MOVE TELEPHONE OF ENTRAINEUR-REC TO WCTC-ACTUEL
007300             MOVE "Entr. SMS " TO WCTC-LIBELLE
007310         END-IF
007320         MOVE "4" TO WCTC-OPTION
007330     ELSE
007340         MOVE ECH-CODE TO CODADR OF ADRESSE-REC
007350         READ ADRESSE
007360             INVALID KEY
007370                 MOVE 'FALSE' TO WFICHE-TROUVEE
007380                 GO TO 6200-EXIT
007390         END-READ
007400         IF ECH-MAIL
007410             MOVE EMAIL OF ADRESSE-REC TO WCTC-ACTUEL
007420             MOVE "Adr. mail " TO WCTC-LIBELLE
007430         ELSE
007440             MOVE TELEPHONE OF ADRESSE-REC TO WCTC-ACTUEL
007450             MOVE "Adr. SMS  " TO WCTC-LIBELLE
007460         END-IF
007470         MOVE "1" TO WCTC-OPTION
007480     END-IF.
007490 6200-EXIT.
007500     EXIT.
007510
007520 6300-CLORE-LE-SUIVI.
007530     MOVE ECH-NB-ECHECS TO WIEC-NB-ECHECS
007540     MOVE ECH-CONTACT TO WIEC-CONTACT
007550     DELETE ECHEC-COORD
007560         INVALID KEY
007570             GO TO 6300-EXIT
007580     END-DELETE
007590     MOVE 'S' TO LIEN-OPERATION
007600     MOVE "ECHEC-COORD" TO LIEN-FICHIER
007610     MOVE SPACES TO LIEN-CLE
007620     MOVE CLE-ECHEC TO LIEN-CLE
007630     MOVE WIMAGE-ECHEC TO LIEN-AVANT
007640     MOVE SPACES TO LIEN-APRES
007650     MOVE 0 TO WCODCOUR-JOURNAL
007660     PERFORM 9500-JOURNALISER THRU 9500-EXIT
007670     ADD 1 TO WNB-SUIVIS-CLOS.
007680 6300-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------------*
007720* 7000-REJETER-LA-LIGNE et suivants : une ligne de l'etat par    *
007730*                  retour rejete, avec la ligne d'origine.       *
007740*----------------------------------------------------------------*
007750 7000-REJETER-LA-LIGNE.
007760     MOVE '01' TO WREJ-MOTIF
007770     MOVE "ligne incomplete ou non numerique" TO WREJ-LIBELLE
007780     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
007790 7000-EXIT.
007800     EXIT.
007810
007820 7100-REJETER-ALERTE.
007830     MOVE '02' TO WREJ-MOTIF
007840     MOVE "alerte absente de la file" TO WREJ-LIBELLE
007850     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
007860 7100-EXIT.
007870     EXIT.
007880
007890 7200-REJETER-COUREUR.
007900     MOVE '03' TO WREJ-MOTIF
007910     MOVE "code coureur inconnu" TO WREJ-LIBELLE
007920     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
007930 7200-EXIT.
007940     EXIT.
007950
007960 7300-REJETER-ADRESSE.
007970     MOVE '04' TO WREJ-MOTIF
007980     MOVE "coureur sans adresse" TO WREJ-LIBELLE
007990     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
008000 7300-EXIT.
008010     EXIT.
008020
008030 7900-ECRIRE-REJET.
008040     MOVE 'FALSE' TO WLIGNE-VALIDE
008050     MOVE RETOUR-REC TO WREJ-LIGNE
008060     WRITE ETAT-REC FROM WLIGNE-REJET
008070     ADD 1 TO WNB-REJETES.
008080 7900-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------------*
008120* 8000-ECRIRE-COMPTE-RENDU : compteurs de fin de passage, dans   *
008130*                  l'etat et a l'ecran.                          *
008140*----------------------------------------------------------------*
008150 8000-ECRIRE-COMPTE-RENDU.
008160     MOVE SPACES TO ETAT-REC
008170     WRITE ETAT-REC
008180     MOVE "Retours lus                   " TO WETA-LIBELLE
008190     MOVE WNB-LUS TO WETA-NOMBRE
008200     WRITE ETAT-REC FROM WLIGNE-ETAT
008210     MOVE "Remises                       " TO WETA-LIBELLE
008220     MOVE WNB-REMISES TO WETA-NOMBRE
008230     WRITE ETAT-REC FROM WLIGNE-ETAT
008240     MOVE "Echecs                        " TO WETA-LIBELLE
008250     MOVE WNB-ECHECS TO WETA-NOMBRE
008260     WRITE ETAT-REC FROM WLIGNE-ETAT
008270     MOVE "Rebonds                       " TO WETA-LIBELLE
008280     MOVE WNB-REBONDS TO WETA-NOMBRE
008290     WRITE ETAT-REC FROM WLIGNE-ETAT
008300     MOVE "Retours deja pris en compte   " TO WETA-LIBELLE
008310     MOVE WNB-DEJA-VUS TO WETA-NOMBRE
008320     WRITE ETAT-REC FROM WLIGNE-ETAT
008330     MOVE "Retours rejetes               " TO WETA-LIBELLE
008340     MOVE WNB-REJETES TO WETA-NOMBRE
008350     WRITE ETAT-REC FROM WLIGNE-ETAT
008360     MOVE "Alertes remises en file       " TO WETA-LIBELLE
008370     MOVE WNB-RELANCEES TO WETA-NOMBRE
008380     WRITE ETAT-REC FROM WLIGNE-ETAT
008390     MOVE "Alertes escaladees            " TO WETA-LIBELLE
008400     MOVE WNB-ESCALADEES TO WETA-NOMBRE
008410     WRITE ETAT-REC FROM WLIGNE-ETAT
008420     MOVE "Coordonnees a corriger        " TO WETA-LIBELLE
008430     MOVE WNB-A-CORRIGER TO WETA-NOMBRE
008440     WRITE ETAT-REC FROM WLIGNE-ETAT
008450     MOVE "Suivis d'echec clos           " TO WETA-LIBELLE
008460     MOVE WNB-SUIVIS-CLOS TO WETA-NOMBRE
008470     WRITE ETAT-REC FROM WLIGNE-ETAT
008480     DISPLAY " "
008490     IF RETOUR-ABSENT
008500         DISPLAY "Aucun fichier RETOUR-PASSERELLE a traiter."
008510     ELSE
008520         DISPLAY "Retours traites : " WNB-LUS " lu(s), "
008530             WNB-REJETES " rejete(s), "
008540             WNB-DEJA-VUS " deja pris en compte."
008550     END-IF
008560     DISPLAY "Alertes : " WNB-RELANCEES " remise(s) en file, "
008570         WNB-ESCALADEES " escaladee(s) au superviseur."
008580     DISPLAY "Coordonnees a corriger : " WNB-A-CORRIGER
008590         " (options 4 et 1)."
008600     DISPLAY "Detail dans ETAT-FAR.TXT.".
008610 8000-EXIT.
008620     EXIT.
008630
008640*----------------------------------------------------------------*
008650* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
008660*----------------------------------------------------------------*
008670 9500-JOURNALISER.
008680     MOVE "FAR" TO LIEN-PROGRAMME
008690     MOVE SES-CODOPER TO LIEN-OPERATEUR
008700     MOVE WCODCOUR-JOURNAL TO LIEN-CODCOUR
008710     CALL "FJRNL" USING JRN-LIEN.
008720 9500-EXIT.
008730     EXIT.
