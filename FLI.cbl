000100*================================================================*
000110* FLI       - Licences et certificats medicaux des coureurs.     *
000120*             Creation, modification, suppression et liste des   *
000130*             lignes de LICENCE.SQL (une par coureur et par      *
000140*             saison : numero de licence federale, categorie,    *
000150*             date de naissance declaree, validite du            *
000160*             certificat medical).  Sort aussi l'etat mensuel    *
000170*             des echeances par entraineur (ETAT-LICENCES.TXT) : *
000180*             coureurs sans licence pour la saison, certificat   *
000190*             deja expire ou expirant dans le mois demande.      *
000200*             CODCOUR est controle contre COUREUR, un numero de  *
000210*             licence ne sert qu'a un coureur par saison, chaque *
000220*             mise a jour est journalisee via FJRNL et la ligne  *
000230*             est verrouillee via FVERR pendant la modification. *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FLI.
000270 AUTHOR. G3.
000280 DATE-WRITTEN. 15/10/2026.
000290 DATE-COMPILED.
000300*----------------------------------------------------------------*
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 15/10/2026  G3   Creation du programme (option LI du menu).    *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ETAT-LICENCES ASSIGN TO 'ETAT-LICENCES.TXT'
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WETASTAT.
000410     SELECT TRI-ECHEANCES ASSIGN TO 'TRI-ECHEANCES.TMP'.
000420     COPY LICSEL.
000430     COPY COURSEL.
000440     COPY ENTRSEL.
000450     COPY SAISSEL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ETAT-LICENCES
000500     LABEL RECORD IS STANDARD.
000510 01  ETAT-REC                PIC X(80).
000520 SD  TRI-ECHEANCES.
000530 01  TRI-ECH-REC.
000540     02  TRI-ECH-CODENTR     PIC 9(03).
000550     02  TRI-ECH-NOM         PIC X(20).
000560     02  TRI-ECH-PRENOM      PIC X(20).
000570     02  TRI-ECH-CODCOUR     PIC 9(03).
000580     02  TRI-ECH-NUMERO      PIC X(12).
000590     02  TRI-ECH-MED-FIN     PIC 9(08).
000600     02  TRI-ECH-MOTIF       PIC X(01).
000610         88  TRI-ECH-SANS-LICENCE         VALUE 'L'.
000620         88  TRI-ECH-EXPIRE               VALUE 'X'.
000630         88  TRI-ECH-DANS-LE-MOIS         VALUE 'M'.
000640     COPY LICFD.
000650     COPY COURFD.
000660     COPY ENTRFD.
000670     COPY SAISFD.
000680
000690 WORKING-STORAGE SECTION.
000700 77  WETASTAT                PIC X(02).
000710     COPY LICSTA.
000720     COPY COURSTA.
000730     COPY ENTRSTA.
000740     COPY SAISSTA.
000750 77  WOPERATION              PIC X(01).
000760 77  WFINFLI                 PIC X(05)       VALUE 'FALSE'.
000770     88  FIN-FLI                              VALUE 'TRUE '.
000780 77  WCODCOUR                PIC 9(03).
000790 77  WSAISON                 PIC 9(04).
000800 77  WSAISON-COURANTE        PIC 9(04)       VALUE 0.
000810 77  WNUMERO                 PIC X(12).
000820 77  WCATEGORIE              PIC X(10).
000830 77  WDATE-NAISSANCE         PIC 9(08).
000840 77  WMED-DEBUT              PIC 9(08).
000850 77  WMED-FIN                PIC 9(08).
000860 77  WCOUROK                 PIC X(05)       VALUE 'FALSE'.
000870     88  CODCOUR-VALIDE                       VALUE 'TRUE '.
000880 77  WSAISIE-OK              PIC X(05)       VALUE 'FALSE'.
000890     88  SAISIE-VALIDE                        VALUE 'TRUE '.
000900 77  WTROUVE                 PIC X(05)       VALUE 'FALSE'.
000910     88  LICENCE-TROUVEE                      VALUE 'TRUE '.
000920 77  WFIN-LICENCE            PIC X(05)       VALUE 'FALSE'.
000930     88  FIN-LICENCE                          VALUE 'TRUE '.
000940 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
000950     88  FIN-COUREUR                          VALUE 'TRUE '.
000960 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
000970     88  FIN-TRI                              VALUE 'TRUE '.
000980 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
000990     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001000 77  WNUMERO-PRIS            PIC X(05)       VALUE 'FALSE'.
001010     88  NUMERO-DEJA-PRIS                     VALUE 'TRUE '.
001020 77  WCODCOUR-TITULAIRE      PIC 9(03)       VALUE 0.
001030 77  WNB-LICENCES            PIC 9(05)       VALUE 0.
001040 77  WCODENTR-GROUPE         PIC 9(03)       VALUE 0.
001050 77  WNB-ENTRAINEUR          PIC 9(05)       VALUE 0.
001060 77  WNB-ECHEANCES           PIC 9(05)       VALUE 0.
001070 77  WMOIS                   PIC 9(06)       VALUE 0.
001080 77  WMOIS-DEBUT             PIC 9(08)       VALUE 0.
001090 77  WMOIS-FIN               PIC 9(08)       VALUE 0.
001100 77  WDATEJOUR               PIC 9(08).
001110 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001120     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001130 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001140 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001150 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001160     COPY JRNLNK.
001170     COPY VERLNK.
001180 01  WCLE-VERROU-LICENCE.
001190     02  WVLI-CODCOUR        PIC 9(03).
001200     02  WVLI-SAISON         PIC 9(04).
001210 01  WIMAGE-LICENCE.
001220     02  WIMG-NUMERO         PIC X(12).
001230     02  FILLER              PIC X(01)       VALUE SPACE.
001240     02  WIMG-CATEGORIE      PIC X(10).
001250     02  FILLER              PIC X(01)       VALUE SPACE.
001260     02  WIMG-MED-FIN        PIC 9(08).
001270 77  WAVANT-LICENCE          PIC X(40).
001280 01  WLIGNE-EDIT             PIC X(80).
001290 01  WLIGNE-ENTETE.
001300     02  FILLER              PIC X(36)       VALUE
001310         "CYCLISTES - Echeances licences mois ".
001320     02  WENT-MOIS           PIC 9(06).
001330     02  FILLER              PIC X(04)       VALUE " du ".
001340     02  WENT-DATE           PIC 9(08).
001350     02  FILLER              PIC X(06)       VALUE "  Page".
001360     02  WENT-PAGE           PIC ZZ9.
001370     02  FILLER              PIC X(17)       VALUE SPACES.
001380 01  WLIGNE-ECHEANCE.
001390     02  FILLER              PIC X(04)       VALUE SPACES.
001400     02  WLEC-CODCOUR        PIC 9(03).
001410     02  FILLER              PIC X(01)       VALUE SPACE.
001420     02  WLEC-NOM            PIC X(20).
001430     02  FILLER              PIC X(01)       VALUE SPACE.
001440     02  WLEC-PRENOM         PIC X(15).
001450     02  FILLER              PIC X(01)       VALUE SPACE.
001460     02  WLEC-NUMERO         PIC X(12).
001470     02  FILLER              PIC X(01)       VALUE SPACE.
001480     02  WLEC-SITUATION      PIC X(22).
001490
001500 LINKAGE SECTION.
001510     COPY OPELNK.
001520
001530 PROCEDURE DIVISION USING SESSION-OPERATEUR.
001540 0000-MAINLINE SECTION.
001550 0000-DEBUT.
001560     OPEN I-O LICENCE
001570     IF WLICSTAT = '35'
001580         OPEN OUTPUT LICENCE
001590         CLOSE LICENCE
001600         OPEN I-O LICENCE
001610         DISPLAY "Fichier LICENCE cree."
001620     END-IF
001630     OPEN INPUT COUREUR
001640     OPEN INPUT ENTRAINEUR
001650     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001660     IF ERREUR-OUVERTURE
001670         GOBACK
001680     END-IF
001690     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001700     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
001710     MOVE 'FALSE' TO WFINFLI
001720     PERFORM 1000-TRAITER-UNE-OPERATION THRU 1000-EXIT
001730         UNTIL FIN-FLI
001740     CLOSE LICENCE COUREUR ENTRAINEUR.
001750 0000-FIN-MAINLINE.
001760     GOBACK.
001770
001780 0050-VERIFIER-OUVERTURES.
001790     IF WLICSTAT NOT = '00'
001800         DISPLAY "Erreur ouverture LICENCE, code retour "
001810             WLICSTAT
001820         MOVE 'TRUE ' TO WERR-OUVERTURE
001830     END-IF
001840     IF WCOUSTAT NOT = '00'
001850         DISPLAY "Erreur ouverture COUREUR, code retour "
001860             WCOUSTAT
001870         MOVE 'TRUE ' TO WERR-OUVERTURE
001880     END-IF
001890     IF WENTSTAT NOT = '00'
001900         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
001910             WENTSTAT
001920         MOVE 'TRUE ' TO WERR-OUVERTURE
001930     END-IF.
001940 0050-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL, a defaut *
001990*                  l'annee du jour.                              *
002000*----------------------------------------------------------------*
002010 0100-LIRE-SAISON.
002020     COMPUTE WSAISON-COURANTE = WDATEJOUR / 10000
002030     OPEN INPUT SAISON
002040     IF WSAISTAT = '00'
002050         MOVE '01' TO CODSAIS
002060         READ SAISON
002070             INVALID KEY
002080                 CONTINUE
002090             NOT INVALID KEY
002100                 MOVE SAIS-ANNEE TO WSAISON-COURANTE
002110         END-READ
002120         CLOSE SAISON
002130     END-IF.
002140 0100-EXIT.
002150     EXIT.
002160
002170 1000-TRAITER-UNE-OPERATION.
002180     PERFORM 1100-AFFICHER-MENU-FLI THRU 1100-EXIT
002190     PERFORM 1200-SAISIR-OPERATION THRU 1200-EXIT
002200     EVALUATE WOPERATION
002210         WHEN 'C'
002220             PERFORM 2000-CREATION THRU 2000-EXIT
002230         WHEN 'M'
002240             PERFORM 3000-MODIFICATION THRU 3000-EXIT
002250         WHEN 'D'
002260             PERFORM 4000-SUPPRESSION THRU 4000-EXIT
002270         WHEN 'L'
002280             PERFORM 5000-LISTE-D-UN-COUREUR THRU 5000-EXIT
002290         WHEN 'E'
002300             PERFORM 6000-ETAT-DES-ECHEANCES THRU 6000-EXIT
002310         WHEN 'Q'
002320             MOVE 'TRUE ' TO WFINFLI
002330         WHEN OTHER
002340             DISPLAY "Operation inconnue, recommencez."
002350     END-EVALUATE.
002360 1000-EXIT.
002370     EXIT.
002380
002390 1100-AFFICHER-MENU-FLI.
002400     DISPLAY " ".
002410     DISPLAY "--- Licences et certificats medicaux ---".
002420     DISPLAY "C - Enregistrer la licence d'une saison".
002430     DISPLAY "M - Modifier une licence".
002440     DISPLAY "D - Supprimer une licence".
002450     DISPLAY "L - Lister les licences d'un coureur".
002460     DISPLAY "E - Etat des echeances du mois par entraineur".
002470     DISPLAY "Q - Retour au menu".
002480 1100-EXIT.
002490     EXIT.
002500
002510 1200-SAISIR-OPERATION.
002520     DISPLAY "Votre choix : ".
002530     MOVE SPACES TO WOPERATION
002540     ACCEPT WOPERATION.
002550 1200-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------------*
002590* 2000-CREATION : licence d'un coureur pour une saison           *
002600*----------------------------------------------------------------*
002610 2000-CREATION.
002620     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
002630     IF CODCOUR-VALIDE
002640         PERFORM 2150-SAISIR-CHAMPS-LICENCE THRU 2150-EXIT
002650         PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
002660         IF SAISIE-VALIDE
002670             MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
002680             MOVE WSAISON TO LIC-SAISON
002690             PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
002700             WRITE LICENCE-REC
002710                 INVALID KEY
002720                     DISPLAY "Ce coureur a deja une licence "
002730                         "pour cette saison."
002740                 NOT INVALID KEY
002750                     DISPLAY "Licence enregistree."
002760                     MOVE 'E' TO LIEN-OPERATION
002770                     MOVE SPACES TO LIEN-AVANT
002780                     PERFORM 9400-JOURNALISER-LICENCE
002790                         THRU 9400-EXIT
002800             END-WRITE
002810         ELSE
002820             DISPLAY "Saisie refusee, rien n'est enregistre."
002830         END-IF
002840     END-IF.
002850 2000-EXIT.
002860     EXIT.
002870
002880 2100-SAISIR-COUREUR-ET-SAISON.
002890     DISPLAY "Code coureur : ".
002900     MOVE ZEROES TO WCODCOUR
002910     ACCEPT WCODCOUR
002920     PERFORM 7000-CONTROLER-CODCOUR THRU 7000-EXIT
002930     IF CODCOUR-VALIDE
002940         DISPLAY "Saison (AAAA, 0 = " WSAISON-COURANTE ") : "
002950         MOVE ZEROES TO WSAISON
002960         ACCEPT WSAISON
002970         IF WSAISON = 0
002980             MOVE WSAISON-COURANTE TO WSAISON
002990         END-IF
003000     END-IF.
003010 2100-EXIT.
003020     EXIT.
003030
003040 2150-SAISIR-CHAMPS-LICENCE.
003050     DISPLAY "Numero de licence federale : ".
003060     MOVE SPACES TO WNUMERO
003070     ACCEPT WNUMERO
003080     DISPLAY "Categorie de licence : ".
003090     MOVE SPACES TO WCATEGORIE
003100     ACCEPT WCATEGORIE
003110     DISPLAY "Date de naissance declaree (AAAAMMJJ) : ".
003120     MOVE ZEROES TO WDATE-NAISSANCE
003130     ACCEPT WDATE-NAISSANCE
003140     DISPLAY "Certificat medical valable du (AAAAMMJJ) : ".
003150     MOVE ZEROES TO WMED-DEBUT
003160     ACCEPT WMED-DEBUT
003170     DISPLAY "Certificat medical valable au (AAAAMMJJ) : ".
003180     MOVE ZEROES TO WMED-FIN
003190     ACCEPT WMED-FIN.
003200 2150-EXIT.
003210     EXIT.
003220
003230 2200-REPORTER-CHAMPS.
003240     MOVE WNUMERO TO LIC-NUMERO
003250     MOVE WCATEGORIE TO LIC-CATEGORIE
003260     MOVE WDATE-NAISSANCE TO LIC-DATE-NAISSANCE
003270     MOVE WMED-DEBUT TO LIC-MED-DEBUT
003280     MOVE WMED-FIN TO LIC-MED-FIN.
003290 2200-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------------*
003330* 3000-MODIFICATION : lecture, verrou puis reecriture (la cle    *
003340*                  coureur+saison est inchangee).                *
003350*----------------------------------------------------------------*
003360 3000-MODIFICATION.
003370     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
003380     IF NOT CODCOUR-VALIDE
003390         GO TO 3000-EXIT
003400     END-IF
003410     PERFORM 7100-LIRE-LICENCE THRU 7100-EXIT
003420     IF NOT LICENCE-TROUVEE
003430         DISPLAY "Aucune licence pour ce coureur cette saison."
003440         GO TO 3000-EXIT
003450     END-IF
003460     PERFORM 9600-POSER-VERROU-LICENCE THRU 9600-EXIT
003470     IF NOT VERROU-REFUSE
003480         PERFORM 3050-MODIFIER-LA-LICENCE THRU 3050-EXIT
003490         PERFORM 9650-LIBERER-VERROU-LICENCE THRU 9650-EXIT
003500     END-IF.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3050-MODIFIER-LA-LICENCE.
003550     PERFORM 9300-IMAGE-LICENCE THRU 9300-EXIT
003560     MOVE WIMAGE-LICENCE TO WAVANT-LICENCE
003570     DISPLAY "Licence " LIC-NUMERO " categorie " LIC-CATEGORIE
003580         " certificat du " LIC-MED-DEBUT " au " LIC-MED-FIN
003590     PERFORM 2150-SAISIR-CHAMPS-LICENCE THRU 2150-EXIT
003600     PERFORM 7200-CONTROLER-LA-SAISIE THRU 7200-EXIT
003610     IF SAISIE-VALIDE
003620         PERFORM 7100-LIRE-LICENCE THRU 7100-EXIT
003630         PERFORM 2200-REPORTER-CHAMPS THRU 2200-EXIT
003640         REWRITE LICENCE-REC
003650         DISPLAY "Licence modifiee."
003660         MOVE 'R' TO LIEN-OPERATION
003670         MOVE WAVANT-LICENCE TO LIEN-AVANT
003680         PERFORM 9400-JOURNALISER-LICENCE THRU 9400-EXIT
003690     ELSE
003700         DISPLAY "Modification refusee."
003710     END-IF.
003720 3050-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 4000-SUPPRESSION : suppression de la licence d'une saison      *
003770*----------------------------------------------------------------*
003780 4000-SUPPRESSION.
003790     PERFORM 2100-SAISIR-COUREUR-ET-SAISON THRU 2100-EXIT
003800     IF NOT CODCOUR-VALIDE
003810         GO TO 4000-EXIT
003820     END-IF
003830     PERFORM 7100-LIRE-LICENCE THRU 7100-EXIT
003840     IF NOT LICENCE-TROUVEE
003850         DISPLAY "Aucune licence pour ce coureur cette saison."
003860         GO TO 4000-EXIT
003870     END-IF
003880     PERFORM 9600-POSER-VERROU-LICENCE THRU 9600-EXIT
003890     IF NOT VERROU-REFUSE
003900         PERFORM 9300-IMAGE-LICENCE THRU 9300-EXIT
003910         DELETE LICENCE
003920             INVALID KEY
003930                 DISPLAY "Licence deja supprimee."
003940             NOT INVALID KEY
003950                 DISPLAY "Licence supprimee."
003960                 MOVE 'S' TO LIEN-OPERATION
003970                 MOVE WIMAGE-LICENCE TO LIEN-AVANT
003980                 MOVE SPACES TO LIEN-APRES
003990                 MOVE "LICENCE" TO LIEN-FICHIER
004000                 PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
004010                 PERFORM 9500-JOURNALISER THRU 9500-EXIT
004020         END-DELETE
004030         PERFORM 9650-LIBERER-VERROU-LICENCE THRU 9650-EXIT
004040     END-IF.
004050 4000-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------*
004090* 5000-LISTE-D-UN-COUREUR : les licences du coureur, saison par  *
004100*                  saison, par le prefixe CODCOUR de la cle.     *
004110*----------------------------------------------------------------*
004120 5000-LISTE-D-UN-COUREUR.
004130     DISPLAY "Code coureur : ".
004140     MOVE ZEROES TO WCODCOUR
004150     ACCEPT WCODCOUR
004160     DISPLAY "Sais Licence      Categorie  Naissance Certificat".
004170     MOVE 0 TO WNB-LICENCES
004180     MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
004190     MOVE LOW-VALUES TO LIC-SAISON
004200     START LICENCE KEY IS NOT LESS THAN CLE-LICENCE
004210         INVALID KEY
004220             MOVE 'TRUE ' TO WFIN-LICENCE
004230         NOT INVALID KEY
004240             MOVE 'FALSE' TO WFIN-LICENCE
004250     END-START
004260     PERFORM 5100-UNE-LICENCE THRU 5100-EXIT
004270         UNTIL FIN-LICENCE
004280     DISPLAY WNB-LICENCES " licence(s).".
004290 5000-EXIT.
004300     EXIT.
004310
004320 5100-UNE-LICENCE.
004330     READ LICENCE NEXT RECORD
004340         AT END
004350             MOVE 'TRUE ' TO WFIN-LICENCE
004360         NOT AT END
004370             IF CODCOUR OF LICENCE-REC NOT = WCODCOUR
004380                 MOVE 'TRUE ' TO WFIN-LICENCE
004390             ELSE
004400                 DISPLAY LIC-SAISON " " LIC-NUMERO " "
004410                     LIC-CATEGORIE " " LIC-DATE-NAISSANCE "  "
004420                     LIC-MED-DEBUT "-" LIC-MED-FIN
004430                 ADD 1 TO WNB-LICENCES
004440             END-IF
004450     END-READ.
004460 5100-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------*
004500* 6000-ETAT-DES-ECHEANCES : pour la saison courante, chaque      *
004510*                  coureur sans licence, a certificat deja       *
004520*                  expire avant le mois demande ou expirant dans *
004530*                  ce mois, trie par entraineur puis par nom.    *
004540*----------------------------------------------------------------*
004550 6000-ETAT-DES-ECHEANCES.
004560     DISPLAY "Mois a examiner (AAAAMM, 0 = mois en cours) : ".
004570     MOVE ZEROES TO WMOIS
004580     ACCEPT WMOIS
004590     IF WMOIS = 0
004600         COMPUTE WMOIS = WDATEJOUR / 100
004610     END-IF
004620     COMPUTE WMOIS-DEBUT = WMOIS * 100 + 1
004630     COMPUTE WMOIS-FIN = WMOIS * 100 + 31
004640     OPEN OUTPUT ETAT-LICENCES
004650     IF WETASTAT NOT = '00'
004660         DISPLAY "Erreur ouverture ETAT-LICENCES, code retour "
004670             WETASTAT
004680         GO TO 6000-EXIT
004690     END-IF
004700     MOVE 0 TO WNO-PAGE
004710     MOVE 99 TO WNB-LIGNES-ETAT
004720     MOVE 0 TO WNB-ECHEANCES
004730     SORT TRI-ECHEANCES
004740         ON ASCENDING KEY TRI-ECH-CODENTR
004750         ON ASCENDING KEY TRI-ECH-NOM
004760         ON ASCENDING KEY TRI-ECH-CODCOUR
004770         INPUT PROCEDURE IS 6100-SELECTIONNER-COUREURS
004780             THRU 6100-EXIT
004790         OUTPUT PROCEDURE IS 6200-EDITER-ECHEANCES
004800             THRU 6200-EXIT
004810     MOVE SPACES TO WLIGNE-EDIT
004820     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004830     MOVE SPACES TO WLIGNE-EDIT
004840     STRING WNB-ECHEANCES " coureur(s) a regulariser, saison "
004850         WSAISON-COURANTE "."
004860         DELIMITED BY SIZE INTO WLIGNE-EDIT
004870     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004880     CLOSE ETAT-LICENCES
004890     DISPLAY "Etat ecrit dans ETAT-LICENCES.TXT.".
004900 6000-EXIT.
004910     EXIT.
004920
004930 6100-SELECTIONNER-COUREURS.
004940     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
004950     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
004960         INVALID KEY
004970             MOVE 'TRUE ' TO WFIN-COUREUR
004980         NOT INVALID KEY
004990             MOVE 'FALSE' TO WFIN-COUREUR
005000     END-START
005010     PERFORM 6110-UN-COUREUR THRU 6110-EXIT
005020         UNTIL FIN-COUREUR.
005030 6100-EXIT.
005040     EXIT.
005050
005060 6110-UN-COUREUR.
005070     READ COUREUR NEXT RECORD
005080         AT END
005090             MOVE 'TRUE ' TO WFIN-COUREUR
005100             GO TO 6110-EXIT
005110     END-READ
005120     MOVE CODCOUR OF COUREUR-REC TO WCODCOUR
005130     MOVE WSAISON-COURANTE TO WSAISON
005140     PERFORM 7100-LIRE-LICENCE THRU 7100-EXIT
005150     MOVE SPACE TO TRI-ECH-MOTIF
005160     IF NOT LICENCE-TROUVEE
005170         MOVE 'L' TO TRI-ECH-MOTIF
005180         MOVE SPACES TO TRI-ECH-NUMERO
005190         MOVE 0 TO TRI-ECH-MED-FIN
005200     ELSE
005210         MOVE LIC-NUMERO TO TRI-ECH-NUMERO
005220         MOVE LIC-MED-FIN TO TRI-ECH-MED-FIN
005230         IF LIC-MED-FIN < WMOIS-DEBUT
005240             MOVE 'X' TO TRI-ECH-MOTIF
005250         ELSE
005260             IF LIC-MED-FIN NOT > WMOIS-FIN
005270                 MOVE 'M' TO TRI-ECH-MOTIF
005280             END-IF
005290         END-IF
005300     END-IF
005310     IF TRI-ECH-MOTIF = SPACE
005320         GO TO 6110-EXIT
005330     END-IF
005340     MOVE CODENTR OF COUREUR-REC TO TRI-ECH-CODENTR
005350     MOVE NOM OF COUREUR-REC TO TRI-ECH-NOM
005360     MOVE PRENOM OF COUREUR-REC TO TRI-ECH-PRENOM
005370     MOVE WCODCOUR TO TRI-ECH-CODCOUR
005380     RELEASE TRI-ECH-REC.
005390 6110-EXIT.
005400     EXIT.
005410
005420 6200-EDITER-ECHEANCES.
005430     MOVE 'FALSE' TO WGROUPE-OUVERT
005440     MOVE 'FALSE' TO WFIN-TRI
005450     PERFORM 6210-UNE-ECHEANCE THRU 6210-EXIT
005460         UNTIL FIN-TRI
005470     IF GROUPE-OUVERT
005480         PERFORM 6300-CLORE-UN-ENTRAINEUR THRU 6300-EXIT
005490     END-IF.
005500 6200-EXIT.
005510     EXIT.
005520
005530 6210-UNE-ECHEANCE.
005540     RETURN TRI-ECHEANCES
005550         AT END
005560             MOVE 'TRUE ' TO WFIN-TRI
005570         NOT AT END
005580             IF GROUPE-OUVERT
005590                 AND TRI-ECH-CODENTR NOT = WCODENTR-GROUPE
005600                 PERFORM 6300-CLORE-UN-ENTRAINEUR THRU 6300-EXIT
005610             END-IF
005620             IF NOT GROUPE-OUVERT
005630                 PERFORM 6250-OUVRIR-UN-ENTRAINEUR THRU 6250-EXIT
005640             END-IF
005650             ADD 1 TO WNB-ENTRAINEUR
005660             ADD 1 TO WNB-ECHEANCES
005670             MOVE TRI-ECH-CODCOUR TO WLEC-CODCOUR
005680             MOVE TRI-ECH-NOM TO WLEC-NOM
005690             MOVE TRI-ECH-PRENOM TO WLEC-PRENOM
005700             MOVE TRI-ECH-NUMERO TO WLEC-NUMERO
005710             MOVE SPACES TO WLEC-SITUATION
005720             EVALUATE TRUE
005730                 WHEN TRI-ECH-SANS-LICENCE
005740                     MOVE "Sans licence" TO WLEC-SITUATION
005750                 WHEN TRI-ECH-EXPIRE
005760                     STRING "Expire le " TRI-ECH-MED-FIN
005770                         DELIMITED BY SIZE INTO WLEC-SITUATION
005780                 WHEN OTHER
005790                     STRING "Expire le " TRI-ECH-MED-FIN " *"
005800                         DELIMITED BY SIZE INTO WLEC-SITUATION
005810             END-EVALUATE
005820             MOVE WLIGNE-ECHEANCE TO WLIGNE-EDIT
005830             PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
005840     END-RETURN.
005850 6210-EXIT.
005860     EXIT.
005870
005880 6250-OUVRIR-UN-ENTRAINEUR.
005890     MOVE TRI-ECH-CODENTR TO WCODENTR-GROUPE
005900     MOVE 0 TO WNB-ENTRAINEUR
005910     MOVE 'TRUE ' TO WGROUPE-OUVERT
005920     MOVE WCODENTR-GROUPE TO CODENTR OF ENTRAINEUR-REC
005930     READ ENTRAINEUR
005940         INVALID KEY
005950             MOVE "(entraineur inconnu)" TO NOM OF ENTRAINEUR-REC
005960             MOVE SPACES TO PRENOM OF ENTRAINEUR-REC
005970         NOT INVALID KEY
005980             CONTINUE
005990     END-READ
006000     MOVE SPACES TO WLIGNE-EDIT
006010     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006020     MOVE SPACES TO WLIGNE-EDIT
006030     STRING "Entraineur " WCODENTR-GROUPE " - "
006040         NOM OF ENTRAINEUR-REC " " PRENOM OF ENTRAINEUR-REC
006050         DELIMITED BY SIZE INTO WLIGNE-EDIT
006060     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
006070 6250-EXIT.
006080     EXIT.
006090
006100 6300-CLORE-UN-ENTRAINEUR.
006110     MOVE SPACES TO WLIGNE-EDIT
006120     STRING "    " WNB-ENTRAINEUR " coureur(s)"
006130         DELIMITED BY SIZE INTO WLIGNE-EDIT
006140     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
006150     MOVE 'FALSE' TO WGROUPE-OUVERT.
006160 6300-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------------*
006200* 7000-CONTROLER-CODCOUR : CODCOUR doit exister dans COUREUR     *
006210*----------------------------------------------------------------*
006220 7000-CONTROLER-CODCOUR.
006230     MOVE WCODCOUR TO CODCOUR OF COUREUR-REC
006240     READ COUREUR
006250         INVALID KEY
006260             MOVE 'FALSE' TO WCOUROK
006270             DISPLAY "Code coureur inconnu."
006280         NOT INVALID KEY
006290             MOVE 'TRUE ' TO WCOUROK
006300     END-READ.
006310 7000-EXIT.
006320     EXIT.
006330
006340 7100-LIRE-LICENCE.
006350     MOVE WCODCOUR TO CODCOUR OF LICENCE-REC
006360     MOVE WSAISON TO LIC-SAISON
006370     READ LICENCE
006380         INVALID KEY
006390             MOVE 'FALSE' TO WTROUVE
006400         NOT INVALID KEY
006410             MOVE 'TRUE ' TO WTROUVE
006420     END-READ.
006430 7100-EXIT.
006440     EXIT.
006450
006460*----------------------------------------------------------------*
006470* 7200-CONTROLER-LA-SAISIE : numero obligatoire et libre pour la *
006480*                  saison, dates obligatoires et dans le bon     *
006490*                  ordre.                                        *
006500*----------------------------------------------------------------*
006510 7200-CONTROLER-LA-SAISIE.
006520     MOVE 'TRUE ' TO WSAISIE-OK
006530     IF WNUMERO = SPACES
006540         MOVE 'FALSE' TO WSAISIE-OK
006550         DISPLAY "Le numero de licence est obligatoire."
006560     ELSE
006570         PERFORM 7300-CONTROLER-NUMERO THRU 7300-EXIT
006580         IF NUMERO-DEJA-PRIS
006590             MOVE 'FALSE' TO WSAISIE-OK
006600             DISPLAY "Numero deja attribue au coureur "
006610                 WCODCOUR-TITULAIRE " pour la saison " WSAISON
006620                 "."
006630         END-IF
006640     END-IF
006650     IF WDATE-NAISSANCE = 0
006660         MOVE 'FALSE' TO WSAISIE-OK
006670         DISPLAY "La date de naissance est obligatoire."
006680     END-IF
006690     IF WMED-DEBUT = 0 OR WMED-FIN = 0
006700         MOVE 'FALSE' TO WSAISIE-OK
006710         DISPLAY "Les deux dates du certificat sont "
006720             "obligatoires."
006730     ELSE
006740         IF WMED-DEBUT > WMED-FIN
006750             MOVE 'FALSE' TO WSAISIE-OK
006760             DISPLAY "La date de debut depasse la date de fin."
006770         END-IF
006780     END-IF.
006790 7200-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------------*
006830* 7300-CONTROLER-NUMERO : le numero ne doit pas deja etre porte  *
006840*                  par un autre coureur pour la meme saison (cle *
006850*                  alternative LIC-NUMERO).                      *
006860*----------------------------------------------------------------*
006870 7300-CONTROLER-NUMERO.
006880     MOVE 'FALSE' TO WNUMERO-PRIS
006890     MOVE WNUMERO TO LIC-NUMERO
006900     START LICENCE KEY IS EQUAL TO LIC-NUMERO
006910         INVALID KEY
006920             MOVE 'TRUE ' TO WFIN-LICENCE
006930         NOT INVALID KEY
006940             MOVE 'FALSE' TO WFIN-LICENCE
006950     END-START
006960     PERFORM 7310-UN-TITULAIRE THRU 7310-EXIT
006970         UNTIL FIN-LICENCE.
006980 7300-EXIT.
006990     EXIT.
007000
007010 7310-UN-TITULAIRE.
007020     READ LICENCE NEXT RECORD
007030         AT END
007040             MOVE 'TRUE ' TO WFIN-LICENCE
007050         NOT AT END
007060             IF LIC-NUMERO NOT = WNUMERO
007070                 MOVE 'TRUE ' TO WFIN-LICENCE
007080             ELSE
007090                 IF LIC-SAISON = WSAISON
007100                     AND CODCOUR OF LICENCE-REC NOT = WCODCOUR
007110                     MOVE 'TRUE ' TO WNUMERO-PRIS
007120                     MOVE CODCOUR OF LICENCE-REC
007130                         TO WCODCOUR-TITULAIRE
007140                     MOVE 'TRUE ' TO WFIN-LICENCE
007150                 END-IF
007160             END-IF
007170     END-READ.
007180 7310-EXIT.
007190     EXIT.
007200
007210*----------------------------------------------------------------*
007220* 8000-ECRIRE-ETAT : une ligne de l'etat, avec saut de page et   *
007230*                  entete ; la ligne est aussi affichee.         *
007240*----------------------------------------------------------------*
007250 8000-ECRIRE-ETAT.
007260     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
007270         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
007280     END-IF
007290     DISPLAY WLIGNE-EDIT
007300     WRITE ETAT-REC FROM WLIGNE-EDIT
007310     ADD 1 TO WNB-LIGNES-ETAT.
007320 8000-EXIT.
007330     EXIT.
007340
007350 8100-ENTETE-PAGE.
007360     ADD 1 TO WNO-PAGE
007370     MOVE WMOIS TO WENT-MOIS
007380     MOVE WDATEJOUR TO WENT-DATE
007390     MOVE WNO-PAGE TO WENT-PAGE
007400     WRITE ETAT-REC FROM WLIGNE-ENTETE
007410     MOVE SPACES TO ETAT-REC
007420     WRITE ETAT-REC
007430     MOVE "    Cour Nom                  Prenom          Licence"
007440         TO ETAT-REC
007450     WRITE ETAT-REC
007460     MOVE 3 TO WNB-LIGNES-ETAT.
007470 8100-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------------*
007510* 9300-IMAGE-LICENCE : image journalisee de la ligne courante    *
007520*----------------------------------------------------------------*
007530 9300-IMAGE-LICENCE.
007540     MOVE LIC-NUMERO TO WIMG-NUMERO
007550     MOVE LIC-CATEGORIE TO WIMG-CATEGORIE
007560     MOVE LIC-MED-FIN TO WIMG-MED-FIN.
007570 9300-EXIT.
007580     EXIT.
007590
007600*----------------------------------------------------------------*
007610* 9400-JOURNALISER-LICENCE : ligne de journal d'une ecriture ou  *
007620*                  d'un remplacement ; l'appelant a renseigne    *
007630*                  LIEN-OPERATION et LIEN-AVANT.                 *
007640*----------------------------------------------------------------*
007650 9400-JOURNALISER-LICENCE.
007660     MOVE "LICENCE" TO LIEN-FICHIER
007670     PERFORM 9410-CLE-DE-JOURNAL THRU 9410-EXIT
007680     PERFORM 9300-IMAGE-LICENCE THRU 9300-EXIT
007690     MOVE WIMAGE-LICENCE TO LIEN-APRES
007700     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
007710 9400-EXIT.
007720     EXIT.
007730
007740 9410-CLE-DE-JOURNAL.
007750     MOVE WCODCOUR TO WVLI-CODCOUR
007760     MOVE WSAISON TO WVLI-SAISON
007770     MOVE SPACES TO LIEN-CLE
007780     MOVE WCLE-VERROU-LICENCE TO LIEN-CLE.
007790 9410-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------*
007830* 9500-JOURNALISER : appel du sous-programme commun FJRNL.       *
007840*----------------------------------------------------------------*
007850 9500-JOURNALISER.
007860     MOVE "FLI" TO LIEN-PROGRAMME
007870     MOVE SES-CODOPER TO LIEN-OPERATEUR
007880     MOVE WCODCOUR TO LIEN-CODCOUR
007890     CALL "FJRNL" USING JRN-LIEN.
007900 9500-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------*
007940* 9600-POSER-VERROU-LICENCE : pose le verrou de la ligne         *
007950*                  courante via FVERR ; une ligne tenue par une  *
007960*                  autre session est signalee avec le code de    *
007970*                  son detenteur.                                *
007980*----------------------------------------------------------------*
007990 9600-POSER-VERROU-LICENCE.
008000     MOVE 'P' TO VLN-ACTION
008010     MOVE "LICENCE" TO VLN-FICHIER
008020     MOVE WCODCOUR TO WVLI-CODCOUR
008030     MOVE WSAISON TO WVLI-SAISON
008040     MOVE SPACES TO VLN-CLE
008050     MOVE WCLE-VERROU-LICENCE TO VLN-CLE
008060     MOVE SES-CODOPER TO VLN-OPERATEUR
008070     CALL "FVERR" USING VER-LIEN
008080     IF VERROU-REFUSE
008090         DISPLAY "Licence en cours de modification par "
008100             VLN-DETENTEUR ", reessayez plus tard."
008110     END-IF.
008120 9600-EXIT.
008130     EXIT.
008140
008150 9650-LIBERER-VERROU-LICENCE.
008160     MOVE 'L' TO VLN-ACTION
008170     MOVE "LICENCE" TO VLN-FICHIER
008180     MOVE WCODCOUR TO WVLI-CODCOUR
008190     MOVE WSAISON TO WVLI-SAISON
008200     MOVE SPACES TO VLN-CLE
008210     MOVE WCLE-VERROU-LICENCE TO VLN-CLE
008220     MOVE SES-CODOPER TO VLN-OPERATEUR
008230     CALL "FVERR" USING VER-LIEN.
008240 9650-EXIT.
008250     EXIT.
