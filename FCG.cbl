000100*================================================================*
000110* FCG       - Classement general au temps d'un grand tour.       *
000120*             Pour un CODTOUR donne, reprend toutes ses epreuves *
000130*             (EPREUVE.SQL) dans l'ordre des dates et cumule les *
000140*             temps saisis par FL (RESULTAT.SQL).  Un ecart (E)  *
000150*             est converti en temps absolu en l'ajoutant au      *
000160*             meilleur temps (T) des arrivants de l'etape ; un   *
000170*             coureur qui porte un abandon (B) ou un non-partant *
000180*             (N) sur une etape, ou qui n'a pas de resultat sur  *
000190*             une etape courue, n'est pas classe.  Le classement *
000200*             par equipe (COUREUR.CODEQU joint a EQUIPE.SQL)     *
000210*             cumule les temps des trois meilleurs classes de    *
000220*             chaque equipe.  Les deux classements sortent dans  *
000230*             l'etat imprimable ETAT-CLASSEMENT-GENERAL.TXT et   *
000240*             dans l'extrait delimite FEDE-GENERAL.TXT repris    *
000250*             par la passerelle federation avec les extraits FX. *
000260*             Tris externes (SORT/SD) comme F6 : aucun plafond   *
000270*             d'effectif ni d'etapes.                            *
000280*================================================================*
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. FCG.
000310 AUTHOR. G3.
000320 DATE-WRITTEN. 15/10/2026.
000330 DATE-COMPILED.
000340*----------------------------------------------------------------*
000350* HISTORIQUE DES MODIFICATIONS                                   *
000360* DATE        AUT  DESCRIPTION                                   *
000370* 15/10/2026  G3   Creation du programme (option CG du menu).    *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT ETAT-CG ASSIGN TO 'ETAT-CLASSEMENT-GENERAL.TXT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WETASTAT.
000450     SELECT FEDE-GENERAL ASSIGN TO 'FEDE-GENERAL.TXT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WFGESTAT.
000480     SELECT TRAV-ETAPES ASSIGN TO 'TRAV-CG-ETAPES.TMP'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WTETSTAT.
000510     SELECT TRAV-CLASSES ASSIGN TO 'TRAV-CG-CLASSES.TMP'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WTCLSTAT.
000540     SELECT TRAV-EQUIPES ASSIGN TO 'TRAV-CG-EQUIPES.TMP'
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WTEQSTAT.
000570     SELECT TRI-ETAPES ASSIGN TO 'TRI-CG-ETAPES.TMP'.
000580     SELECT TRI-CUMUL ASSIGN TO 'TRI-CG-CUMUL.TMP'.
000590     SELECT TRI-GENERAL ASSIGN TO 'TRI-CG-GENERAL.TMP'.
000600     SELECT TRI-EQUIPE ASSIGN TO 'TRI-CG-EQUIPE.TMP'.
000610     SELECT TRI-RANG-EQUIPE ASSIGN TO 'TRI-CG-RANG-EQUIPE.TMP'.
000620     COPY EPRSEL.
000630     COPY RESSEL.
000640     COPY TOURSEL.
000650     COPY COURSEL.
000660     COPY EQUISEL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  ETAT-CG
000710     LABEL RECORD IS STANDARD.
000720 01  ETAT-REC                PIC X(80).
000730 FD  FEDE-GENERAL
000740     LABEL RECORD IS STANDARD.
000750 01  FGE-REC                 PIC X(120).
000760 FD  TRAV-ETAPES
000770     LABEL RECORD IS STANDARD.
000780 01  TET-REC.
000790     02  TET-RANG            PIC 9(03).
000800     02  TET-CODEPR          PIC 9(03).
000810     02  TET-DATE            PIC 9(08).
000820     02  TET-NOM             PIC X(20).
000830 FD  TRAV-CLASSES
000840     LABEL RECORD IS STANDARD.
000850 01  TCL-REC.
000860     02  TCL-CODCOUR         PIC 9(03).
000870     02  TCL-SECONDES        PIC 9(07).
000880     02  TCL-CODEQU          PIC X(02).
000890     02  TCL-STATUT          PIC X(01).
000900         88  TCL-CLASSE                  VALUE 'C'.
000910         88  TCL-ABANDON                 VALUE 'B'.
000920         88  TCL-NON-PARTANT             VALUE 'N'.
000930         88  TCL-MANQUANT                VALUE 'M'.
000940     02  TCL-RANG-ETAPE      PIC 9(03).
000950     02  TCL-NB-ETAPES       PIC 9(03).
000960 FD  TRAV-EQUIPES
000970     LABEL RECORD IS STANDARD.
000980 01  TEQ-REC.
000990     02  TEQ-CODEQU          PIC X(02).
001000     02  TEQ-NB-RETENUS      PIC 9(01).
001010     02  TEQ-SECONDES        PIC 9(08).
001020 SD  TRI-ETAPES.
001030 01  TRI-ETP-REC.
001040     02  TRI-ETP-DATE        PIC 9(08).
001050     02  TRI-ETP-CODEPR      PIC 9(03).
001060     02  TRI-ETP-NOM         PIC X(20).
001070 SD  TRI-CUMUL.
001080 01  TRI-CUM-REC.
001090     02  TRI-CUM-CODCOUR     PIC 9(03).
001100     02  TRI-CUM-RANG-ETAPE  PIC 9(03).
001110     02  TRI-CUM-SORT        PIC X(01).
001120     02  TRI-CUM-SECONDES    PIC 9(06).
001130 SD  TRI-GENERAL.
001140 01  TRI-GEN-REC.
001150     02  TRI-GEN-SECONDES    PIC 9(07).
001160     02  TRI-GEN-CODCOUR     PIC 9(03).
001170     02  TRI-GEN-CODEQU      PIC X(02).
001180 SD  TRI-EQUIPE.
001190 01  TRI-EQU-REC.
001200     02  TRI-EQU-CODEQU      PIC X(02).
001210     02  TRI-EQU-SECONDES    PIC 9(07).
001220     02  TRI-EQU-CODCOUR     PIC 9(03).
001230 SD  TRI-RANG-EQUIPE.
001240 01  TRI-REQ-REC.
001250     02  TRI-REQ-CODEQU      PIC X(02).
001260     02  TRI-REQ-NB-RETENUS  PIC 9(01).
001270     02  TRI-REQ-SECONDES    PIC 9(08).
001280     COPY EPRFD.
001290     COPY RESFD.
001300     COPY TOURFD.
001310     COPY COURFD.
001320     COPY EQUIFD.
001330
001340 WORKING-STORAGE SECTION.
001350 77  WETASTAT                PIC X(02).
001360 77  WFGESTAT                PIC X(02).
001370 77  WTETSTAT                PIC X(02).
001380 77  WTCLSTAT                PIC X(02).
001390 77  WTEQSTAT                PIC X(02).
001400     COPY EPRSTA.
001410     COPY RESSTA.
001420     COPY TOURSTA.
001430     COPY COURSTA.
001440     COPY EQUISTA.
001450 77  WEQU-ABSENTE            PIC X(05)       VALUE 'FALSE'.
001460     88  EQUIPE-ABSENTE                       VALUE 'TRUE '.
001470 77  WCOURSES-ABSENTES       PIC X(05)       VALUE 'FALSE'.
001480     88  COURSES-ABSENTES                     VALUE 'TRUE '.
001482 77  WEPR-ABSENTE            PIC X(05)       VALUE 'FALSE'.
001484     88  EPREUVE-ABSENTE                      VALUE 'TRUE '.
001486 77  WRES-ABSENT             PIC X(05)       VALUE 'FALSE'.
001488     88  RESULTAT-ABSENT                      VALUE 'TRUE '.
001490 77  WTOURCHOISI             PIC X(01).
001500 77  WTOUROK                 PIC X(05)       VALUE 'FALSE'.
001510     88  TOUR-VALIDE                          VALUE 'TRUE '.
001520 77  WFIN-EPREUVE            PIC X(05)       VALUE 'FALSE'.
001530     88  FIN-EPREUVE                          VALUE 'TRUE '.
001540 77  WFIN-RESULTAT           PIC X(05)       VALUE 'FALSE'.
001550     88  FIN-RESULTAT                         VALUE 'TRUE '.
001560 77  WFIN-TRAVAIL            PIC X(05)       VALUE 'FALSE'.
001570     88  FIN-TRAVAIL                          VALUE 'TRUE '.
001580 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001590     88  FIN-TRI                              VALUE 'TRUE '.
001600 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
001610     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001620 77  WREFTROUVEE             PIC X(05)       VALUE 'FALSE'.
001630     88  REFERENCE-TROUVEE                    VALUE 'TRUE '.
001640 77  WCOURTROUVE             PIC X(05)       VALUE 'FALSE'.
001650     88  COUREUR-TROUVE                       VALUE 'TRUE '.
001660 77  WNB-ETAPES              PIC 9(03)       VALUE 0.
001670 77  WNB-ETAPES-COURUES      PIC 9(03)       VALUE 0.
001680 77  WNB-RES-ETAPE           PIC 9(05)       VALUE 0.
001690 77  WRANG-ETAPE-COURANTE    PIC 9(03)       VALUE 0.
001700 77  WSEC-REFERENCE          PIC 9(06)       VALUE 0.
001710 77  WSEC-RESULTAT           PIC 9(06)       VALUE 0.
001720 77  WCODCOUR-GROUPE         PIC 9(03)       VALUE 0.
001730 77  WSEC-COUREUR            PIC 9(07)       VALUE 0.
001740 77  WNB-ETAPES-COUREUR      PIC 9(03)       VALUE 0.
001750 77  WSTATUT-COUREUR         PIC X(01).
001760 77  WRANG-ELIMINATION       PIC 9(03)       VALUE 0.
001770 77  WNB-CLASSES             PIC 9(05)       VALUE 0.
001780 77  WNB-NON-CLASSES         PIC 9(05)       VALUE 0.
001790 77  WRANG-GENERAL           PIC 9(05)       VALUE 0.
001800 77  WSEC-LEADER             PIC 9(08)       VALUE 0.
001810 77  WSEC-ECART              PIC 9(08)       VALUE 0.
001820 77  WCODEQU-GROUPE          PIC X(02)       VALUE SPACES.
001830 77  WNB-PAR-EQUIPE          PIC 9(01)       VALUE 3.
001840 77  WNB-RETENUS             PIC 9(01)       VALUE 0.
001850 77  WSEC-EQUIPE             PIC 9(08)       VALUE 0.
001860 77  WNB-EQUIPES             PIC 9(05)       VALUE 0.
001870 77  WRANG-EQUIPE            PIC 9(05)       VALUE 0.
001880 77  WNB-RETENUS-LEADER      PIC 9(01)       VALUE 0.
001890 77  WNB-LIGNES-FEDE         PIC 9(05)       VALUE 0.
001900 77  WNOM-EQUIPE             PIC X(20).
001910 77  WSEC-A-EDITER           PIC 9(08)       VALUE 0.
001920 77  WHEURES                 PIC 9(04)       VALUE 0.
001930 77  WRESTE                  PIC 9(04)       VALUE 0.
001940 77  WMINUTES                PIC 9(02)       VALUE 0.
001950 77  WSECONDES               PIC 9(02)       VALUE 0.
001960 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001970     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001980 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001990 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
002000 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
002010 77  WDATEJOUR-ETAT          PIC 9(08).
002020 01  WTEMPS-HMS              PIC 9(06).
002030 01  WTEMPS-HMS-R REDEFINES WTEMPS-HMS.
002040     02  WHMS-HH             PIC 9(02).
002050     02  WHMS-MM             PIC 9(02).
002060     02  WHMS-SS             PIC 9(02).
002070 01  WTEMPS-EDITE.
002080     02  WTED-HH             PIC 9(03).
002090     02  FILLER              PIC X(01)       VALUE ':'.
002100     02  WTED-MM             PIC 9(02).
002110     02  FILLER              PIC X(01)       VALUE ':'.
002120     02  WTED-SS             PIC 9(02).
002130 01  WTEMPS-COUREUR-E        PIC X(09).
002140 01  WLIGNE-EDIT             PIC X(80).
002150 01  WLIGNE-ENTETE.
002160     02  FILLER              PIC X(36)       VALUE
002170         "CYCLISTES - Classement general tour ".
002180     02  WENT-TOUR           PIC X(01).
002190     02  FILLER              PIC X(04)       VALUE " du ".
002200     02  WENT-DATE           PIC 9(08).
002210     02  FILLER              PIC X(06)       VALUE "  Page".
002220     02  WENT-PAGE           PIC ZZ9.
002230     02  FILLER              PIC X(22)       VALUE SPACES.
002240 01  WLIGNE-ETAPE.
002250     02  FILLER              PIC X(07)       VALUE "Etape  ".
002260     02  WLET-RANG           PIC ZZ9.
002270     02  FILLER              PIC X(02)       VALUE SPACES.
002280     02  WLET-CODEPR         PIC 9(03).
002290     02  FILLER              PIC X(01)       VALUE SPACE.
002300     02  WLET-DATE           PIC 9(08).
002310     02  FILLER              PIC X(01)       VALUE SPACE.
002320     02  WLET-NOM            PIC X(20).
002330     02  FILLER              PIC X(01)       VALUE SPACE.
002340     02  WLET-NB-RES         PIC ZZZZ9.
002350     02  FILLER              PIC X(29)       VALUE
002360         " resultat(s)".
002370 01  WLIGNE-GENERAL.
002380     02  WLGE-RANG           PIC ZZZZ9.
002390     02  FILLER              PIC X(01)       VALUE SPACE.
002400     02  WLGE-CODCOUR        PIC 9(03).
002410     02  FILLER              PIC X(01)       VALUE SPACE.
002420     02  WLGE-NOM            PIC X(20).
002430     02  FILLER              PIC X(01)       VALUE SPACE.
002440     02  WLGE-PRENOM         PIC X(15).
002450     02  FILLER              PIC X(01)       VALUE SPACE.
002460     02  WLGE-CODEQU         PIC X(02).
002470     02  FILLER              PIC X(01)       VALUE SPACE.
002480     02  WLGE-TEMPS          PIC X(09).
002490     02  FILLER              PIC X(02)       VALUE " +".
002500     02  WLGE-ECART          PIC X(09).
002510     02  FILLER              PIC X(10)       VALUE SPACES.
002520 01  WLIGNE-EQUIPE.
002530     02  WLEQ-RANG           PIC ZZZZ9.
002540     02  FILLER              PIC X(01)       VALUE SPACE.
002550     02  WLEQ-CODEQU         PIC X(02).
002560     02  FILLER              PIC X(01)       VALUE SPACE.
002570     02  WLEQ-NOM            PIC X(20).
002580     02  FILLER              PIC X(01)       VALUE SPACE.
002590     02  WLEQ-NB-RETENUS     PIC 9(01).
002600     02  FILLER              PIC X(10)       VALUE " coureurs ".
002610     02  WLEQ-TEMPS          PIC X(09).
002620     02  FILLER              PIC X(02)       VALUE " +".
002630     02  WLEQ-ECART          PIC X(09).
002640     02  FILLER              PIC X(19)       VALUE SPACES.
002650 01  WLIGNE-NON-CLASSE.
002660     02  FILLER              PIC X(06)       VALUE SPACES.
002670     02  WLNC-CODCOUR        PIC 9(03).
002680     02  FILLER              PIC X(01)       VALUE SPACE.
002690     02  WLNC-NOM            PIC X(20).
002700     02  FILLER              PIC X(01)       VALUE SPACE.
002710     02  WLNC-PRENOM         PIC X(15).
002720     02  FILLER              PIC X(01)       VALUE SPACE.
002730     02  WLNC-MOTIF          PIC X(22).
002740     02  WLNC-RANG-ETAPE     PIC ZZ9.
002750     02  FILLER              PIC X(08)       VALUE SPACES.
002760
002770 PROCEDURE DIVISION.
002780 0000-MAINLINE SECTION.
002790 0000-DEBUT.
002800     OPEN INPUT EPREUVE
002810     OPEN INPUT RESULTAT
002814     IF WEPRSTAT = '35'
002818         MOVE 'TRUE ' TO WEPR-ABSENTE
002822         MOVE 'TRUE ' TO WCOURSES-ABSENTES
002826     END-IF
002830     IF WRESSTAT = '35'
002834         MOVE 'TRUE ' TO WRES-ABSENT
002838         MOVE 'TRUE ' TO WCOURSES-ABSENTES
002842     END-IF
002850     OPEN INPUT TOUR
002860     OPEN INPUT COUREUR
002870     OPEN INPUT EQUIPE
002880     IF WEQUSTAT = '35'
002890         MOVE 'TRUE ' TO WEQU-ABSENTE
002900     END-IF
002910     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
002920     IF ERREUR-OUVERTURE
002930         GOBACK
002940     END-IF
002950     IF COURSES-ABSENTES
002960         DISPLAY "Aucune epreuve ni aucun resultat saisi (FL)."
002970         PERFORM 0900-FERMER-LES-REFERENTIELS THRU 0900-EXIT
002980         GOBACK
002990     END-IF
003000     PERFORM 0100-CHOISIR-LE-TOUR THRU 0100-EXIT
003010     IF NOT TOUR-VALIDE
003020         PERFORM 0900-FERMER-LES-REFERENTIELS THRU 0900-EXIT
003030         GOBACK
003040     END-IF
003050     OPEN OUTPUT ETAT-CG
003060     OPEN OUTPUT FEDE-GENERAL
003070     IF WETASTAT NOT = '00' OR WFGESTAT NOT = '00'
003080         DISPLAY "Erreur ouverture ETAT-CG/FEDE-GENERAL, codes "
003090             WETASTAT " " WFGESTAT
003100         PERFORM 0900-FERMER-LES-REFERENTIELS THRU 0900-EXIT
003110         GOBACK
003120     END-IF
003130     MOVE 0 TO WNO-PAGE
003140     MOVE 99 TO WNB-LIGNES-ETAT
003150     ACCEPT WDATEJOUR-ETAT FROM DATE YYYYMMDD
003160     MOVE WTOURCHOISI TO WENT-TOUR
003170     PERFORM 0200-ENTETE-EXTRAIT THRU 0200-EXIT
003180     PERFORM 1000-ORDONNER-LES-ETAPES THRU 1000-EXIT
003190     IF WNB-ETAPES = 0
003200         DISPLAY "Aucune epreuve rattachee a ce grand tour."
003210         MOVE "Aucune epreuve rattachee a ce grand tour."
003220             TO WLIGNE-EDIT
003230         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
003240     ELSE
003250         PERFORM 2000-CUMULER-LES-TEMPS THRU 2000-EXIT
003260         PERFORM 3000-CLASSEMENT-INDIVIDUEL THRU 3000-EXIT
003270         PERFORM 4000-CLASSEMENT-PAR-EQUIPE THRU 4000-EXIT
003280         PERFORM 5000-LISTER-NON-CLASSES THRU 5000-EXIT
003290     END-IF
003300     PERFORM 0300-FIN-EXTRAIT THRU 0300-EXIT
003310     DISPLAY "Classement general : " WNB-CLASSES " classe(s), "
003320         WNB-NON-CLASSES " non classe(s), " WNB-EQUIPES
003330         " equipe(s)."
003340     DISPLAY "Etat imprimable ecrit dans "
003350         "ETAT-CLASSEMENT-GENERAL.TXT, extrait dans "
003360         "FEDE-GENERAL.TXT."
003370     CLOSE ETAT-CG FEDE-GENERAL
003380     PERFORM 0900-FERMER-LES-REFERENTIELS THRU 0900-EXIT.
003390 0000-FIN-MAINLINE.
003400     GOBACK.
003410
003420 0050-VERIFIER-OUVERTURES.
003427     IF NOT EPREUVE-ABSENTE AND WEPRSTAT NOT = '00'
003434         DISPLAY "Erreur ouverture EPREUVE, code retour "
003441             WEPRSTAT
003448         MOVE 'TRUE ' TO WERR-OUVERTURE
003455     END-IF
003462     IF NOT RESULTAT-ABSENT AND WRESSTAT NOT = '00'
003469         DISPLAY "Erreur ouverture RESULTAT, code retour "
003476             WRESSTAT
003483         MOVE 'TRUE ' TO WERR-OUVERTURE
003490     END-IF
003500     IF WTOUSTAT NOT = '00'
003510         DISPLAY "Erreur ouverture TOUR, code retour "
003520             WTOUSTAT
003530         MOVE 'TRUE ' TO WERR-OUVERTURE
003540     END-IF
003550     IF WCOUSTAT NOT = '00'
003560         DISPLAY "Erreur ouverture COUREUR, code retour "
003570             WCOUSTAT
003580         MOVE 'TRUE ' TO WERR-OUVERTURE
003590     END-IF
003600     IF NOT EQUIPE-ABSENTE AND WEQUSTAT NOT = '00'
003610         DISPLAY "Erreur ouverture EQUIPE, code retour "
003620             WEQUSTAT
003630         MOVE 'TRUE ' TO WERR-OUVERTURE
003640     END-IF.
003650 0050-EXIT.
003660     EXIT.
003670
003680 0100-CHOISIR-LE-TOUR.
003690     DISPLAY " ".
003700     DISPLAY "--- Classement general d'un grand tour ---".
003710     DISPLAY "Code du grand tour (cf. TOUR.SQL) : "
003720     MOVE SPACES TO WTOURCHOISI
003730     ACCEPT WTOURCHOISI
003740     MOVE WTOURCHOISI TO CODTOUR OF TOUR-REC
003750     READ TOUR
003760         INVALID KEY
003770             MOVE 'FALSE' TO WTOUROK
003780             DISPLAY "Grand tour inconnu."
003790         NOT INVALID KEY
003800             MOVE 'TRUE ' TO WTOUROK
003810     END-READ.
003820 0100-EXIT.
003830     EXIT.
003840
003850 0200-ENTETE-EXTRAIT.
003860     MOVE SPACES TO FGE-REC
003870     STRING "TYPE;TOUR;RANG;CODE;NOM;PRENOM;EQUIPE;TEMPS;ECART"
003880         DELIMITED BY SIZE INTO FGE-REC
003890     WRITE FGE-REC
003900     MOVE 0 TO WNB-LIGNES-FEDE.
003910 0200-EXIT.
003920     EXIT.
003930
003940 0300-FIN-EXTRAIT.
003950     MOVE SPACES TO FGE-REC
003960     STRING "FIN;" WNB-LIGNES-FEDE
003970         DELIMITED BY SIZE INTO FGE-REC
003980     WRITE FGE-REC.
003990 0300-EXIT.
004000     EXIT.
004010
004020 0900-FERMER-LES-REFERENTIELS.
004025     IF NOT EPREUVE-ABSENTE
004030         CLOSE EPREUVE
004035     END-IF
004040     IF NOT RESULTAT-ABSENT
004045         CLOSE RESULTAT
004050     END-IF
004060     IF NOT EQUIPE-ABSENTE
004070         CLOSE EQUIPE
004080     END-IF
004090     CLOSE TOUR COUREUR.
004100 0900-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------------*
004140* 1000-ORDONNER-LES-ETAPES : les epreuves du tour, triees par    *
004150*                  date, sont numerotees (etape 1, 2...) et      *
004160*                  posees dans le fichier de travail des etapes. *
004170*----------------------------------------------------------------*
004180 1000-ORDONNER-LES-ETAPES.
004190     MOVE SPACES TO WLIGNE-EDIT
004200     STRING "Etapes du grand tour " WTOURCHOISI " : "
004210         NOM-TOUR DELIMITED BY SIZE INTO WLIGNE-EDIT
004220     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
004230     MOVE 0 TO WNB-ETAPES
004240     SORT TRI-ETAPES
004250         ON ASCENDING KEY TRI-ETP-DATE
004260         ON ASCENDING KEY TRI-ETP-CODEPR
004270         INPUT PROCEDURE IS 1100-ALIMENTER-ETAPES
004280             THRU 1100-EXIT
004290         OUTPUT PROCEDURE IS 1200-NUMEROTER-ETAPES
004300             THRU 1200-EXIT.
004310 1000-EXIT.
004320     EXIT.
004330
004340 1100-ALIMENTER-ETAPES.
004350     MOVE LOW-VALUES TO CODEPR OF EPREUVE-REC
004360     START EPREUVE KEY IS NOT LESS THAN CODEPR OF EPREUVE-REC
004370         INVALID KEY
004380             MOVE 'TRUE ' TO WFIN-EPREUVE
004390         NOT INVALID KEY
004400             MOVE 'FALSE' TO WFIN-EPREUVE
004410     END-START
004420     PERFORM 1110-UNE-EPREUVE THRU 1110-EXIT
004430         UNTIL FIN-EPREUVE.
004440 1100-EXIT.
004450     EXIT.
004460
004470 1110-UNE-EPREUVE.
004480     READ EPREUVE NEXT RECORD
004490         AT END
004500             MOVE 'TRUE ' TO WFIN-EPREUVE
004510         NOT AT END
004520             IF EPR-CODTOUR = WTOURCHOISI
004530                 MOVE EPR-DATE TO TRI-ETP-DATE
004540                 MOVE CODEPR OF EPREUVE-REC TO TRI-ETP-CODEPR
004550                 MOVE EPR-NOM TO TRI-ETP-NOM
004560                 RELEASE TRI-ETP-REC
004570             END-IF
004580     END-READ.
004590 1110-EXIT.
004600     EXIT.
004610
004620 1200-NUMEROTER-ETAPES.
004630     OPEN OUTPUT TRAV-ETAPES
004640     MOVE 'FALSE' TO WFIN-TRI
004650     PERFORM 1210-UNE-ETAPE-DATEE THRU 1210-EXIT
004660         UNTIL FIN-TRI
004670     CLOSE TRAV-ETAPES.
004680 1200-EXIT.
004690     EXIT.
004700
004710 1210-UNE-ETAPE-DATEE.
004720     RETURN TRI-ETAPES
004730         AT END
004740             MOVE 'TRUE ' TO WFIN-TRI
004750         NOT AT END
004760             ADD 1 TO WNB-ETAPES
004770             MOVE WNB-ETAPES TO TET-RANG
004780             MOVE TRI-ETP-CODEPR TO TET-CODEPR
004790             MOVE TRI-ETP-DATE TO TET-DATE
004800             MOVE TRI-ETP-NOM TO TET-NOM
004810             WRITE TET-REC
004820     END-RETURN.
004830 1210-EXIT.
004840     EXIT.
004850
004860*----------------------------------------------------------------*
004870* 2000-CUMULER-LES-TEMPS : chaque resultat des etapes courues    *
004880*                  est verse dans le tri avec son temps absolu   *
004890*                  en secondes ; la restitution, par coureur,    *
004900*                  cumule les temps et decide si le coureur est  *
004910*                  classe (fichier de travail des classes).      *
004920*----------------------------------------------------------------*
004930 2000-CUMULER-LES-TEMPS.
004940     MOVE 0 TO WNB-ETAPES-COURUES
004950     SORT TRI-CUMUL
004960         ON ASCENDING KEY TRI-CUM-CODCOUR
004970         ON ASCENDING KEY TRI-CUM-RANG-ETAPE
004980         INPUT PROCEDURE IS 2100-ALIMENTER-CUMUL
004990             THRU 2100-EXIT
005000         OUTPUT PROCEDURE IS 2500-TOTALISER-PAR-COUREUR
005010             THRU 2500-EXIT.
005020 2000-EXIT.
005030     EXIT.
005040
005050 2100-ALIMENTER-CUMUL.
005060     OPEN INPUT TRAV-ETAPES
005070     MOVE 'FALSE' TO WFIN-TRAVAIL
005080     PERFORM 2110-UNE-ETAPE THRU 2110-EXIT
005090         UNTIL FIN-TRAVAIL
005100     CLOSE TRAV-ETAPES.
005110 2100-EXIT.
005120     EXIT.
005130
005140 2110-UNE-ETAPE.
005150     READ TRAV-ETAPES
005160         AT END
005170             MOVE 'TRUE ' TO WFIN-TRAVAIL
005180         NOT AT END
005190             MOVE TET-RANG TO WRANG-ETAPE-COURANTE
005200             PERFORM 2200-TEMPS-DE-REFERENCE THRU 2200-EXIT
005210             MOVE TET-RANG TO WLET-RANG
005220             MOVE TET-CODEPR TO WLET-CODEPR
005230             MOVE TET-DATE TO WLET-DATE
005240             MOVE TET-NOM TO WLET-NOM
005250             MOVE WNB-RES-ETAPE TO WLET-NB-RES
005260             MOVE WLIGNE-ETAPE TO WLIGNE-EDIT
005270             PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
005280             IF WNB-RES-ETAPE > 0
005290                 ADD 1 TO WNB-ETAPES-COURUES
005300                 PERFORM 2300-VERSER-LES-RESULTATS
005310                     THRU 2300-EXIT
005320             END-IF
005330     END-READ.
005340 2110-EXIT.
005350     EXIT.
005360
005370*----------------------------------------------------------------*
005380* 2200-TEMPS-DE-REFERENCE : meilleur temps absolu (T) parmi les  *
005390*                  arrivants de l'etape ; c'est a lui que        *
005400*                  s'ajoutent les ecarts (E).  Sans temps absolu *
005410*                  saisi, la reference vaut zero et les ecarts   *
005420*                  se cumulent tels quels.                       *
005430*----------------------------------------------------------------*
005440 2200-TEMPS-DE-REFERENCE.
005450     MOVE 0 TO WNB-RES-ETAPE
005460     MOVE 0 TO WSEC-REFERENCE
005470     MOVE 'FALSE' TO WREFTROUVEE
005480     MOVE TET-CODEPR TO CODEPR OF RESULTAT-REC
005490     START RESULTAT KEY IS EQUAL TO CODEPR OF RESULTAT-REC
005500         INVALID KEY
005510             MOVE 'TRUE ' TO WFIN-RESULTAT
005520         NOT INVALID KEY
005530             MOVE 'FALSE' TO WFIN-RESULTAT
005540     END-START
005550     PERFORM 2210-EXAMINER-UN-TEMPS THRU 2210-EXIT
005560         UNTIL FIN-RESULTAT.
005570 2200-EXIT.
005580     EXIT.
005590
005600 2210-EXAMINER-UN-TEMPS.
005610     READ RESULTAT NEXT RECORD
005620         AT END
005630             MOVE 'TRUE ' TO WFIN-RESULTAT
005640         NOT AT END
005650             IF CODEPR OF RESULTAT-REC NOT = TET-CODEPR
005660                 MOVE 'TRUE ' TO WFIN-RESULTAT
005670             ELSE
005680                 ADD 1 TO WNB-RES-ETAPE
005690                 IF SORT-ARRIVE AND TEMPS-ABSOLU
005700                     MOVE RES-TEMPS TO WTEMPS-HMS
005710                     PERFORM 8100-HMS-EN-SECONDES THRU 8100-EXIT
005720                     IF NOT REFERENCE-TROUVEE
005730                         OR WSEC-RESULTAT < WSEC-REFERENCE
005740                         MOVE WSEC-RESULTAT TO WSEC-REFERENCE
005750                         MOVE 'TRUE ' TO WREFTROUVEE
005760                     END-IF
005770                 END-IF
005780             END-IF
005790     END-READ.
005800 2210-EXIT.
005810     EXIT.
005820
005830 2300-VERSER-LES-RESULTATS.
005840     MOVE TET-CODEPR TO CODEPR OF RESULTAT-REC
005850     START RESULTAT KEY IS EQUAL TO CODEPR OF RESULTAT-REC
005860         INVALID KEY
005870             MOVE 'TRUE ' TO WFIN-RESULTAT
005880         NOT INVALID KEY
005890             MOVE 'FALSE' TO WFIN-RESULTAT
005900     END-START
005910     PERFORM 2310-VERSER-UN-RESULTAT THRU 2310-EXIT
005920         UNTIL FIN-RESULTAT.
005930 2300-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------------*
005970* 2310-VERSER-UN-RESULTAT : temps absolu du coureur sur l'etape  *
005980*                  (temps saisi, ou reference + ecart) ; un      *
005990*                  arrivant sans temps est compte dans le temps  *
006000*                  du vainqueur.                                 *
006010*----------------------------------------------------------------*
006020 2310-VERSER-UN-RESULTAT.
006030     READ RESULTAT NEXT RECORD
006040         AT END
006050             MOVE 'TRUE ' TO WFIN-RESULTAT
006060         NOT AT END
006070             IF CODEPR OF RESULTAT-REC NOT = TET-CODEPR
006080                 MOVE 'TRUE ' TO WFIN-RESULTAT
006090             ELSE
006100                 MOVE CODCOUR OF RESULTAT-REC TO TRI-CUM-CODCOUR
006110                 MOVE WRANG-ETAPE-COURANTE TO TRI-CUM-RANG-ETAPE
006120                 MOVE RES-SORT TO TRI-CUM-SORT
006130                 MOVE RES-TEMPS TO WTEMPS-HMS
006140                 PERFORM 8100-HMS-EN-SECONDES THRU 8100-EXIT
006150                 IF NOT TEMPS-ABSOLU
006160                     ADD WSEC-REFERENCE TO WSEC-RESULTAT
006170                 END-IF
006180                 IF SORT-ARRIVE
006190                     MOVE WSEC-RESULTAT TO TRI-CUM-SECONDES
006200                 ELSE
006210                     MOVE 0 TO TRI-CUM-SECONDES
006220                 END-IF
006230                 RELEASE TRI-CUM-REC
006240             END-IF
006250     END-READ.
006260 2310-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------------*
006300* 2500-TOTALISER-PAR-COUREUR : rupture sur le coureur ; le       *
006310*                  premier abandon ou non-partant rencontre (par *
006320*                  ordre d'etape) est retenu comme motif.        *
006330*----------------------------------------------------------------*
006340 2500-TOTALISER-PAR-COUREUR.
006350     OPEN OUTPUT TRAV-CLASSES
006360     MOVE 'FALSE' TO WGROUPE-OUVERT
006370     MOVE 'FALSE' TO WFIN-TRI
006380     PERFORM 2510-UNE-LIGNE-DE-CUMUL THRU 2510-EXIT
006390         UNTIL FIN-TRI
006400     IF GROUPE-OUVERT
006410         PERFORM 2600-CLORE-UN-COUREUR THRU 2600-EXIT
006420     END-IF
006430     CLOSE TRAV-CLASSES.
006440 2500-EXIT.
006450     EXIT.
006460
006470 2510-UNE-LIGNE-DE-CUMUL.
006480     RETURN TRI-CUMUL
006490         AT END
006500             MOVE 'TRUE ' TO WFIN-TRI
006510         NOT AT END
006520             IF GROUPE-OUVERT
006530                 AND TRI-CUM-CODCOUR NOT = WCODCOUR-GROUPE
006540                 PERFORM 2600-CLORE-UN-COUREUR THRU 2600-EXIT
006550             END-IF
006560             IF NOT GROUPE-OUVERT
006570                 MOVE TRI-CUM-CODCOUR TO WCODCOUR-GROUPE
006580                 MOVE 0 TO WSEC-COUREUR
006590                 MOVE 0 TO WNB-ETAPES-COUREUR
006600                 MOVE 'C' TO WSTATUT-COUREUR
006610                 MOVE 0 TO WRANG-ELIMINATION
006620                 MOVE 'TRUE ' TO WGROUPE-OUVERT
006630             END-IF
006640             ADD 1 TO WNB-ETAPES-COUREUR
006650             ADD TRI-CUM-SECONDES TO WSEC-COUREUR
006660             IF WSTATUT-COUREUR = 'C'
006670                 AND (TRI-CUM-SORT = 'B' OR TRI-CUM-SORT = 'N')
006680                 MOVE TRI-CUM-SORT TO WSTATUT-COUREUR
006690                 MOVE TRI-CUM-RANG-ETAPE TO WRANG-ELIMINATION
006700             END-IF
006710     END-RETURN.
006720 2510-EXIT.
006730     EXIT.
006740
006750 2600-CLORE-UN-COUREUR.
006760     IF WSTATUT-COUREUR = 'C'
006770         AND WNB-ETAPES-COUREUR < WNB-ETAPES-COURUES
006780         MOVE 'M' TO WSTATUT-COUREUR
006790     END-IF
006800     MOVE WCODCOUR-GROUPE TO TCL-CODCOUR
006810     MOVE WSEC-COUREUR TO TCL-SECONDES
006820     MOVE WSTATUT-COUREUR TO TCL-STATUT
006830     MOVE WRANG-ELIMINATION TO TCL-RANG-ETAPE
006840     MOVE WNB-ETAPES-COUREUR TO TCL-NB-ETAPES
006850     MOVE SPACES TO TCL-CODEQU
006860     MOVE WCODCOUR-GROUPE TO CODCOUR OF COUREUR-REC
006870     READ COUREUR
006880         INVALID KEY
006890             CONTINUE
006900         NOT INVALID KEY
006910             MOVE CODEQU OF COUREUR-REC TO TCL-CODEQU
006920     END-READ
006930     WRITE TCL-REC
006940     IF TCL-CLASSE
006950         ADD 1 TO WNB-CLASSES
006960     ELSE
006970         ADD 1 TO WNB-NON-CLASSES
006980     END-IF
006990     MOVE 'FALSE' TO WGROUPE-OUVERT.
007000 2600-EXIT.
007010     EXIT.
007020
007030*----------------------------------------------------------------*
007040* 3000-CLASSEMENT-INDIVIDUEL : les coureurs classes, du plus     *
007050*                  petit temps cumule au plus grand, avec        *
007060*                  l'ecart au premier.                           *
007070*----------------------------------------------------------------*
007080 3000-CLASSEMENT-INDIVIDUEL.
007090     MOVE SPACES TO WLIGNE-EDIT
007100     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
007110     MOVE SPACES TO WLIGNE-EDIT
007120     STRING "Classement general individuel apres "
007130         WNB-ETAPES-COURUES " etape(s) courue(s)"
007140         DELIMITED BY SIZE INTO WLIGNE-EDIT
007150     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
007160     MOVE "Rang  Cour Nom                  Prenom          Eq "
007170         TO WLIGNE-EDIT
007180     MOVE "Temps       Ecart" TO WLIGNE-EDIT(55:17)
007190     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
007200     MOVE 0 TO WRANG-GENERAL
007210     SORT TRI-GENERAL
007220         ON ASCENDING KEY TRI-GEN-SECONDES
007230         ON ASCENDING KEY TRI-GEN-CODCOUR
007240         INPUT PROCEDURE IS 3100-ALIMENTER-GENERAL
007250             THRU 3100-EXIT
007260         OUTPUT PROCEDURE IS 3500-RESTITUER-GENERAL
007270             THRU 3500-EXIT
007280     IF WRANG-GENERAL = 0
007290         MOVE "Aucun coureur classe." TO WLIGNE-EDIT
007300         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
007310     END-IF.
007320 3000-EXIT.
007330     EXIT.
007340
007350 3100-ALIMENTER-GENERAL.
007360     OPEN INPUT TRAV-CLASSES
007370     MOVE 'FALSE' TO WFIN-TRAVAIL
007380     PERFORM 3110-UN-COUREUR-CLASSE THRU 3110-EXIT
007390         UNTIL FIN-TRAVAIL
007400     CLOSE TRAV-CLASSES.
007410 3100-EXIT.
007420     EXIT.
007430
007440 3110-UN-COUREUR-CLASSE.
007450     READ TRAV-CLASSES
007460         AT END
007470             MOVE 'TRUE ' TO WFIN-TRAVAIL
007480         NOT AT END
007490             IF TCL-CLASSE
007500                 MOVE TCL-SECONDES TO TRI-GEN-SECONDES
007510                 MOVE TCL-CODCOUR TO TRI-GEN-CODCOUR
007520                 MOVE TCL-CODEQU TO TRI-GEN-CODEQU
007530                 RELEASE TRI-GEN-REC
007540             END-IF
007550     END-READ.
007560 3110-EXIT.
007570     EXIT.
007580
007590 3500-RESTITUER-GENERAL.
007600     MOVE 'FALSE' TO WFIN-TRI
007610     PERFORM 3510-UNE-LIGNE-GENERALE THRU 3510-EXIT
007620         UNTIL FIN-TRI.
007630 3500-EXIT.
007640     EXIT.
007650
007660 3510-UNE-LIGNE-GENERALE.
007670     RETURN TRI-GENERAL
007680         AT END
007690             MOVE 'TRUE ' TO WFIN-TRI
007700         NOT AT END
007710             ADD 1 TO WRANG-GENERAL
007720             IF WRANG-GENERAL = 1
007730                 MOVE TRI-GEN-SECONDES TO WSEC-LEADER
007740             END-IF
007750             MOVE TRI-GEN-CODCOUR TO CODCOUR OF COUREUR-REC
007760             PERFORM 8300-LIRE-LE-COUREUR THRU 8300-EXIT
007770             MOVE TRI-GEN-SECONDES TO WSEC-A-EDITER
007780             PERFORM 8200-EDITER-TEMPS THRU 8200-EXIT
007790             MOVE WTEMPS-EDITE TO WTEMPS-COUREUR-E
007800             COMPUTE WSEC-ECART = TRI-GEN-SECONDES - WSEC-LEADER
007810             MOVE WSEC-ECART TO WSEC-A-EDITER
007820             PERFORM 8200-EDITER-TEMPS THRU 8200-EXIT
007830             MOVE WRANG-GENERAL TO WLGE-RANG
007840             MOVE TRI-GEN-CODCOUR TO WLGE-CODCOUR
007850             MOVE NOM OF COUREUR-REC TO WLGE-NOM
007860             MOVE PRENOM OF COUREUR-REC TO WLGE-PRENOM
007870             MOVE TRI-GEN-CODEQU TO WLGE-CODEQU
007880             MOVE WTEMPS-COUREUR-E TO WLGE-TEMPS
007890             MOVE WTEMPS-EDITE TO WLGE-ECART
007900             MOVE WLIGNE-GENERAL TO WLIGNE-EDIT
007910             PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
007920             MOVE SPACES TO FGE-REC
007930             STRING "I;" WTOURCHOISI ";" WRANG-GENERAL ";"
007940                 TRI-GEN-CODCOUR ";"
007950                 NOM OF COUREUR-REC ";"
007960                 PRENOM OF COUREUR-REC ";"
007970                 TRI-GEN-CODEQU ";"
007980                 WTEMPS-COUREUR-E ";" WTEMPS-EDITE
007990                 DELIMITED BY SIZE INTO FGE-REC
008000             WRITE FGE-REC
008010             ADD 1 TO WNB-LIGNES-FEDE
008020     END-RETURN.
008030 3510-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------------*
008070* 4000-CLASSEMENT-PAR-EQUIPE : pour chaque equipe, cumul des     *
008080*                  temps de ses WNB-PAR-EQUIPE meilleurs         *
008090*                  classes ; une equipe qui en aligne moins est  *
008100*                  classee apres les equipes completes.  Les     *
008110*                  coureurs sans equipe n'y participent pas.     *
008120*----------------------------------------------------------------*
008130 4000-CLASSEMENT-PAR-EQUIPE.
008140     MOVE SPACES TO WLIGNE-EDIT
008150     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008160     MOVE SPACES TO WLIGNE-EDIT
008170     STRING "Classement general par equipe (" WNB-PAR-EQUIPE
008180         " meilleurs temps)"
008190         DELIMITED BY SIZE INTO WLIGNE-EDIT
008200     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008210     MOVE 0 TO WNB-EQUIPES
008220     SORT TRI-EQUIPE
008230         ON ASCENDING KEY TRI-EQU-CODEQU
008240         ON ASCENDING KEY TRI-EQU-SECONDES
008250         ON ASCENDING KEY TRI-EQU-CODCOUR
008260         INPUT PROCEDURE IS 4100-ALIMENTER-EQUIPES
008270             THRU 4100-EXIT
008280         OUTPUT PROCEDURE IS 4200-TOTALISER-PAR-EQUIPE
008290             THRU 4200-EXIT
008300     IF WNB-EQUIPES = 0
008310         MOVE "Aucune equipe classee." TO WLIGNE-EDIT
008320         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008330     ELSE
008340         MOVE 0 TO WRANG-EQUIPE
008350         SORT TRI-RANG-EQUIPE
008360             ON DESCENDING KEY TRI-REQ-NB-RETENUS
008370             ON ASCENDING KEY TRI-REQ-SECONDES
008380             ON ASCENDING KEY TRI-REQ-CODEQU
008390             USING TRAV-EQUIPES
008400             OUTPUT PROCEDURE IS 4500-RESTITUER-EQUIPES
008410                 THRU 4500-EXIT
008420     END-IF.
008430 4000-EXIT.
008440     EXIT.
008450
008460 4100-ALIMENTER-EQUIPES.
008470     OPEN INPUT TRAV-CLASSES
008480     MOVE 'FALSE' TO WFIN-TRAVAIL
008490     PERFORM 4110-UN-COUREUR-D-EQUIPE THRU 4110-EXIT
008500         UNTIL FIN-TRAVAIL
008510     CLOSE TRAV-CLASSES.
008520 4100-EXIT.
008530     EXIT.
008540
008550 4110-UN-COUREUR-D-EQUIPE.
008560     READ TRAV-CLASSES
008570         AT END
008580             MOVE 'TRUE ' TO WFIN-TRAVAIL
008590         NOT AT END
008600             IF TCL-CLASSE AND TCL-CODEQU NOT = SPACES
008610                 MOVE TCL-CODEQU TO TRI-EQU-CODEQU
008620                 MOVE TCL-SECONDES TO TRI-EQU-SECONDES
008630                 MOVE TCL-CODCOUR TO TRI-EQU-CODCOUR
008640                 RELEASE TRI-EQU-REC
008650             END-IF
008660     END-READ.
008670 4110-EXIT.
008680     EXIT.
008690
008700 4200-TOTALISER-PAR-EQUIPE.
008710     OPEN OUTPUT TRAV-EQUIPES
008720     MOVE 'FALSE' TO WGROUPE-OUVERT
008730     MOVE 'FALSE' TO WFIN-TRI
008740     PERFORM 4210-UN-TEMPS-D-EQUIPE THRU 4210-EXIT
008750         UNTIL FIN-TRI
008760     IF GROUPE-OUVERT
008770         PERFORM 4300-CLORE-UNE-EQUIPE THRU 4300-EXIT
008780     END-IF
008790     CLOSE TRAV-EQUIPES.
008800 4200-EXIT.
008810     EXIT.
008820
008830 4210-UN-TEMPS-D-EQUIPE.
008840     RETURN TRI-EQUIPE
008850         AT END
008860             MOVE 'TRUE ' TO WFIN-TRI
008870         NOT AT END
008880             IF GROUPE-OUVERT
008890                 AND TRI-EQU-CODEQU NOT = WCODEQU-GROUPE
008900                 PERFORM 4300-CLORE-UNE-EQUIPE THRU 4300-EXIT
008910             END-IF
008920             IF NOT GROUPE-OUVERT
008930                 MOVE TRI-EQU-CODEQU TO WCODEQU-GROUPE
008940                 MOVE 0 TO WNB-RETENUS
008950                 MOVE 0 TO WSEC-EQUIPE
008960                 MOVE 'TRUE ' TO WGROUPE-OUVERT
008970             END-IF
008980             IF WNB-RETENUS < WNB-PAR-EQUIPE
008990                 ADD 1 TO WNB-RETENUS
009000                 ADD TRI-EQU-SECONDES TO WSEC-EQUIPE
009010             END-IF
009020     END-RETURN.
009030 4210-EXIT.
009040     EXIT.
009050
009060 4300-CLORE-UNE-EQUIPE.
009070     MOVE WCODEQU-GROUPE TO TEQ-CODEQU
009080     MOVE WNB-RETENUS TO TEQ-NB-RETENUS
009090     MOVE WSEC-EQUIPE TO TEQ-SECONDES
009100     WRITE TEQ-REC
009110     ADD 1 TO WNB-EQUIPES
009120     MOVE 'FALSE' TO WGROUPE-OUVERT.
009130 4300-EXIT.
009140     EXIT.
009150
009160 4500-RESTITUER-EQUIPES.
009170     MOVE "Rang  Eq Nom                  Retenus    Temps     "
009180         TO WLIGNE-EDIT
009190     MOVE "Ecart" TO WLIGNE-EDIT(64:5)
009200     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009210     MOVE 'FALSE' TO WFIN-TRI
009220     PERFORM 4510-UNE-LIGNE-D-EQUIPE THRU 4510-EXIT
009230         UNTIL FIN-TRI.
009240 4500-EXIT.
009250     EXIT.
009260
009270 4510-UNE-LIGNE-D-EQUIPE.
009280     RETURN TRI-RANG-EQUIPE
009290         AT END
009300             MOVE 'TRUE ' TO WFIN-TRI
009310         NOT AT END
009320             ADD 1 TO WRANG-EQUIPE
009330             IF WRANG-EQUIPE = 1
009340                 MOVE TRI-REQ-SECONDES TO WSEC-LEADER
009350                 MOVE TRI-REQ-NB-RETENUS TO WNB-RETENUS-LEADER
009360             END-IF
009370             PERFORM 8400-NOM-DE-L-EQUIPE THRU 8400-EXIT
009380             MOVE TRI-REQ-SECONDES TO WSEC-A-EDITER
009390             PERFORM 8200-EDITER-TEMPS THRU 8200-EXIT
009400             MOVE WTEMPS-EDITE TO WTEMPS-COUREUR-E
009410             MOVE WRANG-EQUIPE TO WLEQ-RANG
009420             MOVE TRI-REQ-CODEQU TO WLEQ-CODEQU
009430             MOVE WNOM-EQUIPE TO WLEQ-NOM
009440             MOVE TRI-REQ-NB-RETENUS TO WLEQ-NB-RETENUS
009450             MOVE WTEMPS-COUREUR-E TO WLEQ-TEMPS
009460             IF TRI-REQ-NB-RETENUS = WNB-RETENUS-LEADER
009470                 COMPUTE WSEC-ECART =
009480                     TRI-REQ-SECONDES - WSEC-LEADER
009490                 MOVE WSEC-ECART TO WSEC-A-EDITER
009500                 PERFORM 8200-EDITER-TEMPS THRU 8200-EXIT
009510                 MOVE WTEMPS-EDITE TO WLEQ-ECART
009520             ELSE
009530                 MOVE "incomplet" TO WLEQ-ECART
009540             END-IF
009550             MOVE WLIGNE-EQUIPE TO WLIGNE-EDIT
009560             PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009570             MOVE SPACES TO FGE-REC
009580             STRING "E;" WTOURCHOISI ";" WRANG-EQUIPE ";"
009590                 TRI-REQ-CODEQU ";" WNOM-EQUIPE ";;"
009600                 TRI-REQ-CODEQU ";"
009610                 WTEMPS-COUREUR-E ";" WLEQ-ECART
009620                 DELIMITED BY SIZE INTO FGE-REC
009630             WRITE FGE-REC
009640             ADD 1 TO WNB-LIGNES-FEDE
009650     END-RETURN.
009660 4510-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------*
009700* 5000-LISTER-NON-CLASSES : coureurs ecartes du classement, avec *
009710*                  le motif et l'etape en cause.                 *
009720*----------------------------------------------------------------*
009730 5000-LISTER-NON-CLASSES.
009740     IF WNB-NON-CLASSES > 0
009750         MOVE SPACES TO WLIGNE-EDIT
009760         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009770         MOVE "Coureurs non classes" TO WLIGNE-EDIT
009780         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009790         OPEN INPUT TRAV-CLASSES
009800         MOVE 'FALSE' TO WFIN-TRAVAIL
009810         PERFORM 5100-UN-COUREUR-ECARTE THRU 5100-EXIT
009820             UNTIL FIN-TRAVAIL
009830         CLOSE TRAV-CLASSES
009840     END-IF.
009850 5000-EXIT.
009860     EXIT.
009870
009880 5100-UN-COUREUR-ECARTE.
009890     READ TRAV-CLASSES
009900         AT END
009910             MOVE 'TRUE ' TO WFIN-TRAVAIL
009920         NOT AT END
009930             IF NOT TCL-CLASSE
009940                 MOVE TCL-CODCOUR TO CODCOUR OF COUREUR-REC
009950                 PERFORM 8300-LIRE-LE-COUREUR THRU 8300-EXIT
009960                 MOVE TCL-CODCOUR TO WLNC-CODCOUR
009970                 MOVE NOM OF COUREUR-REC TO WLNC-NOM
009980                 MOVE PRENOM OF COUREUR-REC TO WLNC-PRENOM
009990                 EVALUATE TRUE
010000                     WHEN TCL-ABANDON
010010                         MOVE "abandon a l'etape" TO WLNC-MOTIF
010020                         MOVE TCL-RANG-ETAPE TO WLNC-RANG-ETAPE
010030                     WHEN TCL-NON-PARTANT
010040                         MOVE "non partant etape"
010050                             TO WLNC-MOTIF
010060                         MOVE TCL-RANG-ETAPE TO WLNC-RANG-ETAPE
010070                     WHEN OTHER
010080                         MOVE "etapes avec resultat :"
010090                             TO WLNC-MOTIF
010100                         MOVE TCL-NB-ETAPES TO WLNC-RANG-ETAPE
010110                 END-EVALUATE
010120                 MOVE WLIGNE-NON-CLASSE TO WLIGNE-EDIT
010130                 PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
010140             END-IF
010150     END-READ.
010160 5100-EXIT.
010170     EXIT.
010180
010190*----------------------------------------------------------------*
010200* 6000-ECRIRE-ETAT : une ligne de l'etat imprimable, avec saut   *
010210*                  de page et entete toutes les                  *
010220*                  WLIGNES-PAR-PAGE lignes.                      *
010230*----------------------------------------------------------------*
010240 6000-ECRIRE-ETAT.
010250     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
010260         PERFORM 6100-ENTETE-PAGE THRU 6100-EXIT
010270     END-IF
010280     WRITE ETAT-REC FROM WLIGNE-EDIT
010290     ADD 1 TO WNB-LIGNES-ETAT.
010300 6000-EXIT.
010310     EXIT.
010320
010330 6100-ENTETE-PAGE.
010340     ADD 1 TO WNO-PAGE
010350     MOVE WDATEJOUR-ETAT TO WENT-DATE
010360     MOVE WNO-PAGE TO WENT-PAGE
010370     WRITE ETAT-REC FROM WLIGNE-ENTETE
010380     MOVE SPACES TO ETAT-REC
010390     WRITE ETAT-REC
010400     MOVE 2 TO WNB-LIGNES-ETAT.
010410 6100-EXIT.
010420     EXIT.
010430
010440*----------------------------------------------------------------*
010450* 8100-HMS-EN-SECONDES : WTEMPS-HMS (hhmmss) vers WSEC-RESULTAT. *
010460*----------------------------------------------------------------*
010470 8100-HMS-EN-SECONDES.
010480     IF WTEMPS-HMS NOT NUMERIC
010490         MOVE 0 TO WTEMPS-HMS
010500     END-IF
010510     COMPUTE WSEC-RESULTAT = WHMS-HH * 3600 + WHMS-MM * 60
010520         + WHMS-SS.
010530 8100-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------------*
010570* 8200-EDITER-TEMPS : WSEC-A-EDITER (secondes) vers WTEMPS-EDITE *
010580*                  (hhh:mm:ss).                                  *
010590*----------------------------------------------------------------*
010600 8200-EDITER-TEMPS.
010610     DIVIDE WSEC-A-EDITER BY 3600 GIVING WHEURES
010620         REMAINDER WRESTE
010630     DIVIDE WRESTE BY 60 GIVING WMINUTES
010640         REMAINDER WSECONDES
010650     MOVE WHEURES TO WTED-HH
010660     MOVE WMINUTES TO WTED-MM
010670     MOVE WSECONDES TO WTED-SS.
010680 8200-EXIT.
010690     EXIT.
010700
010710 8300-LIRE-LE-COUREUR.
010720     READ COUREUR
010730         INVALID KEY
010740             MOVE 'FALSE' TO WCOURTROUVE
010750             MOVE SPACES TO NOM OF COUREUR-REC
010760             MOVE SPACES TO PRENOM OF COUREUR-REC
010770         NOT INVALID KEY
010780             MOVE 'TRUE ' TO WCOURTROUVE
010790     END-READ.
010800 8300-EXIT.
010810     EXIT.
010820
010830 8400-NOM-DE-L-EQUIPE.
010840     MOVE SPACES TO WNOM-EQUIPE
010850     IF NOT EQUIPE-ABSENTE
010860         MOVE TRI-REQ-CODEQU TO CODEQU OF EQUIPE-REC
010870         READ EQUIPE
010880             INVALID KEY
010890                 MOVE "(equipe inconnue)" TO WNOM-EQUIPE
010900             NOT INVALID KEY
010910                 MOVE EQU-NOM TO WNOM-EQUIPE
010920         END-READ
010930     END-IF.
010940 8400-EXIT.
010950     EXIT.
