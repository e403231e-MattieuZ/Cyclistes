000100*================================================================*
000110* FLR       - Rapprochement des licences avec la federation.     *
000120*             Lit le fichier des licencies transmis par la       *
000130*             federation (LICENCIES-FEDE.TXT, une ligne par      *
000140*             licencie : numero, nom, prenom, date de naissance, *
000150*             statut, categorie) et le rapproche, par numero de  *
000160*             licence, des coureurs de COUREUR.SQL et de leur    *
000170*             licence de la saison courante (LICENCE.SQL).  Les  *
000180*             deux cotes sont tries par numero puis compares en  *
000190*             un seul passage.  L'etat ETAT-RAPPROCHEMENT-       *
000200*             LICENCES.TXT liste : les coureurs sans licence     *
000210*             saisie pour la saison, ceux dont le numero est     *
000220*             inconnu de la federation, les licences que la      *
000230*             federation donne suspendues, et les ecarts de nom, *
000240*             de prenom ou de date de naissance.  Les licencies  *
000250*             federaux qui ne sont pas chez nous sont ignores.   *
000260*             Aucune mise a jour : le programme ne fait que lire.*
000270*================================================================*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. FLR.
000300 AUTHOR. G3.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*----------------------------------------------------------------*
000340* HISTORIQUE DES MODIFICATIONS                                   *
000350* DATE        AUT  DESCRIPTION                                   *
000360* 15/10/2026  G3   Creation du programme (option LR du menu).    *
000362* 15/10/2026  G3   La date de naissance du club est celle de la  *
000364*                  fiche coureur quand elle est connue, celle de *
000366*                  la licence sinon.                             *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT LICENCIES-FEDE ASSIGN TO 'LICENCIES-FEDE.TXT'
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WFEDSTAT.
000440     SELECT ETAT-RAPPROCHEMENT
000450         ASSIGN TO 'ETAT-RAPPROCHEMENT-LICENCES.TXT'
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WETASTAT.
000480     SELECT TRAV-FEDE ASSIGN TO 'TRAV-LR-FEDE.TMP'
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WTFESTAT.
000510     SELECT TRAV-CLUB ASSIGN TO 'TRAV-LR-CLUB.TMP'
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WTCLSTAT.
000540     SELECT TRI-FEDE ASSIGN TO 'TRI-LR-FEDE.TMP'.
000550     SELECT TRI-CLUB ASSIGN TO 'TRI-LR-CLUB.TMP'.
000560     COPY COURSEL.
000570     COPY LICSEL.
000580     COPY SAISSEL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  LICENCIES-FEDE
000630     LABEL RECORD IS STANDARD.
000640 01  FEDE-REC.
000650     02  FED-NUMERO          PIC X(12).
000660     02  FED-NOM             PIC X(20).
000670     02  FED-PRENOM          PIC X(20).
000680     02  FED-DATE-NAISSANCE  PIC 9(08).
000690     02  FED-STATUT          PIC X(01).
000700     02  FED-CATEGORIE       PIC X(10).
000710 FD  ETAT-RAPPROCHEMENT
000720     LABEL RECORD IS STANDARD.
000730 01  ETAT-REC                PIC X(80).
000740 FD  TRAV-FEDE
000750     LABEL RECORD IS STANDARD.
000760 01  TFE-REC.
000770     02  TFE-NUMERO          PIC X(12).
000780     02  TFE-NOM             PIC X(20).
000790     02  TFE-PRENOM          PIC X(20).
000800     02  TFE-DATE-NAISSANCE  PIC 9(08).
000810     02  TFE-STATUT          PIC X(01).
000820         88  TFE-SUSPENDUE                VALUE 'S'.
000830     02  TFE-CATEGORIE       PIC X(10).
000840 FD  TRAV-CLUB
000850     LABEL RECORD IS STANDARD.
000860 01  TCL-REC.
000870     02  TCL-NUMERO          PIC X(12).
000880     02  TCL-CODCOUR         PIC 9(03).
000890     02  TCL-NOM             PIC X(20).
000900     02  TCL-PRENOM          PIC X(20).
000910     02  TCL-DATE-NAISSANCE  PIC 9(08).
000920 SD  TRI-FEDE.
000930 01  TRI-FED-REC.
000940     02  TRI-FED-NUMERO      PIC X(12).
000950     02  FILLER              PIC X(59).
000960 SD  TRI-CLUB.
000970 01  TRI-CLU-REC.
000980     02  TRI-CLU-NUMERO      PIC X(12).
000990     02  TRI-CLU-CODCOUR     PIC 9(03).
001000     02  TRI-CLU-NOM         PIC X(20).
001010     02  TRI-CLU-PRENOM      PIC X(20).
001020     02  TRI-CLU-DATE-NAISSANCE PIC 9(08).
001030     COPY COURFD.
001040     COPY LICFD.
001050     COPY SAISFD.
001060
001070 WORKING-STORAGE SECTION.
001080 77  WFEDSTAT                PIC X(02).
001090 77  WETASTAT                PIC X(02).
001100 77  WTFESTAT                PIC X(02).
001110 77  WTCLSTAT                PIC X(02).
001120     COPY COURSTA.
001130     COPY LICSTA.
001140     COPY SAISSTA.
001150 77  WSAISON                 PIC 9(04)       VALUE 0.
001160 77  WDATEJOUR               PIC 9(08).
001170 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001180     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001190 77  WLIC-ABSENTE            PIC X(05)       VALUE 'FALSE'.
001200     88  LICENCE-ABSENTE                      VALUE 'TRUE '.
001210 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
001220     88  FIN-COUREUR                          VALUE 'TRUE '.
001230 77  WFIN-FEDE               PIC X(05)       VALUE 'FALSE'.
001240     88  FIN-FEDE                             VALUE 'TRUE '.
001250 77  WFIN-CLUB               PIC X(05)       VALUE 'FALSE'.
001260     88  FIN-CLUB                             VALUE 'TRUE '.
001270 77  WNB-FEDE                PIC 9(06)       VALUE 0.
001280 77  WNB-CLUB                PIC 9(05)       VALUE 0.
001290 77  WNB-SANS-LICENCE        PIC 9(05)       VALUE 0.
001300 77  WNB-INCONNUS            PIC 9(05)       VALUE 0.
001310 77  WNB-SUSPENDUES          PIC 9(05)       VALUE 0.
001320 77  WNB-ECARTS-NOM          PIC 9(05)       VALUE 0.
001330 77  WNB-ECARTS-NAISSANCE    PIC 9(05)       VALUE 0.
001340 77  WNB-CONFORMES           PIC 9(05)       VALUE 0.
001350 77  WANOMALIE               PIC X(05)       VALUE 'FALSE'.
001360     88  ANOMALIE-TROUVEE                     VALUE 'TRUE '.
001370 77  WNOM-CLUB               PIC X(20).
001380 77  WPRENOM-CLUB            PIC X(20).
001390 77  WNOM-FEDE               PIC X(20).
001400 77  WPRENOM-FEDE            PIC X(20).
001410 77  WNO-PAGE                PIC 9(03)       VALUE 0.
001420 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
001430 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
001440 01  WLIGNE-EDIT             PIC X(80).
001450 01  WLIGNE-ENTETE.
001460     02  FILLER              PIC X(42)       VALUE
001470         "CYCLISTES - Rapprochement licences saison ".
001480     02  WENT-SAISON         PIC 9(04).
001490     02  FILLER              PIC X(04)       VALUE " du ".
001500     02  WENT-DATE           PIC 9(08).
001510     02  FILLER              PIC X(06)       VALUE "  Page".
001520     02  WENT-PAGE           PIC ZZ9.
001530     02  FILLER              PIC X(13)       VALUE SPACES.
001540 01  WLIGNE-ANOMALIE.
001550     02  WLAN-CODCOUR        PIC 9(03).
001560     02  FILLER              PIC X(01)       VALUE SPACE.
001570     02  WLAN-NOM            PIC X(20).
001580     02  FILLER              PIC X(01)       VALUE SPACE.
001590     02  WLAN-NUMERO         PIC X(12).
001600     02  FILLER              PIC X(01)       VALUE SPACE.
001610     02  WLAN-ANOMALIE       PIC X(42).
001620 01  WLIGNE-TOTAL.
001630     02  WTOT-LIBELLE        PIC X(40).
001640     02  WTOT-NOMBRE         PIC ZZZZZ9.
001650     02  FILLER              PIC X(34)       VALUE SPACES.
001660
001670 PROCEDURE DIVISION.
001680 0000-MAINLINE SECTION.
001690 0000-DEBUT.
001700     MOVE 0 TO RETURN-CODE
001710     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001720     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
001730     OPEN INPUT LICENCIES-FEDE
001740     IF WFEDSTAT NOT = '00'
001750         DISPLAY "Fichier LICENCIES-FEDE.TXT absent ou illisible,"
001760             " code retour " WFEDSTAT
001770         MOVE 8 TO RETURN-CODE
001780         GOBACK
001790     END-IF
001800     CLOSE LICENCIES-FEDE
001810     OPEN INPUT COUREUR
001820     OPEN INPUT LICENCE
001830     IF WLICSTAT = '35'
001840         MOVE 'TRUE ' TO WLIC-ABSENTE
001850     END-IF
001860     OPEN OUTPUT ETAT-RAPPROCHEMENT
001870     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001880     IF ERREUR-OUVERTURE
001890         MOVE 8 TO RETURN-CODE
001900         GOBACK
001910     END-IF
001920     PERFORM 1000-TRIER-LA-FEDERATION THRU 1000-EXIT
001930     PERFORM 2000-TRIER-LE-CLUB THRU 2000-EXIT
001940     PERFORM 3000-RAPPROCHER THRU 3000-EXIT
001950     PERFORM 4000-ECRIRE-TOTAUX THRU 4000-EXIT
001960     IF NOT LICENCE-ABSENTE
001970         CLOSE LICENCE
001980     END-IF
001990     CLOSE COUREUR ETAT-RAPPROCHEMENT
002000     DISPLAY "Etat ecrit dans ETAT-RAPPROCHEMENT-LICENCES.TXT.".
002010 0000-FIN-MAINLINE.
002020     GOBACK.
002030
002040 0050-VERIFIER-OUVERTURES.
002050     IF WCOUSTAT NOT = '00'
002060         DISPLAY "Erreur ouverture COUREUR, code retour "
002070             WCOUSTAT
002080         MOVE 'TRUE ' TO WERR-OUVERTURE
002090     END-IF
002100     IF NOT LICENCE-ABSENTE AND WLICSTAT NOT = '00'
002110         DISPLAY "Erreur ouverture LICENCE, code retour "
002120             WLICSTAT
002130         MOVE 'TRUE ' TO WERR-OUVERTURE
002140     END-IF
002150     IF WETASTAT NOT = '00'
002160         DISPLAY "Erreur ouverture ETAT-RAPPROCHEMENT, code "
002170             "retour " WETASTAT
002180         MOVE 'TRUE ' TO WERR-OUVERTURE
002190     END-IF.
002200 0050-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------*
002240* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL, a defaut *
002250*                  l'annee du jour.                              *
002260*----------------------------------------------------------------*
002270 0100-LIRE-SAISON.
002280     COMPUTE WSAISON = WDATEJOUR / 10000
002290     OPEN INPUT SAISON
002300     IF WSAISTAT = '00'
002310         MOVE '01' TO CODSAIS
002320         READ SAISON
002330             INVALID KEY
002340                 CONTINUE
002350             NOT INVALID KEY
002360                 MOVE SAIS-ANNEE TO WSAISON
002370         END-READ
002380         CLOSE SAISON
002390     END-IF.
002400 0100-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------*
002440* 1000-TRIER-LA-FEDERATION : le fichier federal trie par numero  *
002450*                  de licence dans TRAV-LR-FEDE.TMP.             *
002460*----------------------------------------------------------------*
002470 1000-TRIER-LA-FEDERATION.
002480     SORT TRI-FEDE
002490         ON ASCENDING KEY TRI-FED-NUMERO
002500         USING LICENCIES-FEDE
002510         GIVING TRAV-FEDE.
002520 1000-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------------*
002560* 2000-TRIER-LE-CLUB : un enregistrement par coureur, avec le    *
002570*                  numero de sa licence de la saison (a blanc    *
002580*                  s'il n'en a pas : il sort alors en tete).     *
002590*----------------------------------------------------------------*
002600 2000-TRIER-LE-CLUB.
002610     SORT TRI-CLUB
002620         ON ASCENDING KEY TRI-CLU-NUMERO
002630         ON ASCENDING KEY TRI-CLU-CODCOUR
002640         INPUT PROCEDURE IS 2100-ALIMENTER-CLUB THRU 2100-EXIT
002650         GIVING TRAV-CLUB.
002660 2000-EXIT.
002670     EXIT.
002680
002690 2100-ALIMENTER-CLUB.
002700     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
002710     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
002720         INVALID KEY
002730             MOVE 'TRUE ' TO WFIN-COUREUR
002740         NOT INVALID KEY
002750             MOVE 'FALSE' TO WFIN-COUREUR
002760     END-START
002770     PERFORM 2110-UN-COUREUR THRU 2110-EXIT
002780         UNTIL FIN-COUREUR.
002790 2100-EXIT.
002800     EXIT.
002810
002820 2110-UN-COUREUR.
002830     READ COUREUR NEXT RECORD
002840         AT END
002850             MOVE 'TRUE ' TO WFIN-COUREUR
002860             GO TO 2110-EXIT
002870     END-READ
002880     MOVE SPACES TO TRI-CLU-NUMERO
002890     MOVE 0 TO TRI-CLU-DATE-NAISSANCE
002900     IF NOT LICENCE-ABSENTE
002910         MOVE CODCOUR OF COUREUR-REC TO CODCOUR OF LICENCE-REC
002920         MOVE WSAISON TO LIC-SAISON
002930         READ LICENCE
002940             INVALID KEY
002950                 CONTINUE
002960             NOT INVALID KEY
002970                 MOVE LIC-NUMERO TO TRI-CLU-NUMERO
002980                 MOVE LIC-DATE-NAISSANCE
002990                     TO TRI-CLU-DATE-NAISSANCE
003000         END-READ
003010     END-IF
003012     IF DATE-NAISSANCE OF COUREUR-REC NOT = 0
003014         MOVE DATE-NAISSANCE OF COUREUR-REC
003016             TO TRI-CLU-DATE-NAISSANCE
003018     END-IF
003020     MOVE CODCOUR OF COUREUR-REC TO TRI-CLU-CODCOUR
003030     MOVE NOM OF COUREUR-REC TO TRI-CLU-NOM
003040     MOVE PRENOM OF COUREUR-REC TO TRI-CLU-PRENOM
003050     RELEASE TRI-CLU-REC.
003060 2110-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------*
003100* 3000-RAPPROCHER : appariement des deux fichiers tries.  Un     *
003110*                  numero club plus petit que le numero federal  *
003120*                  courant n'existe pas a la federation ; un     *
003130*                  numero federal plus petit est un licencie     *
003140*                  d'un autre club.  Un meme numero federal peut *
003150*                  servir a plusieurs lignes club.               *
003160*----------------------------------------------------------------*
003170 3000-RAPPROCHER.
003180     OPEN INPUT TRAV-FEDE
003190     OPEN INPUT TRAV-CLUB
003200     PERFORM 3100-LIRE-FEDE THRU 3100-EXIT
003210     PERFORM 3200-LIRE-CLUB THRU 3200-EXIT
003220     PERFORM 3300-COMPARER THRU 3300-EXIT
003230         UNTIL FIN-CLUB
003240     CLOSE TRAV-FEDE TRAV-CLUB.
003250 3000-EXIT.
003260     EXIT.
003270
003280 3100-LIRE-FEDE.
003290     READ TRAV-FEDE
003300         AT END
003310             MOVE 'TRUE ' TO WFIN-FEDE
003320             MOVE HIGH-VALUES TO TFE-NUMERO
003330         NOT AT END
003340             ADD 1 TO WNB-FEDE
003350     END-READ.
003360 3100-EXIT.
003370     EXIT.
003380
003390 3200-LIRE-CLUB.
003400     READ TRAV-CLUB
003410         AT END
003420             MOVE 'TRUE ' TO WFIN-CLUB
003430         NOT AT END
003440             ADD 1 TO WNB-CLUB
003450     END-READ.
003460 3200-EXIT.
003470     EXIT.
003480
003490 3300-COMPARER.
003500     IF TCL-NUMERO = SPACES
003510         ADD 1 TO WNB-SANS-LICENCE
003520         MOVE "Aucune licence saisie pour la saison"
003530             TO WLAN-ANOMALIE
003540         PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
003550         PERFORM 3200-LIRE-CLUB THRU 3200-EXIT
003560         GO TO 3300-EXIT
003570     END-IF
003580     IF TFE-NUMERO < TCL-NUMERO
003590         PERFORM 3100-LIRE-FEDE THRU 3100-EXIT
003600         GO TO 3300-EXIT
003610     END-IF
003620     IF TFE-NUMERO > TCL-NUMERO
003630         ADD 1 TO WNB-INCONNUS
003640         MOVE "Numero inconnu de la federation"
003650             TO WLAN-ANOMALIE
003660         PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
003670         PERFORM 3200-LIRE-CLUB THRU 3200-EXIT
003680         GO TO 3300-EXIT
003690     END-IF
003700     PERFORM 3400-CONTROLER-UN-LICENCIE THRU 3400-EXIT
003710     PERFORM 3200-LIRE-CLUB THRU 3200-EXIT.
003720 3300-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------------*
003760* 3400-CONTROLER-UN-LICENCIE : meme numero des deux cotes ; les  *
003770*                  noms sont compares en majuscules.             *
003780*----------------------------------------------------------------*
003790 3400-CONTROLER-UN-LICENCIE.
003800     MOVE 'FALSE' TO WANOMALIE
003810     IF TFE-SUSPENDUE
003820         ADD 1 TO WNB-SUSPENDUES
003830         MOVE "Licence suspendue par la federation"
003840             TO WLAN-ANOMALIE
003850         PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
003860     END-IF
003870     MOVE TCL-NOM TO WNOM-CLUB
003880     MOVE TCL-PRENOM TO WPRENOM-CLUB
003890     MOVE TFE-NOM TO WNOM-FEDE
003900     MOVE TFE-PRENOM TO WPRENOM-FEDE
003910     INSPECT WNOM-CLUB CONVERTING
003920         "abcdefghijklmnopqrstuvwxyz"
003930         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003940     INSPECT WPRENOM-CLUB CONVERTING
003950         "abcdefghijklmnopqrstuvwxyz"
003960         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
003970     INSPECT WNOM-FEDE CONVERTING
003980         "abcdefghijklmnopqrstuvwxyz"
003990         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004000     INSPECT WPRENOM-FEDE CONVERTING
004010         "abcdefghijklmnopqrstuvwxyz"
004020         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004030     IF WNOM-CLUB NOT = WNOM-FEDE
004040         OR WPRENOM-CLUB NOT = WPRENOM-FEDE
004050         ADD 1 TO WNB-ECARTS-NOM
004060         MOVE SPACES TO WLAN-ANOMALIE
004070         STRING "Federation : " TFE-NOM
004080             DELIMITED BY SIZE INTO WLAN-ANOMALIE
004090         PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
004100         IF WPRENOM-CLUB NOT = WPRENOM-FEDE
004110             MOVE SPACES TO WLAN-ANOMALIE
004120             STRING "  prenom federation : " TFE-PRENOM
004130                 DELIMITED BY SIZE INTO WLAN-ANOMALIE
004140             PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
004150         END-IF
004160     END-IF
004170     IF TCL-DATE-NAISSANCE NOT = TFE-DATE-NAISSANCE
004180         ADD 1 TO WNB-ECARTS-NAISSANCE
004190         MOVE SPACES TO WLAN-ANOMALIE
004200         STRING "Naissance " TCL-DATE-NAISSANCE
004210             ", federation " TFE-DATE-NAISSANCE
004220             DELIMITED BY SIZE INTO WLAN-ANOMALIE
004230         PERFORM 3900-ECRIRE-ANOMALIE THRU 3900-EXIT
004240     END-IF
004250     IF NOT ANOMALIE-TROUVEE
004260         ADD 1 TO WNB-CONFORMES
004270     END-IF.
004280 3400-EXIT.
004290     EXIT.
004300
004310 3900-ECRIRE-ANOMALIE.
004320     MOVE 'TRUE ' TO WANOMALIE
004330     MOVE TCL-CODCOUR TO WLAN-CODCOUR
004340     MOVE TCL-NOM TO WLAN-NOM
004350     MOVE TCL-NUMERO TO WLAN-NUMERO
004360     MOVE WLIGNE-ANOMALIE TO WLIGNE-EDIT
004370     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
004380 3900-EXIT.
004390     EXIT.
004400
004410 4000-ECRIRE-TOTAUX.
004420     MOVE SPACES TO WLIGNE-EDIT
004430     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
004440     MOVE "Licencies lus dans le fichier federal" TO WTOT-LIBELLE
004450     MOVE WNB-FEDE TO WTOT-NOMBRE
004460     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004470     MOVE "Coureurs du club" TO WTOT-LIBELLE
004480     MOVE WNB-CLUB TO WTOT-NOMBRE
004490     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004500     MOVE "  sans licence pour la saison" TO WTOT-LIBELLE
004510     MOVE WNB-SANS-LICENCE TO WTOT-NOMBRE
004520     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004530     MOVE "  inconnus de la federation" TO WTOT-LIBELLE
004540     MOVE WNB-INCONNUS TO WTOT-NOMBRE
004550     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004560     MOVE "  licences suspendues" TO WTOT-LIBELLE
004570     MOVE WNB-SUSPENDUES TO WTOT-NOMBRE
004580     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004590     MOVE "  ecarts de nom ou de prenom" TO WTOT-LIBELLE
004600     MOVE WNB-ECARTS-NOM TO WTOT-NOMBRE
004610     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004620     MOVE "  ecarts de date de naissance" TO WTOT-LIBELLE
004630     MOVE WNB-ECARTS-NAISSANCE TO WTOT-NOMBRE
004640     PERFORM 4100-UN-TOTAL THRU 4100-EXIT
004650     MOVE "  conformes" TO WTOT-LIBELLE
004660     MOVE WNB-CONFORMES TO WTOT-NOMBRE
004670     PERFORM 4100-UN-TOTAL THRU 4100-EXIT.
004680 4000-EXIT.
004690     EXIT.
004700
004710 4100-UN-TOTAL.
004720     MOVE WLIGNE-TOTAL TO WLIGNE-EDIT
004730     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
004740 4100-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------*
004780* 8000-ECRIRE-ETAT : une ligne de l'etat, avec saut de page et   *
004790*                  entete ; la ligne est aussi affichee.         *
004800*----------------------------------------------------------------*
004810 8000-ECRIRE-ETAT.
004820     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
004830         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
004840     END-IF
004850     DISPLAY WLIGNE-EDIT
004860     WRITE ETAT-REC FROM WLIGNE-EDIT
004870     ADD 1 TO WNB-LIGNES-ETAT.
004880 8000-EXIT.
004890     EXIT.
004900
004910 8100-ENTETE-PAGE.
004920     ADD 1 TO WNO-PAGE
004930     MOVE WSAISON TO WENT-SAISON
004940     MOVE WDATEJOUR TO WENT-DATE
004950     MOVE WNO-PAGE TO WENT-PAGE
004960     WRITE ETAT-REC FROM WLIGNE-ENTETE
004970     MOVE SPACES TO ETAT-REC
004980     WRITE ETAT-REC
004990     MOVE "Cou Nom                  Licence      Anomalie"
005000         TO ETAT-REC
005010     WRITE ETAT-REC
005020     MOVE 3 TO WNB-LIGNES-ETAT.
005030 8100-EXIT.
005040     EXIT.
