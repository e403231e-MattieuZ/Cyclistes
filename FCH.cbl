000100*================================================================*
000110* FCH       - Suivi de la charge d'entrainement.                 *
000120*             Pour chaque coureur, charge de la derniere semaine *
000130*             echue du calendrier comparee a la moyenne de ses   *
000140*             quatre semaines precedentes (semaines actives de   *
000150*             REALISE et semaines archivees d'ARCHIVE-SEM,       *
000160*             toutes saisons confondues).  La charge d'une       *
000170*             semaine combine km, duree et denivele :            *
000180*                 km + minutes / 10 + metres / 100               *
000190*             Sont signales, par entraineur :                    *
000200*               - les hausses brutales (charge au-dela de        *
000210*                 WSEUIL-HAUSSE % de la moyenne) ;               *
000220*               - les baisses brutales (en deca de               *
000230*                 WSEUIL-BAISSE %) qu'aucune periode INDISPO ne  *
000240*                 couvre.                                        *
000250*             Etat ecrit dans ETAT-SURCHARGE.TXT, lancable en    *
000260*             traitement de nuit (etape de la chaine FN).        *
000270*================================================================*
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. FCH.
000300 AUTHOR. G3.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED.
000330*----------------------------------------------------------------*
000340* HISTORIQUE DES MODIFICATIONS                                   *
000350* DATE        AUT  DESCRIPTION                                   *
000360* 15/10/2026  G3   Creation du programme (option CH du menu,     *
000370*                  etape de la chaine de nuit FN).               *
000380*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CHARGE-ETAT ASSIGN TO 'ETAT-SURCHARGE.TXT'
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WETASTAT.
000450     SELECT TRI-CHARGE ASSIGN TO 'TRI-CHARGE.TMP'.
000460     COPY COURSEL.
000470     COPY ENTRSEL.
000480     COPY SEMASEL.
000490     COPY REALSEL.
000500     COPY ARSMSEL.
000510     COPY INDISEL.
000520     COPY SAISSEL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CHARGE-ETAT
000570     LABEL RECORD IS STANDARD.
000580 01  ETAT-REC                PIC X(80).
000590 SD  TRI-CHARGE.
000600 01  TRI-CHA-REC.
000610     02  TRI-CHA-CODENTR     PIC 9(03).
000620     02  TRI-CHA-CODCOUR     PIC 9(03).
000630     02  TRI-CHA-NOM         PIC X(20).
000640     02  TRI-CHA-PRENOM      PIC X(20).
000650     02  TRI-CHA-SENS        PIC X(01).
000660         88  TRI-CHA-HAUSSE              VALUE 'H'.
000670         88  TRI-CHA-BAISSE              VALUE 'B'.
000680     02  TRI-CHA-CHARGE      PIC 9(07).
000690     02  TRI-CHA-MOYENNE     PIC 9(07).
000700     02  TRI-CHA-RATIO       PIC 9(05).
000710     COPY COURFD.
000720     COPY ENTRFD.
000730     COPY SEMAFD.
000740     COPY REALFD.
000750     COPY ARSMFD.
000760     COPY INDIFD.
000770     COPY SAISFD.
000780
000790 WORKING-STORAGE SECTION.
000800 77  WETASTAT                PIC X(02).
000810     COPY COURSTA.
000820     COPY ENTRSTA.
000830     COPY SEMASTA.
000840     COPY REALSTA.
000850     COPY ARSMSTA.
000860     COPY INDISTA.
000870     COPY SAISSTA.
000880*-- Seuils d'alerte, en % de la moyenne des 4 semaines ----------*
000890 77  WSEUIL-HAUSSE           PIC 9(03)       VALUE 150.
000900 77  WSEUIL-BAISSE           PIC 9(03)       VALUE 050.
000910*-- Semaines d'historique exigees avant toute comparaison -------*
000920 77  WNB-HISTO-MIN           PIC 9(01)       VALUE 2.
000930 77  WDATEJOUR               PIC 9(08).
000940 77  WSAISON                 PIC 9(04)       VALUE 0.
000950 77  WSEM-REF                PIC 9(02)       VALUE 0.
000960 77  WREF-DEBUT              PIC 9(08)       VALUE 0.
000970 77  WREF-FIN                PIC 9(08)       VALUE 0.
000980 77  WCLE-REF                PIC 9(06)       VALUE 0.
000990 77  WCODCOUR-COURANT        PIC 9(03)       VALUE 0.
001000 77  WCODSEM-ACTIVE          PIC 9(02)       VALUE 0.
001010 77  WRECUL                  PIC 9(01)       VALUE 0.
001020 77  WCHARGE-REF             PIC 9(07)       VALUE 0.
001030 77  WCHARGE-SEMAINE         PIC 9(07)       VALUE 0.
001040 77  WKM-SEMAINE             PIC 9(06)       VALUE 0.
001050 77  WDUREE-SEMAINE          PIC 9(07)       VALUE 0.
001060 77  WDENIVELE-SEMAINE       PIC 9(08)       VALUE 0.
001070 77  WSOMME-HISTO            PIC 9(08)       VALUE 0.
001080 77  WMOYENNE                PIC 9(07)       VALUE 0.
001090 77  WRATIO                  PIC 9(05)       VALUE 0.
001100 77  WNOUV-CLE               PIC 9(06)       VALUE 0.
001110 77  WNOUV-CHARGE            PIC 9(07)       VALUE 0.
001120 77  WNB-HISTO               PIC 9(02)       VALUE 0.
001130 77  WIND                    PIC 9(02)       VALUE 0.
001140 77  WPOS                    PIC 9(02)       VALUE 0.
001150 77  WCODENTR-GROUPE         PIC 9(03)       VALUE 0.
001160 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
001170     88  GROUPE-OUVERT                        VALUE 'TRUE '.
001180 77  WDOUBLON                PIC X(05)       VALUE 'FALSE'.
001190     88  SEMAINE-DEJA-COMPTEE                 VALUE 'TRUE '.
001200 77  WPLACE                  PIC X(05)       VALUE 'FALSE'.
001210     88  PLACE-TROUVEE                        VALUE 'TRUE '.
001220 77  WSEM-COUVERTE           PIC X(05)       VALUE 'FALSE'.
001230     88  SEMAINE-COUVERTE                     VALUE 'TRUE '.
001240 77  WIND-ABSENT             PIC X(05)       VALUE 'FALSE'.
001250     88  INDISPO-ABSENT                       VALUE 'TRUE '.
001260 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
001270     88  FIN-COUREUR                          VALUE 'TRUE '.
001280 77  WFIN-SEMAINE            PIC X(05)       VALUE 'FALSE'.
001290     88  FIN-SEMAINE                          VALUE 'TRUE '.
001300 77  WFIN-REALISE            PIC X(05)       VALUE 'FALSE'.
001310     88  FIN-REALISE                          VALUE 'TRUE '.
001320 77  WFIN-ARCHIVE            PIC X(05)       VALUE 'FALSE'.
001330     88  FIN-ARCHIVE                          VALUE 'TRUE '.
001340 77  WFIN-INDISPO            PIC X(05)       VALUE 'FALSE'.
001350     88  FIN-INDISPO                          VALUE 'TRUE '.
001360 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
001370     88  FIN-TRI                              VALUE 'TRUE '.
001380 77  WNB-COUREURS            PIC 9(05)       VALUE 0.
001390 77  WNB-HAUSSES             PIC 9(05)       VALUE 0.
001400 77  WNB-BAISSES             PIC 9(05)       VALUE 0.
001410 77  WNB-BAISSES-JUSTIFIEES  PIC 9(05)       VALUE 0.
001420 77  WNB-SANS-HISTO          PIC 9(05)       VALUE 0.
001430 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001440     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001450*-- Quatre dernieres semaines du coureur avant la semaine de ----*
001460*-- reference, cle AAAA*100+semaine croissante ------------------*
001470 01  WTABLE-HISTO.
001480     02  WHISTO              OCCURS 4 TIMES.
001490         03  WHIS-CLE        PIC 9(06).
001500         03  WHIS-CHARGE     PIC 9(07).
001510 01  WLIGNE-ALERTE.
001520     02  FILLER              PIC X(02)       VALUE SPACES.
001530     02  WALE-CODCOUR        PIC 9(03).
001540     02  FILLER              PIC X(01)       VALUE SPACE.
001550     02  WALE-NOM            PIC X(20).
001560     02  FILLER              PIC X(01)       VALUE SPACE.
001570     02  WALE-PRENOM         PIC X(20).
001580     02  FILLER              PIC X(01)       VALUE SPACE.
001590     02  WALE-SENS           PIC X(07).
001600     02  FILLER              PIC X(01)       VALUE SPACE.
001610     02  WALE-CHARGE         PIC ZZZZZZ9.
001620     02  FILLER              PIC X(01)       VALUE SPACE.
001630     02  WALE-MOYENNE        PIC ZZZZZZ9.
001640     02  FILLER              PIC X(01)       VALUE SPACE.
001650     02  WALE-RATIO          PIC ZZZZ9.
001660     02  FILLER              PIC X(01)       VALUE "%".
001670     02  FILLER              PIC X(01)       VALUE SPACE.
001680
001690 PROCEDURE DIVISION.
001700 0000-MAINLINE SECTION.
001710 0000-DEBUT.
001720     MOVE 0 TO RETURN-CODE
001730     OPEN OUTPUT CHARGE-ETAT
001740     OPEN INPUT COUREUR
001750     OPEN INPUT ENTRAINEUR
001760     OPEN INPUT SEMAINE
001770     OPEN INPUT REALISE
001780     OPEN INPUT ARCHIVE-SEM
001790     OPEN INPUT INDISPO
001800     IF WINDSTAT = '35'
001810         MOVE 'TRUE ' TO WIND-ABSENT
001820     END-IF
001830     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001840     IF ERREUR-OUVERTURE
001850         MOVE 8 TO RETURN-CODE
001860         GOBACK
001870     END-IF
001880     PERFORM 0100-LIRE-SAISON THRU 0100-EXIT
001890     DISPLAY " "
001900     DISPLAY "--- Suivi de la charge d'entrainement ---"
001910     PERFORM 0200-CHERCHER-SEMAINE-REF THRU 0200-EXIT
001920     IF WSEM-REF = 0
001930         MOVE "Aucune semaine echue et datee au calendrier."
001940             TO ETAT-REC
001950         WRITE ETAT-REC
001960         DISPLAY "Aucune semaine echue et datee au calendrier."
001970     ELSE
001980         MOVE SPACES TO ETAT-REC
001990         STRING "Charge d'entrainement, semaine " WSEM-REF
002000             " du " WREF-DEBUT " au " WREF-FIN
002010             " (saison " WSAISON ")"
002020             DELIMITED BY SIZE INTO ETAT-REC
002030         WRITE ETAT-REC
002040         MOVE SPACES TO ETAT-REC
002050         STRING "Alerte au-dela de " WSEUIL-HAUSSE
002060             " % ou en deca de " WSEUIL-BAISSE
002070             " % de la moyenne des 4 semaines precedentes."
002080             DELIMITED BY SIZE INTO ETAT-REC
002090         WRITE ETAT-REC
002100         MOVE "  Cour Nom / Prenom                          "
002110             TO ETAT-REC
002120         MOVE "Sens     Charge Moyenne Ratio" TO ETAT-REC (49:)
002130         WRITE ETAT-REC
002140         MOVE 'FALSE' TO WGROUPE-OUVERT
002150         SORT TRI-CHARGE
002160             ON ASCENDING KEY TRI-CHA-CODENTR
002170             ON ASCENDING KEY TRI-CHA-CODCOUR
002180             INPUT PROCEDURE IS 1000-EXAMINER-LES-COUREURS
002190                 THRU 1000-EXIT
002200             OUTPUT PROCEDURE IS 3000-EDITER-LES-ALERTES
002210                 THRU 3000-EXIT
002220     END-IF
002230     PERFORM 9000-ECRIRE-LE-BILAN THRU 9000-EXIT
002240     IF NOT INDISPO-ABSENT
002250         CLOSE INDISPO
002260     END-IF
002270     CLOSE CHARGE-ETAT COUREUR ENTRAINEUR SEMAINE REALISE
002280         ARCHIVE-SEM.
002290 0000-FIN-MAINLINE.
002300     GOBACK.
002310
002320 0050-VERIFIER-OUVERTURES.
002330     IF WETASTAT NOT = '00'
002340         DISPLAY "Erreur ouverture CHARGE-ETAT, code retour "
002350             WETASTAT
002360         MOVE 'TRUE ' TO WERR-OUVERTURE
002370     END-IF
002380     IF WCOUSTAT NOT = '00'
002390         DISPLAY "Erreur ouverture COUREUR, code retour "
002400             WCOUSTAT
002410         MOVE 'TRUE ' TO WERR-OUVERTURE
002420     END-IF
002430     IF WENTSTAT NOT = '00'
002440         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
002450             WENTSTAT
002460         MOVE 'TRUE ' TO WERR-OUVERTURE
002470     END-IF
002480     IF WSEMSTAT NOT = '00'
002490         DISPLAY "Erreur ouverture SEMAINE, code retour "
002500             WSEMSTAT
002510         MOVE 'TRUE ' TO WERR-OUVERTURE
002520     END-IF
002530     IF WREASTAT NOT = '00'
002540         DISPLAY "Erreur ouverture REALISE, code retour "
002550             WREASTAT
002560         MOVE 'TRUE ' TO WERR-OUVERTURE
002570     END-IF
002580     IF WARCSTAT NOT = '00'
002590         DISPLAY "Erreur ouverture ARCHIVE-SEM, code retour "
002600             WARCSTAT
002610         MOVE 'TRUE ' TO WERR-OUVERTURE
002620     END-IF
002630     IF NOT INDISPO-ABSENT AND WINDSTAT NOT = '00'
002640         DISPLAY "Erreur ouverture INDISPO, code retour "
002650             WINDSTAT
002660         MOVE 'TRUE ' TO WERR-OUVERTURE
002670     END-IF.
002680 0050-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------------*
002720* 0100-LIRE-SAISON : saison courante depuis SAISON.SQL ; tant    *
002730*                  que la bascule annuelle n'a jamais ete lancee *
002740*                  le fichier peut manquer, on retient alors     *
002750*                  l'annee du jour.                              *
002760*----------------------------------------------------------------*
002770 0100-LIRE-SAISON.
002780     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
002790     COMPUTE WSAISON = WDATEJOUR / 10000
002800     OPEN INPUT SAISON
002810     IF WSAISTAT = '00'
002820         MOVE '01' TO CODSAIS
002830         READ SAISON
002840             INVALID KEY
002850                 CONTINUE
002860             NOT INVALID KEY
002870                 MOVE SAIS-ANNEE TO WSAISON
002880         END-READ
002890         CLOSE SAISON
002900     END-IF.
002910 0100-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------------*
002950* 0200-CHERCHER-SEMAINE-REF : la semaine de reference est la     *
002960*                  derniere semaine datee du calendrier dont la  *
002970*                  fin est passee.                               *
002980*----------------------------------------------------------------*
002990 0200-CHERCHER-SEMAINE-REF.
003000     MOVE 0 TO WSEM-REF
003010     MOVE LOW-VALUES TO CODSEM OF SEMAINE-REC
003020     START SEMAINE KEY IS NOT LESS THAN CODSEM OF SEMAINE-REC
003030         INVALID KEY
003040             MOVE 'TRUE ' TO WFIN-SEMAINE
003050         NOT INVALID KEY
003060             MOVE 'FALSE' TO WFIN-SEMAINE
003070     END-START
003080     PERFORM 0210-EXAMINER-UNE-SEMAINE THRU 0210-EXIT
003090         UNTIL FIN-SEMAINE
003100     COMPUTE WCLE-REF = WSAISON * 100 + WSEM-REF.
003110 0200-EXIT.
003120     EXIT.
003130
003140 0210-EXAMINER-UNE-SEMAINE.
003150     READ SEMAINE NEXT RECORD
003160         AT END
003170             MOVE 'TRUE ' TO WFIN-SEMAINE
003180         NOT AT END
003190             IF SEM-DATE-FIN NOT = 0
003200                 AND SEM-DATE-FIN < WDATEJOUR
003210                 MOVE CODSEM OF SEMAINE-REC TO WSEM-REF
003220                 MOVE SEM-DATE-DEBUT TO WREF-DEBUT
003230                 MOVE SEM-DATE-FIN TO WREF-FIN
003240             END-IF
003250     END-READ.
003260 0210-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------*
003300* 1000-EXAMINER-LES-COUREURS : procedure d'entree du tri ; un    *
003310*                  coureur en alerte y est verse avec son        *
003320*                  entraineur.                                   *
003330*----------------------------------------------------------------*
003340 1000-EXAMINER-LES-COUREURS.
003350     MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
003360     START COUREUR KEY IS NOT LESS THAN CODCOUR OF COUREUR-REC
003370         INVALID KEY
003380             MOVE 'TRUE ' TO WFIN-COUREUR
003390         NOT INVALID KEY
003400             MOVE 'FALSE' TO WFIN-COUREUR
003410     END-START
003420     PERFORM 1100-UN-COUREUR THRU 1100-EXIT
003430         UNTIL FIN-COUREUR.
003440 1000-EXIT.
003450     EXIT.
003460
003470 1100-UN-COUREUR.
003480     READ COUREUR NEXT RECORD
003490         AT END
003500             MOVE 'TRUE ' TO WFIN-COUREUR
003510             GO TO 1100-EXIT
003520     END-READ
003530     ADD 1 TO WNB-COUREURS
003540     MOVE CODCOUR OF COUREUR-REC TO WCODCOUR-COURANT
003550     MOVE 0 TO WNB-HISTO
003560     MOVE 0 TO WCHARGE-REF
003570     PERFORM 2000-HISTORIQUE-ARCHIVE THRU 2000-EXIT
003580     MOVE WSEM-REF TO WCODSEM-ACTIVE
003590     PERFORM 2200-CHARGE-SEMAINE-ACTIVE THRU 2200-EXIT
003600     ADD WCHARGE-SEMAINE TO WCHARGE-REF
003610     PERFORM 2100-HISTORIQUE-ACTIF THRU 2100-EXIT
003620         VARYING WRECUL FROM 1 BY 1 UNTIL WRECUL > 4
003630     PERFORM 2600-EVALUER-LE-COUREUR THRU 2600-EXIT.
003640 1100-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------------*
003680* 2000-HISTORIQUE-ARCHIVE : semaines archivees du coureur, par   *
003690*                  prefixe CODCOUR de la cle (saison puis        *
003700*                  semaine croissantes).  La semaine de          *
003710*                  reference deja archivee s'ajoute a sa charge ;*
003720*                  les semaines anterieures entrent dans         *
003730*                  l'historique.                                 *
003740*----------------------------------------------------------------*
003750 2000-HISTORIQUE-ARCHIVE.
003760     MOVE WCODCOUR-COURANT TO CODCOUR OF ARCHIVE-SEM-REC
003770     MOVE 0 TO ARC-SAISON
003780     MOVE 0 TO CODSEM OF ARCHIVE-SEM-REC
003790     START ARCHIVE-SEM KEY IS NOT LESS THAN CLE-ARCHIVE
003800         INVALID KEY
003810             MOVE 'TRUE ' TO WFIN-ARCHIVE
003820         NOT INVALID KEY
003830             MOVE 'FALSE' TO WFIN-ARCHIVE
003840     END-START
003850     PERFORM 2010-UNE-SEMAINE-ARCHIVEE THRU 2010-EXIT
003860         UNTIL FIN-ARCHIVE.
003870 2000-EXIT.
003880     EXIT.
003890
003900 2010-UNE-SEMAINE-ARCHIVEE.
003910     READ ARCHIVE-SEM NEXT RECORD
003920         AT END
003930             MOVE 'TRUE ' TO WFIN-ARCHIVE
003940             GO TO 2010-EXIT
003950     END-READ
003960     IF CODCOUR OF ARCHIVE-SEM-REC NOT = WCODCOUR-COURANT
003970         MOVE 'TRUE ' TO WFIN-ARCHIVE
003980         GO TO 2010-EXIT
003990     END-IF
004000     COMPUTE WNOUV-CLE = ARC-SAISON * 100
004010         + CODSEM OF ARCHIVE-SEM-REC
004020     COMPUTE WNOUV-CHARGE = ARC-KM-REALISE + ARC-DUREE / 10
004030         + ARC-DENIVELE / 100
004040     IF WNOUV-CLE = WCLE-REF
004050         ADD WNOUV-CHARGE TO WCHARGE-REF
004060     ELSE
004070         IF WNOUV-CLE < WCLE-REF
004080             PERFORM 2500-INSERER-SEMAINE THRU 2500-EXIT
004090         END-IF
004100     END-IF.
004110 2010-EXIT.
004120     EXIT.
004130
004140*----------------------------------------------------------------*
004150* 2100-HISTORIQUE-ACTIF : la WRECUL-ieme semaine avant la        *
004160*                  reference dans la saison en cours ; une       *
004170*                  semaine du calendrier sans sortie compte pour *
004180*                  zero, une semaine deja archivee n'est pas     *
004190*                  comptee deux fois.                            *
004200*----------------------------------------------------------------*
004210 2100-HISTORIQUE-ACTIF.
004220     IF WRECUL NOT < WSEM-REF
004230         GO TO 2100-EXIT
004240     END-IF
004250     COMPUTE WCODSEM-ACTIVE = WSEM-REF - WRECUL
004260     MOVE WCODSEM-ACTIVE TO CODSEM OF SEMAINE-REC
004270     READ SEMAINE
004280         INVALID KEY
004290             GO TO 2100-EXIT
004300     END-READ
004310     PERFORM 2200-CHARGE-SEMAINE-ACTIVE THRU 2200-EXIT
004320     COMPUTE WNOUV-CLE = WSAISON * 100 + WCODSEM-ACTIVE
004330     MOVE WCHARGE-SEMAINE TO WNOUV-CHARGE
004340     PERFORM 2500-INSERER-SEMAINE THRU 2500-EXIT.
004350 2100-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------*
004390* 2200-CHARGE-SEMAINE-ACTIVE : cumule les sorties REALISE du     *
004400*                  coureur courant sur la semaine WCODSEM-ACTIVE *
004410*                  et en deduit la charge.                       *
004420*----------------------------------------------------------------*
004430 2200-CHARGE-SEMAINE-ACTIVE.
004440     MOVE 0 TO WKM-SEMAINE
004450     MOVE 0 TO WDUREE-SEMAINE
004460     MOVE 0 TO WDENIVELE-SEMAINE
004470     MOVE WCODCOUR-COURANT TO CODCOUR OF REALISE-REC
004480     MOVE WCODSEM-ACTIVE TO CODSEM OF REALISE-REC
004490     MOVE LOW-VALUES TO JOUR OF REALISE-REC
004500     START REALISE KEY IS NOT LESS THAN CLE-REALISE
004510         INVALID KEY
004520             MOVE 'TRUE ' TO WFIN-REALISE
004530         NOT INVALID KEY
004540             MOVE 'FALSE' TO WFIN-REALISE
004550     END-START
004560     PERFORM 2210-UNE-SORTIE THRU 2210-EXIT
004570         UNTIL FIN-REALISE
004580     COMPUTE WCHARGE-SEMAINE = WKM-SEMAINE + WDUREE-SEMAINE / 10
004590         + WDENIVELE-SEMAINE / 100.
004600 2200-EXIT.
004610     EXIT.
004620
004630 2210-UNE-SORTIE.
004640     READ REALISE NEXT RECORD
004650         AT END
004660             MOVE 'TRUE ' TO WFIN-REALISE
004670         NOT AT END
004680             IF CODCOUR OF REALISE-REC NOT = WCODCOUR-COURANT
004690                 OR CODSEM OF REALISE-REC NOT = WCODSEM-ACTIVE
004700                 MOVE 'TRUE ' TO WFIN-REALISE
004710             ELSE
004720                 ADD KM-REALISE TO WKM-SEMAINE
004730                 ADD REA-DUREE TO WDUREE-SEMAINE
004740                 ADD REA-DENIVELE TO WDENIVELE-SEMAINE
004750             END-IF
004760     END-READ.
004770 2210-EXIT.
004780     EXIT.
004790
004800*----------------------------------------------------------------*
004810* 2500-INSERER-SEMAINE : range WNOUV-CLE/WNOUV-CHARGE dans la    *
004820*                  table des 4 semaines les plus recentes, triee *
004830*                  par cle croissante ; une semaine deja         *
004840*                  presente est ignoree, la plus ancienne est    *
004850*                  evincee quand la table est pleine.            *
004860*----------------------------------------------------------------*
004870 2500-INSERER-SEMAINE.
004880     MOVE 'FALSE' TO WDOUBLON
004890     PERFORM 2510-CHERCHER-DOUBLON THRU 2510-EXIT
004900         VARYING WIND FROM 1 BY 1 UNTIL WIND > WNB-HISTO
004910     IF SEMAINE-DEJA-COMPTEE
004920         GO TO 2500-EXIT
004930     END-IF
004940     IF WNB-HISTO = 4
004950         IF WNOUV-CLE < WHIS-CLE (1)
004960             GO TO 2500-EXIT
004970         END-IF
004980         PERFORM 2520-EVINCER-LA-PLUS-ANCIENNE THRU 2520-EXIT
004990             VARYING WIND FROM 1 BY 1 UNTIL WIND > 3
005000         MOVE 3 TO WNB-HISTO
005010     END-IF
005020     COMPUTE WPOS = WNB-HISTO + 1
005030     MOVE 'FALSE' TO WPLACE
005040     PERFORM 2530-CHERCHER-LA-PLACE THRU 2530-EXIT
005050         UNTIL PLACE-TROUVEE
005060     MOVE WNOUV-CLE TO WHIS-CLE (WPOS)
005070     MOVE WNOUV-CHARGE TO WHIS-CHARGE (WPOS)
005080     ADD 1 TO WNB-HISTO.
005090 2500-EXIT.
005100     EXIT.
005110
005120 2510-CHERCHER-DOUBLON.
005130     IF WHIS-CLE (WIND) = WNOUV-CLE
005140         MOVE 'TRUE ' TO WDOUBLON
005150     END-IF.
005160 2510-EXIT.
005170     EXIT.
005180
005190 2520-EVINCER-LA-PLUS-ANCIENNE.
005200     MOVE WHISTO (WIND + 1) TO WHISTO (WIND).
005210 2520-EXIT.
005220     EXIT.
005230
005240 2530-CHERCHER-LA-PLACE.
005250     IF WPOS = 1
005260         MOVE 'TRUE ' TO WPLACE
005270         GO TO 2530-EXIT
005280     END-IF
005290     IF WHIS-CLE (WPOS - 1) NOT > WNOUV-CLE
005300         MOVE 'TRUE ' TO WPLACE
005310         GO TO 2530-EXIT
005320     END-IF
005330     MOVE WHISTO (WPOS - 1) TO WHISTO (WPOS)
005340     SUBTRACT 1 FROM WPOS.
005350 2530-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------------*
005390* 2600-EVALUER-LE-COUREUR : moyenne de l'historique et ratio de  *
005400*                  la semaine de reference ; hausse ou baisse    *
005410*                  non justifiee versee dans le tri.             *
005420*----------------------------------------------------------------*
005430 2600-EVALUER-LE-COUREUR.
005440     IF WNB-HISTO < WNB-HISTO-MIN
005450         ADD 1 TO WNB-SANS-HISTO
005460         GO TO 2600-EXIT
005470     END-IF
005480     MOVE 0 TO WSOMME-HISTO
005490     PERFORM 2610-CUMULER-L-HISTORIQUE THRU 2610-EXIT
005500         VARYING WIND FROM 1 BY 1 UNTIL WIND > WNB-HISTO
005510     COMPUTE WMOYENNE = WSOMME-HISTO / WNB-HISTO
005520     IF WMOYENNE = 0
005530         ADD 1 TO WNB-SANS-HISTO
005540         GO TO 2600-EXIT
005550     END-IF
005560     COMPUTE WRATIO = WCHARGE-REF * 100 / WMOYENNE
005570         ON SIZE ERROR
005580             MOVE 99999 TO WRATIO
005590     END-COMPUTE
005600     IF WRATIO > WSEUIL-HAUSSE
005610         MOVE 'H' TO TRI-CHA-SENS
005620         ADD 1 TO WNB-HAUSSES
005630         PERFORM 2800-VERSER-L-ALERTE THRU 2800-EXIT
005640         GO TO 2600-EXIT
005650     END-IF
005660     IF WRATIO < WSEUIL-BAISSE
005670         PERFORM 2700-CHERCHER-INDISPO THRU 2700-EXIT
005680         IF SEMAINE-COUVERTE
005690             ADD 1 TO WNB-BAISSES-JUSTIFIEES
005700         ELSE
005710             MOVE 'B' TO TRI-CHA-SENS
005720             ADD 1 TO WNB-BAISSES
005730             PERFORM 2800-VERSER-L-ALERTE THRU 2800-EXIT
005740         END-IF
005750     END-IF.
005760 2600-EXIT.
005770     EXIT.
005780
005790 2610-CUMULER-L-HISTORIQUE.
005800     ADD WHIS-CHARGE (WIND) TO WSOMME-HISTO.
005810 2610-EXIT.
005820     EXIT.
005830
005840*----------------------------------------------------------------*
005850* 2700-CHERCHER-INDISPO : vrai si une periode INDISPO du         *
005860*                  coureur courant chevauche la semaine de       *
005870*                  reference (la baisse est alors expliquee).    *
005880*----------------------------------------------------------------*
005890 2700-CHERCHER-INDISPO.
005900     MOVE 'FALSE' TO WSEM-COUVERTE
005910     IF INDISPO-ABSENT
005920         GO TO 2700-EXIT
005930     END-IF
005940     MOVE WCODCOUR-COURANT TO CODCOUR OF INDISPO-REC
005950     MOVE LOW-VALUES TO IND-DATE-DEBUT
005960     START INDISPO KEY IS NOT LESS THAN CLE-INDISPO
005970         INVALID KEY
005980             MOVE 'TRUE ' TO WFIN-INDISPO
005990         NOT INVALID KEY
006000             MOVE 'FALSE' TO WFIN-INDISPO
006010     END-START
006020     PERFORM 2710-EXAMINER-UNE-PERIODE THRU 2710-EXIT
006030         UNTIL FIN-INDISPO.
006040 2700-EXIT.
006050     EXIT.
006060
006070 2710-EXAMINER-UNE-PERIODE.
006080     READ INDISPO NEXT RECORD
006090         AT END
006100             MOVE 'TRUE ' TO WFIN-INDISPO
006110         NOT AT END
006120             IF CODCOUR OF INDISPO-REC NOT = WCODCOUR-COURANT
006130                 MOVE 'TRUE ' TO WFIN-INDISPO
006140             ELSE
006150                 IF IND-DATE-DEBUT NOT > WREF-FIN
006160                     AND IND-DATE-FIN NOT < WREF-DEBUT
006170                     MOVE 'TRUE ' TO WSEM-COUVERTE
006180                     MOVE 'TRUE ' TO WFIN-INDISPO
006190                 END-IF
006200             END-IF
006210     END-READ.
006220 2710-EXIT.
006230     EXIT.
006240
006250 2800-VERSER-L-ALERTE.
006260     MOVE CODENTR OF COUREUR-REC TO TRI-CHA-CODENTR
006270     MOVE WCODCOUR-COURANT TO TRI-CHA-CODCOUR
006280     MOVE NOM OF COUREUR-REC TO TRI-CHA-NOM
006290     MOVE PRENOM OF COUREUR-REC TO TRI-CHA-PRENOM
006300     MOVE WCHARGE-REF TO TRI-CHA-CHARGE
006310     MOVE WMOYENNE TO TRI-CHA-MOYENNE
006320     MOVE WRATIO TO TRI-CHA-RATIO
006330     RELEASE TRI-CHA-REC.
006340 2800-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------------*
006380* 3000-EDITER-LES-ALERTES : procedure de sortie du tri, par      *
006390*                  rupture sur l'entraineur.                     *
006400*----------------------------------------------------------------*
006410 3000-EDITER-LES-ALERTES.
006420     MOVE 'FALSE' TO WFIN-TRI
006430     PERFORM 3100-UNE-ALERTE THRU 3100-EXIT
006440         UNTIL FIN-TRI.
006450 3000-EXIT.
006460     EXIT.
006470
006480 3100-UNE-ALERTE.
006490     RETURN TRI-CHARGE
006500         AT END
006510             MOVE 'TRUE ' TO WFIN-TRI
006520             GO TO 3100-EXIT
006530     END-RETURN
006540     IF NOT GROUPE-OUVERT
006550         OR TRI-CHA-CODENTR NOT = WCODENTR-GROUPE
006560         PERFORM 3200-ENTETE-D-ENTRAINEUR THRU 3200-EXIT
006570     END-IF
006580     MOVE TRI-CHA-CODCOUR TO WALE-CODCOUR
006590     MOVE TRI-CHA-NOM TO WALE-NOM
006600     MOVE TRI-CHA-PRENOM TO WALE-PRENOM
006610     IF TRI-CHA-HAUSSE
006620         MOVE "HAUSSE" TO WALE-SENS
006630     ELSE
006640         MOVE "BAISSE" TO WALE-SENS
006650     END-IF
006660     MOVE TRI-CHA-CHARGE TO WALE-CHARGE
006670     MOVE TRI-CHA-MOYENNE TO WALE-MOYENNE
006680     MOVE TRI-CHA-RATIO TO WALE-RATIO
006690     DISPLAY WLIGNE-ALERTE
006700     WRITE ETAT-REC FROM WLIGNE-ALERTE.
006710 3100-EXIT.
006720     EXIT.
006730
006740 3200-ENTETE-D-ENTRAINEUR.
006750     MOVE TRI-CHA-CODENTR TO WCODENTR-GROUPE
006760     MOVE 'TRUE ' TO WGROUPE-OUVERT
006770     MOVE TRI-CHA-CODENTR TO CODENTR OF ENTRAINEUR-REC
006780     MOVE SPACES TO ETAT-REC
006790     READ ENTRAINEUR
006800         INVALID KEY
006810             STRING "Entraineur " WCODENTR-GROUPE
006820                 " : (sans entraineur)"
006830                 DELIMITED BY SIZE INTO ETAT-REC
006840         NOT INVALID KEY
006850             STRING "Entraineur " WCODENTR-GROUPE " : "
006860                 NOM OF ENTRAINEUR-REC " "
006870                 PRENOM OF ENTRAINEUR-REC
006880                 DELIMITED BY SIZE INTO ETAT-REC
006890     END-READ
006900     DISPLAY " "
006910     DISPLAY ETAT-REC
006920     WRITE ETAT-REC.
006930 3200-EXIT.
006940     EXIT.
006950
006960 9000-ECRIRE-LE-BILAN.
006970     MOVE SPACES TO ETAT-REC
006980     STRING WNB-COUREURS " coureur(s) examine(s), "
006990         WNB-HAUSSES " hausse(s), " WNB-BAISSES
007000         " baisse(s) inexpliquee(s)."
007010         DELIMITED BY SIZE INTO ETAT-REC
007020     WRITE ETAT-REC
007030     MOVE SPACES TO ETAT-REC
007040     STRING WNB-BAISSES-JUSTIFIEES " baisse(s) couverte(s) "
007050         "par une indisponibilite, " WNB-SANS-HISTO
007060         " coureur(s) sans historique suffisant."
007070         DELIMITED BY SIZE INTO ETAT-REC
007080     WRITE ETAT-REC
007090     DISPLAY " "
007100     DISPLAY WNB-COUREURS " coureur(s) examine(s), "
007110         WNB-HAUSSES " hausse(s), " WNB-BAISSES
007120         " baisse(s) inexpliquee(s)."
007130     DISPLAY "Etat dans ETAT-SURCHARGE.TXT.".
007140 9000-EXIT.
007150     EXIT.
