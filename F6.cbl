000120*             Classement general par km total realise, variante *
000130*             par entraineur, et podium (3 premiers) d'un grand *
000140*             tour donne, exporte dans PODIUM.SQL.               *
000145*             Classement et podium par categorie d'age.          *
000150*================================================================*
000160 IDENTIFICATION DIVISION.
000170 PROGRAM-ID. F6.
000504*                  par rupture sur COUREUR.CODEQU joint a        *
000506*                  EQUIPE.SQL ; les coureurs sans equipe         *
000508*                  forment un groupe a part.                     *
000510* 15/10/2026  G3   Ajout du classement par categorie d'age       *
000512*                  (choix 5) et du podium d'un grand tour par    *
000514*                  categorie (choix 6, etat seul, sans export) ; *
000516*                  la categorie de la saison vient de FCAT.      *
000518*----------------------------------------------------------------*
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000800     02  TRI-CLA-NOM         PIC X(20).
000810     02  TRI-CLA-PRENOM      PIC X(20).
000812     02  TRI-CLA-CODEQU      PIC X(02).
000814     02  TRI-CLA-AGE-MIN     PIC 9(02).
000816     02  TRI-CLA-CODCAT      PIC X(02).
000818     02  TRI-CLA-LIBCAT      PIC X(10).
000820 SD  TRI-PODIUM.
000830 01  TRI-POD-REC.
000840     02  TRI-POD-KM          PIC 9(06).
000850     02  TRI-POD-CODCOUR     PIC 9(03).
000852     02  TRI-POD-AGE-MIN     PIC 9(02).
000854     02  TRI-POD-CODCAT      PIC X(02).
000856     02  TRI-POD-LIBCAT      PIC X(10).
000860     COPY COURFD.
000870     COPY CIVIFD.
000880     COPY ENTRFD.
001034 77  WEQU-ABSENTE            PIC X(05)       VALUE 'FALSE'.
001035     88  EQUIPE-ABSENTE                       VALUE 'TRUE '.
001036 77  WCODEQU-GROUPE          PIC X(02)       VALUE SPACES.
001037 77  WCODCAT-GROUPE          PIC X(02)       VALUE SPACES.
001038 77  WAGE-MIN-GROUPE         PIC 9(02)       VALUE 0.
001039 77  WLIBCAT-GROUPE          PIC X(10)       VALUE SPACES.
001040 77  WFINF6                  PIC X(05)       VALUE 'FALSE'.
001050     88  FIN-F6                               VALUE 'TRUE '.
001060 77  WCHOIX                  PIC X(01).
001710         "Coureurs classes :  ".
001720     02  WTOT-CLASSES        PIC 9(05).
001730     02  FILLER              PIC X(55)       VALUE SPACES.
001735     COPY CATLNK.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE SECTION.
002580     DISPLAY "2 - Classement par entraineur".
002590     DISPLAY "3 - Podium d'un grand tour (export)".
002592     DISPLAY "4 - Classement par equipe".
002594     DISPLAY "5 - Classement par categorie".
002596     DISPLAY "6 - Podium d'un grand tour par categorie".
002600     DISPLAY "Q - Retour au menu".
002610     DISPLAY "Indiquez votre choix : "
002620     MOVE SPACES TO WCHOIX
002700             PERFORM 4000-PODIUM-GRAND-TOUR THRU 4000-EXIT
002702         WHEN '4'
002704             PERFORM 3600-CLASSEMENT-PAR-EQUIPE THRU 3600-EXIT
002705         WHEN '5'
002706             PERFORM 3800-CLASSEMENT-PAR-CATEGORIE THRU 3800-EXIT
002707         WHEN '6'
002708             PERFORM 4700-PODIUM-PAR-CATEGORIE THRU 4700-EXIT
002710         WHEN 'Q'
002720             MOVE 'TRUE ' TO WFINF6
002730         WHEN 'q'
003380             MOVE NOM OF COUREUR-REC     TO TRI-CLA-NOM
003390             MOVE PRENOM OF COUREUR-REC  TO TRI-CLA-PRENOM
003392             MOVE CODEQU OF COUREUR-REC  TO TRI-CLA-CODEQU
003393             PERFORM 2550-CATEGORIE-DU-COUREUR THRU 2550-EXIT
003394             MOVE CLN-AGE-MIN            TO TRI-CLA-AGE-MIN
003395             MOVE CLN-CODCAT             TO TRI-CLA-CODCAT
003396             MOVE CLN-LIBELLE            TO TRI-CLA-LIBCAT
003400             RELEASE TRI-CLA-REC
003410             ADD 1 TO WNB-CLASSEMENT
003420     END-READ.
005082 4000-PODIUM-GRAND-TOUR.
005083     DISPLAY " ".
005090     DISPLAY "--- Podium d'un grand tour ---".
005100     PERFORM 4050-SAISIR-LE-TOUR THRU 4050-EXIT
005210     IF TOUR-VALIDE
005220         SORT TRI-PODIUM
005230             ON DESCENDING KEY TRI-POD-KM
005600             IF COUREUR-SUR-TOUR
005610                 MOVE WKM-TOUR-COUREUR TO TRI-POD-KM
005620                 MOVE WCODCOUR-COURANT TO TRI-POD-CODCOUR
005622                 PERFORM 2550-CATEGORIE-DU-COUREUR THRU 2550-EXIT
005624                 MOVE CLN-AGE-MIN      TO TRI-POD-AGE-MIN
005626                 MOVE CLN-CODCAT       TO TRI-POD-CODCAT
005628                 MOVE CLN-LIBELLE      TO TRI-POD-LIBCAT
005630                 RELEASE TRI-POD-REC
005640                 ADD 1 TO WNB-PODIUM
005650             END-IF
008030 6100-EXIT.
008040     EXIT.
008050
008060*----------------------------------------------------------------*
008070* 2550-CATEGORIE-DU-COUREUR : categorie d'age du coureur lu pour *
008080*                  la saison en cours ; sans categorie (date de  *
008090*                  naissance ou table manquante, age hors        *
008100*                  tranches), le coureur est range en dernier    *
008110*                  (age minimum 99, code a blanc).               *
008120*----------------------------------------------------------------*
008130 2550-CATEGORIE-DU-COUREUR.
008140     MOVE DATE-NAISSANCE OF COUREUR-REC TO CLN-DATE-NAISSANCE
008150     MOVE 0 TO CLN-SAISON
008160     CALL "FCAT" USING CAT-LIEN
008170     IF NOT CATEGORIE-TROUVEE
008180         MOVE 99 TO CLN-AGE-MIN
008190         MOVE SPACES TO CLN-CODCAT
008200         MOVE SPACES TO CLN-LIBELLE
008210     END-IF.
008220 2550-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------------*
008260* 3800-CLASSEMENT-PAR-CATEGORIE : meme tri de travail, ordonne   *
008270*                  par categorie (du plus jeune au plus age)     *
008280*                  puis km decroissant ; l'etat sort par rupture *
008290*                  sur la categorie, les coureurs sans categorie *
008300*                  forment le dernier groupe.                    *
008310*----------------------------------------------------------------*
008320 3800-CLASSEMENT-PAR-CATEGORIE.
008330     MOVE "Classement par categorie" TO WLIGNE-EDIT
008340     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008350     MOVE 'FALSE' TO WGROUPE-OUVERT
008360     SORT TRI-CLASSEMENT
008370         ON ASCENDING KEY TRI-CLA-AGE-MIN
008380         ON ASCENDING KEY TRI-CLA-CODCAT
008390         ON DESCENDING KEY TRI-CLA-TOTAL-KM
008400         ON ASCENDING KEY TRI-CLA-CODCOUR
008410         INPUT PROCEDURE IS 2500-ALIMENTER-TRI THRU 2500-EXIT
008420         OUTPUT PROCEDURE IS 3900-RESTITUER-PAR-CATEGORIE
008430             THRU 3900-EXIT
008440     MOVE WNB-CLASSEMENT TO WTOT-CLASSES
008450     MOVE WLIGNE-TOTAL TO WLIGNE-EDIT
008460     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008470     MOVE SPACES TO WLIGNE-EDIT
008480     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT.
008490 3800-EXIT.
008500     EXIT.
008510
008520 3900-RESTITUER-PAR-CATEGORIE.
008530     MOVE 'FALSE' TO WFIN-TRI
008540     PERFORM 3910-UNE-LIGNE-PAR-CATEGORIE THRU 3910-EXIT
008550         UNTIL FIN-TRI.
008560 3900-EXIT.
008570     EXIT.
008580
008590 3910-UNE-LIGNE-PAR-CATEGORIE.
008600     RETURN TRI-CLASSEMENT
008610         AT END
008620             MOVE 'TRUE ' TO WFIN-TRI
008630         NOT AT END
008640             IF NOT GROUPE-OUVERT
008650                 OR TRI-CLA-CODCAT NOT = WCODCAT-GROUPE
008660                 OR TRI-CLA-AGE-MIN NOT = WAGE-MIN-GROUPE
008670                 MOVE TRI-CLA-CODCAT TO WCODCAT-GROUPE
008680                 MOVE TRI-CLA-AGE-MIN TO WAGE-MIN-GROUPE
008690                 MOVE TRI-CLA-LIBCAT TO WLIBCAT-GROUPE
008700                 MOVE 0 TO WRANG-CLASSEMENT
008710                 PERFORM 3920-ENTETE-DE-CATEGORIE THRU 3920-EXIT
008720             END-IF
008730             ADD 1 TO WRANG-CLASSEMENT
008740             DISPLAY "  " WRANG-CLASSEMENT "  " TRI-CLA-CODCOUR
008750                 " " TRI-CLA-NOM " " TRI-CLA-PRENOM " "
008760                 TRI-CLA-TOTAL-KM
008770             MOVE WRANG-CLASSEMENT TO WCLA-RANG
008780             MOVE TRI-CLA-CODCOUR TO WCLA-CODCOUR-E
008790             MOVE TRI-CLA-NOM TO WCLA-NOM-E
008800             MOVE TRI-CLA-PRENOM TO WCLA-PRENOM-E
008810             MOVE TRI-CLA-TOTAL-KM TO WCLA-KM-E
008820             MOVE WLIGNE-CLASSE TO WLIGNE-EDIT
008830             PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
008840     END-RETURN.
008850 3910-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------------*
008890* 3920-ENTETE-DE-CATEGORIE : titre d'un groupe de categorie      *
008900*                  (classement et podium par categorie) ;        *
008910*                  l'appelant a renseigne WCODCAT-GROUPE et      *
008920*                  WLIBCAT-GROUPE.                               *
008930*----------------------------------------------------------------*
008940 3920-ENTETE-DE-CATEGORIE.
008950     MOVE 'TRUE ' TO WGROUPE-OUVERT
008960     DISPLAY " "
008970     IF WCODCAT-GROUPE = SPACES
008980         DISPLAY "Categorie -- : (sans categorie)"
008990         MOVE "Categorie -- : (sans categorie)" TO WLIGNE-EDIT
009000     ELSE
009010         DISPLAY "Categorie " WCODCAT-GROUPE " : " WLIBCAT-GROUPE
009020         MOVE SPACES TO WLIGNE-EDIT
009030         STRING "Categorie " WCODCAT-GROUPE " : " WLIBCAT-GROUPE
009040             DELIMITED BY SIZE INTO WLIGNE-EDIT
009050     END-IF
009060     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT.
009070 3920-EXIT.
009080     EXIT.
009090
009100*----------------------------------------------------------------*
009110* 4050-SAISIR-LE-TOUR : code du grand tour saisi et lu dans TOUR *
009120*                  (podium general et podium par categorie).     *
009130*----------------------------------------------------------------*
009140 4050-SAISIR-LE-TOUR.
009150     DISPLAY "Code du grand tour (cf. TOUR.SQL) : "
009160     MOVE SPACES TO WTOURCHOISI
009170     ACCEPT WTOURCHOISI
009180     MOVE WTOURCHOISI TO CODTOUR OF TOUR-REC
009190     READ TOUR
009200         INVALID KEY
009210             MOVE 'FALSE' TO WTOUROK
009220             DISPLAY "Grand tour inconnu."
009230         NOT INVALID KEY
009240             MOVE 'TRUE ' TO WTOUROK
009250     END-READ.
009260 4050-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------------*
009300* 4700-PODIUM-PAR-CATEGORIE : meme cumul que le podium du grand  *
009310*                  tour, trie par categorie puis km decroissant ;*
009320*                  les 3 premiers de chaque categorie sortent a  *
009330*                  l'ecran et dans l'etat.  PODIUM.SQL (un seul  *
009340*                  podium par tour) n'est pas touche.            *
009350*----------------------------------------------------------------*
009360 4700-PODIUM-PAR-CATEGORIE.
009370     DISPLAY " ".
009380     DISPLAY "--- Podium d'un grand tour par categorie ---".
009390     PERFORM 4050-SAISIR-LE-TOUR THRU 4050-EXIT
009400     IF TOUR-VALIDE
009410         MOVE SPACES TO WLIGNE-EDIT
009420         STRING "Podium par categorie du grand tour " WTOURCHOISI
009430             DELIMITED BY SIZE INTO WLIGNE-EDIT
009440         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009450         MOVE 'FALSE' TO WGROUPE-OUVERT
009460         SORT TRI-PODIUM
009470             ON ASCENDING KEY TRI-POD-AGE-MIN
009480             ON ASCENDING KEY TRI-POD-CODCAT
009490             ON DESCENDING KEY TRI-POD-KM
009500             ON ASCENDING KEY TRI-POD-CODCOUR
009510             INPUT PROCEDURE IS 4500-ALIMENTER-PODIUM
009520                 THRU 4500-EXIT
009530             OUTPUT PROCEDURE IS 4800-RESTITUER-PODIUM-CAT
009540                 THRU 4800-EXIT
009550         IF WNB-PODIUM = 0
009560             DISPLAY "Aucun coureur inscrit sur ce grand tour."
009570             MOVE "Aucun coureur inscrit sur ce grand tour."
009580                 TO WLIGNE-EDIT
009590             PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009600         END-IF
009610         MOVE SPACES TO WLIGNE-EDIT
009620         PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT
009630     END-IF.
009640 4700-EXIT.
009650     EXIT.
009660
009670 4800-RESTITUER-PODIUM-CAT.
009680     MOVE 'FALSE' TO WFIN-TRI
009690     PERFORM 4810-UNE-LIGNE-PODIUM-CAT THRU 4810-EXIT
009700         UNTIL FIN-TRI.
009710 4800-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------*
009750* 4810-UNE-LIGNE-PODIUM-CAT : rupture sur la categorie ; au-dela *
009760*                  du 3e rang les lignes du groupe sont lues     *
009770*                  sans etre editees.                            *
009780*----------------------------------------------------------------*
009790 4810-UNE-LIGNE-PODIUM-CAT.
009800     RETURN TRI-PODIUM
009810         AT END
009820             MOVE 'TRUE ' TO WFIN-TRI
009830             GO TO 4810-EXIT
009840     END-RETURN
009850     IF NOT GROUPE-OUVERT
009860         OR TRI-POD-CODCAT NOT = WCODCAT-GROUPE
009870         OR TRI-POD-AGE-MIN NOT = WAGE-MIN-GROUPE
009880         MOVE TRI-POD-CODCAT TO WCODCAT-GROUPE
009890         MOVE TRI-POD-AGE-MIN TO WAGE-MIN-GROUPE
009900         MOVE TRI-POD-LIBCAT TO WLIBCAT-GROUPE
009910         MOVE 0 TO WRANG
009920         PERFORM 3920-ENTETE-DE-CATEGORIE THRU 3920-EXIT
009930     END-IF
009940     IF WRANG NOT < 3
009950         GO TO 4810-EXIT
009960     END-IF
009970     ADD 1 TO WRANG
009980     MOVE TRI-POD-CODCOUR TO CODCOUR OF COUREUR-REC
009990     READ COUREUR
010000         INVALID KEY
010010             MOVE SPACES TO NOM OF COUREUR-REC
010020             MOVE SPACES TO PRENOM OF COUREUR-REC
010030         NOT INVALID KEY
010040             CONTINUE
010050     END-READ
010060     DISPLAY "  " WRANG ". " TRI-POD-CODCOUR " "
010070         NOM OF COUREUR-REC
010080         " " PRENOM OF COUREUR-REC " - " TRI-POD-KM " km"
010090     MOVE WRANG TO WCLA-RANG
010100     MOVE TRI-POD-CODCOUR TO WCLA-CODCOUR-E
010110     MOVE NOM OF COUREUR-REC TO WCLA-NOM-E
010120     MOVE PRENOM OF COUREUR-REC TO WCLA-PRENOM-E
010130     MOVE TRI-POD-KM TO WCLA-KM-E
010140     MOVE WLIGNE-CLASSE TO WLIGNE-EDIT
010150     PERFORM 6000-ECRIRE-ETAT THRU 6000-EXIT.
010160 4810-EXIT.
010170     EXIT.
