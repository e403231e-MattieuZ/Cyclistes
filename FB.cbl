000200*             chaque mauvaise ligne vers IMPORT-REJETS.TXT avec  *
000210*             un code motif.  Un compte rendu de passage (lues / *
000220*             chargees / rejetees) est ecrit en fin de lot.      *
000221*             Chaque passage est enregistre comme un lot         *
000222*             numerote dans LOT-IMPORT.SQL avec l'empreinte du   *
000223*             fichier et ses compteurs ; un fichier de meme      *
000224*             empreinte qu'un lot non annule est refuse.  Chaque *
000225*             ligne chargee ajoute une sortie au jour dans       *
000226*             REALISE, avec le numero du lot, et est tracee dans *
000227*             LOT-LIGNE.SQL pour que FBL puisse annuler le lot   *
000228*             entier.                                            *
000230*================================================================*
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. FB.
000383*                  par les compteurs ; controles de             *
000384*                  vraisemblance (motifs 05/06), report sur la  *
000385*                  ligne REALISE et dans l'image journalisee.   *
000386* 15/10/2026  G3   Plafond du jour par categorie (FCAT) sur le   *
000387*                  cumul du jour ; ecart au materiel (FMAT) ;    *
000388*                  lots d'import ; sorties multiples (motif 07). *
000389*----------------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000510     COPY REALSEL.
000520     COPY SEMASEL.
000530     COPY COURSEL.
000533     COPY LOTSEL.
000536     COPY LOTLSEL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000740     COPY REALFD.
000750     COPY SEMAFD.
000760     COPY COURFD.
000763     COPY LOTFD.
000766     COPY LOTLFD.
000770
000780 WORKING-STORAGE SECTION.
000790 77  WIMPSTAT                PIC X(02).
000820     COPY REALSTA.
000830     COPY SEMASTA.
000840     COPY COURSTA.
000843     COPY LOTSTA.
000846     COPY LOTLSTA.
000850 77  WFIN-IMPORT             PIC X(05)       VALUE 'FALSE'.
000860     88  FIN-IMPORT                           VALUE 'TRUE '.
000870 77  WFIN-SEMAINE            PIC X(05)       VALUE 'FALSE'.
000910 77  WCODSEM-TROUVE          PIC 9(02)       VALUE 0.
000920 77  WSEM-TROUVEE            PIC X(05)       VALUE 'FALSE'.
000930     88  SEMAINE-TROUVEE                      VALUE 'TRUE '.
000942 77  WDUREE-MAX              PIC 9(04)       VALUE 1440.
000944 77  WDENIVELE-MAX           PIC 9(05)       VALUE 10000.
000950 77  WSORTIE-SUIVANTE        PIC 9(03)       VALUE 0.
000955 77  WKM-DU-JOUR             PIC 9(05)       VALUE 0.
000960 77  WDELTA-KM               PIC S9(05)      VALUE 0.
000970 77  WFIN-SORTIES            PIC X(05)       VALUE 'FALSE'.
000980     88  FIN-SORTIES                          VALUE 'TRUE '.
000990 77  WNB-LUES                PIC 9(05)       VALUE 0.
001000 77  WNB-CHARGEES            PIC 9(05)       VALUE 0.
001010 77  WNB-REJETEES            PIC 9(05)       VALUE 0.
001020 77  WDATEJOUR               PIC 9(08).
001021 77  WHEURE                  PIC 9(08).
001022 77  WLOT-NUMERO             PIC 9(06)       VALUE 0.
001023 77  WLOT-DOUBLON            PIC 9(06)       VALUE 0.
001024 77  WFIN-LOT                PIC X(05)       VALUE 'FALSE'.
001025     88  FIN-LOT                              VALUE 'TRUE '.
001026 77  WIMPORT-REFUSE          PIC X(05)       VALUE 'FALSE'.
001027     88  IMPORT-REFUSE                        VALUE 'TRUE '.
001028 77  WCONTROLE-CALCUL        PIC 9(11)       VALUE 0.
001029 77  WQUOTIENT               PIC 9(11)       VALUE 0.
001030 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
001040     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001041     COPY CATLNK.
001042     COPY MATLNK.
001043*-- WEMPREINTE : empreinte d'IMPORT-GPS, comme LOT-EMPREINTE ----*
001044 01  WEMPREINTE.
001045     02  WEMP-NB-LIGNES      PIC 9(05).
001046     02  WEMP-TOTAL-KM       PIC 9(08).
001047     02  WEMP-CONTROLE       PIC 9(09).
001050     COPY JRNLNK.
001052 01  WIMAGE-REALISE.
001054     02  WIMG-KM             PIC 9(04).
001056     02  WIMG-DUREE          PIC 9(04).
001057     02  FILLER              PIC X(01)       VALUE SPACE.
001058     02  WIMG-DENIVELE       PIC 9(05).
001059     02  FILLER              PIC X(01)       VALUE SPACE.
001060     02  WIMG-LOT            PIC 9(06).
001061 77  WTOTAL-AVANT            PIC 9(05)       VALUE 0.
001062 01  WIMAGE-LOT.
001063     02  WILT-STATUT         PIC X(01).
001064     02  FILLER              PIC X(01)       VALUE SPACE.
001065     02  WILT-LUES           PIC 9(05).
001066     02  FILLER              PIC X(01)       VALUE SPACE.
001067     02  WILT-CHARGEES       PIC 9(05).
001068     02  FILLER              PIC X(01)       VALUE SPACE.
001069     02  WILT-REJETEES       PIC 9(05).
001080 01  WLIGNE-ETAT.
001090     02  WETA-LIBELLE        PIC X(30).
001100     02  WETA-NOMBRE         PIC 9(05).
001140 0000-MAINLINE SECTION.
001150 0000-DEBUT.
001155     MOVE 0 TO RETURN-CODE
001157     PERFORM 0100-CALCULER-EMPREINTE THRU 0100-EXIT
001160     OPEN INPUT IMPORT-GPS
001170     OPEN OUTPUT IMPORT-REJETS
001180     OPEN OUTPUT IMPORT-ETAT
001190     OPEN I-O REALISE
001200     OPEN INPUT SEMAINE
001210     OPEN I-O COUREUR
001215     PERFORM 0060-OUVRIR-LES-LOTS THRU 0060-EXIT
001220     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001230     IF ERREUR-OUVERTURE
001240         MOVE 8 TO RETURN-CODE
001270     MOVE 0 TO WNB-LUES
001280     MOVE 0 TO WNB-CHARGEES
001290     MOVE 0 TO WNB-REJETEES
001292     MOVE 0 TO WLOT-NUMERO
001294     IF WEMP-NB-LIGNES > 0
001296         PERFORM 0200-CHERCHER-DOUBLON THRU 0200-EXIT
001298     END-IF
001300     IF IMPORT-REFUSE
001302         PERFORM 8100-ECRIRE-REFUS THRU 8100-EXIT
001304         CLOSE IMPORT-GPS IMPORT-REJETS IMPORT-ETAT
001306             REALISE SEMAINE COUREUR LOT-IMPORT LOT-LIGNE
001308         GOBACK
001310     END-IF
001312     IF WEMP-NB-LIGNES > 0
001314         PERFORM 0300-OUVRIR-LE-LOT THRU 0300-EXIT
001316         IF WLOT-NUMERO = 0
001318             CLOSE IMPORT-GPS IMPORT-REJETS IMPORT-ETAT
001320                 REALISE SEMAINE COUREUR LOT-IMPORT LOT-LIGNE
001322             MOVE 8 TO RETURN-CODE
001324             GOBACK
001326         END-IF
001328     END-IF
001330     PERFORM 1000-TRAITER-UNE-LIGNE THRU 1000-EXIT
001340         UNTIL FIN-IMPORT
001342     IF WLOT-NUMERO > 0
001344         PERFORM 0400-FERMER-LE-LOT THRU 0400-EXIT
001346     END-IF
001350     PERFORM 8000-ECRIRE-COMPTE-RENDU THRU 8000-EXIT
001360     CLOSE IMPORT-GPS IMPORT-REJETS IMPORT-ETAT
001370         REALISE SEMAINE COUREUR LOT-IMPORT LOT-LIGNE.
001380 0000-FIN-MAINLINE.
001390     GOBACK.
001400
001670     IF WCOUSTAT NOT = '00'
001680         DISPLAY "Erreur ouverture COUREUR, code retour "
001690             WCOUSTAT
001691         MOVE 'TRUE ' TO WERR-OUVERTURE
001692     END-IF
001693     IF WLOTSTAT NOT = '00'
001694         DISPLAY "Erreur ouverture LOT-IMPORT, code retour "
001695             WLOTSTAT
001700         MOVE 'TRUE ' TO WERR-OUVERTURE
001701     END-IF
001702     IF WLLGSTAT NOT = '00'
001703         DISPLAY "Erreur ouverture LOT-LIGNE, code retour "
001704             WLLGSTAT
001705         MOVE 'TRUE ' TO WERR-OUVERTURE
001710     END-IF.
001720 0050-EXIT.
001730     EXIT.
002000*   Motifs de rejet :                                            *
002010*     01  code coureur inconnu                                   *
002020*     02  aucune semaine du calendrier ne couvre le jour         *
002030*     03  kilometrage au-dela du plafond du jour de la categorie *
002040*     04  ligne non numerique                                    *
002042*     05  duree invraisemblable                                  *
002044*     06  denivele invraisemblable                               *
002047*     07  le jour a deja 99 sorties                              *
002050*----------------------------------------------------------------*
002060 2000-CONTROLER-LA-LIGNE.
002070     MOVE 'TRUE ' TO WLIGNE-VALIDE
002170                 MOVE 'FALSE' TO WLIGNE-VALIDE
002180                 PERFORM 7100-REJETER-COUREUR THRU 7100-EXIT
002190             NOT INVALID KEY
002200                 MOVE DATE-NAISSANCE OF COUREUR-REC
002202                     TO CLN-DATE-NAISSANCE
002204                 MOVE 0 TO CLN-SAISON
002206                 CALL "FCAT" USING CAT-LIEN
002210         END-READ
002220     END-IF
002230     IF LIGNE-VALIDE
002270             PERFORM 7200-REJETER-SEMAINE THRU 7200-EXIT
002280         END-IF
002290     END-IF
002300     IF LIGNE-VALIDE
002301         PERFORM 2200-NUMEROTER-LA-SORTIE THRU 2200-EXIT
002302         IF WSORTIE-SUIVANTE > 99
002303             MOVE 'FALSE' TO WLIGNE-VALIDE
002304             PERFORM 7600-REJETER-SORTIES THRU 7600-EXIT
002305         END-IF
002306     END-IF
002307     IF LIGNE-VALIDE
002308         AND IMP-KM + WKM-DU-JOUR > CLN-KM-MAX-JOUR
002310         MOVE 'FALSE' TO WLIGNE-VALIDE
002320         PERFORM 7300-REJETER-KM THRU 7300-EXIT
002330     END-IF
002720     EXIT.
002730
002740*----------------------------------------------------------------*
002750* 3000-CHARGER-LA-LIGNE : ajoute la sortie au jour (numero       *
002760*                  retenu en 2200) puis reporte son km sur le    *
002770*                  total du coureur et sur son materiel, comme   *
002772*                  8000/8100/8200 de F3.  La sortie porte le     *
002774*                  numero du lot et est tracee dans LOT-LIGNE    *
002776*                  (3100).                                       *
002780*----------------------------------------------------------------*
002790 3000-CHARGER-LA-LIGNE.
002800     MOVE IMP-CODCOUR     TO CODCOUR OF REALISE-REC
002810     MOVE WCODSEM-TROUVE  TO CODSEM OF REALISE-REC
002820     MOVE IMP-JOUR        TO JOUR
002830     MOVE WSORTIE-SUIVANTE TO REA-SORTIE
002910     MOVE IMP-KM TO KM-REALISE
002912     MOVE IMP-DUREE TO REA-DUREE
002914     MOVE IMP-DENIVELE TO REA-DENIVELE
002920     MOVE WLOT-NUMERO TO REA-LOT
002930     WRITE REALISE-REC
002940     MOVE 'E' TO LIEN-OPERATION
002950     MOVE SPACES TO LIEN-AVANT
003010     MOVE "REALISE" TO LIEN-FICHIER
003020     MOVE CLE-REALISE TO LIEN-CLE
003022     MOVE IMP-KM TO WIMG-KM
003024     MOVE IMP-DUREE TO WIMG-DUREE
003026     MOVE IMP-DENIVELE TO WIMG-DENIVELE
003028     MOVE WLOT-NUMERO TO WIMG-LOT
003030     MOVE WIMAGE-REALISE TO LIEN-APRES
003040     PERFORM 9500-JOURNALISER THRU 9500-EXIT
003050     PERFORM 3100-TRACER-LA-LIGNE THRU 3100-EXIT
003055     MOVE IMP-KM TO WDELTA-KM
003060     MOVE IMP-CODCOUR TO CODCOUR OF COUREUR-REC
003070     READ COUREUR
003080         INVALID KEY
003170             MOVE WTOTAL-AVANT TO LIEN-AVANT
003180             MOVE TOTAL-KM-FAITS TO LIEN-APRES
003190             PERFORM 9500-JOURNALISER THRU 9500-EXIT
003200     END-READ
003201     MOVE IMP-CODCOUR TO MLN-CODCOUR
003202     MOVE IMP-JOUR TO MLN-JOUR
003203     MOVE WDELTA-KM TO MLN-DELTA-KM
003204     MOVE "FB" TO MLN-PROGRAMME
003205     MOVE SES-CODOPER TO MLN-OPERATEUR
003206     CALL "FMAT" USING MAT-LIEN.
003210 3000-EXIT.
003220     EXIT.
003230
003490
003500 7300-REJETER-KM.
003510     MOVE '03' TO REJ-MOTIF
003520     MOVE "km au-dela du plafond de la categorie" TO REJ-LIBELLE
003530     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
003540 7300-EXIT.
003550     EXIT.
003720     STRING "Import des sorties GPS du " WDATEJOUR
003730         DELIMITED BY SIZE INTO ETAT-REC
003740     WRITE ETAT-REC
003741     IF WLOT-NUMERO > 0
003742         MOVE SPACES TO ETAT-REC
003743         STRING "Lot d'import numero " WLOT-NUMERO
003744             DELIMITED BY SIZE INTO ETAT-REC
003745         WRITE ETAT-REC
003746     END-IF
003750     MOVE "Lignes lues                   " TO WETA-LIBELLE
003760     MOVE WNB-LUES TO WETA-NOMBRE
003770     WRITE ETAT-REC FROM WLIGNE-ETAT
003850     DISPLAY "Import termine : " WNB-LUES " lue(s), "
003860         WNB-CHARGEES " chargee(s), "
003870         WNB-REJETEES " rejetee(s)."
003872     IF WLOT-NUMERO > 0
003874         DISPLAY "Lot d'import numero " WLOT-NUMERO
003876             " (annulable par l'option BL)."
003878     END-IF
003880     DISPLAY "Compte rendu dans IMPORT-COMPTE-RENDU.TXT, rejets "
003890         "dans IMPORT-REJETS.TXT.".
003900 8000-EXIT.
004000     CALL "FJRNL" USING JRN-LIEN.
004010 9500-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------------*
004050* 0060-OUVRIR-LES-LOTS : ouverture du registre des lots et de    *
004060*                  ses lignes, crees vides au premier passage.   *
004070*----------------------------------------------------------------*
004080 0060-OUVRIR-LES-LOTS.
004090     OPEN I-O LOT-IMPORT
004100     IF WLOTSTAT = '35'
004110         OPEN OUTPUT LOT-IMPORT
004120         CLOSE LOT-IMPORT
004130         OPEN I-O LOT-IMPORT
004140         DISPLAY "Fichier LOT-IMPORT cree."
004150     END-IF
004160     OPEN I-O LOT-LIGNE
004170     IF WLLGSTAT = '35'
004180         OPEN OUTPUT LOT-LIGNE
004190         CLOSE LOT-LIGNE
004200         OPEN I-O LOT-LIGNE
004210         DISPLAY "Fichier LOT-LIGNE cree."
004220     END-IF.
004230 0060-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------------*
004270* 0100-CALCULER-EMPREINTE : premiere lecture complete du fichier *
004280*                  d'import : nombre de lignes, total des km et  *
004290*                  cle de controle.  La cle est recalculee a     *
004300*                  chaque ligne (cle precedente x 31 + valeurs   *
004310*                  ponderees de la ligne, modulo 999999937) :    *
004320*                  elle change si une ligne change ou si deux    *
004330*                  lignes sont permutees.  Une ligne non         *
004340*                  numerique ne compte que par sa position.      *
004350*                  Le fichier est referme ; une ouverture en     *
004360*                  echec est signalee par 0050.                  *
004370*----------------------------------------------------------------*
004380 0100-CALCULER-EMPREINTE.
004390     MOVE 0 TO WEMP-NB-LIGNES
004400     MOVE 0 TO WEMP-TOTAL-KM
004410     MOVE 0 TO WEMP-CONTROLE
004420     OPEN INPUT IMPORT-GPS
004430     IF WIMPSTAT NOT = '00'
004440         GO TO 0100-EXIT
004450     END-IF
004460     MOVE 'FALSE' TO WFIN-IMPORT
004470     PERFORM 0110-EMPREINTE-UNE-LIGNE THRU 0110-EXIT
004480         UNTIL FIN-IMPORT
004490     CLOSE IMPORT-GPS.
004500 0100-EXIT.
004510     EXIT.
004520
004530 0110-EMPREINTE-UNE-LIGNE.
004540     READ IMPORT-GPS
004550         AT END
004560             MOVE 'TRUE ' TO WFIN-IMPORT
004570             GO TO 0110-EXIT
004580     END-READ
004590     ADD 1 TO WEMP-NB-LIGNES
004600     IF IMP-CODCOUR NUMERIC
004610         AND IMP-JOUR NUMERIC
004620         AND IMP-KM NUMERIC
004630         AND IMP-DUREE NUMERIC
004640         AND IMP-DENIVELE NUMERIC
004650         ADD IMP-KM TO WEMP-TOTAL-KM
004660         COMPUTE WCONTROLE-CALCUL = WEMP-CONTROLE * 31
004670             + IMP-CODCOUR + IMP-JOUR + IMP-KM * 7
004680             + IMP-DUREE * 3 + IMP-DENIVELE
004690     ELSE
004700         COMPUTE WCONTROLE-CALCUL = WEMP-CONTROLE * 31 + 1
004710     END-IF
004720     DIVIDE WCONTROLE-CALCUL BY 999999937 GIVING WQUOTIENT
004730         REMAINDER WEMP-CONTROLE.
004740 0110-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------------*
004780* 0200-CHERCHER-DOUBLON : parcourt les lots de meme empreinte ;  *
004790*                  un seul lot encore en place (en cours ou      *
004800*                  charge) suffit a refuser le fichier.  Un lot  *
004810*                  annule par FBL laisse repasser le fichier.    *
004820*----------------------------------------------------------------*
004830 0200-CHERCHER-DOUBLON.
004840     MOVE 'FALSE' TO WIMPORT-REFUSE
004850     MOVE 0 TO WLOT-DOUBLON
004860     MOVE WEMPREINTE TO LOT-EMPREINTE
004870     START LOT-IMPORT KEY IS EQUAL TO LOT-EMPREINTE
004880         INVALID KEY
004890             MOVE 'TRUE ' TO WFIN-LOT
004900         NOT INVALID KEY
004910             MOVE 'FALSE' TO WFIN-LOT
004920     END-START
004930     PERFORM 0210-EXAMINER-UN-LOT THRU 0210-EXIT
004940         UNTIL FIN-LOT.
004950 0200-EXIT.
004960     EXIT.
004970
004980 0210-EXAMINER-UN-LOT.
004990     READ LOT-IMPORT NEXT RECORD
005000         AT END
005010             MOVE 'TRUE ' TO WFIN-LOT
005020             GO TO 0210-EXIT
005030     END-READ
005040     IF LOT-EMPREINTE NOT = WEMPREINTE
005050         MOVE 'TRUE ' TO WFIN-LOT
005060         GO TO 0210-EXIT
005070     END-IF
005080     IF NOT LOT-ANNULE
005090         MOVE 'TRUE ' TO WIMPORT-REFUSE
005100         MOVE LOT-NUMERO TO WLOT-DOUBLON
005110         MOVE 'TRUE ' TO WFIN-LOT
005120     END-IF.
005130 0210-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------*
005170* 0300-OUVRIR-LE-LOT : numero suivant le dernier lot enregistre, *
005180*                  ecriture de l'en-tete du lot a l'etat E (en   *
005190*                  cours) avant tout chargement, pour qu'un      *
005200*                  passage interrompu reste annulable par FBL.   *
005210*                  WLOT-NUMERO reste a zero si l'en-tete ne peut *
005220*                  etre ecrit : rien n'est alors charge.         *
005230*----------------------------------------------------------------*
005240 0300-OUVRIR-LE-LOT.
005250     MOVE 0 TO WLOT-NUMERO
005260     MOVE 0 TO LOT-NUMERO
005270     START LOT-IMPORT KEY IS NOT LESS THAN LOT-NUMERO
005280         INVALID KEY
005290             MOVE 'TRUE ' TO WFIN-LOT
005300         NOT INVALID KEY
005310             MOVE 'FALSE' TO WFIN-LOT
005320     END-START
005330     PERFORM 0310-PASSER-UN-LOT THRU 0310-EXIT
005340         UNTIL FIN-LOT
005350     ADD 1 TO WLOT-NUMERO
005360     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
005370     ACCEPT WHEURE FROM TIME
005380     MOVE WLOT-NUMERO TO LOT-NUMERO
005390     MOVE WEMPREINTE TO LOT-EMPREINTE
005400     MOVE WDATEJOUR TO LOT-DATE
005410     COMPUTE LOT-HEURE = WHEURE / 100
005420     MOVE SES-CODOPER TO LOT-OPERATEUR
005430     MOVE 0 TO LOT-NB-LUES
005440     MOVE 0 TO LOT-NB-CHARGEES
005450     MOVE 0 TO LOT-NB-REJETEES
005460     MOVE 'E' TO LOT-STATUT
005470     MOVE 0 TO LOT-DATE-ANNULATION
005480     MOVE SPACES TO LOT-OPER-ANNULATION
005490     MOVE 0 TO LOT-NB-ANNULEES
005500     MOVE 0 TO LOT-NB-IGNOREES
005510     WRITE LOT-IMPORT-REC
005520         INVALID KEY
005530             DISPLAY "Erreur ecriture du lot " WLOT-NUMERO
005540                 ", code retour " WLOTSTAT ", import abandonne."
005550             MOVE 0 TO WLOT-NUMERO
005560             GO TO 0300-EXIT
005570     END-WRITE
005580     MOVE 'E' TO LIEN-OPERATION
005590     MOVE SPACES TO LIEN-AVANT
005600     PERFORM 0350-JOURNALISER-LE-LOT THRU 0350-EXIT.
005610 0300-EXIT.
005620     EXIT.
005630
005640 0310-PASSER-UN-LOT.
005650     READ LOT-IMPORT NEXT RECORD
005660         AT END
005670             MOVE 'TRUE ' TO WFIN-LOT
005680         NOT AT END
005690             MOVE LOT-NUMERO TO WLOT-NUMERO
005700     END-READ.
005710 0310-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------------*
005750* 0350-JOURNALISER-LE-LOT : image de l'en-tete du lot (statut et *
005760*                  compteurs) ; pas de coureur pour ces lignes.  *
005770*----------------------------------------------------------------*
005780 0350-JOURNALISER-LE-LOT.
005790     MOVE LOT-STATUT TO WILT-STATUT
005800     MOVE LOT-NB-LUES TO WILT-LUES
005810     MOVE LOT-NB-CHARGEES TO WILT-CHARGEES
005820     MOVE LOT-NB-REJETEES TO WILT-REJETEES
005830     MOVE WIMAGE-LOT TO LIEN-APRES
005840     MOVE "LOT-IMPORT" TO LIEN-FICHIER
005850     MOVE SPACES TO LIEN-CLE
005860     MOVE LOT-NUMERO TO LIEN-CLE
005870     MOVE "FB" TO LIEN-PROGRAMME
005880     MOVE SES-CODOPER TO LIEN-OPERATEUR
005890     MOVE 0 TO LIEN-CODCOUR
005900     CALL "FJRNL" USING JRN-LIEN.
005910 0350-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------------*
005950* 0400-FERMER-LE-LOT : compteurs du passage reportes sur         *
005960*                  l'en-tete, qui passe a l'etat C (charge).     *
005970*----------------------------------------------------------------*
005980 0400-FERMER-LE-LOT.
005990     MOVE WLOT-NUMERO TO LOT-NUMERO
006000     READ LOT-IMPORT
006010         INVALID KEY
006020             DISPLAY "Lot " WLOT-NUMERO " introuvable, "
006030                 "compteurs non reportes."
006040             GO TO 0400-EXIT
006050     END-READ
006060     MOVE LOT-STATUT TO WILT-STATUT
006070     MOVE LOT-NB-LUES TO WILT-LUES
006080     MOVE LOT-NB-CHARGEES TO WILT-CHARGEES
006090     MOVE LOT-NB-REJETEES TO WILT-REJETEES
006100     MOVE WIMAGE-LOT TO LIEN-AVANT
006110     MOVE WNB-LUES TO LOT-NB-LUES
006120     MOVE WNB-CHARGEES TO LOT-NB-CHARGEES
006130     MOVE WNB-REJETEES TO LOT-NB-REJETEES
006140     MOVE 'C' TO LOT-STATUT
006150     REWRITE LOT-IMPORT-REC
006160     MOVE 'R' TO LIEN-OPERATION
006170     PERFORM 0350-JOURNALISER-LE-LOT THRU 0350-EXIT.
006180 0400-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------------*
006220* 2200-NUMEROTER-LA-SORTIE : numero de la sortie a ajouter au    *
006230*                  jour = plus grand numero deja pose + 1 (les   *
006240*                  lignes precedentes du lot comprises) ; cumule *
006250*                  aussi le km des sorties deja posees ce jour   *
006260*                  pour le plafond du motif 03.                  *
006270*----------------------------------------------------------------*
006280 2200-NUMEROTER-LA-SORTIE.
006290     MOVE 0 TO WSORTIE-SUIVANTE
006300     MOVE 0 TO WKM-DU-JOUR
006310     MOVE IMP-CODCOUR     TO CODCOUR OF REALISE-REC
006320     MOVE WCODSEM-TROUVE  TO CODSEM OF REALISE-REC
006330     MOVE IMP-JOUR        TO JOUR
006340     MOVE 0 TO REA-SORTIE
006350     START REALISE KEY IS NOT LESS THAN CLE-REALISE OF REALISE-REC
006360         INVALID KEY
006370             MOVE 'TRUE ' TO WFIN-SORTIES
006380         NOT INVALID KEY
006390             MOVE 'FALSE' TO WFIN-SORTIES
006400     END-START
006410     PERFORM 2210-UNE-SORTIE-DU-JOUR THRU 2210-EXIT
006420         UNTIL FIN-SORTIES
006430     ADD 1 TO WSORTIE-SUIVANTE.
006440 2200-EXIT.
006450     EXIT.
006460
006470 2210-UNE-SORTIE-DU-JOUR.
006480     READ REALISE NEXT RECORD
006490         AT END
006500             MOVE 'TRUE ' TO WFIN-SORTIES
006510             GO TO 2210-EXIT
006520     END-READ
006530     IF CODCOUR OF REALISE-REC NOT = IMP-CODCOUR
006540         OR CODSEM OF REALISE-REC NOT = WCODSEM-TROUVE
006550         OR JOUR NOT = IMP-JOUR
006560         MOVE 'TRUE ' TO WFIN-SORTIES
006570         GO TO 2210-EXIT
006580     END-IF
006590     MOVE REA-SORTIE TO WSORTIE-SUIVANTE
006600     ADD KM-REALISE TO WKM-DU-JOUR.
006610 2210-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------*
006650* 3100-TRACER-LA-LIGNE : la sortie ajoutee est tracee dans       *
006660*                  LOT-LIGNE avec ses valeurs chargees : annuler *
006670*                  le lot revient a la supprimer.                *
006680*----------------------------------------------------------------*
006690 3100-TRACER-LA-LIGNE.
006700     MOVE WLOT-NUMERO TO LLG-LOT
006710     MOVE CLE-REALISE TO LLG-CLE-REALISE
006720     MOVE IMP-KM TO LLG-KM-APRES
006730     MOVE IMP-DUREE TO LLG-DUREE-APRES
006740     MOVE IMP-DENIVELE TO LLG-DENIVELE-APRES
006750     MOVE 'C' TO LLG-ETAT
006760     WRITE LOT-LIGNE-REC
006770         INVALID KEY
006780             DISPLAY "Erreur ecriture LOT-LIGNE, code retour "
006790                 WLLGSTAT
006800     END-WRITE.
006810 3100-EXIT.
006820     EXIT.
006830
006840 7600-REJETER-SORTIES.
006850     MOVE '07' TO REJ-MOTIF
006860     MOVE "le jour a deja 99 sorties" TO REJ-LIBELLE
006870     PERFORM 7900-ECRIRE-REJET THRU 7900-EXIT.
006880 7600-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------------*
006920* 8100-ECRIRE-REFUS : compte rendu d'un fichier deja charge ;    *
006930*                  aucune ligne n'est lue ni chargee.            *
006940*----------------------------------------------------------------*
006950 8100-ECRIRE-REFUS.
006960     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
006970     MOVE SPACES TO ETAT-REC
006980     STRING "Import des sorties GPS du " WDATEJOUR
006990         DELIMITED BY SIZE INTO ETAT-REC
007000     WRITE ETAT-REC
007010     MOVE SPACES TO ETAT-REC
007020     STRING "Fichier identique au lot " WLOT-DOUBLON
007030         " deja charge : import refuse."
007040         DELIMITED BY SIZE INTO ETAT-REC
007050     WRITE ETAT-REC
007060     MOVE "Lignes du fichier             " TO WETA-LIBELLE
007070     MOVE WEMP-NB-LIGNES TO WETA-NOMBRE
007080     WRITE ETAT-REC FROM WLIGNE-ETAT
007090     DISPLAY " "
007100     DISPLAY "Fichier IMPORT-GPS identique au lot " WLOT-DOUBLON
007110         " deja charge : import refuse."
007120     DISPLAY "Annuler ce lot (option BL) pour pouvoir le "
007130         "recharger.".
007140 8100-EXIT.
007150     EXIT.
