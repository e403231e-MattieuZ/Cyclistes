000298*                  et RESULTAT (courses et resultats).           *
000299* 02/09/2026  G3   Rechargement du nouveau fichier EQUIPE.       *
000304* 02/09/2026  G3   Rechargement du nouveau fichier OBJECTIF.     *
000305* 15/10/2026  G3   Rechargement des quinze nouveaux fichiers     *
000306*                  (6000 a 6200) ; images anciennes : REALISE en *
000307*                  sortie 01 et lot 0, ALERTE a remettre,        *
000308*                  COUREUR sans date de naissance.               *
000309*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000520     COPY CKPTSEL.
000530     COPY PLJRSEL.
000540     COPY MODLSEL.
000541     COPY ENGSEL.
000542     COPY LICSEL.
000543     COPY CATSEL.
000544     COPY MATSEL.
000545     COPY SEANSEL.
000546     COPY PRESSEL.
000550     COPY OPESEL.
000551     COPY LOTSEL.
000552     COPY LOTLSEL.
000553     COPY ECHSEL.
000554     COPY BARSEL.
000555     COPY COTSEL.
000556     COPY REGSEL.
000557     COPY CERTSEL.
000558     COPY ANOSEL.
000559     COPY DEPSEL.
000560     COPY JRNSEL.
000562     COPY INDISEL.
000564     COPY EPRSEL.
000810     COPY CKPTFD.
000820     COPY PLJRFD.
000830     COPY MODLFD.
000831     COPY ENGFD.
000832     COPY LICFD.
000833     COPY CATFD.
000834     COPY MATFD.
000835     COPY SEANFD.
000836     COPY PRESFD.
000840     COPY OPEFD.
000841     COPY LOTFD.
000842     COPY LOTLFD.
000843     COPY ECHFD.
000844     COPY BARFD.
000845     COPY COTFD.
000846     COPY REGFD.
000847     COPY CERTFD.
000848     COPY ANOFD.
000849     COPY DEPFD.
000850     COPY JRNFD.
000852     COPY INDIFD.
000854     COPY EPRFD.
001020     COPY CKPTSTA.
001030     COPY PLJRSTA.
001040     COPY MODLSTA.
001041     COPY ENGSTA.
001042     COPY LICSTA.
001043     COPY CATSTA.
001044     COPY MATSTA.
001045     COPY SEANSTA.
001046     COPY PRESSTA.
001050     COPY OPESTA.
001051     COPY LOTSTA.
001052     COPY LOTLSTA.
001053     COPY ECHSTA.
001054     COPY BARSTA.
001055     COPY COTSTA.
001056     COPY REGSTA.
001057     COPY CERTSTA.
001058     COPY ANOSTA.
001059     COPY DEPSTA.
001060     COPY JRNSTA.
001062     COPY INDISTA.
001064     COPY EPRSTA.
001068     COPY EQUISTA.
001069     COPY OBJSTA.
001070 77  WNOM-CIBLE              PIC X(13).
001071     88  CIBLE-ANNEXE                         VALUE "ENGAGEMENT"
001072             "LICENCE" "CATEGORIE" "MATERIEL" "SEANCE" "PRESENCE"
001073             "LOT-IMPORT" "LOT-LIGNE" "ECHEC-COORD" "BAREME"
001074             "COTISATION" "REGLEMENT" "CERTIF" "ANONYMAT"
001075             "DEPLACEMENT".
001080 77  WSTAT-CIBLE             PIC X(02).
001090 77  WCIBLE-CONNUE           PIC X(05)       VALUE 'FALSE'.
001100     88  CIBLE-CONNUE                         VALUE 'TRUE '.
001250     02  WTRA-NB-ENREG       PIC 9(07).
001260     02  WTRA-KM-TOTAL       PIC 9(09).
001270     02  FILLER              PIC X(134)      VALUE SPACES.
001271*-- WANCIEN-REALISE : image REALISE sans numero de sortie -------*
001272 01  WANCIEN-REALISE.
001273     02  WANR-CLE            PIC X(13).
001274     02  WANR-KM             PIC 9(04).
001275     02  WANR-DUREE          PIC 9(04).
001276     02  WANR-DENIVELE       PIC 9(05).
001277     02  WANR-LOT            PIC 9(06).
001278     02  WANR-TEMOIN         PIC X(02).
001279     02  FILLER              PIC X(116).
001280
001290 PROCEDURE DIVISION.
001300 0000-MAINLINE SECTION.
002039         WHEN "OBJECTIF"
002040             MOVE 'TRUE ' TO WCIBLE-CONNUE
002050         WHEN OTHER
002060             IF CIBLE-ANNEXE
002062                 MOVE 'TRUE ' TO WCIBLE-CONNUE
002064             ELSE
002066                 DISPLAY "Fichier inconnu, rechargement annule."
002068             END-IF
002070     END-EVALUATE
002080     IF CIBLE-CONNUE
002090         DISPLAY "Le contenu actuel de " WNOM-CIBLE " sera "
002572             OPEN OUTPUT EQUIPE
002573         WHEN "OBJECTIF"
002574             OPEN OUTPUT OBJECTIF
002575         WHEN OTHER
002576             PERFORM 6000-OUVRIR-L-ANNEXE THRU 6000-EXIT
002579     END-EVALUATE
002580     EVALUATE WNOM-CIBLE
002590         WHEN "COUREUR"
003130             IF SVG-FICHIER = WNOM-CIBLE
003140                 IF SVG-TYPE = 'D'
003150                     PERFORM 3100-REJOUER-UNE-LIGNE THRU 3100-EXIT
003152                     IF CIBLE-ANNEXE
003154                         PERFORM 6100-REJOUER-L-ANNEXE
003156                             THRU 6100-EXIT
003158                     END-IF
003160                 END-IF
003170                 IF SVG-TYPE = 'T'
003180                     MOVE SVG-DONNEES TO WTRAILER
003270     EVALUATE WNOM-CIBLE
003280         WHEN "COUREUR"
003290             MOVE SVG-DONNEES TO COUREUR-REC
003292             IF DATE-NAISSANCE OF COUREUR-REC NOT NUMERIC
003294                 MOVE 0 TO DATE-NAISSANCE OF COUREUR-REC
003296             END-IF
003300             WRITE COUREUR-REC
003310                 INVALID KEY
003320                     ADD 1 TO WERR-ECRITURE
003850             END-WRITE
003860         WHEN "REALISE"
003870             MOVE SVG-DONNEES TO REALISE-REC
003871             MOVE SVG-DONNEES TO WANCIEN-REALISE
003872             IF WANR-TEMOIN = SPACES
003873                 PERFORM 5100-CONVERTIR-REALISE THRU 5100-EXIT
003874             END-IF
003875             IF REA-LOT NOT NUMERIC
003876                 MOVE 0 TO REA-LOT
003877             END-IF
003880             WRITE REALISE-REC
003890                 INVALID KEY
003900                     ADD 1 TO WERR-ECRITURE
004030             END-WRITE
004040         WHEN "ALERTE"
004050             MOVE SVG-DONNEES TO ALERTE-REC
004051             IF ALR-DATE-REMISE NOT NUMERIC
004052                 MOVE 0 TO ALR-DATE-REMISE
004053             END-IF
004054             IF ALR-HEURE-REMISE NOT NUMERIC
004055                 MOVE 0 TO ALR-HEURE-REMISE
004056             END-IF
004057             IF ALR-NB-RELANCES NOT NUMERIC
004058                 MOVE 0 TO ALR-NB-RELANCES
004059             END-IF
004060             WRITE ALERTE-REC
004070                 INVALID KEY
004080                     ADD 1 TO WERR-ECRITURE
005092             CLOSE EQUIPE
005093         WHEN "OBJECTIF"
005094             CLOSE OBJECTIF
005095         WHEN OTHER
005096             PERFORM 6200-FERMER-L-ANNEXE THRU 6200-EXIT
005099     END-EVALUATE.
005100 4000-EXIT.
005110     EXIT.
005580     END-IF.
005590 5000-EXIT.
005600     EXIT.
005610*----------------------------------------------------------------*
005620* 5100-CONVERTIR-REALISE : image sans numero de sortie (les      *
005630*                  positions 33-34 sont a blanc au lieu de       *
005640*                  porter la fin de REA-LOT) ; le jour devient   *
005650*                  la sortie 01, duree/denivele/lot absents a 0. *
005660*----------------------------------------------------------------*
005670 5100-CONVERTIR-REALISE.
005680     MOVE WANR-CLE TO CLE-REALISE
005690     MOVE 1 TO REA-SORTIE
005700     MOVE WANR-KM TO KM-REALISE
005710     MOVE 0 TO REA-DUREE
005720     MOVE 0 TO REA-DENIVELE
005730     MOVE 0 TO REA-LOT
005740     IF WANR-DUREE NUMERIC
005750         MOVE WANR-DUREE TO REA-DUREE
005760     END-IF
005770     IF WANR-DENIVELE NUMERIC
005780         MOVE WANR-DENIVELE TO REA-DENIVELE
005790     END-IF
005800     IF WANR-LOT NUMERIC
005810         MOVE WANR-LOT TO REA-LOT
005820     END-IF.
005830 5100-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------------*
005870* 6000-OUVRIR-L-ANNEXE : ouverture en sortie d'un des fichiers   *
005880*                  ajoutes depuis OBJECTIF (CIBLE-ANNEXE) et     *
005890*                  code retour de l'ouverture.                   *
005900*----------------------------------------------------------------*
005910 6000-OUVRIR-L-ANNEXE.
005920     EVALUATE WNOM-CIBLE
005930         WHEN "ENGAGEMENT"
005940             OPEN OUTPUT ENGAGEMENT
005950         WHEN "LICENCE"
005960             OPEN OUTPUT LICENCE
005970         WHEN "CATEGORIE"
005980             OPEN OUTPUT CATEGORIE
005990         WHEN "MATERIEL"
006000             OPEN OUTPUT MATERIEL
006010         WHEN "SEANCE"
006020             OPEN OUTPUT SEANCE
006030         WHEN "PRESENCE"
006040             OPEN OUTPUT PRESENCE
006050         WHEN "LOT-IMPORT"
006060             OPEN OUTPUT LOT-IMPORT
006070         WHEN "LOT-LIGNE"
006080             OPEN OUTPUT LOT-LIGNE
006090         WHEN "ECHEC-COORD"
006100             OPEN OUTPUT ECHEC-COORD
006110         WHEN "BAREME"
006120             OPEN OUTPUT BAREME
006130         WHEN "COTISATION"
006140             OPEN OUTPUT COTISATION
006150         WHEN "REGLEMENT"
006160             OPEN OUTPUT REGLEMENT
006170         WHEN "CERTIF"
006180             OPEN OUTPUT CERTIF
006190         WHEN "ANONYMAT"
006200             OPEN OUTPUT ANONYMAT
006210         WHEN "DEPLACEMENT"
006220             OPEN OUTPUT DEPLACEMENT
006230     END-EVALUATE
006240     EVALUATE WNOM-CIBLE
006250         WHEN "ENGAGEMENT"
006260             MOVE WENGSTAT TO WSTAT-CIBLE
006270         WHEN "LICENCE"
006280             MOVE WLICSTAT TO WSTAT-CIBLE
006290         WHEN "CATEGORIE"
006300             MOVE WCATSTAT TO WSTAT-CIBLE
006310         WHEN "MATERIEL"
006320             MOVE WMATSTAT TO WSTAT-CIBLE
006330         WHEN "SEANCE"
006340             MOVE WSEASTAT TO WSTAT-CIBLE
006350         WHEN "PRESENCE"
006360             MOVE WPRESTAT TO WSTAT-CIBLE
006370         WHEN "LOT-IMPORT"
006380             MOVE WLOTSTAT TO WSTAT-CIBLE
006390         WHEN "LOT-LIGNE"
006400             MOVE WLLGSTAT TO WSTAT-CIBLE
006410         WHEN "ECHEC-COORD"
006420             MOVE WECHSTAT TO WSTAT-CIBLE
006430         WHEN "BAREME"
006440             MOVE WBARSTAT TO WSTAT-CIBLE
006450         WHEN "COTISATION"
006460             MOVE WCOTSTAT TO WSTAT-CIBLE
006470         WHEN "REGLEMENT"
006480             MOVE WREGSTAT TO WSTAT-CIBLE
006490         WHEN "CERTIF"
006500             MOVE WCERSTAT TO WSTAT-CIBLE
006510         WHEN "ANONYMAT"
006520             MOVE WANOSTAT TO WSTAT-CIBLE
006530         WHEN "DEPLACEMENT"
006540             MOVE WDEPSTAT TO WSTAT-CIBLE
006550     END-EVALUATE.
006560 6000-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------*
006600* 6100-REJOUER-L-ANNEXE : rechargement d'une ligne d'un fichier  *
006610*                  annexe, comme 3100.                           *
006620*----------------------------------------------------------------*
006630 6100-REJOUER-L-ANNEXE.
006640     EVALUATE WNOM-CIBLE
006650         WHEN "ENGAGEMENT"
006660             MOVE SVG-DONNEES TO ENGAGEMENT-REC
006670             WRITE ENGAGEMENT-REC
006680                 INVALID KEY
006690                     ADD 1 TO WERR-ECRITURE
006700                 NOT INVALID KEY
006710                     ADD 1 TO WNB-RECHARGES
006720             END-WRITE
006730         WHEN "LICENCE"
006740             MOVE SVG-DONNEES TO LICENCE-REC
006750             WRITE LICENCE-REC
006760                 INVALID KEY
006770                     ADD 1 TO WERR-ECRITURE
006780                 NOT INVALID KEY
006790                     ADD 1 TO WNB-RECHARGES
006800             END-WRITE
006810         WHEN "CATEGORIE"
006820             MOVE SVG-DONNEES TO CATEGORIE-REC
006830             WRITE CATEGORIE-REC
006840                 INVALID KEY
006850                     ADD 1 TO WERR-ECRITURE
006860                 NOT INVALID KEY
006870                     ADD 1 TO WNB-RECHARGES
006880             END-WRITE
006890         WHEN "MATERIEL"
006900             MOVE SVG-DONNEES TO MATERIEL-REC
006910             WRITE MATERIEL-REC
006920                 INVALID KEY
006930                     ADD 1 TO WERR-ECRITURE
006940                 NOT INVALID KEY
006950                     ADD 1 TO WNB-RECHARGES
006960             END-WRITE
006970         WHEN "SEANCE"
006980             MOVE SVG-DONNEES TO SEANCE-REC
006990             WRITE SEANCE-REC
007000                 INVALID KEY
007010                     ADD 1 TO WERR-ECRITURE
007020                 NOT INVALID KEY
007030                     ADD 1 TO WNB-RECHARGES
007040             END-WRITE
007050         WHEN "PRESENCE"
007060             MOVE SVG-DONNEES TO PRESENCE-REC
007070             WRITE PRESENCE-REC
007080                 INVALID KEY
007090                     ADD 1 TO WERR-ECRITURE
007100                 NOT INVALID KEY
007110                     ADD 1 TO WNB-RECHARGES
007120                     ADD PRE-KM TO WKM-RECALCULE
007130             END-WRITE
007140         WHEN "LOT-IMPORT"
007150             MOVE SVG-DONNEES TO LOT-IMPORT-REC
007160             WRITE LOT-IMPORT-REC
007170                 INVALID KEY
007180                     ADD 1 TO WERR-ECRITURE
007190                 NOT INVALID KEY
007200                     ADD 1 TO WNB-RECHARGES
007210             END-WRITE
007220         WHEN "LOT-LIGNE"
007230             MOVE SVG-DONNEES TO LOT-LIGNE-REC
007240             WRITE LOT-LIGNE-REC
007250                 INVALID KEY
007260                     ADD 1 TO WERR-ECRITURE
007270                 NOT INVALID KEY
007280                     ADD 1 TO WNB-RECHARGES
007290             END-WRITE
007300         WHEN "ECHEC-COORD"
007310             MOVE SVG-DONNEES TO ECHEC-COORD-REC
007320             WRITE ECHEC-COORD-REC
007330                 INVALID KEY
007340                     ADD 1 TO WERR-ECRITURE
007350                 NOT INVALID KEY
007360                     ADD 1 TO WNB-RECHARGES
007370             END-WRITE
007380         WHEN "BAREME"
007390             MOVE SVG-DONNEES TO BAREME-REC
007400             WRITE BAREME-REC
007410                 INVALID KEY
007420                     ADD 1 TO WERR-ECRITURE
007430                 NOT INVALID KEY
007440                     ADD 1 TO WNB-RECHARGES
007450             END-WRITE
007460         WHEN "COTISATION"
007470             MOVE SVG-DONNEES TO COTISATION-REC
007480             WRITE COTISATION-REC
007490                 INVALID KEY
007500                     ADD 1 TO WERR-ECRITURE
007510                 NOT INVALID KEY
007520                     ADD 1 TO WNB-RECHARGES
007530             END-WRITE
007540         WHEN "REGLEMENT"
007550             MOVE SVG-DONNEES TO REGLEMENT-REC
007560             WRITE REGLEMENT-REC
007570                 INVALID KEY
007580                     ADD 1 TO WERR-ECRITURE
007590                 NOT INVALID KEY
007600                     ADD 1 TO WNB-RECHARGES
007610             END-WRITE
007620         WHEN "CERTIF"
007630             MOVE SVG-DONNEES TO CERTIF-REC
007640             WRITE CERTIF-REC
007650                 INVALID KEY
007660                     ADD 1 TO WERR-ECRITURE
007670                 NOT INVALID KEY
007680                     ADD 1 TO WNB-RECHARGES
007690             END-WRITE
007700         WHEN "ANONYMAT"
007710             MOVE SVG-DONNEES TO ANONYMAT-REC
007720             WRITE ANONYMAT-REC
007730                 INVALID KEY
007740                     ADD 1 TO WERR-ECRITURE
007750                 NOT INVALID KEY
007760                     ADD 1 TO WNB-RECHARGES
007770             END-WRITE
007780         WHEN "DEPLACEMENT"
007790             MOVE SVG-DONNEES TO DEPLACEMENT-REC
007800             WRITE DEPLACEMENT-REC
007810                 INVALID KEY
007820                     ADD 1 TO WERR-ECRITURE
007830                 NOT INVALID KEY
007840                     ADD 1 TO WNB-RECHARGES
007850             END-WRITE
007860     END-EVALUATE.
007870 6100-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------*
007910* 6200-FERMER-L-ANNEXE : fermeture d'un fichier annexe.          *
007920*----------------------------------------------------------------*
007930 6200-FERMER-L-ANNEXE.
007940     EVALUATE WNOM-CIBLE
007950         WHEN "ENGAGEMENT"
007960             CLOSE ENGAGEMENT
007970         WHEN "LICENCE"
007980             CLOSE LICENCE
007990         WHEN "CATEGORIE"
008000             CLOSE CATEGORIE
008010         WHEN "MATERIEL"
008020             CLOSE MATERIEL
008030         WHEN "SEANCE"
008040             CLOSE SEANCE
008050         WHEN "PRESENCE"
008060             CLOSE PRESENCE
008070         WHEN "LOT-IMPORT"
008080             CLOSE LOT-IMPORT
008090         WHEN "LOT-LIGNE"
008100             CLOSE LOT-LIGNE
008110         WHEN "ECHEC-COORD"
008120             CLOSE ECHEC-COORD
008130         WHEN "BAREME"
008140             CLOSE BAREME
008150         WHEN "COTISATION"
008160             CLOSE COTISATION
008170         WHEN "REGLEMENT"
008180             CLOSE REGLEMENT
008190         WHEN "CERTIF"
008200             CLOSE CERTIF
008210         WHEN "ANONYMAT"
008220             CLOSE ANONYMAT
008230         WHEN "DEPLACEMENT"
008240             CLOSE DEPLACEMENT
008250     END-EVALUATE.
008260 6200-EXIT.
008270     EXIT.
008280
