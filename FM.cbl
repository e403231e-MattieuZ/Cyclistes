000210*             aussi si plus personne ne la reference) ; sinon    *
000220*             le double est conserve pour une reprise apres     *
000230*             nettoyage manuel.  Tout est journalise via FJRNL.  *
000231*             Le materiel prete au double (MATERIEL) passe au    *
000232*             code conserve sans conflit ; presences (PRESENCE), *
000233*             engagements, licences, cotisations et lignes       *
000234*             DEPLACEMENT sont rebascules de meme, en conflit si *
000235*             la seance, l'epreuve, la saison ou le droit existe *
000236*             deja chez le code conserve ; ses recus (REGLEMENT) *
000237*             suivent la fiche.  Une sortie REALISE deja         *
000238*             numerotee chez le code conserve prend la sortie    *
000239*             suivante du jour.                                  *
000240*================================================================*
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. FM.
000310* HISTORIQUE DES MODIFICATIONS                                   *
000320* DATE        AUT  DESCRIPTION                                   *
000330* 23/08/2026  G3   Creation du programme (option M du menu).     *
000331* 15/10/2026  G3   Materiel, presences, engagements, licences,   *
000332*                  cotisations, lignes de deplacement et recus   *
000333*                  du double rebascules sur le code conserve     *
000334*                  (conflit signale comme pour les autres        *
000335*                  fichiers) ; une sortie REALISE deja numerotee *
000336*                  chez le code conserve est renumerotee au lieu *
000337*                  d'etre comptee en conflit.                    *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000420     COPY REALSEL.
000430     COPY ARSMSEL.
000440     COPY ALRTSEL.
000441     COPY MATSEL.
000442     COPY PRESSEL.
000443     COPY ENGSEL.
000444     COPY LICSEL.
000445     COPY COTSEL.
000446     COPY DEPSEL.
000447     COPY REGSEL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000520     COPY REALFD.
000530     COPY ARSMFD.
000540     COPY ALRTFD.
000541     COPY MATFD.
000542     COPY PRESFD.
000543     COPY ENGFD.
000544     COPY LICFD.
000545     COPY COTFD.
000546     COPY DEPFD.
000547     COPY REGFD.
000550
000560 WORKING-STORAGE SECTION.
000570     COPY COURSTA.
000610     COPY REALSTA.
000620     COPY ARSMSTA.
000630     COPY ALRTSTA.
000631     COPY MATSTA.
000632     COPY PRESSTA.
000633     COPY ENGSTA.
000634     COPY LICSTA.
000635     COPY COTSTA.
000636     COPY DEPSTA.
000637     COPY REGSTA.
000640 77  WCODCOUR-GARDE          PIC 9(03).
000650 77  WCODCOUR-DOUBLE         PIC 9(03).
000660 77  WTOTAL-GARDE            PIC 9(05)       VALUE 0.
000690 77  WCODADR-GARDE           PIC 9(03)       VALUE 0.
000700 77  WPRET                   PIC X(05)       VALUE 'FALSE'.
000710     88  FUSION-PRETE                         VALUE 'TRUE '.
000711 77  WMAT-ABSENT             PIC X(05)       VALUE 'FALSE'.
000712     88  MATERIEL-ABSENT                      VALUE 'TRUE '.
000713 77  WPRES-ABSENT            PIC X(05)       VALUE 'FALSE'.
000714     88  PRESENCE-ABSENTE                     VALUE 'TRUE '.
000715 77  WENG-ABSENT             PIC X(05)       VALUE 'FALSE'.
000716     88  ENGAGEMENT-ABSENT                    VALUE 'TRUE '.
000717 77  WLIC-ABSENT             PIC X(05)       VALUE 'FALSE'.
000718     88  LICENCE-ABSENTE                      VALUE 'TRUE '.
000720 77  WCONFIRME               PIC X(01).
000730 77  WFIN-BALAYAGE           PIC X(05)       VALUE 'FALSE'.
000740     88  FIN-BALAYAGE                         VALUE 'TRUE '.
000741 77  WCOT-ABSENT             PIC X(05)       VALUE 'FALSE'.
000742     88  COTISATION-ABSENTE                   VALUE 'TRUE '.
000743 77  WDEP-ABSENT             PIC X(05)       VALUE 'FALSE'.
000744     88  DEPLACEMENT-ABSENT                   VALUE 'TRUE '.
000745 77  WREG-ABSENT             PIC X(05)       VALUE 'FALSE'.
000746     88  REGLEMENT-ABSENT                     VALUE 'TRUE '.
000747 77  WFIN-SORTIES            PIC X(05)       VALUE 'FALSE'.
000748     88  FIN-SORTIES                          VALUE 'TRUE '.
000750 77  WNB-DEPLACEES           PIC 9(05)       VALUE 0.
000760 77  WNB-CONFLITS            PIC 9(05)       VALUE 0.
000770 77  WNB-ADR-AUTRES          PIC 9(05)       VALUE 0.
000771 77  WNB-MATERIELS           PIC 9(05)       VALUE 0.
000772 77  WDEPLACEE               PIC X(05)       VALUE 'FALSE'.
000774     88  LIGNE-DEPLACEE                       VALUE 'TRUE '.
000775 77  WNB-CONFLITS-DEP        PIC 9(05)       VALUE 0.
000776 77  WNB-DEPLACEMENTS        PIC 9(05)       VALUE 0.
000777 77  WNB-RECUS               PIC 9(05)       VALUE 0.
000778 77  WIND-EPREUVE            PIC 9(04)       VALUE 0.
000779 77  WSORTIE-SUIVANTE        PIC 9(03)       VALUE 0.
000780 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000790     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000791 77  WCODSEM-CIBLE           PIC 9(02)       VALUE 0.
000792 77  WJOUR-CIBLE             PIC 9(08)       VALUE 0.
000793 77  WREPOSITIONNER          PIC X(05)       VALUE 'FALSE'.
000794     88  REPOSITIONNER                        VALUE 'TRUE '.
000795 01  WREALISE-DOUBLE         PIC X(34).
000796 01  WVOYAGES-GARDE.
000797     02  WVOY-GARDE          PIC X(01)       OCCURS 1000 TIMES.
000800     COPY JRNLNK.
000810
000820 LINKAGE SECTION.
000920     OPEN I-O REALISE
000930     OPEN I-O ARCHIVE-SEM
000940     OPEN I-O ALERTE
000945     PERFORM 0060-OUVRIR-LES-ANNEXES THRU 0060-EXIT
000950     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
000960     IF ERREUR-OUVERTURE
000970         GOBACK
001030         PERFORM 4000-DEPLACER-REALISE THRU 4000-EXIT
001040         PERFORM 5000-DEPLACER-ARCHIVE THRU 5000-EXIT
001050         PERFORM 6000-DEPLACER-ALERTE THRU 6000-EXIT
001055         PERFORM 6400-DEPLACER-LES-ANNEXES THRU 6400-EXIT
001060         DISPLAY WNB-DEPLACEES " ligne(s) rebasculee(s), "
001070             WNB-CONFLITS " conflit(s)."
001080         IF WNB-CONFLITS = 0
001130                 "lignes signalees puis relancez la fusion."
001140         END-IF
001150     END-IF
001155     PERFORM 0900-FERMER-LES-ANNEXES THRU 0900-EXIT
001160     CLOSE COUREUR ADRESSE A-FAIRE PLAN-JOUR REALISE
001170         ARCHIVE-SEM ALERTE.
001180 0000-FIN-MAINLINE.
001530         DISPLAY "Erreur ouverture ALERTE, code retour "
001540             WALRSTAT
001550         MOVE 'TRUE ' TO WERR-OUVERTURE
001560     END-IF
001565     PERFORM 0070-VERIFIER-LES-ANNEXES THRU 0070-EXIT.
001570 0050-EXIT.
001580     EXIT.
001590
003670                 MOVE WCODCOUR-GARDE TO CODCOUR OF REALISE-REC
003680                 WRITE REALISE-REC
003690                     INVALID KEY
003700                         PERFORM 4200-RENUMEROTER-LA-SORTIE
003710                             THRU 4200-EXIT
003750                     NOT INVALID KEY
003760                         MOVE 'TRUE ' TO WDEPLACEE
003770                         ADD 1 TO WNB-DEPLACEES
003910                     MOVE SPACES TO LIEN-APRES
003920                     DELETE REALISE
003930                     PERFORM 9500-JOURNALISER THRU 9500-EXIT
003931                 END-IF
003932                 IF REPOSITIONNER
003933                     MOVE 'FALSE' TO WREPOSITIONNER
003934                     START REALISE KEY IS GREATER THAN CLE-REALISE
003935                         INVALID KEY
003936                             MOVE 'TRUE ' TO WFIN-BALAYAGE
003937                     END-START
003940                 END-IF
003950             END-IF
003960     END-READ.
005200*                  est ajoute au code conserve, la fiche du      *
005210*                  double est supprimee, et son adresse aussi    *
005220*                  si plus aucun coureur ne la reference.        *
005225*                  Les recus du double suivent (7300).           *
005230*----------------------------------------------------------------*
005240 7000-CONSOLIDER-ET-SUPPRIMER.
005250     MOVE WCODCOUR-GARDE TO CODCOUR OF COUREUR-REC
005390             PERFORM 9500-JOURNALISER THRU 9500-EXIT
005400             DISPLAY "Total consolide : " TOTAL-KM-FAITS " km."
005410     END-READ
005412     IF NOT REGLEMENT-ABSENT
005414         PERFORM 7300-REAFFECTER-REGLEMENT THRU 7300-EXIT
005416     END-IF
005420     MOVE WCODCOUR-DOUBLE TO CODCOUR OF COUREUR-REC
005430     DELETE COUREUR
005440         INVALID KEY
006200     CALL "FJRNL" USING JRN-LIEN.
006210 9500-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------------*
006250* 0060-OUVRIR-LES-ANNEXES : fichiers ajoutes a la fusion ; un    *
006260*                  fichier jamais cree (statut 35) est marque    *
006270*                  absent et ignore.                             *
006280*----------------------------------------------------------------*
006290 0060-OUVRIR-LES-ANNEXES.
006300     OPEN I-O MATERIEL
006310     IF WMATSTAT = '35'
006320         MOVE 'TRUE ' TO WMAT-ABSENT
006330     END-IF
006340     OPEN I-O PRESENCE
006350     IF WPRESTAT = '35'
006360         MOVE 'TRUE ' TO WPRES-ABSENT
006370     END-IF
006380     OPEN I-O ENGAGEMENT
006390     IF WENGSTAT = '35'
006400         MOVE 'TRUE ' TO WENG-ABSENT
006410     END-IF
006420     OPEN I-O LICENCE
006430     IF WLICSTAT = '35'
006440         MOVE 'TRUE ' TO WLIC-ABSENT
006450     END-IF
006460     OPEN I-O COTISATION
006470     IF WCOTSTAT = '35'
006480         MOVE 'TRUE ' TO WCOT-ABSENT
006490     END-IF
006500     OPEN I-O DEPLACEMENT
006510     IF WDEPSTAT = '35'
006520         MOVE 'TRUE ' TO WDEP-ABSENT
006530     END-IF
006540     OPEN I-O REGLEMENT
006550     IF WREGSTAT = '35'
006560         MOVE 'TRUE ' TO WREG-ABSENT
006570     END-IF.
006580 0060-EXIT.
006590     EXIT.
006600
006610 0070-VERIFIER-LES-ANNEXES.
006620     IF NOT MATERIEL-ABSENT AND WMATSTAT NOT = '00'
006630         DISPLAY "Erreur ouverture MATERIEL, code retour "
006640             WMATSTAT
006650         MOVE 'TRUE ' TO WERR-OUVERTURE
006660     END-IF
006670     IF NOT PRESENCE-ABSENTE AND WPRESTAT NOT = '00'
006680         DISPLAY "Erreur ouverture PRESENCE, code retour "
006690             WPRESTAT
006700         MOVE 'TRUE ' TO WERR-OUVERTURE
006710     END-IF
006720     IF NOT ENGAGEMENT-ABSENT AND WENGSTAT NOT = '00'
006730         DISPLAY "Erreur ouverture ENGAGEMENT, code retour "
006740             WENGSTAT
006750         MOVE 'TRUE ' TO WERR-OUVERTURE
006760     END-IF
006770     IF NOT LICENCE-ABSENTE AND WLICSTAT NOT = '00'
006780         DISPLAY "Erreur ouverture LICENCE, code retour "
006790             WLICSTAT
006800         MOVE 'TRUE ' TO WERR-OUVERTURE
006810     END-IF
006820     IF NOT COTISATION-ABSENTE AND WCOTSTAT NOT = '00'
006830         DISPLAY "Erreur ouverture COTISATION, code retour "
006840             WCOTSTAT
006850         MOVE 'TRUE ' TO WERR-OUVERTURE
006860     END-IF
006870     IF NOT DEPLACEMENT-ABSENT AND WDEPSTAT NOT = '00'
006880         DISPLAY "Erreur ouverture DEPLACEMENT, code retour "
006890             WDEPSTAT
006900         MOVE 'TRUE ' TO WERR-OUVERTURE
006910     END-IF
006920     IF NOT REGLEMENT-ABSENT AND WREGSTAT NOT = '00'
006930         DISPLAY "Erreur ouverture REGLEMENT, code retour "
006940             WREGSTAT
006950         MOVE 'TRUE ' TO WERR-OUVERTURE
006960     END-IF.
006970 0070-EXIT.
006980     EXIT.
006990
007000 0900-FERMER-LES-ANNEXES.
007010     IF NOT MATERIEL-ABSENT
007020         CLOSE MATERIEL
007030     END-IF
007040     IF NOT PRESENCE-ABSENTE
007050         CLOSE PRESENCE
007060     END-IF
007070     IF NOT ENGAGEMENT-ABSENT
007080         CLOSE ENGAGEMENT
007090     END-IF
007100     IF NOT LICENCE-ABSENTE
007110         CLOSE LICENCE
007120     END-IF
007130     IF NOT COTISATION-ABSENTE
007140         CLOSE COTISATION
007150     END-IF
007160     IF NOT DEPLACEMENT-ABSENT
007170         CLOSE DEPLACEMENT
007180     END-IF
007190     IF NOT REGLEMENT-ABSENT
007200         CLOSE REGLEMENT
007210     END-IF.
007220 0900-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------*
007260* 4200-RENUMEROTER-LA-SORTIE : le code conserve a deja une       *
007270*                  sortie de ce numero ce jour-la ; la sortie    *
007280*                  du double est ecrite sous le numero suivant   *
007290*                  du jour.  Le balayage du double est ensuite   *
007300*                  repris apres sa ligne (REPOSITIONNER).        *
007310*----------------------------------------------------------------*
007320 4200-RENUMEROTER-LA-SORTIE.
007330     MOVE 'FALSE' TO WDEPLACEE
007340     MOVE 'TRUE ' TO WREPOSITIONNER
007350     MOVE REALISE-REC TO WREALISE-DOUBLE
007360     MOVE CODSEM OF REALISE-REC TO WCODSEM-CIBLE
007370     MOVE JOUR OF REALISE-REC TO WJOUR-CIBLE
007380     MOVE 0 TO WSORTIE-SUIVANTE
007390     MOVE 0 TO REA-SORTIE
007400     START REALISE KEY IS NOT LESS THAN CLE-REALISE
007410         INVALID KEY
007420             MOVE 'TRUE ' TO WFIN-SORTIES
007430         NOT INVALID KEY
007440             MOVE 'FALSE' TO WFIN-SORTIES
007450     END-START
007460     PERFORM 4210-UNE-SORTIE-DU-JOUR THRU 4210-EXIT
007470         UNTIL FIN-SORTIES
007480     ADD 1 TO WSORTIE-SUIVANTE
007490     MOVE WREALISE-DOUBLE TO REALISE-REC
007500     IF WSORTIE-SUIVANTE > 99
007510         ADD 1 TO WNB-CONFLITS
007520         DISPLAY "Conflit REALISE semaine " WCODSEM-CIBLE
007530             " jour " WJOUR-CIBLE " : 99 sorties deja presentes."
007540         GO TO 4200-EXIT
007550     END-IF
007560     MOVE WCODCOUR-GARDE TO CODCOUR OF REALISE-REC
007570     MOVE WSORTIE-SUIVANTE TO REA-SORTIE
007580     WRITE REALISE-REC
007590         INVALID KEY
007600             ADD 1 TO WNB-CONFLITS
007610             DISPLAY "Conflit REALISE semaine " WCODSEM-CIBLE
007620                 " : ligne deja presente."
007630         NOT INVALID KEY
007640             MOVE 'TRUE ' TO WDEPLACEE
007650             ADD 1 TO WNB-DEPLACEES
007660             MOVE 'E' TO LIEN-OPERATION
007670             MOVE "REALISE" TO LIEN-FICHIER
007680             MOVE CLE-REALISE TO LIEN-CLE
007690             MOVE SPACES TO LIEN-AVANT
007700             MOVE KM-REALISE TO LIEN-APRES
007710             PERFORM 9500-JOURNALISER THRU 9500-EXIT
007720     END-WRITE
007730     MOVE WREALISE-DOUBLE TO REALISE-REC.
007740 4200-EXIT.
007750     EXIT.
007760
007770 4210-UNE-SORTIE-DU-JOUR.
007780     READ REALISE NEXT RECORD
007790         AT END
007800             MOVE 'TRUE ' TO WFIN-SORTIES
007810             GO TO 4210-EXIT
007820     END-READ
007830     IF CODCOUR OF REALISE-REC NOT = WCODCOUR-GARDE
007840         OR CODSEM OF REALISE-REC NOT = WCODSEM-CIBLE
007850         OR JOUR OF REALISE-REC NOT = WJOUR-CIBLE
007860         MOVE 'TRUE ' TO WFIN-SORTIES
007870         GO TO 4210-EXIT
007880     END-IF
007890     MOVE REA-SORTIE TO WSORTIE-SUIVANTE.
007900 4210-EXIT.
007910     EXIT.
007920
007930*----------------------------------------------------------------*
007940* 6400-DEPLACER-LES-ANNEXES : rebascule les lignes des fichiers  *
007950*                  ajoutes a la fusion, quand ils existent.      *
007960*----------------------------------------------------------------*
007970 6400-DEPLACER-LES-ANNEXES.
007980     IF NOT MATERIEL-ABSENT
007990         PERFORM 6500-REAFFECTER-MATERIEL THRU 6500-EXIT
008000     END-IF
008010     IF NOT PRESENCE-ABSENTE
008020         PERFORM 6600-DEPLACER-PRESENCE THRU 6600-EXIT
008030     END-IF
008040     IF NOT ENGAGEMENT-ABSENT
008050         PERFORM 6700-DEPLACER-ENGAGEMENT THRU 6700-EXIT
008060     END-IF
008070     IF NOT LICENCE-ABSENTE
008080         PERFORM 6800-DEPLACER-LICENCE THRU 6800-EXIT
008090     END-IF
008100     IF NOT COTISATION-ABSENTE
008110         PERFORM 6850-DEPLACER-COTISATION THRU 6850-EXIT
008120     END-IF
008130     IF NOT DEPLACEMENT-ABSENT
008140         PERFORM 6900-REAFFECTER-DEPLACEMENT THRU 6900-EXIT
008150     END-IF.
008160 6400-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------------*
008200* 6500-REAFFECTER-MATERIEL : chaque materiel du double passe au  *
008210*                  code conserve, avec sa date d'affectation et  *
008220*                  ses compteurs.  La cle alternative CODCOUR    *
008230*                  change a chaque reecriture : le balayage est  *
008240*                  repositionne sur le double a chaque materiel. *
008250*----------------------------------------------------------------*
008260 6500-REAFFECTER-MATERIEL.
008270     MOVE 0 TO WNB-MATERIELS
008280     MOVE 'FALSE' TO WFIN-BALAYAGE
008290     PERFORM 6510-UN-MATERIEL THRU 6510-EXIT
008300         UNTIL FIN-BALAYAGE
008310     IF WNB-MATERIELS > 0
008320         DISPLAY WNB-MATERIELS " materiel(s) reaffecte(s) au "
008330             "code " WCODCOUR-GARDE "."
008340     END-IF.
008350 6500-EXIT.
008360     EXIT.
008370
008380 6510-UN-MATERIEL.
008390     MOVE WCODCOUR-DOUBLE TO CODCOUR OF MATERIEL-REC
008400     START MATERIEL KEY IS EQUAL TO CODCOUR OF MATERIEL-REC
008410         INVALID KEY
008420             MOVE 'TRUE ' TO WFIN-BALAYAGE
008430             GO TO 6510-EXIT
008440     END-START
008450     READ MATERIEL NEXT RECORD
008460         AT END
008470             MOVE 'TRUE ' TO WFIN-BALAYAGE
008480             GO TO 6510-EXIT
008490     END-READ
008500     IF CODCOUR OF MATERIEL-REC NOT = WCODCOUR-DOUBLE
008510         MOVE 'TRUE ' TO WFIN-BALAYAGE
008520         GO TO 6510-EXIT
008530     END-IF
008540     MOVE WCODCOUR-GARDE TO CODCOUR OF MATERIEL-REC
008550     REWRITE MATERIEL-REC
008560     ADD 1 TO WNB-MATERIELS
008570     MOVE 'R' TO LIEN-OPERATION
008580     MOVE "MATERIEL" TO LIEN-FICHIER
008590     MOVE SPACES TO LIEN-CLE
008600     MOVE CODMAT TO LIEN-CLE
008610     MOVE WCODCOUR-DOUBLE TO LIEN-AVANT
008620     MOVE WCODCOUR-GARDE TO LIEN-APRES
008630     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
008640 6510-EXIT.
008650     EXIT.
008660
008670*----------------------------------------------------------------*
008680* 6600-DEPLACER-PRESENCE : rebascule les presences du double,    *
008690*                  par la cle alternative CODCOUR de PRESENCE.   *
008700*----------------------------------------------------------------*
008710 6600-DEPLACER-PRESENCE.
008720     MOVE WCODCOUR-DOUBLE TO CODCOUR OF PRESENCE-REC
008730     START PRESENCE KEY IS EQUAL TO CODCOUR OF PRESENCE-REC
008740         INVALID KEY
008750             MOVE 'TRUE ' TO WFIN-BALAYAGE
008760         NOT INVALID KEY
008770             MOVE 'FALSE' TO WFIN-BALAYAGE
008780     END-START
008790     PERFORM 6610-UNE-PRESENCE THRU 6610-EXIT
008800         UNTIL FIN-BALAYAGE.
008810 6600-EXIT.
008820     EXIT.
008830
008840 6610-UNE-PRESENCE.
008850     READ PRESENCE NEXT RECORD
008860         AT END
008870             MOVE 'TRUE ' TO WFIN-BALAYAGE
008880         NOT AT END
008890             IF CODCOUR OF PRESENCE-REC NOT = WCODCOUR-DOUBLE
008900                 MOVE 'TRUE ' TO WFIN-BALAYAGE
008910             ELSE
008920                 MOVE WCODCOUR-GARDE TO CODCOUR OF PRESENCE-REC
008930                 WRITE PRESENCE-REC
008940                     INVALID KEY
008950                         MOVE 'FALSE' TO WDEPLACEE
008960                         ADD 1 TO WNB-CONFLITS
008970                         DISPLAY "Conflit PRESENCE seance "
008980                             CODSEANCE OF PRESENCE-REC
008990                             " : ligne deja presente."
009000                     NOT INVALID KEY
009010                         MOVE 'TRUE ' TO WDEPLACEE
009020                         ADD 1 TO WNB-DEPLACEES
009030                         MOVE 'E' TO LIEN-OPERATION
009040                         MOVE "PRESENCE" TO LIEN-FICHIER
009050                         MOVE CLE-PRESENCE TO LIEN-CLE
009060                         MOVE SPACES TO LIEN-AVANT
009070                         MOVE PRE-ETAT TO LIEN-APRES
009080                         PERFORM 9500-JOURNALISER THRU 9500-EXIT
009090                 END-WRITE
009100                 MOVE WCODCOUR-DOUBLE TO CODCOUR OF PRESENCE-REC
009110                 IF LIGNE-DEPLACEE
009120                     MOVE 'S' TO LIEN-OPERATION
009130                     MOVE "PRESENCE" TO LIEN-FICHIER
009140                     MOVE CLE-PRESENCE TO LIEN-CLE
009150                     MOVE PRE-ETAT TO LIEN-AVANT
009160                     MOVE SPACES TO LIEN-APRES
009170                     DELETE PRESENCE
009180                     PERFORM 9500-JOURNALISER THRU 9500-EXIT
009190                 END-IF
009200             END-IF
009210     END-READ.
009220 6610-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------------*
009260* 6700-DEPLACER-ENGAGEMENT : rebascule les engagements du        *
009270*                  double, par la cle alternative CODCOUR ;      *
009280*                  un double engage sur une epreuve ou le code   *
009290*                  conserve l'est deja est un conflit.           *
009300*----------------------------------------------------------------*
009310 6700-DEPLACER-ENGAGEMENT.
009320     MOVE WCODCOUR-DOUBLE TO CODCOUR OF ENGAGEMENT-REC
009330     START ENGAGEMENT KEY IS EQUAL TO CODCOUR OF ENGAGEMENT-REC
009340         INVALID KEY
009350             MOVE 'TRUE ' TO WFIN-BALAYAGE
009360         NOT INVALID KEY
009370             MOVE 'FALSE' TO WFIN-BALAYAGE
009380     END-START
009390     PERFORM 6710-UN-ENGAGEMENT THRU 6710-EXIT
009400         UNTIL FIN-BALAYAGE.
009410 6700-EXIT.
009420     EXIT.
009430
009440 6710-UN-ENGAGEMENT.
009450     READ ENGAGEMENT NEXT RECORD
009460         AT END
009470             MOVE 'TRUE ' TO WFIN-BALAYAGE
009480         NOT AT END
009490             IF CODCOUR OF ENGAGEMENT-REC NOT = WCODCOUR-DOUBLE
009500                 MOVE 'TRUE ' TO WFIN-BALAYAGE
009510             ELSE
009520                 MOVE WCODCOUR-GARDE TO CODCOUR OF ENGAGEMENT-REC
009530                 WRITE ENGAGEMENT-REC
009540                     INVALID KEY
009550                         MOVE 'FALSE' TO WDEPLACEE
009560                         ADD 1 TO WNB-CONFLITS
009570                         DISPLAY "Conflit ENGAGEMENT epreuve "
009580                             CODEPR OF ENGAGEMENT-REC
009590                             " : les deux codes sont engages."
009600                     NOT INVALID KEY
009610                         MOVE 'TRUE ' TO WDEPLACEE
009620                         ADD 1 TO WNB-DEPLACEES
009630                         MOVE 'E' TO LIEN-OPERATION
009640                         MOVE "ENGAGEMENT" TO LIEN-FICHIER
009650                         MOVE CLE-ENGAGEMENT TO LIEN-CLE
009660                         MOVE SPACES TO LIEN-AVANT
009670                         MOVE ENG-DATE-SAISIE TO LIEN-APRES
009680                         PERFORM 9500-JOURNALISER THRU 9500-EXIT
009690                 END-WRITE
009700                 MOVE WCODCOUR-DOUBLE TO CODCOUR OF ENGAGEMENT-REC
009710                 IF LIGNE-DEPLACEE
009720                     MOVE 'S' TO LIEN-OPERATION
009730                     MOVE "ENGAGEMENT" TO LIEN-FICHIER
009740                     MOVE CLE-ENGAGEMENT TO LIEN-CLE
009750                     MOVE ENG-DATE-SAISIE TO LIEN-AVANT
009760                     MOVE SPACES TO LIEN-APRES
009770                     DELETE ENGAGEMENT
009780                     PERFORM 9500-JOURNALISER THRU 9500-EXIT
009790                 END-IF
009800             END-IF
009810     END-READ.
009820 6710-EXIT.
009830     EXIT.
009840
009850*----------------------------------------------------------------*
009860* 6800-DEPLACER-LICENCE : rebascule les licences du double ; une *
009870*                  saison deja licenciee des deux cotes est un   *
009880*                  conflit, meme mecanique que 2000.             *
009890*----------------------------------------------------------------*
009900 6800-DEPLACER-LICENCE.
009910     MOVE WCODCOUR-DOUBLE TO CODCOUR OF LICENCE-REC
009920     MOVE 0 TO LIC-SAISON
009930     START LICENCE KEY IS NOT LESS THAN CLE-LICENCE
009940         INVALID KEY
009950             MOVE 'TRUE ' TO WFIN-BALAYAGE
009960         NOT INVALID KEY
009970             MOVE 'FALSE' TO WFIN-BALAYAGE
009980     END-START
009990     PERFORM 6810-UNE-LICENCE THRU 6810-EXIT
010000         UNTIL FIN-BALAYAGE.
010010 6800-EXIT.
010020     EXIT.
010030
010040 6810-UNE-LICENCE.
010050     READ LICENCE NEXT RECORD
010060         AT END
010070             MOVE 'TRUE ' TO WFIN-BALAYAGE
010080         NOT AT END
010090             IF CODCOUR OF LICENCE-REC NOT = WCODCOUR-DOUBLE
010100                 MOVE 'TRUE ' TO WFIN-BALAYAGE
010110             ELSE
010120                 MOVE WCODCOUR-GARDE TO CODCOUR OF LICENCE-REC
010130                 WRITE LICENCE-REC
010140                     INVALID KEY
010150                         MOVE 'FALSE' TO WDEPLACEE
010160                         ADD 1 TO WNB-CONFLITS
010170                         DISPLAY "Conflit LICENCE saison "
010180                             LIC-SAISON
010190                             " : les deux codes ont une licence."
010200                     NOT INVALID KEY
010210                         MOVE 'TRUE ' TO WDEPLACEE
010220                         ADD 1 TO WNB-DEPLACEES
010230                         MOVE 'E' TO LIEN-OPERATION
010240                         MOVE "LICENCE" TO LIEN-FICHIER
010250                         MOVE CLE-LICENCE TO LIEN-CLE
010260                         MOVE SPACES TO LIEN-AVANT
010270                         MOVE LIC-NUMERO TO LIEN-APRES
010280                         PERFORM 9500-JOURNALISER THRU 9500-EXIT
010290                 END-WRITE
010300                 MOVE WCODCOUR-DOUBLE TO CODCOUR OF LICENCE-REC
010310                 IF LIGNE-DEPLACEE
010320                     MOVE 'S' TO LIEN-OPERATION
010330                     MOVE "LICENCE" TO LIEN-FICHIER
010340                     MOVE CLE-LICENCE TO LIEN-CLE
010350                     MOVE LIC-NUMERO TO LIEN-AVANT
010360                     MOVE SPACES TO LIEN-APRES
010370                     DELETE LICENCE
010380                     PERFORM 9500-JOURNALISER THRU 9500-EXIT
010390                 END-IF
010400             END-IF
010410     END-READ.
010420 6810-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------------*
010460* 6850-DEPLACER-COTISATION : rebascule les lignes de cotisation  *
010470*                  du double ; une saison et un type de droit    *
010480*                  deja factures des deux cotes sont un conflit. *
010490*                  Les recus de REGLEMENT suivent en 7300.       *
010500*----------------------------------------------------------------*
010510 6850-DEPLACER-COTISATION.
010520     MOVE WCODCOUR-DOUBLE TO CODCOUR OF COTISATION-REC
010530     MOVE 0 TO COT-SAISON
010540     MOVE LOW-VALUES TO COT-TYPE
010550     START COTISATION KEY IS NOT LESS THAN CLE-COTISATION
010560         INVALID KEY
010570             MOVE 'TRUE ' TO WFIN-BALAYAGE
010580         NOT INVALID KEY
010590             MOVE 'FALSE' TO WFIN-BALAYAGE
010600     END-START
010610     PERFORM 6860-UNE-COTISATION THRU 6860-EXIT
010620         UNTIL FIN-BALAYAGE.
010630 6850-EXIT.
010640     EXIT.
010650
010660 6860-UNE-COTISATION.
010670     READ COTISATION NEXT RECORD
010680         AT END
010690             MOVE 'TRUE ' TO WFIN-BALAYAGE
010700         NOT AT END
010710             IF CODCOUR OF COTISATION-REC NOT = WCODCOUR-DOUBLE
010720                 MOVE 'TRUE ' TO WFIN-BALAYAGE
010730             ELSE
010740                 MOVE WCODCOUR-GARDE TO CODCOUR OF COTISATION-REC
010750                 WRITE COTISATION-REC
010760                     INVALID KEY
010770                         MOVE 'FALSE' TO WDEPLACEE
010780                         ADD 1 TO WNB-CONFLITS
010790                         DISPLAY "Conflit COTISATION saison "
010800                             COT-SAISON " type " COT-TYPE
010810                             " : ligne deja presente."
010820                     NOT INVALID KEY
010830                         MOVE 'TRUE ' TO WDEPLACEE
010840                         ADD 1 TO WNB-DEPLACEES
010850                         MOVE 'E' TO LIEN-OPERATION
010860                         MOVE "COTISATION" TO LIEN-FICHIER
010870                         MOVE CLE-COTISATION TO LIEN-CLE
010880                         MOVE SPACES TO LIEN-AVANT
010890                         MOVE COTISATION-REC TO LIEN-APRES
010900                         PERFORM 9500-JOURNALISER THRU 9500-EXIT
010910                 END-WRITE
010920                 MOVE WCODCOUR-DOUBLE TO CODCOUR OF COTISATION-REC
010930                 IF LIGNE-DEPLACEE
010940                     MOVE 'S' TO LIEN-OPERATION
010950                     MOVE "COTISATION" TO LIEN-FICHIER
010960                     MOVE CLE-COTISATION TO LIEN-CLE
010970                     MOVE COTISATION-REC TO LIEN-AVANT
010980                     MOVE SPACES TO LIEN-APRES
010990                     DELETE COTISATION
011000                     PERFORM 9500-JOURNALISER THRU 9500-EXIT
011010                 END-IF
011020             END-IF
011030     END-READ.
011040 6860-EXIT.
011050     EXIT.
011060
011070*----------------------------------------------------------------*
011080* 6900-REAFFECTER-DEPLACEMENT : les lignes de DEPLACEMENT dont   *
011090*                  le double est voyageur ou beneficiaire passent*
011100*                  au code conserve.  Les epreuves ou le code    *
011110*                  conserve voyage deja sont relevees d'abord    *
011120*                  (6910) : si le double y voyage aussi, chaque  *
011130*                  ligne en cause est un conflit et aucune ligne *
011140*                  n'est rebasculee.  Sinon la reecriture change *
011150*                  la cle alternative DEP-PERSONNE, le balayage  *
011160*                  est repositionne a chaque ligne (cf. 6510).   *
011170*----------------------------------------------------------------*
011180 6900-REAFFECTER-DEPLACEMENT.
011190     MOVE SPACES TO WVOYAGES-GARDE
011200     MOVE 'C' TO DEP-TYPE-PERS
011210     MOVE WCODCOUR-GARDE TO DEP-CODE-PERS
011220     START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
011230         INVALID KEY
011240             MOVE 'TRUE ' TO WFIN-BALAYAGE
011250         NOT INVALID KEY
011260             MOVE 'FALSE' TO WFIN-BALAYAGE
011270     END-START
011280     PERFORM 6910-UN-VOYAGE-GARDE THRU 6910-EXIT
011290         UNTIL FIN-BALAYAGE
011300     MOVE 0 TO WNB-CONFLITS-DEP
011310     MOVE 'C' TO DEP-TYPE-PERS
011320     MOVE WCODCOUR-DOUBLE TO DEP-CODE-PERS
011330     START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
011340         INVALID KEY
011350             MOVE 'TRUE ' TO WFIN-BALAYAGE
011360         NOT INVALID KEY
011370             MOVE 'FALSE' TO WFIN-BALAYAGE
011380     END-START
011390     PERFORM 6920-UN-VOYAGE-DOUBLE THRU 6920-EXIT
011400         UNTIL FIN-BALAYAGE
011410     IF WNB-CONFLITS-DEP > 0
011420         ADD WNB-CONFLITS-DEP TO WNB-CONFLITS
011430         DISPLAY "Lignes DEPLACEMENT du double laissees en place."
011440         GO TO 6900-EXIT
011450     END-IF
011460     MOVE 0 TO WNB-DEPLACEMENTS
011470     MOVE 'FALSE' TO WFIN-BALAYAGE
011480     PERFORM 6930-UNE-LIGNE-DEPLACEMENT THRU 6930-EXIT
011490         UNTIL FIN-BALAYAGE
011500     IF WNB-DEPLACEMENTS > 0
011510         DISPLAY WNB-DEPLACEMENTS " ligne(s) de deplacement "
011520             "reaffectee(s) au code " WCODCOUR-GARDE "."
011530     END-IF.
011540 6900-EXIT.
011550     EXIT.
011560
011570 6910-UN-VOYAGE-GARDE.
011580     READ DEPLACEMENT NEXT RECORD
011590         AT END
011600             MOVE 'TRUE ' TO WFIN-BALAYAGE
011610             GO TO 6910-EXIT
011620     END-READ
011630     IF DEP-TYPE-PERS NOT = 'C'
011640         OR DEP-CODE-PERS NOT = WCODCOUR-GARDE
011650         MOVE 'TRUE ' TO WFIN-BALAYAGE
011660         GO TO 6910-EXIT
011670     END-IF
011680     IF DEP-VOYAGEUR
011690         COMPUTE WIND-EPREUVE = CODEPR OF DEPLACEMENT-REC + 1
011700         MOVE 'O' TO WVOY-GARDE (WIND-EPREUVE)
011710     END-IF.
011720 6910-EXIT.
011730     EXIT.
011740
011750 6920-UN-VOYAGE-DOUBLE.
011760     READ DEPLACEMENT NEXT RECORD
011770         AT END
011780             MOVE 'TRUE ' TO WFIN-BALAYAGE
011790             GO TO 6920-EXIT
011800     END-READ
011810     IF DEP-TYPE-PERS NOT = 'C'
011820         OR DEP-CODE-PERS NOT = WCODCOUR-DOUBLE
011830         MOVE 'TRUE ' TO WFIN-BALAYAGE
011840         GO TO 6920-EXIT
011850     END-IF
011860     IF NOT DEP-VOYAGEUR
011870         GO TO 6920-EXIT
011880     END-IF
011890     COMPUTE WIND-EPREUVE = CODEPR OF DEPLACEMENT-REC + 1
011900     IF WVOY-GARDE (WIND-EPREUVE) = 'O'
011910         ADD 1 TO WNB-CONFLITS-DEP
011920         DISPLAY "Conflit DEPLACEMENT epreuve "
011930             CODEPR OF DEPLACEMENT-REC " ligne " DEP-LIGNE
011940             " : les deux codes sont voyageurs."
011950     END-IF.
011960 6920-EXIT.
011970     EXIT.
011980
011990 6930-UNE-LIGNE-DEPLACEMENT.
012000     MOVE 'C' TO DEP-TYPE-PERS
012010     MOVE WCODCOUR-DOUBLE TO DEP-CODE-PERS
012020     START DEPLACEMENT KEY IS EQUAL TO DEP-PERSONNE
012030         INVALID KEY
012040             MOVE 'TRUE ' TO WFIN-BALAYAGE
012050             GO TO 6930-EXIT
012060     END-START
012070     READ DEPLACEMENT NEXT RECORD
012080         AT END
012090             MOVE 'TRUE ' TO WFIN-BALAYAGE
012100             GO TO 6930-EXIT
012110     END-READ
012120     IF DEP-TYPE-PERS NOT = 'C'
012130         OR DEP-CODE-PERS NOT = WCODCOUR-DOUBLE
012140         MOVE 'TRUE ' TO WFIN-BALAYAGE
012150         GO TO 6930-EXIT
012160     END-IF
012170     MOVE WCODCOUR-GARDE TO DEP-CODE-PERS
012180     REWRITE DEPLACEMENT-REC
012190     ADD 1 TO WNB-DEPLACEMENTS
012200     MOVE 'R' TO LIEN-OPERATION
012210     MOVE "DEPLACEMENT" TO LIEN-FICHIER
012220     MOVE SPACES TO LIEN-CLE
012230     MOVE CLE-DEPLACEMENT TO LIEN-CLE
012240     MOVE WCODCOUR-DOUBLE TO LIEN-AVANT
012250     MOVE WCODCOUR-GARDE TO LIEN-APRES
012260     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
012270 6930-EXIT.
012280     EXIT.
012290
012300*----------------------------------------------------------------*
012310* 7300-REAFFECTER-REGLEMENT : les recus du double suivent ses    *
012320*                  lignes de cotisation, rebasculees sans conflit*
012330*                  puisque la fusion a lieu.  Meme mecanique que *
012340*                  6510 par la cle alternative CODCOUR.          *
012350*----------------------------------------------------------------*
012360 7300-REAFFECTER-REGLEMENT.
012370     MOVE 0 TO WNB-RECUS
012380     MOVE 'FALSE' TO WFIN-BALAYAGE
012390     PERFORM 7310-UN-RECU THRU 7310-EXIT
012400         UNTIL FIN-BALAYAGE
012410     IF WNB-RECUS > 0
012420         DISPLAY WNB-RECUS " recu(s) reaffecte(s) au code "
012430             WCODCOUR-GARDE "."
012440     END-IF.
012450 7300-EXIT.
012460     EXIT.
012470
012480 7310-UN-RECU.
012490     MOVE WCODCOUR-DOUBLE TO CODCOUR OF REGLEMENT-REC
012500     START REGLEMENT KEY IS EQUAL TO CODCOUR OF REGLEMENT-REC
012510         INVALID KEY
012520             MOVE 'TRUE ' TO WFIN-BALAYAGE
012530             GO TO 7310-EXIT
012540     END-START
012550     READ REGLEMENT NEXT RECORD
012560         AT END
012570             MOVE 'TRUE ' TO WFIN-BALAYAGE
012580             GO TO 7310-EXIT
012590     END-READ
012600     IF CODCOUR OF REGLEMENT-REC NOT = WCODCOUR-DOUBLE
012610         MOVE 'TRUE ' TO WFIN-BALAYAGE
012620         GO TO 7310-EXIT
012630     END-IF
012640     MOVE WCODCOUR-GARDE TO CODCOUR OF REGLEMENT-REC
012650     REWRITE REGLEMENT-REC
012660     ADD 1 TO WNB-RECUS
012670     MOVE 'R' TO LIEN-OPERATION
012680     MOVE "REGLEMENT" TO LIEN-FICHIER
012690     MOVE SPACES TO LIEN-CLE
012700     MOVE REG-NUMERO TO LIEN-CLE
012710     MOVE WCODCOUR-DOUBLE TO LIEN-AVANT
012720     MOVE WCODCOUR-GARDE TO LIEN-APRES
012730     PERFORM 9500-JOURNALISER THRU 9500-EXIT.
012740 7310-EXIT.
012750     EXIT.
