000301*                  brouillon (AFA-STATUT B), a approuver par un *
000303*                  superviseur (ecran FD) avant de compter pour *
000305*                  F5/FW/F0.                                     *
000306* 15/10/2026  G3   Semaine au-dela du plafond de la categorie    *
000307*                  (FCAT) sautee ; coureurs d'un entraineur sans *
000308*                  certification valide (FCER) ecartes.          *
000309*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000538 77  WSEM-COUVERTE           PIC X(05)       VALUE 'FALSE'.
000539     88  SEMAINE-COUVERTE                     VALUE 'TRUE '.
000541 77  WNB-SEMAINES-SAUTEES    PIC 9(05)       VALUE 0.
000542 77  WNB-SEMAINES-PLAFONNEES PIC 9(05)       VALUE 0.
000543 77  WNB-COUREURS-ECARTES    PIC 9(05)       VALUE 0.
000544 77  WCODENTR-VERIFIE        PIC 9(03)       VALUE 0.
000545 77  WENT-EXPIRE             PIC X(05)       VALUE 'FALSE'.
000546     88  ENTRAINEUR-EXPIRE                    VALUE 'TRUE '.
000549 77  WCODMOD                 PIC X(03).
000550 77  WCODSEM-DEPART          PIC 9(02).
000560 77  WCODENTR-CHOISI         PIC 9(03).
000570 77  WCODSEM-VISE            PIC 9(03)       VALUE 0.
000590 77  WMODELE-VALIDE          PIC X(05)       VALUE 'FALSE'.
000600     88  MODELE-VALIDE                        VALUE 'TRUE '.
000610 77  WFIN-MODELE             PIC X(05)       VALUE 'FALSE'.
000720 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000730     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000740     COPY JRNLNK.
000743     COPY CATLNK.
000746     COPY CERTLNK.
000750 01  WIMAGE-PLAN.
000760     02  WIMG-KM             PIC 9(04).
000770     02  FILLER              PIC X(01)       VALUE SPACE.
000950     END-IF
000960     PERFORM 1000-SAISIR-PARAMETRES THRU 1000-EXIT
000970     PERFORM 2000-CONTROLER-LE-MODELE THRU 2000-EXIT
000972     IF MODELE-VALIDE AND WCODENTR-CHOISI NOT = 0
000974         PERFORM 2500-CONTROLER-L-ENTRAINEUR THRU 2500-EXIT
000976     END-IF
000980     IF MODELE-VALIDE
000990         PERFORM 3000-GENERER-LES-PLANS THRU 3000-EXIT
001000         DISPLAY WNB-COUREURS-SERVIS " coureur(s) servis, "
001024             DISPLAY WNB-SEMAINES-SAUTEES " semaine(s) sautee(s) "
001026                 "pour indisponibilite."
001028         END-IF
001029         PERFORM 3900-SIGNALER-LES-ECARTS THRU 3900-EXIT
001030     ELSE
001040         DISPLAY "Generation annulee, rien n'est ecrit."
001050     END-IF
002010                         THRU 2200-EXIT
002020                 END-IF
002030                 IF MOD-KM-A-FAIRE = 0
002050                     MOVE 'FALSE' TO WMODELE-VALIDE
002060                     DISPLAY "Rang +" MOD-OFFSET
002070                         " : kilometrage nul."
002080                 END-IF
002090             END-IF
002100     END-READ.
002450     MOVE 0 TO WNB-PLANS-ECRITS
002460     MOVE 0 TO WNB-PLANS-REMPLACES
002462     MOVE 0 TO WNB-SEMAINES-SAUTEES
002463     MOVE 0 TO WNB-SEMAINES-PLAFONNEES
002464     MOVE 0 TO WNB-COUREURS-ECARTES
002465     MOVE 0 TO WCODENTR-VERIFIE
002466     MOVE 'FALSE' TO WENT-EXPIRE
002470     IF WCODENTR-CHOISI = 0
002480         MOVE LOW-VALUES TO CODCOUR OF COUREUR-REC
002490         START COUREUR KEY IS NOT LESS THAN
002780                 MOVE 'TRUE ' TO WFIN-COUREUR
002790             ELSE
002800                 MOVE CODCOUR OF COUREUR-REC TO WCODCOUR-COURANT
002810                 IF WCODENTR-CHOISI = 0
002811                     PERFORM 3150-CONTROLER-ENTRAINEUR
002812                         THRU 3150-EXIT
002813                 END-IF
002814                 IF ENTRAINEUR-EXPIRE
002815                     ADD 1 TO WNB-COUREURS-ECARTES
002816                 ELSE
002817                     MOVE DATE-NAISSANCE OF COUREUR-REC
002818                         TO CLN-DATE-NAISSANCE
002819                     MOVE 0 TO CLN-SAISON
002820                     CALL "FCAT" USING CAT-LIEN
002821                     PERFORM 3200-DEROULER-LE-MODELE
002822                         THRU 3200-EXIT
002823                     ADD 1 TO WNB-COUREURS-SERVIS
002824                 END-IF
002830             END-IF
002840     END-READ.
002850 3100-EXIT.
003192                         " sautee (indisponible)."
003194                     ADD 1 TO WNB-SEMAINES-SAUTEES
003196                 ELSE
003197                     PERFORM 3370-POSER-SOUS-PLAFOND
003198                         THRU 3370-EXIT
003199                 END-IF
003200             END-IF
003210     END-READ.
003840 9500-EXIT.
003850     EXIT.
003860
003870*----------------------------------------------------------------*
003880* 2500-CONTROLER-L-ENTRAINEUR : l'entraineur du groupe doit      *
003890*                  garder au moins un diplome d'encadrement      *
003900*                  valide (FCER) ; sans historique, son DIPLOME  *
003910*                  suffit.                                       *
003920*----------------------------------------------------------------*
003930 2500-CONTROLER-L-ENTRAINEUR.
003940     MOVE WCODENTR-CHOISI TO ELN-CODENTR
003950     MOVE 0 TO ELN-DATE
003960     MOVE SPACES TO ELN-CODE
003970     CALL "FCER" USING CER-LIEN
003980     IF CERTIF-EXPIREE
003990         MOVE 'FALSE' TO WMODELE-VALIDE
004000         DISPLAY "Entraineur " WCODENTR-CHOISI " : "
004010             "certification " ELN-CODE-RETENU
004020             " expiree le " ELN-EXPIRATION "."
004030     END-IF.
004040 2500-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------*
004080* 3150-CONTROLER-ENTRAINEUR : pour tous les coureurs, FCER est   *
004090*                  appele une fois par entraineur rencontre ; le *
004100*                  dernier verdict est garde tant que le coureur *
004110*                  suivant a le meme CODENTR.                    *
004120*----------------------------------------------------------------*
004130 3150-CONTROLER-ENTRAINEUR.
004140     IF CODENTR OF COUREUR-REC = 0
004150         MOVE 'FALSE' TO WENT-EXPIRE
004160         MOVE 0 TO WCODENTR-VERIFIE
004170         GO TO 3150-EXIT
004180     END-IF
004190     IF CODENTR OF COUREUR-REC = WCODENTR-VERIFIE
004200         GO TO 3150-EXIT
004210     END-IF
004220     MOVE CODENTR OF COUREUR-REC TO WCODENTR-VERIFIE
004230     MOVE WCODENTR-VERIFIE TO ELN-CODENTR
004240     MOVE 0 TO ELN-DATE
004250     MOVE SPACES TO ELN-CODE
004260     CALL "FCER" USING CER-LIEN
004270     IF CERTIF-EXPIREE
004280         MOVE 'TRUE ' TO WENT-EXPIRE
004290         DISPLAY "Entraineur " WCODENTR-VERIFIE " : "
004300             "certification " ELN-CODE-RETENU
004310             " expiree, coureurs ecartes."
004320     ELSE
004330         MOVE 'FALSE' TO WENT-EXPIRE
004340     END-IF.
004350 3150-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------*
004390* 3370-POSER-SOUS-PLAFOND : une semaine du modele au-dela du     *
004400*                  plafond hebdomadaire de la categorie d'age du *
004410*                  coureur (FCAT) est sautee et signalee pour    *
004420*                  lui.                                          *
004430*----------------------------------------------------------------*
004440 3370-POSER-SOUS-PLAFOND.
004450     IF MOD-KM-A-FAIRE > CLN-KM-MAX-SEM
004460         DISPLAY "Coureur " WCODCOUR-COURANT
004470             " : semaine " WCODSEM-VISE
004480             " sautee (plafond " CLN-KM-MAX-SEM
004490             " km)."
004500         ADD 1 TO WNB-SEMAINES-PLAFONNEES
004510     ELSE
004520         PERFORM 3400-POSER-LE-PLAN THRU 3400-EXIT
004530     END-IF.
004540 3370-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------------*
004580* 3900-SIGNALER-LES-ECARTS : bilan des semaines sautees au-dela  *
004590*                  du plafond et des coureurs ecartes faute de   *
004600*                  certification valide de leur entraineur.      *
004610*----------------------------------------------------------------*
004620 3900-SIGNALER-LES-ECARTS.
004630     IF WNB-SEMAINES-PLAFONNEES NOT = 0
004640         DISPLAY WNB-SEMAINES-PLAFONNEES " semaine(s) "
004650             "sautee(s) au-dela du plafond de la categorie."
004660     END-IF
004670     IF WNB-COUREURS-ECARTES NOT = 0
004680         DISPLAY WNB-COUREURS-ECARTES " coureur(s) "
004690             "ecarte(s) : certification de l'entraineur "
004700             "expiree."
004710     END-IF.
004720 3900-EXIT.
004730     EXIT.
004740
