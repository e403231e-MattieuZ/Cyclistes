000552*                  reaffectation en bloc).                       *
000553* 02/09/2026  G3   Ajout de l'option K (releve hebdomadaire des *
000554*                  coureurs pour la passerelle).                 *
000555* 15/10/2026  G3   Choix sur deux caracteres en majuscules ;     *
000556*                  options CG, EN, LI, LR, CA, CH, MA, RP, SE,   *
000557*                  BL, AR, CO, CF, CR, CE, RG, DP et DR.         *
000558*----------------------------------------------------------------*
000559 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     COPY OPESEL.
000630
000640 WORKING-STORAGE SECTION.
000650     COPY OPESTA.
000660 77  WCHOIX                  PIC X(02).
000662     88  CHOIX-A-DEUX-LETTRES   VALUE 'CG' 'EN' 'LI' 'LR' 'CA'
000664                                      'CH' 'MA' 'RP' 'SE' 'BL'
000666                                      'AR' 'CO' 'CF' 'CR' 'CE'
000668                                      'RG' 'DP' 'DR'.
000670 77  WERREUR                 PIC 9(01)       VALUE 0.
000680 77  WACCEPTE                PIC X(05)       VALUE 'FALSE'.
000690     88  CHOIX-ACCEPTE                       VALUE 'TRUE '.
002130     DISPLAY "3 - Enregistrement des entrainements effectues".
002140     DISPLAY "4 - Mise a jour des entraineurs".
002142     DISPLAY "F - Depart d'un entraineur (reaffectation)".
002144     DISPLAY "CE - Echeances des certifications".
002146     DISPLAY "CH - Suivi de la charge d'entrainement".
002150     DISPLAY "5 - Avancement des entrainements".
002152     DISPLAY "RP - Replanification apres indisponibilite".
002154     DISPLAY "SE - Seances collectives et presences".
002156     DISPLAY "MA - Registre du materiel et revisions".
002160     DISPLAY "6 - Classement des coureurs".
002165     DISPLAY "CG - Classement general au temps d'un tour".
002170     DISPLAY "7 - Remise a zero des entrainements d'une semaine".
002180     DISPLAY "8 - Fiches de contact pour un grand tour".
002190     DISPLAY "9 - Controle de coherence du km cumule".
002202     DISPLAY "O - Gestion des grands tours et objectifs".
002204     DISPLAY "I - Indisponibilites des coureurs".
002206     DISPLAY "L - Courses et resultats".
002207     DISPLAY "EN - Engagements et liste de depart".
002208     DISPLAY "J - Gestion des equipes".
002210     DISPLAY "B - Import des sorties GPS (lot)".
002211     DISPLAY "BL - Lots d'import GPS (liste, annulation)".
002212     DISPLAY "Z - Audit de coherence des plans".
002214     DISPLAY "LI - Licences et certificats medicaux".
002216     DISPLAY "LR - Rapprochement des licences (federation)".
002218     DISPLAY "CA - Categories d'age et plafonds de km".
002220     DISPLAY "C - Controle des references orphelines".
002230     DISPLAY "D - Consultation du journal des mises a jour".
002240     DISPLAY "E - Gestion des operateurs".
002310     DISPLAY "M - Fusion de deux fiches coureur".
002320     DISPLAY "X - Extraits federation (delimites)".
002322     DISPLAY "K - Releve hebdomadaire des coureurs".
002324     DISPLAY "AR - Retours de la passerelle de notification".
002326     DISPLAY "RG - Export et anonymisation d'un coureur".
002330     DISPLAY "S - Cloture de saison (bascule annuelle)".
002331     DISPLAY "CO - Cotisations : situation et reglements".
002332     DISPLAY "CF - Cotisations : bareme et facturation".
002333     DISPLAY "CR - Cotisations : relances et recettes".
002334     DISPLAY "DP - Deplacements : voyageurs, frais, approbation".
002335     DISPLAY "DR - Deplacements : couts et remboursements dus".
002340     DISPLAY "Q - Quitter".
002350 1100-EXIT.
002360     EXIT.
002510     DISPLAY "Indiquez votre choix : ".
002520     MOVE SPACES TO WCHOIX
002530     ACCEPT WCHOIX
002533     INSPECT WCHOIX CONVERTING "abcdefghijklmnopqrstuvwxyz"
002536         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
002540     PERFORM 1220-VERIFICATION THRU 1220-EXIT
002550     IF NOT CHOIX-ACCEPTE
002560         ADD 1 TO WERREUR
002630
002640 1220-VERIFICATION.
002650     EVALUATE TRUE
002660         WHEN WCHOIX(1:1) >= '0' AND WCHOIX(1:1) <= '9'
002665             AND WCHOIX(2:1) = SPACE
002670             MOVE 'TRUE ' TO WACCEPTE
002680         WHEN WCHOIX = 'A' OR WCHOIX = 'a'
002690             MOVE 'TRUE ' TO WACCEPTE
002930             MOVE 'TRUE ' TO WACCEPTE
002940         WHEN WCHOIX = 'S' OR WCHOIX = 's'
002950             MOVE 'TRUE ' TO WACCEPTE
002953        WHEN CHOIX-A-DEUX-LETTRES
002956            MOVE 'TRUE ' TO WACCEPTE
002960         WHEN WCHOIX = 'Q' OR WCHOIX = 'q'
002970             MOVE 'TRUE ' TO WACCEPTE
002980             MOVE 'TRUE ' TO WFIN-MENU
003710         WHEN 's'
003720             CALL "FA"
003730         WHEN OTHER
003740            PERFORM 9100-APPEL-OPTION-LONGUE THRU 9100-EXIT
003750     END-EVALUATE
003760     END-IF.
003770 1300-EXIT.
003820*                  cloture et d'administration sont reservees    *
003830*                  aux superviseurs ; les aides saisonniers      *
003840*                  gardent les options de consultation (0, 5,    *
003850*                  6, 8, 9, C, CG, LR, CH, CR, CE, DR) ; les     *
003855*                  saisies CO et DP restent au superviseur.      *
003860*----------------------------------------------------------------*
003870 1250-CONTROLER-AUTORISATION.
003880     IF SES-SUPERVISEUR
003982             WHEN 'Z'
003984             WHEN 'z'
003990                 MOVE 'TRUE ' TO WAUTORISE
003991             WHEN 'CG'
003992             WHEN 'LR'
003993             WHEN 'CH'
003994             WHEN 'CR'
003995             WHEN 'CE'
003996             WHEN 'DR'
003997                 MOVE 'TRUE ' TO WAUTORISE
004000             WHEN 'W'
004010             WHEN 'w'
004020             WHEN 'H'
004160 9000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------------*
004200* 9100-APPEL-OPTION-LONGUE : appel du programme d'une option a   *
004210*                  deux lettres (CG a DR), apres le controle     *
004220*                  d'autorisation de 1300.                       *
004230*----------------------------------------------------------------*
004240 9100-APPEL-OPTION-LONGUE.
004250     EVALUATE WCHOIX
004260         WHEN 'CG'
004270             CALL "FCG"
004280         WHEN 'EN'
004290             CALL "FEN" USING SESSION-OPERATEUR
004300         WHEN 'LI'
004310             CALL "FLI" USING SESSION-OPERATEUR
004320         WHEN 'LR'
004330             CALL "FLR"
004340         WHEN 'CA'
004350             CALL "FCA" USING SESSION-OPERATEUR
004360         WHEN 'CH'
004370             CALL "FCH"
004380         WHEN 'MA'
004390             CALL "FMA" USING SESSION-OPERATEUR
004400         WHEN 'RP'
004410             CALL "FRP" USING SESSION-OPERATEUR
004420         WHEN 'SE'
004430             CALL "FSE" USING SESSION-OPERATEUR
004440         WHEN 'BL'
004450             CALL "FBL" USING SESSION-OPERATEUR
004460         WHEN 'AR'
004470             CALL "FAR" USING SESSION-OPERATEUR
004480         WHEN 'CO'
004490             CALL "FCO" USING SESSION-OPERATEUR
004500         WHEN 'CF'
004510             CALL "FCF" USING SESSION-OPERATEUR
004520         WHEN 'CR'
004530             CALL "FCR" USING SESSION-OPERATEUR
004540         WHEN 'CE'
004550             CALL "FCE"
004560         WHEN 'RG'
004570             CALL "FRG" USING SESSION-OPERATEUR
004580         WHEN 'DP'
004590             CALL "FDP" USING SESSION-OPERATEUR
004600         WHEN 'DR'
004610             CALL "FDR" USING SESSION-OPERATEUR
004620         WHEN OTHER
004630             CONTINUE
004640     END-EVALUATE.
004650 9100-EXIT.
004660     EXIT.
004670
