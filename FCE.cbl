000100*================================================================*
000110* FCE       - Echeances des certifications des entraineurs.      *
000120*             Pour chaque entraineur et chaque code de           *
000130*             CERTIFICATION.SQL, la fin de validite retenue est  *
000140*             la plus lointaine de ses lignes (une obtention ou  *
000150*             un renouvellement sans date vaut sans limite, une  *
000160*             formation sans date ne change rien, comme FCER).   *
000170*             Sont listes les codes deja expires et ceux qui     *
000180*             expirent dans l'horizon saisi (90 jours par        *
000190*             defaut), par date d'expiration puis entraineur,    *
000200*             avec pour un diplome d'encadrement le nombre de    *
000210*             coureurs suivis et la mention BLOQUANT quand       *
000220*             l'entraineur n'a plus aucun diplome d'encadrement  *
000230*             valide (F1, FF et FG lui refusent alors des        *
000240*             coureurs).  Etat ecrit dans ETAT-CERTIFICATS.TXT.  *
000250*             Consultation seule, ouvert a tous les operateurs.  *
000260*================================================================*
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. FCE.
000290 AUTHOR. G3.
000300 DATE-WRITTEN. 15/10/2026.
000310 DATE-COMPILED.
000320*----------------------------------------------------------------*
000330* HISTORIQUE DES MODIFICATIONS                                   *
000340* DATE        AUT  DESCRIPTION                                   *
000350* 15/10/2026  G3   Creation du programme (option CE du menu).    *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ETAT-CERTIFICATS ASSIGN TO 'ETAT-CERTIFICATS.TXT'
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WETASTAT.
000430     SELECT TRI-ECHEANCES ASSIGN TO 'TRI-ECHEANCES-CER.TMP'.
000440     COPY CERTSEL.
000450     COPY ENTRSEL.
000460     COPY COURSEL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ETAT-CERTIFICATS
000510     LABEL RECORD IS STANDARD.
000520 01  ETAT-REC                PIC X(80).
000530 SD  TRI-ECHEANCES.
000540 01  TRI-ECH-REC.
000550     02  TRI-ECH-EXPIRATION  PIC 9(08).
000560     02  TRI-ECH-CODENTR     PIC 9(03).
000570     02  TRI-ECH-CODE        PIC X(08).
000580     02  TRI-ECH-DERNIERE    PIC 9(08).
000590     02  TRI-ECH-ENCADREMENT PIC X(01).
000600     COPY CERTFD.
000610     COPY ENTRFD.
000620     COPY COURFD.
000630
000640 WORKING-STORAGE SECTION.
000650 77  WETASTAT                PIC X(02).
000660     COPY CERTSTA.
000670     COPY ENTRSTA.
000680     COPY COURSTA.
000690 77  WHORIZON                PIC 9(03)       VALUE 0.
000700 77  WDATE-LIMITE            PIC 9(08)       VALUE 0.
000710 77  WDATEJOUR               PIC 9(08).
000720 77  WFIN-CERTIF             PIC X(05)       VALUE 'FALSE'.
000730     88  FIN-CERTIF                           VALUE 'TRUE '.
000740 77  WFIN-TRI                PIC X(05)       VALUE 'FALSE'.
000750     88  FIN-TRI                              VALUE 'TRUE '.
000760 77  WFIN-COUREUR            PIC X(05)       VALUE 'FALSE'.
000770     88  FIN-COUREUR                          VALUE 'TRUE '.
000780*-- Code en cours de cumul (entraineur, certification) ----------*
000790 77  WGROUPE-OUVERT          PIC X(05)       VALUE 'FALSE'.
000800     88  GROUPE-OUVERT                        VALUE 'TRUE '.
000810 77  WGRP-CODENTR            PIC 9(03)       VALUE 0.
000820 77  WGRP-CODE               PIC X(08)       VALUE SPACES.
000830 77  WGRP-EXPIRATION         PIC 9(08)       VALUE 0.
000840 77  WGRP-DERNIERE           PIC 9(08)       VALUE 0.
000850 77  WGRP-ENCADREMENT        PIC X(01)       VALUE 'N'.
000860 77  WGRP-SANS-LIMITE        PIC X(05)       VALUE 'FALSE'.
000870     88  GROUPE-SANS-LIMITE                   VALUE 'TRUE '.
000880*-- Cumuls de l'etat --------------------------------------------*
000890 77  WNB-COUREURS            PIC 9(03)       VALUE 0.
000900 77  WNB-EXPIREES            PIC 9(05)       VALUE 0.
000910 77  WNB-A-RENOUVELER        PIC 9(05)       VALUE 0.
000920 77  WNB-BLOQUANTS           PIC 9(05)       VALUE 0.
000930 77  WERR-OUVERTURE          PIC X(05)       VALUE 'FALSE'.
000940     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
000950 77  WNO-PAGE                PIC 9(03)       VALUE 0.
000960 77  WNB-LIGNES-ETAT         PIC 9(02)       VALUE 99.
000970 77  WLIGNES-PAR-PAGE        PIC 9(02)       VALUE 55.
000980     COPY CERTLNK.
000990     COPY DATLNK.
001000 01  WLIGNE-EDIT             PIC X(80).
001010 01  WLIGNE-ENTETE.
001020     02  FILLER              PIC X(12)       VALUE
001030         "CYCLISTES - ".
001040     02  FILLER              PIC X(29)       VALUE
001050         "Certifications a echeance au ".
001060     02  WENT-LIMITE         PIC 9(08).
001070     02  FILLER              PIC X(04)       VALUE " du ".
001080     02  WENT-DATE           PIC 9(08).
001090     02  FILLER              PIC X(06)       VALUE "  Page".
001100     02  WENT-PAGE           PIC ZZ9.
001110     02  FILLER              PIC X(10)       VALUE SPACES.
001120 01  WLIGNE-ECHEANCE.
001130     02  FILLER              PIC X(02)       VALUE SPACES.
001140     02  WLEC-EXPIRATION     PIC 9(08).
001150     02  FILLER              PIC X(01)       VALUE SPACE.
001160     02  WLEC-ETAT           PIC X(12).
001170     02  FILLER              PIC X(01)       VALUE SPACE.
001180     02  WLEC-CODENTR        PIC 9(03).
001190     02  FILLER              PIC X(01)       VALUE SPACE.
001200     02  WLEC-NOM            PIC X(20).
001210     02  FILLER              PIC X(01)       VALUE SPACE.
001220     02  WLEC-CODE           PIC X(08).
001230     02  FILLER              PIC X(01)       VALUE SPACE.
001240     02  WLEC-DERNIERE       PIC 9(08).
001250     02  FILLER              PIC X(01)       VALUE SPACE.
001260     02  WLEC-COUREURS       PIC ZZ9         BLANK WHEN ZERO.
001270     02  FILLER              PIC X(01)       VALUE SPACE.
001280     02  WLEC-MENTION        PIC X(09).
001290
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE SECTION.
001320 0000-DEBUT.
001330     OPEN INPUT CERTIF
001340     IF WCERSTAT = '35'
001350         DISPLAY "Aucune certification enregistree (F4, "
001360             "option H)."
001370         GOBACK
001380     END-IF
001390     OPEN INPUT ENTRAINEUR
001400     OPEN INPUT COUREUR
001410     OPEN OUTPUT ETAT-CERTIFICATS
001420     PERFORM 0050-VERIFIER-OUVERTURES THRU 0050-EXIT
001430     IF ERREUR-OUVERTURE
001440         GOBACK
001450     END-IF
001460     ACCEPT WDATEJOUR FROM DATE YYYYMMDD
001470     PERFORM 1000-SAISIR-L-HORIZON THRU 1000-EXIT
001480     PERFORM 6000-EDITER-LES-ECHEANCES THRU 6000-EXIT
001490     DISPLAY "Etat imprimable ecrit dans ETAT-CERTIFICATS.TXT."
001500     CLOSE ENTRAINEUR COUREUR ETAT-CERTIFICATS.
001510 0000-FIN-MAINLINE.
001520     GOBACK.
001530
001540 0050-VERIFIER-OUVERTURES.
001550     IF WCERSTAT NOT = '00'
001560         DISPLAY "Erreur ouverture CERTIF, code retour "
001570             WCERSTAT
001580         MOVE 'TRUE ' TO WERR-OUVERTURE
001590     END-IF
001600     IF WENTSTAT NOT = '00'
001610         DISPLAY "Erreur ouverture ENTRAINEUR, code retour "
001620             WENTSTAT
001630         MOVE 'TRUE ' TO WERR-OUVERTURE
001640     END-IF
001650     IF WCOUSTAT NOT = '00'
001660         DISPLAY "Erreur ouverture COUREUR, code retour "
001670             WCOUSTAT
001680         MOVE 'TRUE ' TO WERR-OUVERTURE
001690     END-IF
001700     IF WETASTAT NOT = '00'
001710         DISPLAY "Erreur ouverture ETAT-CERTIFICATS, code retour "
001720             WETASTAT
001730         MOVE 'TRUE ' TO WERR-OUVERTURE
001740     END-IF.
001750 0050-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------------*
001790* 1000-SAISIR-L-HORIZON : nombre de jours a couvrir (0 = 90) ;   *
001800*                  la date limite est calculee par FDAT.         *
001810*----------------------------------------------------------------*
001820 1000-SAISIR-L-HORIZON.
001830     DISPLAY " ".
001840     DISPLAY "--- Echeances des certifications ---".
001850     DISPLAY "Horizon en jours (0 = 90) : ".
001860     MOVE ZEROES TO WHORIZON
001870     ACCEPT WHORIZON
001880     IF WHORIZON = 0
001890         MOVE 90 TO WHORIZON
001900     END-IF
001910     MOVE WDATEJOUR TO DLN-DATE
001920     MOVE WHORIZON TO DLN-NB-JOURS
001930     CALL "FDAT" USING DAT-LIEN
001940     MOVE DLN-RESULTAT TO WDATE-LIMITE.
001950 1000-EXIT.
001960     EXIT.
001970
001980*----------------------------------------------------------------*
001990* 6000-EDITER-LES-ECHEANCES : tri des codes a echeance sur la    *
002000*                  date d'expiration et l'entraineur, edition,   *
002010*                  puis ligne de total.                          *
002020*----------------------------------------------------------------*
002030 6000-EDITER-LES-ECHEANCES.
002040     MOVE 0 TO WNO-PAGE
002050     MOVE 99 TO WNB-LIGNES-ETAT
002060     MOVE 0 TO WNB-EXPIREES
002070     MOVE 0 TO WNB-A-RENOUVELER
002080     MOVE 0 TO WNB-BLOQUANTS
002090     SORT TRI-ECHEANCES
002100         ON ASCENDING KEY TRI-ECH-EXPIRATION
002110         ON ASCENDING KEY TRI-ECH-CODENTR
002120         ON ASCENDING KEY TRI-ECH-CODE
002130         INPUT PROCEDURE IS 6100-SELECTIONNER-CERTIFICATS
002140             THRU 6100-EXIT
002150         OUTPUT PROCEDURE IS 6200-EDITER-ECHEANCES
002160             THRU 6200-EXIT
002170     MOVE SPACES TO WLIGNE-EDIT
002180     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT
002190     STRING WNB-EXPIREES " expiree(s), " WNB-A-RENOUVELER
002200         " a renouveler avant le " WDATE-LIMITE ", "
002210         WNB-BLOQUANTS " bloquante(s)."
002220         DELIMITED BY SIZE INTO WLIGNE-EDIT
002230     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
002240 6000-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------*
002280* 6100-SELECTIONNER-CERTIFICATS : CERTIF est range par           *
002290*                  entraineur, code puis date ; rupture sur le   *
002300*                  couple (entraineur, code), un article trie    *
002310*                  par code dont la validite tombe avant la      *
002320*                  date limite.  CERTIF est ferme ensuite : FCER *
002330*                  l'ouvre lui-meme pendant l'edition.           *
002340*----------------------------------------------------------------*
002350 6100-SELECTIONNER-CERTIFICATS.
002360     MOVE 'FALSE' TO WGROUPE-OUVERT
002370     MOVE LOW-VALUES TO CLE-CERTIF
002380     START CERTIF KEY IS NOT LESS THAN CLE-CERTIF
002390         INVALID KEY
002400             MOVE 'TRUE ' TO WFIN-CERTIF
002410         NOT INVALID KEY
002420             MOVE 'FALSE' TO WFIN-CERTIF
002430     END-START
002440     PERFORM 6110-UNE-CERTIFICATION THRU 6110-EXIT
002450         UNTIL FIN-CERTIF
002460     PERFORM 6150-LIBERER-UN-CODE THRU 6150-EXIT
002470     CLOSE CERTIF.
002480 6100-EXIT.
002490     EXIT.
002500
002510 6110-UNE-CERTIFICATION.
002520     READ CERTIF NEXT RECORD
002530         AT END
002540             MOVE 'TRUE ' TO WFIN-CERTIF
002550             GO TO 6110-EXIT
002560     END-READ
002570     IF GROUPE-OUVERT
002580         AND (CODENTR OF CERTIF-REC NOT = WGRP-CODENTR
002590              OR CER-CODE NOT = WGRP-CODE)
002600         PERFORM 6150-LIBERER-UN-CODE THRU 6150-EXIT
002610     END-IF
002620     IF NOT GROUPE-OUVERT
002630         PERFORM 6140-OUVRIR-UN-CODE THRU 6140-EXIT
002640     END-IF
002650     IF CER-DATE > WGRP-DERNIERE
002660         MOVE CER-DATE TO WGRP-DERNIERE
002670     END-IF
002680     IF CER-DATE-EXPIRATION = 0
002690         IF NOT CER-FORMATION
002700             MOVE 'TRUE ' TO WGRP-SANS-LIMITE
002710         END-IF
002720     ELSE
002730         IF CER-DATE-EXPIRATION > WGRP-EXPIRATION
002740             MOVE CER-DATE-EXPIRATION TO WGRP-EXPIRATION
002750         END-IF
002760     END-IF.
002770 6110-EXIT.
002780     EXIT.
002790
002800 6140-OUVRIR-UN-CODE.
002810     MOVE CODENTR OF CERTIF-REC TO WGRP-CODENTR
002820     MOVE CER-CODE TO WGRP-CODE
002830     MOVE 0 TO WGRP-EXPIRATION
002840     MOVE 0 TO WGRP-DERNIERE
002850     MOVE 'FALSE' TO WGRP-SANS-LIMITE
002860     IF CER-ENCADREMENT
002870         MOVE 'O' TO WGRP-ENCADREMENT
002880     ELSE
002890         MOVE 'N' TO WGRP-ENCADREMENT
002900     END-IF
002910     MOVE 'TRUE ' TO WGROUPE-OUVERT.
002920 6140-EXIT.
002930     EXIT.
002940
002950 6150-LIBERER-UN-CODE.
002960     IF NOT GROUPE-OUVERT
002970         GO TO 6150-EXIT
002980     END-IF
002990     MOVE 'FALSE' TO WGROUPE-OUVERT
003000     IF GROUPE-SANS-LIMITE OR WGRP-EXPIRATION = 0
003010         GO TO 6150-EXIT
003020     END-IF
003030     IF WGRP-EXPIRATION > WDATE-LIMITE
003040         GO TO 6150-EXIT
003050     END-IF
003060     MOVE WGRP-EXPIRATION TO TRI-ECH-EXPIRATION
003070     MOVE WGRP-CODENTR TO TRI-ECH-CODENTR
003080     MOVE WGRP-CODE TO TRI-ECH-CODE
003090     MOVE WGRP-DERNIERE TO TRI-ECH-DERNIERE
003100     MOVE WGRP-ENCADREMENT TO TRI-ECH-ENCADREMENT
003110     RELEASE TRI-ECH-REC.
003120 6150-EXIT.
003130     EXIT.
003140
003150 6200-EDITER-ECHEANCES.
003160     MOVE 'FALSE' TO WFIN-TRI
003170     PERFORM 6210-UNE-ECHEANCE THRU 6210-EXIT
003180         UNTIL FIN-TRI.
003190 6200-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------------*
003230* 6210-UNE-ECHEANCE : une ligne par code ; pour un diplome       *
003240*                  d'encadrement, coureurs suivis et verdict     *
003250*                  FCER sur l'ensemble de l'encadrement.         *
003260*----------------------------------------------------------------*
003270 6210-UNE-ECHEANCE.
003280     RETURN TRI-ECHEANCES
003290         AT END
003300             MOVE 'TRUE ' TO WFIN-TRI
003310             GO TO 6210-EXIT
003320     END-RETURN
003330     MOVE TRI-ECH-EXPIRATION TO WLEC-EXPIRATION
003340     MOVE TRI-ECH-CODENTR TO WLEC-CODENTR
003350     MOVE TRI-ECH-CODE TO WLEC-CODE
003360     MOVE TRI-ECH-DERNIERE TO WLEC-DERNIERE
003370     IF TRI-ECH-EXPIRATION < WDATEJOUR
003380         MOVE "EXPIRE" TO WLEC-ETAT
003390         ADD 1 TO WNB-EXPIREES
003400     ELSE
003410         MOVE "A RENOUVELER" TO WLEC-ETAT
003420         ADD 1 TO WNB-A-RENOUVELER
003430     END-IF
003440     MOVE TRI-ECH-CODENTR TO CODENTR OF ENTRAINEUR-REC
003450     READ ENTRAINEUR
003460         INVALID KEY
003470             MOVE "(entraineur inconnu)" TO WLEC-NOM
003480         NOT INVALID KEY
003490             MOVE NOM OF ENTRAINEUR-REC TO WLEC-NOM
003500     END-READ
003510     MOVE 0 TO WLEC-COUREURS
003520     MOVE SPACES TO WLEC-MENTION
003530     IF TRI-ECH-ENCADREMENT = 'O'
003540         PERFORM 6250-COMPTER-LES-COUREURS THRU 6250-EXIT
003550         MOVE WNB-COUREURS TO WLEC-COUREURS
003560         MOVE TRI-ECH-CODENTR TO ELN-CODENTR
003570         MOVE WDATEJOUR TO ELN-DATE
003580         MOVE SPACES TO ELN-CODE
003590         CALL "FCER" USING CER-LIEN
003600         IF CERTIF-EXPIREE
003610             MOVE "BLOQUANT" TO WLEC-MENTION
003620             ADD 1 TO WNB-BLOQUANTS
003630         END-IF
003640     END-IF
003650     MOVE WLIGNE-ECHEANCE TO WLIGNE-EDIT
003660     PERFORM 8000-ECRIRE-ETAT THRU 8000-EXIT.
003670 6210-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------*
003710* 6250-COMPTER-LES-COUREURS : coureurs rattaches a l'entraineur  *
003720*                  (cle alternative CODENTR de COUREUR).         *
003730*----------------------------------------------------------------*
003740 6250-COMPTER-LES-COUREURS.
003750     MOVE 0 TO WNB-COUREURS
003760     MOVE TRI-ECH-CODENTR TO CODENTR OF COUREUR-REC
003770     START COUREUR KEY IS EQUAL TO CODENTR OF COUREUR-REC
003780         INVALID KEY
003790             MOVE 'TRUE ' TO WFIN-COUREUR
003800         NOT INVALID KEY
003810             MOVE 'FALSE' TO WFIN-COUREUR
003820     END-START
003830     PERFORM 6260-UN-COUREUR THRU 6260-EXIT
003840         UNTIL FIN-COUREUR.
003850 6250-EXIT.
003860     EXIT.
003870
003880 6260-UN-COUREUR.
003890     READ COUREUR NEXT RECORD
003900         AT END
003910             MOVE 'TRUE ' TO WFIN-COUREUR
003920             GO TO 6260-EXIT
003930     END-READ
003940     IF CODENTR OF COUREUR-REC NOT = TRI-ECH-CODENTR
003950         MOVE 'TRUE ' TO WFIN-COUREUR
003960         GO TO 6260-EXIT
003970     END-IF
003980     ADD 1 TO WNB-COUREURS.
003990 6260-EXIT.
004000     EXIT.
004010
004020*----------------------------------------------------------------*
004030* 8000-ECRIRE-ETAT : une ligne de l'etat imprimable, avec saut   *
004040*                  de page et entete toutes les                  *
004050*                  WLIGNES-PAR-PAGE lignes.                      *
004060*----------------------------------------------------------------*
004070 8000-ECRIRE-ETAT.
004080     IF WNB-LIGNES-ETAT >= WLIGNES-PAR-PAGE
004090         PERFORM 8100-ENTETE-PAGE THRU 8100-EXIT
004100     END-IF
004110     DISPLAY WLIGNE-EDIT
004120     WRITE ETAT-REC FROM WLIGNE-EDIT
004130     ADD 1 TO WNB-LIGNES-ETAT.
004140 8000-EXIT.
004150     EXIT.
004160
004170 8100-ENTETE-PAGE.
004180     ADD 1 TO WNO-PAGE
004190     MOVE WDATE-LIMITE TO WENT-LIMITE
004200     MOVE WDATEJOUR TO WENT-DATE
004210     MOVE WNO-PAGE TO WENT-PAGE
004220     WRITE ETAT-REC FROM WLIGNE-ENTETE
004230     MOVE SPACES TO ETAT-REC
004240     WRITE ETAT-REC
004250     MOVE SPACES TO ETAT-REC
004260     MOVE "  Expire   Etat         Entr Nom" TO ETAT-REC
004270     MOVE "Code     Dernier  Cou Mention" TO ETAT-REC (50:)
004280     WRITE ETAT-REC
004290     MOVE 3 TO WNB-LIGNES-ETAT.
004300 8100-EXIT.
004310     EXIT.
