000354*                  verrou COUREUR que F1/F3) le temps du         *
000356*                  rebasculement ; une fiche tenue par une       *
000358*                  autre session est laissee et signalee.        *
000359* 15/10/2026  G3   Une alerte deplacee chez le repreneur repart  *
000360*                  a remettre (suivi de remise FAR a blanc).     *
000361* 15/10/2026  G3   Un repreneur dont les certifications          *
000362*                  d'encadrement sont toutes expirees (FCER)     *
000363*                  est refuse, en global comme au detail.        *
000364*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000990     88  ERREUR-OUVERTURE                     VALUE 'TRUE '.
001000     COPY JRNLNK.
001002     COPY VERLNK.
001006     COPY CERTLNK.
001010 01  WIMAGE-COUREUR.
001020     02  WIMG-NOM            PIC X(20).
001030     02  FILLER              PIC X(01)       VALUE SPACE.
002290         MOVE WCODENTR-REPRENEUR TO WCODENTR-CIBLE
002300         PERFORM 7000-CONTROLER-ENTRAINEUR THRU 7000-EXIT
002310         IF ENTRAINEUR-VALIDE
002312             PERFORM 7050-CONTROLER-CERTIFICATION THRU 7050-EXIT
002314             IF CERTIF-EXPIREE
002316                 DISPLAY "Repreneur refuse, transfert annule."
002318             ELSE
002320                 MOVE 'TRUE ' TO WPRET
002322             END-IF
002330         ELSE
002340             DISPLAY "Entraineur repreneur inconnu."
002350         END-IF
003680                     DISPLAY "Entraineur inconnu : coureur "
003690                         "laisse."
003700                     MOVE 0 TO WCODENTR-CIBLE
003701                 ELSE
003702                     PERFORM 7050-CONTROLER-CERTIFICATION
003703                         THRU 7050-EXIT
003704                     IF CERTIF-EXPIREE
003705                         DISPLAY "Coureur laisse."
003706                         MOVE 0 TO WCODENTR-CIBLE
003707                     END-IF
003710                 END-IF
003720             END-IF
003730         END-IF
004020* 4000-DEPLACER-LES-ALERTES : la cle d'ALERTE commence par       *
004030*                  CODENTR ; les alertes du coureur encore en    *
004040*                  file chez le partant sont reecrites sous le   *
004045*                  repreneur, avec ses coordonnees ; elle doit   *
004050*                  lui etre remise, son suivi de remise repart   *
004055*                  a blanc.                                      *
004060*----------------------------------------------------------------*
004070 4000-DEPLACER-LES-ALERTES.
004080     PERFORM 4500-LIRE-LE-REPRENEUR THRU 4500-EXIT
004400                 MOVE WCODENTR-CIBLE TO CODENTR OF ALERTE-REC
004410                 MOVE WEMAIL-REPRENEUR TO ALR-EMAIL-ENTR
004420                 MOVE WTEL-REPRENEUR TO ALR-TELEPHONE-ENTR
004421                 MOVE SPACE TO ALR-REMISE
004422                 MOVE 0 TO ALR-DATE-REMISE
004423                 MOVE 0 TO ALR-HEURE-REMISE
004424                 MOVE SPACES TO ALR-MOTIF-REMISE
004425                 MOVE 0 TO ALR-NB-RELANCES
004430                 WRITE ALERTE-REC
004440                     INVALID KEY
004450                         REWRITE ALERTE-REC
006200     CALL "FVERR" USING VER-LIEN.
006210 9650-EXIT.
006220     EXIT.
006230*----------------------------------------------------------------*
006240* 7050-CONTROLER-CERTIFICATION : une cible connue doit garder au *
006250*                  moins un diplome d'encadrement valide ;       *
006260*                  sans historique CERTIFICATION, le DIPLOME de  *
006270*                  la fiche suffit.                              *
006280*----------------------------------------------------------------*
006290 7050-CONTROLER-CERTIFICATION.
006300     MOVE WCODENTR-CIBLE TO ELN-CODENTR
006310     MOVE 0 TO ELN-DATE
006320     MOVE SPACES TO ELN-CODE
006330     CALL "FCER" USING CER-LIEN
006340     IF CERTIF-EXPIREE
006350         DISPLAY "Entraineur " WCODENTR-CIBLE " : certification "
006360             ELN-CODE-RETENU " expiree le " ELN-EXPIRATION "."
006370     END-IF.
006380 7050-EXIT.
006390     EXIT.
006400
