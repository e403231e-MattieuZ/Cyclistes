000457* 02/09/2026  G3   Seuls les plans approuves (AFA-STATUT) sont *
000458*                  suivis et alertes ; les brouillons sont      *
000459*                  comptes a part et ignores.                   *
000460* 15/10/2026  G3   Detail jour par jour : toutes les sorties du  *
000461*                  jour sont cumulees ; une alerte mise en file  *
000462*                  repart sans suivi de remise (FAR).            *
000463*----------------------------------------------------------------*
000464 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ETAT-F5 ASSIGN TO 'ETAT-F5.TXT'
001420 77  WKM-REALISE-JOUR        PIC 9(04)       VALUE 0.
001430 77  WPLJ-TROUVE             PIC X(05)       VALUE 'FALSE'.
001440     88  PLAN-JOUR-TROUVE                     VALUE 'TRUE '.
001443 77  WFIN-SORTIES-JOUR       PIC X(05)       VALUE 'FALSE'.
001446     88  FIN-SORTIES-JOUR                     VALUE 'TRUE '.
001450 01  WLIGNE-JOUR.
001460     02  WJRD-JOUR           PIC 9(08).
001470     02  FILLER              PIC X(08)       VALUE "  prevu ".
004240         MOVE TELEPHONE OF ENTRAINEUR-REC
004250             TO ALR-TELEPHONE-ENTR
004260         MOVE WDATEJOUR                 TO ALR-DATE-ENVOI
004261         MOVE SPACE                     TO ALR-REMISE
004262         MOVE 0                         TO ALR-DATE-REMISE
004263         MOVE 0                         TO ALR-HEURE-REMISE
004264         MOVE SPACES                    TO ALR-MOTIF-REMISE
004265         MOVE 0                         TO ALR-NB-RELANCES
004270         WRITE ALERTE-REC
004280             INVALID KEY
004290                 REWRITE ALERTE-REC
005160                 MOVE 0 TO WKM-REALISE-JOUR
005162                 MOVE 0 TO WJRD-DUREE
005164                 MOVE 0 TO WJRD-DENIVELE
005170                 PERFORM 5500-CUMULER-LE-JOUR THRU 5500-EXIT
005260                 MOVE JOUR OF PLAN-JOUR-REC TO WJRD-JOUR
005270                 MOVE KM-PREVU-JOUR TO WJRD-PREVU
005280                 MOVE WKM-REALISE-JOUR TO WJRD-REALISE
005930     END-READ.
005940 5400-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------*
005980* 5500-CUMULER-LE-JOUR : somme les sorties REALISE du jour       *
005990*                  prescrit (un coureur peut rouler plusieurs    *
006000*                  fois le meme jour).                           *
006010*----------------------------------------------------------------*
006020 5500-CUMULER-LE-JOUR.
006030     MOVE WCODCOUR-DETAIL TO CODCOUR OF REALISE-REC
006040     MOVE WCODSEM TO CODSEM OF REALISE-REC
006050     MOVE JOUR OF PLAN-JOUR-REC TO JOUR OF REALISE-REC
006060     MOVE 0 TO REA-SORTIE
006070     START REALISE KEY IS NOT LESS THAN CLE-REALISE
006080         INVALID KEY
006090             MOVE 'TRUE ' TO WFIN-SORTIES-JOUR
006100         NOT INVALID KEY
006110             MOVE 'FALSE' TO WFIN-SORTIES-JOUR
006120     END-START
006130     PERFORM 5510-UNE-SORTIE-DU-JOUR THRU 5510-EXIT
006140         UNTIL FIN-SORTIES-JOUR.
006150 5500-EXIT.
006160     EXIT.
006170
006180 5510-UNE-SORTIE-DU-JOUR.
006190     READ REALISE NEXT RECORD
006200         AT END
006210             MOVE 'TRUE ' TO WFIN-SORTIES-JOUR
006220             GO TO 5510-EXIT
006230     END-READ
006240     IF CODCOUR OF REALISE-REC NOT = WCODCOUR-DETAIL
006250         OR CODSEM OF REALISE-REC NOT = WCODSEM
006260         OR JOUR OF REALISE-REC NOT = JOUR OF PLAN-JOUR-REC
006270         MOVE 'TRUE ' TO WFIN-SORTIES-JOUR
006280         GO TO 5510-EXIT
006290     END-IF
006300     ADD KM-REALISE TO WKM-REALISE-JOUR
006310     ADD REA-DUREE TO WJRD-DUREE
006320     ADD REA-DENIVELE TO WJRD-DENIVELE.
006330 5510-EXIT.
006340     EXIT.
006350
