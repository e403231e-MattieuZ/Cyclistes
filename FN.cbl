000360*                  journee).                                     *
000362* 02/09/2026  G3   Cinquieme etape : l'audit de coherence des    *
000364*                  plans (FZ).                                   *
000365* 15/10/2026  G3   Sixieme etape : le suivi de la charge         *
000366*                  d'entrainement (FCH).                         *
000367* 15/10/2026  G3   Septieme etape : les retours de la passerelle *
000368*                  de notification (FAR).                        *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000560 77  WDATEJOUR               PIC 9(08).
000570 77  WHEURE                  PIC 9(06).
000580 77  WETAPE                  PIC 9(02)       VALUE 0.
000590 77  WNB-ETAPES              PIC 9(02)       VALUE 7.
000600 77  WPROGRAMME-ETAPE        PIC X(08).
000610 77  WLIBELLE-ETAPE          PIC X(30).
000620 77  WARRET                  PIC X(05)       VALUE 'FALSE'.
001506             MOVE "Audit de coherence des plans"
001508                 TO WLIBELLE-ETAPE
001510     END-EVALUATE.
001511     IF WETAPE = 6
001512         MOVE "FCH" TO WPROGRAMME-ETAPE
001513         MOVE "Suivi charge d'entrainement" TO WLIBELLE-ETAPE
001514     END-IF
001515     IF WETAPE = 7
001516         MOVE "FAR" TO WPROGRAMME-ETAPE
001517         MOVE "Retours de la passerelle" TO WLIBELLE-ETAPE
001518     END-IF.
001520 1000-EXIT.
001530     EXIT.
001540
002100             CALL "FC"
002102         WHEN 5
002104             CALL "FZ"
002105         WHEN 6
002106             CALL "FCH"
002107         WHEN 7
002108             CALL "FAR" USING SESSION-OPERATEUR
002110     END-EVALUATE.
002120 2100-EXIT.
002130     EXIT.
