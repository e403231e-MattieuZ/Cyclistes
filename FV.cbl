000353*                  par FI/FL/FQ/FO ; leurs images portent tout   *
000354*                  le contenu, sauf le libelle d'objectif        *
000355*                  (rejeu partiel).                              *
000356* 15/10/2026  G3   Rejeu de la date de naissance (F1), du lot FB *
000357*                  et du numero de sortie (01 par defaut) ;      *
000358*                  suivi FAR non rejoue.                         *
000359*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
001290     02  WCLE-JRN-CODCOUR    PIC X(03).
001300     02  WCLE-JRN-CODSEM     PIC X(02).
001310     02  WCLE-JRN-JOUR       PIC X(08).
001320     02  WCLE-JRN-SORTIE     PIC X(02).
001325     02  FILLER              PIC X(05).
001330 01  WCLE-ARC REDEFINES WCLE-ENREG.
001340     02  WCLE-ARC-CODCOUR    PIC X(03).
001350     02  WCLE-ARC-SAISON     PIC X(04).
001535     02  WAPR-REA-DUREE      PIC X(04).
001536     02  FILLER              PIC X(01).
001537     02  WAPR-REA-DENIVELE   PIC X(05).
001538     02  FILLER              PIC X(01).
001539     02  WAPR-REA-LOT        PIC X(06).
001540 01  WAPR-PLAN REDEFINES WAPRES.
001550     02  WAPR-PLAN-KM        PIC X(04).
001560     02  FILLER              PIC X(01).
001670     02  WAPR-COU-TOTKM      PIC X(05).
001680     02  FILLER              PIC X(01).
001690     02  WAPR-COU-CODENTR    PIC X(03).
001700     02  FILLER              PIC X(01).
001703     02  WAPR-COU-NAISSANCE  PIC X(08).
001706     02  FILLER              PIC X(01).
001710 01  WAPR-TOT REDEFINES WAPRES.
001720     02  WAPR-TOT-TOTKM      PIC X(05).
001730     02  WAPR-TOT-RESTE      PIC X(35).
004740
004750*----------------------------------------------------------------*
004760* 5100-REJOUER-COUREUR : deux formes d'image coexistent dans le  *
004770*                  journal - l'image F1 (nom, total, entraineur, *
004775*                  naissance)                                    *
004780*                  et le seul total reporte par F3/FB/FM.  La    *
004790*                  civilite et l'adresse ne sont pas             *
004800*                  journalisees : une modification F1 rejouee    *
005160             MOVE 0 TO TOTAL-KM-FAITS
005170             MOVE 0 TO CODENTR OF COUREUR-REC
005172             MOVE SPACES TO CODEQU OF COUREUR-REC
005176             MOVE 0 TO DATE-NAISSANCE OF COUREUR-REC
005180             PERFORM 5110-APPLIQUER-IMAGE-COUREUR THRU 5110-EXIT
005190             WRITE COUREUR-REC
005200                 INVALID KEY
005380         END-IF
005390         IF WAPR-COU-CODENTR NUMERIC
005400             MOVE WAPR-COU-CODENTR TO CODENTR OF COUREUR-REC
005402         END-IF
005404         IF WAPR-COU-NAISSANCE NUMERIC
005406             MOVE WAPR-COU-NAISSANCE
005408                 TO DATE-NAISSANCE OF COUREUR-REC
005410         END-IF
005420         MOVE 'P' TO WRESULTAT
005430         MOVE "civ./adresse non journalisees" TO WMOTIF
007280*----------------------------------------------------------------*
007290* 5600-REJOUER-REALISE : la cle porte coureur+semaine+jour et    *
007300*                  l'image le km : le rejeu est complet.         *
007303*                  Une cle journalisee avant la numerotation des *
007306*                  sorties (numero a blanc) vise la sortie 01.   *
007310*----------------------------------------------------------------*
007320 5600-REJOUER-REALISE.
007330     IF WCLE-JRN-CODCOUR NOT NUMERIC
007390     MOVE WCLE-JRN-CODCOUR TO CODCOUR OF REALISE-REC
007400     MOVE WCLE-JRN-CODSEM TO CODSEM OF REALISE-REC
007410     MOVE WCLE-JRN-JOUR TO JOUR OF REALISE-REC
007411     IF WCLE-JRN-SORTIE NUMERIC
007412         MOVE WCLE-JRN-SORTIE TO REA-SORTIE
007413     ELSE
007414         MOVE 1 TO REA-SORTIE
007415     END-IF
007416     MOVE 0 TO REA-LOT
007420     EVALUATE JRN-OPERATION
007430         WHEN 'S'
007440             DELETE REALISE
007563                     MOVE "duree/deniv. non journalises"
007564                         TO WMOTIF
007565                 END-IF
007566                 IF WAPR-REA-LOT NUMERIC
007567                     MOVE WAPR-REA-LOT TO REA-LOT
007568                 END-IF
007569                 WRITE REALISE-REC
007570                     INVALID KEY
007580                         REWRITE REALISE-REC
008220*----------------------------------------------------------------*
008230* 5800-REJOUER-ALERTE : l'image ne porte que le pourcentage ;    *
008240*                  seule la suppression est rejouable, les       *
008250*                  ecritures sont regenerees par un passage F5,  *
008255*                  le suivi de remise par un passage FAR.        *
008260*----------------------------------------------------------------*
008270 5800-REJOUER-ALERTE.
008280     IF WCLE-ALR-CODENTR NOT NUMERIC
008470         WHEN OTHER
008480             MOVE 'I' TO WRESULTAT
008490             MOVE "a regenerer par un passage F5" TO WMOTIF
008492             IF JRN-PROGRAMME = "FAR"
008494                 MOVE "a regenerer par un passage FAR" TO WMOTIF
008496             END-IF
008500     END-EVALUATE.
008510 5800-EXIT.
008520     EXIT.
