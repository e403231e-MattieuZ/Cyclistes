000311*                  RESULTAT (courses et resultats).              *
000313* 02/09/2026  G3   Decharge du nouveau fichier EQUIPE.           *
000315* 02/09/2026  G3   Decharge du nouveau fichier OBJECTIF.         *
000316* 15/10/2026  G3   Decharge des quinze nouveaux fichiers,        *
000317*                  d'ENGAGEMENT a DEPLACEMENT (paragraphes 3900  *
000318*                  a 4180).                                      *
000319*----------------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000530     COPY CKPTSEL.
000540     COPY PLJRSEL.
000550     COPY MODLSEL.
000551     COPY ENGSEL.
000552     COPY LICSEL.
000553     COPY CATSEL.
000554     COPY MATSEL.
000555     COPY SEANSEL.
000556     COPY PRESSEL.
000560     COPY OPESEL.
000561     COPY LOTSEL.
000562     COPY LOTLSEL.
000563     COPY ECHSEL.
000564     COPY BARSEL.
000565     COPY COTSEL.
000566     COPY REGSEL.
000567     COPY CERTSEL.
000568     COPY ANOSEL.
000569     COPY DEPSEL.
000570     COPY JRNSEL.
000572     COPY INDISEL.
000574     COPY EPRSEL.
000820     COPY CKPTFD.
000830     COPY PLJRFD.
000840     COPY MODLFD.
000841     COPY ENGFD.
000842     COPY LICFD.
000843     COPY CATFD.
000844     COPY MATFD.
000845     COPY SEANFD.
000846     COPY PRESFD.
000850     COPY OPEFD.
000851     COPY LOTFD.
000852     COPY LOTLFD.
000853     COPY ECHFD.
000854     COPY BARFD.
000855     COPY COTFD.
000856     COPY REGFD.
000857     COPY CERTFD.
000858     COPY ANOFD.
000859     COPY DEPFD.
000860     COPY JRNFD.
000862     COPY INDIFD.
000864     COPY EPRFD.
001030     COPY CKPTSTA.
001040     COPY PLJRSTA.
001050     COPY MODLSTA.
001051     COPY ENGSTA.
001052     COPY LICSTA.
001053     COPY CATSTA.
001054     COPY MATSTA.
001055     COPY SEANSTA.
001056     COPY PRESSTA.
001060     COPY OPESTA.
001061     COPY LOTSTA.
001062     COPY LOTLSTA.
001063     COPY ECHSTA.
001064     COPY BARSTA.
001065     COPY COTSTA.
001066     COPY REGSTA.
001067     COPY CERTSTA.
001068     COPY ANOSTA.
001069     COPY DEPSTA.
001070     COPY JRNSTA.
001072     COPY INDISTA.
001074     COPY EPRSTA.
001540     PERFORM 3300-SAUVER-SAISON THRU 3300-EXIT
001550     PERFORM 3400-SAUVER-PLANJOUR THRU 3400-EXIT
001560     PERFORM 3500-SAUVER-MODELE THRU 3500-EXIT
001561     PERFORM 3900-SAUVER-ENGAGEMENT THRU 3900-EXIT
001562     PERFORM 3920-SAUVER-LICENCE THRU 3920-EXIT
001563     PERFORM 3940-SAUVER-CATEGORIE THRU 3940-EXIT
001564     PERFORM 3960-SAUVER-MATERIEL THRU 3960-EXIT
001565     PERFORM 3980-SAUVER-SEANCE THRU 3980-EXIT
001566     PERFORM 4000-SAUVER-PRESENCE THRU 4000-EXIT
001570     PERFORM 3600-SAUVER-OPERATEUR THRU 3600-EXIT
001571     PERFORM 4020-SAUVER-LOT-IMPORT THRU 4020-EXIT
001572     PERFORM 4040-SAUVER-LOT-LIGNE THRU 4040-EXIT
001573     PERFORM 4060-SAUVER-ECHEC-COORD THRU 4060-EXIT
001574     PERFORM 4080-SAUVER-BAREME THRU 4080-EXIT
001575     PERFORM 4100-SAUVER-COTISATION THRU 4100-EXIT
001576     PERFORM 4120-SAUVER-REGLEMENT THRU 4120-EXIT
001577     PERFORM 4140-SAUVER-CERTIF THRU 4140-EXIT
001578     PERFORM 4160-SAUVER-ANONYMAT THRU 4160-EXIT
001579     PERFORM 4180-SAUVER-DEPLACEMENT THRU 4180-EXIT
001580     PERFORM 3700-SAUVER-JOURNAL THRU 3700-EXIT
001585     PERFORM 3800-SAUVER-INDISPO THRU 3800-EXIT
001586     PERFORM 3820-SAUVER-EPREUVE THRU 3820-EXIT
009380     WRITE LOG-REC.
009390 9000-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------*
009420* 3900-SAUVER-ENGAGEMENT : decharge du fichier ENGAGEMENT.       *
009430*----------------------------------------------------------------*
009440 3900-SAUVER-ENGAGEMENT.
009450     MOVE "ENGAGEMENT" TO WNOM-FICHIER
009460     MOVE 0 TO WNB-ENREG
009470     MOVE 0 TO WKM-TOTAL
009480     OPEN INPUT ENGAGEMENT
009490     IF WENGSTAT = '35'
009500         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
009510     ELSE
009520         IF WENGSTAT NOT = '00'
009530             DISPLAY "Erreur ouverture ENGAGEMENT, code "
009540                 "retour " WENGSTAT
009550             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
009560         ELSE
009570             MOVE 'FALSE' TO WFIN-FICHIER
009580             PERFORM 3910-UNE-LIGNE-ENGAGEMENT THRU 3910-EXIT
009590                 UNTIL FIN-FICHIER
009600             CLOSE ENGAGEMENT
009610             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
009620         END-IF
009630     END-IF.
009640 3900-EXIT.
009650     EXIT.
009660
009670 3910-UNE-LIGNE-ENGAGEMENT.
009680     READ ENGAGEMENT NEXT RECORD
009690         AT END
009700             MOVE 'TRUE ' TO WFIN-FICHIER
009710         NOT AT END
009720             MOVE 'D' TO SVG-TYPE
009730             MOVE WNOM-FICHIER TO SVG-FICHIER
009740             MOVE SPACES TO SVG-DONNEES
009750             MOVE ENGAGEMENT-REC TO SVG-DONNEES
009760             WRITE SVG-REC
009770             ADD 1 TO WNB-ENREG
009780     END-READ.
009790 3910-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------*
009830* 3920-SAUVER-LICENCE : decharge du fichier LICENCE.             *
009840*----------------------------------------------------------------*
009850 3920-SAUVER-LICENCE.
009860     MOVE "LICENCE" TO WNOM-FICHIER
009870     MOVE 0 TO WNB-ENREG
009880     MOVE 0 TO WKM-TOTAL
009890     OPEN INPUT LICENCE
009900     IF WLICSTAT = '35'
009910         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
009920     ELSE
009930         IF WLICSTAT NOT = '00'
009940             DISPLAY "Erreur ouverture LICENCE, code "
009950                 "retour " WLICSTAT
009960             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
009970         ELSE
009980             MOVE 'FALSE' TO WFIN-FICHIER
009990             PERFORM 3930-UNE-LIGNE-LICENCE THRU 3930-EXIT
010000                 UNTIL FIN-FICHIER
010010             CLOSE LICENCE
010020             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
010030         END-IF
010040     END-IF.
010050 3920-EXIT.
010060     EXIT.
010070
010080 3930-UNE-LIGNE-LICENCE.
010090     READ LICENCE NEXT RECORD
010100         AT END
010110             MOVE 'TRUE ' TO WFIN-FICHIER
010120         NOT AT END
010130             MOVE 'D' TO SVG-TYPE
010140             MOVE WNOM-FICHIER TO SVG-FICHIER
010150             MOVE SPACES TO SVG-DONNEES
010160             MOVE LICENCE-REC TO SVG-DONNEES
010170             WRITE SVG-REC
010180             ADD 1 TO WNB-ENREG
010190     END-READ.
010200 3930-EXIT.
010210     EXIT.
010220
010230*----------------------------------------------------------------*
010240* 3940-SAUVER-CATEGORIE : decharge du fichier CATEGORIE.         *
010250*----------------------------------------------------------------*
010260 3940-SAUVER-CATEGORIE.
010270     MOVE "CATEGORIE" TO WNOM-FICHIER
010280     MOVE 0 TO WNB-ENREG
010290     MOVE 0 TO WKM-TOTAL
010300     OPEN INPUT CATEGORIE
010310     IF WCATSTAT = '35'
010320         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
010330     ELSE
010340         IF WCATSTAT NOT = '00'
010350             DISPLAY "Erreur ouverture CATEGORIE, code "
010360                 "retour " WCATSTAT
010370             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
010380         ELSE
010390             MOVE 'FALSE' TO WFIN-FICHIER
010400             PERFORM 3950-UNE-LIGNE-CATEGORIE THRU 3950-EXIT
010410                 UNTIL FIN-FICHIER
010420             CLOSE CATEGORIE
010430             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
010440         END-IF
010450     END-IF.
010460 3940-EXIT.
010470     EXIT.
010480
010490 3950-UNE-LIGNE-CATEGORIE.
010500     READ CATEGORIE NEXT RECORD
010510         AT END
010520             MOVE 'TRUE ' TO WFIN-FICHIER
010530         NOT AT END
010540             MOVE 'D' TO SVG-TYPE
010550             MOVE WNOM-FICHIER TO SVG-FICHIER
010560             MOVE SPACES TO SVG-DONNEES
010570             MOVE CATEGORIE-REC TO SVG-DONNEES
010580             WRITE SVG-REC
010590             ADD 1 TO WNB-ENREG
010600     END-READ.
010610 3950-EXIT.
010620     EXIT.
010630
010640*----------------------------------------------------------------*
010650* 3960-SAUVER-MATERIEL : decharge du fichier MATERIEL.           *
010660*----------------------------------------------------------------*
010670 3960-SAUVER-MATERIEL.
010680     MOVE "MATERIEL" TO WNOM-FICHIER
010690     MOVE 0 TO WNB-ENREG
010700     MOVE 0 TO WKM-TOTAL
010710     OPEN INPUT MATERIEL
010720     IF WMATSTAT = '35'
010730         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
010740     ELSE
010750         IF WMATSTAT NOT = '00'
010760             DISPLAY "Erreur ouverture MATERIEL, code "
010770                 "retour " WMATSTAT
010780             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
010790         ELSE
010800             MOVE 'FALSE' TO WFIN-FICHIER
010810             PERFORM 3970-UNE-LIGNE-MATERIEL THRU 3970-EXIT
010820                 UNTIL FIN-FICHIER
010830             CLOSE MATERIEL
010840             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
010850         END-IF
010860     END-IF.
010870 3960-EXIT.
010880     EXIT.
010890
010900 3970-UNE-LIGNE-MATERIEL.
010910     READ MATERIEL NEXT RECORD
010920         AT END
010930             MOVE 'TRUE ' TO WFIN-FICHIER
010940         NOT AT END
010950             MOVE 'D' TO SVG-TYPE
010960             MOVE WNOM-FICHIER TO SVG-FICHIER
010970             MOVE SPACES TO SVG-DONNEES
010980             MOVE MATERIEL-REC TO SVG-DONNEES
010990             WRITE SVG-REC
011000             ADD 1 TO WNB-ENREG
011010     END-READ.
011020 3970-EXIT.
011030     EXIT.
011040
011050*----------------------------------------------------------------*
011060* 3980-SAUVER-SEANCE : decharge du fichier SEANCE.               *
011070*----------------------------------------------------------------*
011080 3980-SAUVER-SEANCE.
011090     MOVE "SEANCE" TO WNOM-FICHIER
011100     MOVE 0 TO WNB-ENREG
011110     MOVE 0 TO WKM-TOTAL
011120     OPEN INPUT SEANCE
011130     IF WSEASTAT = '35'
011140         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
011150     ELSE
011160         IF WSEASTAT NOT = '00'
011170             DISPLAY "Erreur ouverture SEANCE, code "
011180                 "retour " WSEASTAT
011190             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
011200         ELSE
011210             MOVE 'FALSE' TO WFIN-FICHIER
011220             PERFORM 3990-UNE-LIGNE-SEANCE THRU 3990-EXIT
011230                 UNTIL FIN-FICHIER
011240             CLOSE SEANCE
011250             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
011260         END-IF
011270     END-IF.
011280 3980-EXIT.
011290     EXIT.
011300
011310 3990-UNE-LIGNE-SEANCE.
011320     READ SEANCE NEXT RECORD
011330         AT END
011340             MOVE 'TRUE ' TO WFIN-FICHIER
011350         NOT AT END
011360             MOVE 'D' TO SVG-TYPE
011370             MOVE WNOM-FICHIER TO SVG-FICHIER
011380             MOVE SPACES TO SVG-DONNEES
011390             MOVE SEANCE-REC TO SVG-DONNEES
011400             WRITE SVG-REC
011410             ADD 1 TO WNB-ENREG
011420     END-READ.
011430 3990-EXIT.
011440     EXIT.
011450
011460*----------------------------------------------------------------*
011470* 4000-SAUVER-PRESENCE : decharge du fichier PRESENCE.           *
011480*----------------------------------------------------------------*
011490 4000-SAUVER-PRESENCE.
011500     MOVE "PRESENCE" TO WNOM-FICHIER
011510     MOVE 0 TO WNB-ENREG
011520     MOVE 0 TO WKM-TOTAL
011530     OPEN INPUT PRESENCE
011540     IF WPRESTAT = '35'
011550         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
011560     ELSE
011570         IF WPRESTAT NOT = '00'
011580             DISPLAY "Erreur ouverture PRESENCE, code "
011590                 "retour " WPRESTAT
011600             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
011610         ELSE
011620             MOVE 'FALSE' TO WFIN-FICHIER
011630             PERFORM 4010-UNE-LIGNE-PRESENCE THRU 4010-EXIT
011640                 UNTIL FIN-FICHIER
011650             CLOSE PRESENCE
011660             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
011670         END-IF
011680     END-IF.
011690 4000-EXIT.
011700     EXIT.
011710
011720 4010-UNE-LIGNE-PRESENCE.
011730     READ PRESENCE NEXT RECORD
011740         AT END
011750             MOVE 'TRUE ' TO WFIN-FICHIER
011760         NOT AT END
011770             MOVE 'D' TO SVG-TYPE
011780             MOVE WNOM-FICHIER TO SVG-FICHIER
011790             MOVE SPACES TO SVG-DONNEES
011800             MOVE PRESENCE-REC TO SVG-DONNEES
011810             WRITE SVG-REC
011820             ADD 1 TO WNB-ENREG
011830             ADD PRE-KM TO WKM-TOTAL
011840     END-READ.
011850 4010-EXIT.
011860     EXIT.
011870
011880*----------------------------------------------------------------*
011890* 4020-SAUVER-LOT-IMPORT : decharge du fichier LOT-IMPORT.       *
011900*----------------------------------------------------------------*
011910 4020-SAUVER-LOT-IMPORT.
011920     MOVE "LOT-IMPORT" TO WNOM-FICHIER
011930     MOVE 0 TO WNB-ENREG
011940     MOVE 0 TO WKM-TOTAL
011950     OPEN INPUT LOT-IMPORT
011960     IF WLOTSTAT = '35'
011970         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
011980     ELSE
011990         IF WLOTSTAT NOT = '00'
012000             DISPLAY "Erreur ouverture LOT-IMPORT, code "
012010                 "retour " WLOTSTAT
012020             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
012030         ELSE
012040             MOVE 'FALSE' TO WFIN-FICHIER
012050             PERFORM 4030-UNE-LIGNE-LOT-IMPORT THRU 4030-EXIT
012060                 UNTIL FIN-FICHIER
012070             CLOSE LOT-IMPORT
012080             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
012090         END-IF
012100     END-IF.
012110 4020-EXIT.
012120     EXIT.
012130
012140 4030-UNE-LIGNE-LOT-IMPORT.
012150     READ LOT-IMPORT NEXT RECORD
012160         AT END
012170             MOVE 'TRUE ' TO WFIN-FICHIER
012180         NOT AT END
012190             MOVE 'D' TO SVG-TYPE
012200             MOVE WNOM-FICHIER TO SVG-FICHIER
012210             MOVE SPACES TO SVG-DONNEES
012220             MOVE LOT-IMPORT-REC TO SVG-DONNEES
012230             WRITE SVG-REC
012240             ADD 1 TO WNB-ENREG
012250     END-READ.
012260 4030-EXIT.
012270     EXIT.
012280
012290*----------------------------------------------------------------*
012300* 4040-SAUVER-LOT-LIGNE : decharge du fichier LOT-LIGNE.         *
012310*----------------------------------------------------------------*
012320 4040-SAUVER-LOT-LIGNE.
012330     MOVE "LOT-LIGNE" TO WNOM-FICHIER
012340     MOVE 0 TO WNB-ENREG
012350     MOVE 0 TO WKM-TOTAL
012360     OPEN INPUT LOT-LIGNE
012370     IF WLLGSTAT = '35'
012380         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
012390     ELSE
012400         IF WLLGSTAT NOT = '00'
012410             DISPLAY "Erreur ouverture LOT-LIGNE, code "
012420                 "retour " WLLGSTAT
012430             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
012440         ELSE
012450             MOVE 'FALSE' TO WFIN-FICHIER
012460             PERFORM 4050-UNE-LIGNE-LOT-LIGNE THRU 4050-EXIT
012470                 UNTIL FIN-FICHIER
012480             CLOSE LOT-LIGNE
012490             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
012500         END-IF
012510     END-IF.
012520 4040-EXIT.
012530     EXIT.
012540
012550 4050-UNE-LIGNE-LOT-LIGNE.
012560     READ LOT-LIGNE NEXT RECORD
012570         AT END
012580             MOVE 'TRUE ' TO WFIN-FICHIER
012590         NOT AT END
012600             MOVE 'D' TO SVG-TYPE
012610             MOVE WNOM-FICHIER TO SVG-FICHIER
012620             MOVE SPACES TO SVG-DONNEES
012630             MOVE LOT-LIGNE-REC TO SVG-DONNEES
012640             WRITE SVG-REC
012650             ADD 1 TO WNB-ENREG
012660     END-READ.
012670 4050-EXIT.
012680     EXIT.
012690
012700*----------------------------------------------------------------*
012710* 4060-SAUVER-ECHEC-COORD : decharge du fichier ECHEC-COORD.     *
012720*----------------------------------------------------------------*
012730 4060-SAUVER-ECHEC-COORD.
012740     MOVE "ECHEC-COORD" TO WNOM-FICHIER
012750     MOVE 0 TO WNB-ENREG
012760     MOVE 0 TO WKM-TOTAL
012770     OPEN INPUT ECHEC-COORD
012780     IF WECHSTAT = '35'
012790         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
012800     ELSE
012810         IF WECHSTAT NOT = '00'
012820             DISPLAY "Erreur ouverture ECHEC-COORD, code "
012830                 "retour " WECHSTAT
012840             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
012850         ELSE
012860             MOVE 'FALSE' TO WFIN-FICHIER
012870             PERFORM 4070-UNE-LIGNE-ECHEC-COORD THRU 4070-EXIT
012880                 UNTIL FIN-FICHIER
012890             CLOSE ECHEC-COORD
012900             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
012910         END-IF
012920     END-IF.
012930 4060-EXIT.
012940     EXIT.
012950
012960 4070-UNE-LIGNE-ECHEC-COORD.
012970     READ ECHEC-COORD NEXT RECORD
012980         AT END
012990             MOVE 'TRUE ' TO WFIN-FICHIER
013000         NOT AT END
013010             MOVE 'D' TO SVG-TYPE
013020             MOVE WNOM-FICHIER TO SVG-FICHIER
013030             MOVE SPACES TO SVG-DONNEES
013040             MOVE ECHEC-COORD-REC TO SVG-DONNEES
013050             WRITE SVG-REC
013060             ADD 1 TO WNB-ENREG
013070     END-READ.
013080 4070-EXIT.
013090     EXIT.
013100
013110*----------------------------------------------------------------*
013120* 4080-SAUVER-BAREME : decharge du fichier BAREME.               *
013130*----------------------------------------------------------------*
013140 4080-SAUVER-BAREME.
013150     MOVE "BAREME" TO WNOM-FICHIER
013160     MOVE 0 TO WNB-ENREG
013170     MOVE 0 TO WKM-TOTAL
013180     OPEN INPUT BAREME
013190     IF WBARSTAT = '35'
013200         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
013210     ELSE
013220         IF WBARSTAT NOT = '00'
013230             DISPLAY "Erreur ouverture BAREME, code "
013240                 "retour " WBARSTAT
013250             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
013260         ELSE
013270             MOVE 'FALSE' TO WFIN-FICHIER
013280             PERFORM 4090-UNE-LIGNE-BAREME THRU 4090-EXIT
013290                 UNTIL FIN-FICHIER
013300             CLOSE BAREME
013310             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
013320         END-IF
013330     END-IF.
013340 4080-EXIT.
013350     EXIT.
013360
013370 4090-UNE-LIGNE-BAREME.
013380     READ BAREME NEXT RECORD
013390         AT END
013400             MOVE 'TRUE ' TO WFIN-FICHIER
013410         NOT AT END
013420             MOVE 'D' TO SVG-TYPE
013430             MOVE WNOM-FICHIER TO SVG-FICHIER
013440             MOVE SPACES TO SVG-DONNEES
013450             MOVE BAREME-REC TO SVG-DONNEES
013460             WRITE SVG-REC
013470             ADD 1 TO WNB-ENREG
013480     END-READ.
013490 4090-EXIT.
013500     EXIT.
013510
013520*----------------------------------------------------------------*
013530* 4100-SAUVER-COTISATION : decharge du fichier COTISATION.       *
013540*----------------------------------------------------------------*
013550 4100-SAUVER-COTISATION.
013560     MOVE "COTISATION" TO WNOM-FICHIER
013570     MOVE 0 TO WNB-ENREG
013580     MOVE 0 TO WKM-TOTAL
013590     OPEN INPUT COTISATION
013600     IF WCOTSTAT = '35'
013610         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
013620     ELSE
013630         IF WCOTSTAT NOT = '00'
013640             DISPLAY "Erreur ouverture COTISATION, code "
013650                 "retour " WCOTSTAT
013660             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
013670         ELSE
013680             MOVE 'FALSE' TO WFIN-FICHIER
013690             PERFORM 4110-UNE-LIGNE-COTISATION THRU 4110-EXIT
013700                 UNTIL FIN-FICHIER
013710             CLOSE COTISATION
013720             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
013730         END-IF
013740     END-IF.
013750 4100-EXIT.
013760     EXIT.
013770
013780 4110-UNE-LIGNE-COTISATION.
013790     READ COTISATION NEXT RECORD
013800         AT END
013810             MOVE 'TRUE ' TO WFIN-FICHIER
013820         NOT AT END
013830             MOVE 'D' TO SVG-TYPE
013840             MOVE WNOM-FICHIER TO SVG-FICHIER
013850             MOVE SPACES TO SVG-DONNEES
013860             MOVE COTISATION-REC TO SVG-DONNEES
013870             WRITE SVG-REC
013880             ADD 1 TO WNB-ENREG
013890     END-READ.
013900 4110-EXIT.
013910     EXIT.
013920
013930*----------------------------------------------------------------*
013940* 4120-SAUVER-REGLEMENT : decharge du fichier REGLEMENT.         *
013950*----------------------------------------------------------------*
013960 4120-SAUVER-REGLEMENT.
013970     MOVE "REGLEMENT" TO WNOM-FICHIER
013980     MOVE 0 TO WNB-ENREG
013990     MOVE 0 TO WKM-TOTAL
014000     OPEN INPUT REGLEMENT
014010     IF WREGSTAT = '35'
014020         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014030     ELSE
014040         IF WREGSTAT NOT = '00'
014050             DISPLAY "Erreur ouverture REGLEMENT, code "
014060                 "retour " WREGSTAT
014070             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014080         ELSE
014090             MOVE 'FALSE' TO WFIN-FICHIER
014100             PERFORM 4130-UNE-LIGNE-REGLEMENT THRU 4130-EXIT
014110                 UNTIL FIN-FICHIER
014120             CLOSE REGLEMENT
014130             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
014140         END-IF
014150     END-IF.
014160 4120-EXIT.
014170     EXIT.
014180
014190 4130-UNE-LIGNE-REGLEMENT.
014200     READ REGLEMENT NEXT RECORD
014210         AT END
014220             MOVE 'TRUE ' TO WFIN-FICHIER
014230         NOT AT END
014240             MOVE 'D' TO SVG-TYPE
014250             MOVE WNOM-FICHIER TO SVG-FICHIER
014260             MOVE SPACES TO SVG-DONNEES
014270             MOVE REGLEMENT-REC TO SVG-DONNEES
014280             WRITE SVG-REC
014290             ADD 1 TO WNB-ENREG
014300     END-READ.
014310 4130-EXIT.
014320     EXIT.
014330
014340*----------------------------------------------------------------*
014350* 4140-SAUVER-CERTIF : decharge du fichier CERTIF.               *
014360*----------------------------------------------------------------*
014370 4140-SAUVER-CERTIF.
014380     MOVE "CERTIF" TO WNOM-FICHIER
014390     MOVE 0 TO WNB-ENREG
014400     MOVE 0 TO WKM-TOTAL
014410     OPEN INPUT CERTIF
014420     IF WCERSTAT = '35'
014430         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014440     ELSE
014450         IF WCERSTAT NOT = '00'
014460             DISPLAY "Erreur ouverture CERTIF, code "
014470                 "retour " WCERSTAT
014480             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014490         ELSE
014500             MOVE 'FALSE' TO WFIN-FICHIER
014510             PERFORM 4150-UNE-LIGNE-CERTIF THRU 4150-EXIT
014520                 UNTIL FIN-FICHIER
014530             CLOSE CERTIF
014540             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
014550         END-IF
014560     END-IF.
014570 4140-EXIT.
014580     EXIT.
014590
014600 4150-UNE-LIGNE-CERTIF.
014610     READ CERTIF NEXT RECORD
014620         AT END
014630             MOVE 'TRUE ' TO WFIN-FICHIER
014640         NOT AT END
014650             MOVE 'D' TO SVG-TYPE
014660             MOVE WNOM-FICHIER TO SVG-FICHIER
014670             MOVE SPACES TO SVG-DONNEES
014680             MOVE CERTIF-REC TO SVG-DONNEES
014690             WRITE SVG-REC
014700             ADD 1 TO WNB-ENREG
014710     END-READ.
014720 4150-EXIT.
014730     EXIT.
014740
014750*----------------------------------------------------------------*
014760* 4160-SAUVER-ANONYMAT : decharge du fichier ANONYMAT.           *
014770*----------------------------------------------------------------*
014780 4160-SAUVER-ANONYMAT.
014790     MOVE "ANONYMAT" TO WNOM-FICHIER
014800     MOVE 0 TO WNB-ENREG
014810     MOVE 0 TO WKM-TOTAL
014820     OPEN INPUT ANONYMAT
014830     IF WANOSTAT = '35'
014840         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014850     ELSE
014860         IF WANOSTAT NOT = '00'
014870             DISPLAY "Erreur ouverture ANONYMAT, code "
014880                 "retour " WANOSTAT
014890             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
014900         ELSE
014910             MOVE 'FALSE' TO WFIN-FICHIER
014920             PERFORM 4170-UNE-LIGNE-ANONYMAT THRU 4170-EXIT
014930                 UNTIL FIN-FICHIER
014940             CLOSE ANONYMAT
014950             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
014960         END-IF
014970     END-IF.
014980 4160-EXIT.
014990     EXIT.
015000
015010 4170-UNE-LIGNE-ANONYMAT.
015020     READ ANONYMAT NEXT RECORD
015030         AT END
015040             MOVE 'TRUE ' TO WFIN-FICHIER
015050         NOT AT END
015060             MOVE 'D' TO SVG-TYPE
015070             MOVE WNOM-FICHIER TO SVG-FICHIER
015080             MOVE SPACES TO SVG-DONNEES
015090             MOVE ANONYMAT-REC TO SVG-DONNEES
015100             WRITE SVG-REC
015110             ADD 1 TO WNB-ENREG
015120     END-READ.
015130 4170-EXIT.
015140     EXIT.
015150
015160*----------------------------------------------------------------*
015170* 4180-SAUVER-DEPLACEMENT : decharge du fichier DEPLACEMENT.     *
015180*----------------------------------------------------------------*
015190 4180-SAUVER-DEPLACEMENT.
015200     MOVE "DEPLACEMENT" TO WNOM-FICHIER
015210     MOVE 0 TO WNB-ENREG
015220     MOVE 0 TO WKM-TOTAL
015230     OPEN INPUT DEPLACEMENT
015240     IF WDEPSTAT = '35'
015250         PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
015260     ELSE
015270         IF WDEPSTAT NOT = '00'
015280             DISPLAY "Erreur ouverture DEPLACEMENT, code "
015290                 "retour " WDEPSTAT
015300             PERFORM 8200-LOG-FICHIER-ABSENT THRU 8200-EXIT
015310         ELSE
015320             MOVE 'FALSE' TO WFIN-FICHIER
015330             PERFORM 4190-UNE-LIGNE-DEPLACEMENT THRU 4190-EXIT
015340                 UNTIL FIN-FICHIER
015350             CLOSE DEPLACEMENT
015360             PERFORM 8000-ECRIRE-TRAILER THRU 8000-EXIT
015370         END-IF
015380     END-IF.
015390 4180-EXIT.
015400     EXIT.
015410
015420 4190-UNE-LIGNE-DEPLACEMENT.
015430     READ DEPLACEMENT NEXT RECORD
015440         AT END
015450             MOVE 'TRUE ' TO WFIN-FICHIER
015460         NOT AT END
015470             MOVE 'D' TO SVG-TYPE
015480             MOVE WNOM-FICHIER TO SVG-FICHIER
015490             MOVE SPACES TO SVG-DONNEES
015500             MOVE DEPLACEMENT-REC TO SVG-DONNEES
015510             WRITE SVG-REC
015520             ADD 1 TO WNB-ENREG
015530     END-READ.
015540 4190-EXIT.
015550     EXIT.
015560
