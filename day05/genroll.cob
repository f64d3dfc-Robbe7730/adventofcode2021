000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. GENROLL.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT GENCAT-FILE ASSIGN TO DYNAMIC ws-gen-cat-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-gen-cat-status.
000156     SELECT GRIDMASTER-FILE ASSIGN TO DYNAMIC ws-master-path
000157         ORGANIZATION SEQUENTIAL
000158         FILE STATUS IS ws-master-status.
000159     SELECT AUDIT-MST ASSIGN TO DYNAMIC ws-audit-mst-path
000160         ORGANIZATION INDEXED
000161         ACCESS MODE DYNAMIC
000162         RECORD KEY IS audm-key
000163         ALTERNATE RECORD KEY IS audm-cell-key
000164             WITH DUPLICATES
000165         FILE STATUS IS ws-audit-mst-status.
000166     SELECT VENT-REG ASSIGN TO DYNAMIC ws-vent-reg-path
000167         ORGANIZATION INDEXED
000168         ACCESS MODE DYNAMIC
000169         RECORD KEY IS vlr-key
000170         FILE STATUS IS ws-vent-reg-status.
000171     SELECT ALERT-MST ASSIGN TO DYNAMIC ws-alert-mst-path
000172         ORGANIZATION INDEXED
000173         ACCESS MODE DYNAMIC
000174         RECORD KEY IS alm-cell-key
000175         FILE STATUS IS ws-alert-mst-status.
000175     SELECT RUNCTL-FILE ASSIGN TO DYNAMIC ws-runctl-path
000175         ORGANIZATION LINE SEQUENTIAL
000175         FILE STATUS IS ws-runctl-status.
000175     SELECT RUNCTL-NEW ASSIGN TO DYNAMIC ws-runctl-new-path
000175         ORGANIZATION LINE SEQUENTIAL
000175         FILE STATUS IS ws-runctl-new-status.
000176     SELECT ROLL-RPT ASSIGN TO "genroll.rpt"
000177         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD GENCAT-FILE.
000401     COPY "gencat.cpy".
000410     FD GRIDMASTER-FILE.
000411     COPY "gridmast.cpy".
000420     FD AUDIT-MST.
000421     COPY "auditmst.cpy".
000430     FD VENT-REG.
000431     COPY "ventreg.cpy".
000440     FD ALERT-MST.
000441     COPY "alrtmst.cpy".
000442     FD RUNCTL-FILE.
000443*    Columns 109-116/118-121 carry the station's last posted
000444*    feed date/cycle, as PART1 maintains them.
000445     01 runctl-rec PIC X(121).
000446     FD RUNCTL-NEW.
000447     01 runctl-new-rec PIC X(121).
000450     FD ROLL-RPT.
000451     01 roll-rpt-line PIC X(132).
000460 WORKING-STORAGE SECTION.
000461     01 ws-gen-cat-path PIC X(100) VALUE "gencat.dat".
000462     01 ws-gen-cat-override PIC X(100).
000463     01 ws-gen-cat-status PIC XX.
000464     01 ws-gen-cat-eof PIC X VALUE 'N'.
000465         88 gen-cat-eof VALUE 'Y'.
000466     01 ws-gen-prefix PIC X(100) VALUE "gridmaster.g".
000467     01 ws-gen-prefix-override PIC X(100).
000468     01 ws-gen-keep PIC 9(3) VALUE 5.
000469     01 ws-gen-keep-override PIC X(100).
000470     01 ws-master-path PIC X(100).
000471     01 ws-master-in-path PIC X(100) VALUE "gridmaster.dat".
000472     01 ws-master-out-path PIC X(100) VALUE "gridmaster.new".
000473     01 ws-master-in-override PIC X(100).
000474     01 ws-master-out-override PIC X(100).
000475     01 ws-master-status PIC XX.
000476     01 ws-audit-mst-path PIC X(100) VALUE "auditmst.dat".
000477     01 ws-audit-mst-override PIC X(100).
000478     01 ws-audit-mst-status PIC XX.
000479     01 ws-vent-reg-path PIC X(100) VALUE "ventreg.dat".
000480     01 ws-vent-reg-override PIC X(100).
000481     01 ws-vent-reg-status PIC XX.
000482     01 ws-alert-mst-path PIC X(100) VALUE "alertmst.dat".
000483     01 ws-alert-mst-override PIC X(100).
000484     01 ws-alert-mst-status PIC XX.
000484     01 ws-runctl-path PIC X(100) VALUE "stations.dat".
000484     01 ws-runctl-override PIC X(100).
000484     01 ws-runctl-status PIC XX.
000484     01 ws-runctl-eof PIC X VALUE 'N'.
000484         88 runctl-eof VALUE 'Y'.
000484     01 ws-runctl-new-path PIC X(100).
000484     01 ws-runctl-new-status PIC XX.
000484     01 ws-runctl-old-path PIC X(100).
000484     01 ws-rename-status PIC 9(9) COMP-5 VALUE ZERO.
000485     01 ws-target-override PIC X(100).
000486     01 ws-target-gen PIC 9(6) VALUE ZERO.
000490     01 ws-audit-open PIC X VALUE 'N'.
000491         88 audit-open VALUE 'Y'.
000492     01 ws-alert-open PIC X VALUE 'N'.
000493         88 alert-open VALUE 'Y'.
000494     01 ws-target-found PIC X VALUE 'N'.
000495         88 target-found VALUE 'Y'.
000496     01 ws-gen-kept PIC X VALUE 'N'.
000497         88 gen-kept VALUE 'Y'.
000498     01 ws-browse-done PIC X VALUE 'N'.
000499         88 browse-done VALUE 'Y'.
000500     01 ws-reg-found PIC X VALUE 'N'.
000501         88 reg-found VALUE 'Y'.
000502     01 ws-line-open PIC X VALUE 'N'.
000503         88 line-open VALUE 'Y'.
000510*    The generation being restored, captured from its catalog
000511*    entry before the catalog is reread.
000512     01 ws-tgt-entry.
000513         05 ws-tgt-source PIC X.
000514         05 ws-tgt-run-date PIC 9(8).
000515         05 ws-tgt-run-time PIC 9(6).
000516         05 ws-tgt-feed-date PIC 9(8).
000517         05 ws-tgt-feed-cycle PIC 9(4).
000518         05 ws-tgt-lines-applied PIC 9(6).
000519         05 ws-tgt-result PIC 9(6).
000520         05 ws-tgt-line-count PIC 9(6).
000521         05 ws-tgt-path PIC X(100).
000530     01 ws-gen-number PIC 9(6) VALUE ZERO.
000531     01 ws-gen-path PIC X(100).
000532     01 ws-gen-time PIC 9(8) VALUE ZERO.
000533     01 ws-run-date PIC 9(8) VALUE ZERO.
000534     01 ws-gen-copy-status PIC 9(9) COMP-5 VALUE ZERO.
000535     01 ws-gen-prune-status PIC 9(9) COMP-5 VALUE ZERO.
000536     01 ws-delete-status PIC 9(9) COMP-5 VALUE ZERO.
000540     01 ws-reg-station PIC X(4).
000541     01 ws-reg-x1 PIC 9(4).
000542     01 ws-reg-y1 PIC 9(4).
000543     01 ws-reg-x2 PIC 9(4).
000544     01 ws-reg-y2 PIC 9(4).
000545     01 ws-last-line-no PIC 9(6) VALUE ZERO.
000550     01 ws-count-gens PIC 9(6) VALUE ZERO.
000551     01 ws-count-backed-out PIC 9(6) VALUE ZERO.
000552     01 ws-count-audit-deleted PIC 9(7) VALUE ZERO.
000553     01 ws-count-repairs PIC 9(6) VALUE ZERO.
000554     01 ws-count-alerts PIC 9(6) VALUE ZERO.
000560     01 ws-count-ed PIC ZZZZZZ9.
000561     01 ws-applied-ed PIC ZZZZZ9.
000562     01 ws-result-ed PIC ZZZZZ9.
000563     01 ws-active-ed PIC ZZZ9.
000564     01 ws-kept-text PIC X(8).
000570*    Stations whose feeds were backed out. Their last posted
000571*    feed in stations.dat goes back to the latest feed still on
000572*    the audit master, or zero, so the repost is not refused.
000572     78 ws-reset-limit VALUE 50.
000573     01 ws-reset-count PIC 9(3) VALUE ZERO.
000574     01 ws-reset-idx PIC 9(3) VALUE ZERO.
000575     01 ws-reset-overflow PIC 9(3) VALUE ZERO.
000576     01 ws-count-reset PIC 9(3) VALUE ZERO.
000577     01 reset-table.
000578         05 reset-entry OCCURS ws-reset-limit TIMES.
000579             10 rst-station PIC X(4).
000580             10 rst-feed-date PIC 9(8).
000581             10 rst-feed-cycle PIC 9(4).
000582             10 rst-applied PIC X.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-gen-cat-override FROM ENVIRONMENT
000602         "GEN_CATALOG_PATH".
000603     IF ws-gen-cat-override NOT = SPACES
000604       MOVE ws-gen-cat-override TO ws-gen-cat-path
000605     END-IF.
000606     ACCEPT ws-gen-prefix-override FROM ENVIRONMENT
000607         "GEN_MASTER_PREFIX".
000608     IF ws-gen-prefix-override NOT = SPACES
000609       MOVE ws-gen-prefix-override TO ws-gen-prefix
000610     END-IF.
000611     ACCEPT ws-gen-keep-override FROM ENVIRONMENT
000612         "GEN_KEEP".
000613     IF ws-gen-keep-override NOT = SPACES
000614       MOVE ws-gen-keep-override TO ws-gen-keep
000615     END-IF.
000616     IF ws-gen-keep = ZERO
000617       MOVE 1 TO ws-gen-keep
000618     END-IF.
000619     ACCEPT ws-master-in-override FROM ENVIRONMENT
000620         "GRID_MASTER_IN".
000621     IF ws-master-in-override NOT = SPACES
000622       MOVE ws-master-in-override TO ws-master-in-path
000623     END-IF.
000624     ACCEPT ws-master-out-override FROM ENVIRONMENT
000625         "GRID_MASTER_OUT".
000626     IF ws-master-out-override NOT = SPACES
000627       MOVE ws-master-out-override TO ws-master-out-path
000628     END-IF.
000629     ACCEPT ws-audit-mst-override FROM ENVIRONMENT
000630         "AUDIT_MASTER_PATH".
000631     IF ws-audit-mst-override NOT = SPACES
000632       MOVE ws-audit-mst-override TO ws-audit-mst-path
000633     END-IF.
000634     ACCEPT ws-vent-reg-override FROM ENVIRONMENT
000635         "VENT_REGISTRY_PATH".
000636     IF ws-vent-reg-override NOT = SPACES
000637       MOVE ws-vent-reg-override TO ws-vent-reg-path
000638     END-IF.
000639     ACCEPT ws-alert-mst-override FROM ENVIRONMENT
000640         "ALERT_MASTER_PATH".
000641     IF ws-alert-mst-override NOT = SPACES
000642       MOVE ws-alert-mst-override TO ws-alert-mst-path
000643     END-IF.
000644     ACCEPT ws-target-override FROM ENVIRONMENT
000645         "GEN_ROLLBACK_TO".
000646     IF ws-target-override NOT = SPACES
000647       MOVE ws-target-override TO ws-target-gen
000648     END-IF.
000648     ACCEPT ws-runctl-override FROM ENVIRONMENT
000648         "RUN_CONTROL_PATH".
000648     IF ws-runctl-override NOT = SPACES
000648       MOVE ws-runctl-override TO ws-runctl-path
000648     END-IF.
000649     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000660     OPEN OUTPUT ROLL-RPT.
000661     PERFORM LIST_GENERATION_CATALOG.
000670     IF ws-target-gen = ZERO
000671       MOVE SPACES TO roll-rpt-line
000672       WRITE roll-rpt-line
000673       MOVE "NO GENERATION REQUESTED - CATALOG LISTING ONLY"
000674         TO roll-rpt-line
000675       WRITE roll-rpt-line
000676       CLOSE ROLL-RPT
000677       DISPLAY "GENERATIONS CATALOGED: " ws-count-gens
000678       STOP RUN
000679     END-IF.
000680     IF NOT target-found
000681       DISPLAY "FATAL: GENERATION " ws-target-gen
000682         " NOT IN CATALOG " FUNCTION TRIM(ws-gen-cat-path)
000683       MOVE "GENERATION NOT IN CATALOG - NOTHING RESTORED"
000684         TO roll-rpt-line
000685       WRITE roll-rpt-line
000686       CLOSE ROLL-RPT
000687       MOVE 8 TO RETURN-CODE
000688       STOP RUN
000689     END-IF.
000690     PERFORM VERIFY_GENERATION THRU VERIFY_GENERATION_EXIT.
000700*    Everything the back-out needs is opened before the master is
000701*    touched, so a missing file stops the run with nothing moved.
000702     PERFORM OPEN_POSTING_FILES.
000710     PERFORM RESTORE_GENERATION.
000720     PERFORM CATALOG_ROLLBACK.
000730     PERFORM BACK_OUT_LATER_POSTINGS.
000735     PERFORM RESET_STATION_CONTROL
000735       THRU RESET_STATION_CONTROL_EXIT.
000740     PERFORM LIST_LATER_REPAIRS.
000750     PERFORM LIST_LATER_ALERTS.
000760     PERFORM WRITE_ROLLBACK_TOTALS.
000770     IF audit-open
000771       CLOSE AUDIT-MST
000772             VENT-REG
000773     END-IF.
000774     IF alert-open
000775       CLOSE ALERT-MST
000776     END-IF.
000777     CLOSE ROLL-RPT.
000780     DISPLAY "GRID MASTER ROLLED BACK TO GENERATION "
000781       ws-target-gen.
000782     DISPLAY "FIRST-PASS LINES BACKED OUT: " ws-count-backed-out.
000782     DISPLAY "STATION LAST POSTED FEEDS RESET: " ws-count-reset.
000783     DISPLAY "LATER REPAIR POSTINGS TO VERIFY: " ws-count-repairs.
000784     DISPLAY "ALERT MASTER ENTRIES POSTED SINCE: "
000785       ws-count-alerts.
000786     STOP RUN.
001000 LIST_GENERATION_CATALOG.
001010     MOVE "GRID MASTER GENERATION ROLLBACK" TO roll-rpt-line.
001011     WRITE roll-rpt-line.
001020     MOVE SPACES TO roll-rpt-line.
001021     STRING "RUN DATE " DELIMITED BY SIZE
001022       ws-run-date DELIMITED BY SIZE
001023       " CATALOG " DELIMITED BY SIZE
001024       FUNCTION TRIM(ws-gen-cat-path) DELIMITED BY SIZE
001025       INTO roll-rpt-line
001026     END-STRING.
001027     WRITE roll-rpt-line.
001028     MOVE SPACES TO roll-rpt-line.
001029     WRITE roll-rpt-line.
001030     MOVE ZERO TO ws-gen-number.
001031     MOVE 'N' TO ws-gen-cat-eof.
001040     OPEN INPUT GENCAT-FILE.
001041     IF ws-gen-cat-status NOT = "00"
001042       DISPLAY "NO GENERATION CATALOG AT "
001043         FUNCTION TRIM(ws-gen-cat-path)
001044       MOVE "NO GENERATION CATALOG" TO roll-rpt-line
001045       WRITE roll-rpt-line
001046     ELSE
001047       READ GENCAT-FILE
001048         AT END SET gen-cat-eof TO TRUE
001049       END-READ
001050       PERFORM LIST_GENERATION_ENTRY UNTIL gen-cat-eof
001051       CLOSE GENCAT-FILE
001052     END-IF.
001100 LIST_GENERATION_ENTRY.
001110     ADD 1 TO ws-count-gens.
001111     IF gen-number > ws-gen-number
001112       MOVE gen-number TO ws-gen-number
001113     END-IF.
001120     IF gen-number = ws-target-gen
001121       MOVE 'Y' TO ws-target-found
001122       MOVE gen-source TO ws-tgt-source
001123       MOVE gen-run-date TO ws-tgt-run-date
001124       MOVE gen-run-time TO ws-tgt-run-time
001125       MOVE gen-feed-date TO ws-tgt-feed-date
001126       MOVE gen-feed-cycle TO ws-tgt-feed-cycle
001127       MOVE gen-lines-applied TO ws-tgt-lines-applied
001128       MOVE gen-result TO ws-tgt-result
001129       MOVE gen-line-count TO ws-tgt-line-count
001130       MOVE gen-path TO ws-tgt-path
001131     END-IF.
001140*    Open-and-close only: the copy is still on disk or it was
001141*    pruned past the keep limit.
001142     MOVE gen-path TO ws-master-path.
001143     OPEN INPUT GRIDMASTER-FILE.
001144     IF ws-master-status = "00"
001145       MOVE "KEPT" TO ws-kept-text
001146       CLOSE GRIDMASTER-FILE
001147     ELSE
001148       MOVE "NOT KEPT" TO ws-kept-text
001149     END-IF.
001150     MOVE gen-lines-applied TO ws-applied-ed.
001151     MOVE gen-result TO ws-result-ed.
001160     MOVE SPACES TO roll-rpt-line.
001161     STRING "GEN " DELIMITED BY SIZE
001162       gen-number DELIMITED BY SIZE
001163       " " DELIMITED BY SIZE
001164       gen-source DELIMITED BY SIZE
001165       " RUN " DELIMITED BY SIZE
001166       gen-run-date DELIMITED BY SIZE
001167       " " DELIMITED BY SIZE
001168       gen-run-time DELIMITED BY SIZE
001169       " FEED " DELIMITED BY SIZE
001170       gen-feed-date DELIMITED BY SIZE
001171       "/" DELIMITED BY SIZE
001172       gen-feed-cycle DELIMITED BY SIZE
001173       " LINES APPLIED " DELIMITED BY SIZE
001174       FUNCTION TRIM(ws-applied-ed) DELIMITED BY SIZE
001175       " RESULT " DELIMITED BY SIZE
001176       FUNCTION TRIM(ws-result-ed) DELIMITED BY SIZE
001177       " " DELIMITED BY SIZE
001178       ws-kept-text DELIMITED BY SIZE
001179       " " DELIMITED BY SIZE
001180       FUNCTION TRIM(gen-path) DELIMITED BY SIZE
001181       INTO roll-rpt-line
001182     END-STRING.
001183     WRITE roll-rpt-line.
001190     READ GENCAT-FILE
001191       AT END SET gen-cat-eof TO TRUE
001192     END-READ.
002000 VERIFY_GENERATION.
002010     MOVE ws-tgt-path TO ws-master-path.
002020     OPEN INPUT GRIDMASTER-FILE.
002030     IF ws-master-status NOT = "00"
002031       DISPLAY "FATAL: GENERATION " ws-target-gen
002032         " NO LONGER KEPT AT " FUNCTION TRIM(ws-tgt-path)
002033       MOVE "GENERATION COPY NOT KEPT - NOTHING RESTORED"
002034         TO roll-rpt-line
002035       GO TO VERIFY_GENERATION_FAIL
002036     END-IF.
002040     READ GRIDMASTER-FILE
002041       AT END MOVE "10" TO ws-master-status
002042     END-READ.
002043     CLOSE GRIDMASTER-FILE.
002050*    The copy must be the master the catalog says it is.
002051     IF ws-master-status NOT = "00"
002052       OR mst-line-count NOT = ws-tgt-line-count
002053       OR mst-result NOT = ws-tgt-result
002054       OR mst-lines-applied NOT = ws-tgt-lines-applied
002055       DISPLAY "FATAL: GENERATION " ws-target-gen
002056         " COPY DOES NOT MATCH ITS CATALOG ENTRY"
002057       MOVE "GENERATION COPY DOES NOT MATCH CATALOG - NOTHING "
002058         TO roll-rpt-line
002059       MOVE "RESTORED" TO roll-rpt-line(51:8)
002060       GO TO VERIFY_GENERATION_FAIL
002061     END-IF.
002070     GO TO VERIFY_GENERATION_EXIT.
002080 VERIFY_GENERATION_FAIL.
002081     WRITE roll-rpt-line.
002082     CLOSE ROLL-RPT.
002083     MOVE 8 TO RETURN-CODE.
002084     STOP RUN.
002090 VERIFY_GENERATION_EXIT.
002091     EXIT.
002100 OPEN_POSTING_FILES.
002110     OPEN I-O AUDIT-MST.
002120     IF ws-audit-mst-status = "00"
002121       MOVE 'Y' TO ws-audit-open
002122       OPEN I-O VENT-REG
002123       IF ws-vent-reg-status NOT = "00"
002124         DISPLAY "FATAL: CANNOT OPEN VENT REGISTRY "
002125           FUNCTION TRIM(ws-vent-reg-path)
002126           " STATUS " ws-vent-reg-status
002127         CLOSE AUDIT-MST
002128               ROLL-RPT
002129         MOVE 12 TO RETURN-CODE
002130         STOP RUN
002131       END-IF
002132     ELSE
002133       DISPLAY "NO AUDIT MASTER AT "
002134         FUNCTION TRIM(ws-audit-mst-path)
002135         " - LATER POSTINGS CANNOT BE LISTED"
002136     END-IF.
002140     OPEN INPUT ALERT-MST.
002141     IF ws-alert-mst-status = "00"
002142       MOVE 'Y' TO ws-alert-open
002143     ELSE
002144       DISPLAY "NO ALERT MASTER AT "
002145         FUNCTION TRIM(ws-alert-mst-path)
002146         " - ALERT ENTRIES OMITTED"
002147     END-IF.
002200 RESTORE_GENERATION.
002210     CALL "CBL_COPY_FILE" USING ws-tgt-path ws-master-in-path
002211         RETURNING ws-gen-copy-status.
002220     IF ws-gen-copy-status NOT = ZERO
002221       DISPLAY "FATAL: CANNOT COPY GENERATION TO "
002222         FUNCTION TRIM(ws-master-in-path)
002223         " STATUS " ws-gen-copy-status
002224       MOVE "COPY TO CURRENT MASTER FAILED - NOTHING RESTORED"
002225         TO roll-rpt-line
002226       WRITE roll-rpt-line
002227       CLOSE ROLL-RPT
002228       MOVE 12 TO RETURN-CODE
002229       STOP RUN
002230     END-IF.
002240*    A master still waiting to be swapped in carries the very
002241*    postings being rolled back; it must not replace this one.
002242     CALL "CBL_DELETE_FILE" USING ws-master-out-path
002243         RETURNING ws-delete-status.
002250     MOVE SPACES TO roll-rpt-line.
002251     WRITE roll-rpt-line.
002252     MOVE SPACES TO roll-rpt-line.
002253     STRING "RESTORED GENERATION " DELIMITED BY SIZE
002254       ws-target-gen DELIMITED BY SIZE
002255       " TO " DELIMITED BY SIZE
002256       FUNCTION TRIM(ws-master-in-path) DELIMITED BY SIZE
002257       " - FEED " DELIMITED BY SIZE
002258       ws-tgt-feed-date DELIMITED BY SIZE
002259       "/" DELIMITED BY SIZE
002260       ws-tgt-feed-cycle DELIMITED BY SIZE
002261       " AUDIT LINES THROUGH " DELIMITED BY SIZE
002262       ws-tgt-line-count DELIMITED BY SIZE
002263       INTO roll-rpt-line
002264     END-STRING.
002265     WRITE roll-rpt-line.
002270     IF ws-delete-status = ZERO
002271       MOVE SPACES TO roll-rpt-line
002272       STRING "PENDING MASTER " DELIMITED BY SIZE
002273         FUNCTION TRIM(ws-master-out-path) DELIMITED BY SIZE
002274         " DELETED" DELIMITED BY SIZE
002275         INTO roll-rpt-line
002276       END-STRING
002277       WRITE roll-rpt-line
002278     END-IF.
002300 CATALOG_ROLLBACK.
002310*    The restored master becomes a generation of its own so the
002311*    catalog reads in the order masters were actually current.
002320     ADD 1 TO ws-gen-number.
002321     MOVE SPACES TO ws-gen-path.
002322     STRING FUNCTION TRIM(ws-gen-prefix) DELIMITED BY SIZE
002323       ws-gen-number DELIMITED BY SIZE
002324       INTO ws-gen-path
002325     END-STRING.
002330     CALL "CBL_COPY_FILE" USING ws-tgt-path ws-gen-path
002331         RETURNING ws-gen-copy-status.
002340     IF ws-gen-copy-status NOT = ZERO
002341       DISPLAY "WARNING: GRID MASTER GENERATION NOT SAVED TO "
002342         FUNCTION TRIM(ws-gen-path)
002343         " STATUS " ws-gen-copy-status
002344     ELSE
002345       PERFORM WRITE_GENERATION_ENTRY
002346       PERFORM PRUNE_GENERATIONS
002347     END-IF.
002400 WRITE_GENERATION_ENTRY.
002410     OPEN EXTEND GENCAT-FILE.
002411     IF ws-gen-cat-status = "35"
002412       OPEN OUTPUT GENCAT-FILE
002413     END-IF.
002420     IF ws-gen-cat-status NOT = "00"
002421       DISPLAY "WARNING: CANNOT OPEN GENERATION CATALOG "
002422         FUNCTION TRIM(ws-gen-cat-path)
002423         " STATUS " ws-gen-cat-status
002424     ELSE
002425       INITIALIZE gen-rec
002426       MOVE ws-gen-number TO gen-number
002427       MOVE 'B' TO gen-source
002428       MOVE ws-run-date TO gen-run-date
002429       ACCEPT ws-gen-time FROM TIME
002430       COMPUTE gen-run-time = ws-gen-time / 100
002431       MOVE ws-tgt-feed-date TO gen-feed-date
002432       MOVE ws-tgt-feed-cycle TO gen-feed-cycle
002433       MOVE ws-tgt-lines-applied TO gen-lines-applied
002434       MOVE ws-tgt-result TO gen-result
002435       MOVE ws-tgt-line-count TO gen-line-count
002436       MOVE ws-gen-path TO gen-path
002437       WRITE gen-rec
002438       CLOSE GENCAT-FILE
002439       MOVE SPACES TO roll-rpt-line
002440       STRING "CATALOGED AS GENERATION " DELIMITED BY SIZE
002441         ws-gen-number DELIMITED BY SIZE
002442         " " DELIMITED BY SIZE
002443         FUNCTION TRIM(ws-gen-path) DELIMITED BY SIZE
002444         INTO roll-rpt-line
002445       END-STRING
002446       WRITE roll-rpt-line
002447     END-IF.
002500 PRUNE_GENERATIONS.
002510     IF ws-gen-number > ws-gen-keep
002511       MOVE 'N' TO ws-gen-cat-eof
002512       OPEN INPUT GENCAT-FILE
002513       IF ws-gen-cat-status = "00"
002514         READ GENCAT-FILE
002515           AT END SET gen-cat-eof TO TRUE
002516         END-READ
002517         PERFORM PRUNE_GENERATION_ENTRY UNTIL gen-cat-eof
002518         CLOSE GENCAT-FILE
002519       END-IF
002520     END-IF.
002600 PRUNE_GENERATION_ENTRY.
002610     IF gen-number + ws-gen-keep NOT > ws-gen-number
002611       CALL "CBL_DELETE_FILE" USING gen-path
002612           RETURNING ws-gen-prune-status
002613     END-IF.
002620     READ GENCAT-FILE
002621       AT END SET gen-cat-eof TO TRUE
002622     END-READ.
003000 BACK_OUT_LATER_POSTINGS.
003010     MOVE SPACES TO roll-rpt-line.
003011     WRITE roll-rpt-line.
003020     MOVE "FIRST-PASS LINES POSTED AFTER THE GENERATION - BACKED"
003021       TO roll-rpt-line.
003022     WRITE roll-rpt-line.
003023     MOVE "OUT OF THE REGISTRY AND AUDIT MASTER, TO BE REPOSTED"
003024       TO roll-rpt-line.
003025     WRITE roll-rpt-line.
003030     IF NOT audit-open
003031       MOVE "  NO AUDIT MASTER - NOT LISTED" TO roll-rpt-line
003032       WRITE roll-rpt-line
003033     ELSE
003040*      Line numbers run on from mst-line-count, so every audit
003041*      line above the generation's count was posted after it.
003042*      Same back-out as a purged feed: each header reverses its
003043*      own registry leg, and the line's records are deleted so a
003044*      repost from this master does not collide with them.
003050       MOVE 'N' TO ws-browse-done
003051       COMPUTE audm-line-no = ws-tgt-line-count + 1
003052       MOVE ZERO TO audm-seq
003053       START AUDIT-MST KEY NOT < audm-key
003054         INVALID KEY SET browse-done TO TRUE
003055       END-START
003060       PERFORM BACK_OUT_AUDIT_RECORD UNTIL browse-done
003070       IF ws-count-backed-out = ZERO
003071         MOVE "  NONE" TO roll-rpt-line
003072         WRITE roll-rpt-line
003073       END-IF
003080     END-IF.
003100 BACK_OUT_AUDIT_RECORD.
003110     READ AUDIT-MST NEXT
003111       AT END SET browse-done TO TRUE
003112     END-READ.
003120     IF NOT browse-done
003120       IF audm-source = 'P'
003120         AND (audm-rec-type = 'F' OR audm-rec-type = 'H')
003120         PERFORM NOTE_RESET_STATION
003120       END-IF
003121       IF audm-rec-type = 'H'
003122         IF audm-line-no NOT = ws-last-line-no
003123           ADD 1 TO ws-count-backed-out
003124           MOVE audm-line-no TO ws-last-line-no
003125         END-IF
003126         PERFORM REVERSE_REGISTRY_POSTING
003127         PERFORM WRITE_POSTING_LINE
003128       END-IF
003130       DELETE AUDIT-MST RECORD
003131       ADD 1 TO ws-count-audit-deleted
003140     END-IF.
003150 NOTE_RESET_STATION.
003151     PERFORM VARYING ws-reset-idx FROM 1 BY 1
003152       UNTIL ws-reset-idx > ws-reset-count
003153       OR rst-station(ws-reset-idx) = audm-station
003154       CONTINUE
003155     END-PERFORM.
003156     IF ws-reset-idx > ws-reset-count
003157       IF ws-reset-count < ws-reset-limit
003158         ADD 1 TO ws-reset-count
003159         MOVE audm-station TO rst-station(ws-reset-count)
003160         MOVE ZERO TO rst-feed-date(ws-reset-count)
003161         MOVE ZERO TO rst-feed-cycle(ws-reset-count)
003162         MOVE 'N' TO rst-applied(ws-reset-count)
003163       ELSE
003164         ADD 1 TO ws-reset-overflow
003165       END-IF
003166     END-IF.
003200 REVERSE_REGISTRY_POSTING.
003210     PERFORM BUILD_REGISTRY_KEY_FROM_AUDIT.
003220     EVALUATE audm-leg
003221       WHEN 'A'
003222         PERFORM POST_REGISTRY_REMOVE
003223       WHEN 'D'
003224         PERFORM POST_REGISTRY_ADD
003225     END-EVALUATE.
003300 BUILD_REGISTRY_KEY_FROM_AUDIT.
003310     MOVE audm-station TO ws-reg-station.
003320     IF audm-x1 > audm-x2
003321       OR (audm-x1 = audm-x2 AND audm-y1 > audm-y2)
003322       MOVE audm-x2 TO ws-reg-x1
003323       MOVE audm-y2 TO ws-reg-y1
003324       MOVE audm-x1 TO ws-reg-x2
003325       MOVE audm-y1 TO ws-reg-y2
003326     ELSE
003327       MOVE audm-x1 TO ws-reg-x1
003328       MOVE audm-y1 TO ws-reg-y1
003329       MOVE audm-x2 TO ws-reg-x2
003330       MOVE audm-y2 TO ws-reg-y2
003331     END-IF.
003340     MOVE ws-reg-station TO vlr-station.
003341     MOVE ws-reg-x1 TO vlr-x1.
003342     MOVE ws-reg-y1 TO vlr-y1.
003343     MOVE ws-reg-x2 TO vlr-x2.
003344     MOVE ws-reg-y2 TO vlr-y2.
003400 POST_REGISTRY_ADD.
003410     MOVE 'Y' TO ws-reg-found.
003411     READ VENT-REG
003412       INVALID KEY MOVE 'N' TO ws-reg-found
003413     END-READ.
003420     IF reg-found
003421       ADD 1 TO vlr-active-count
003422       REWRITE vlr-rec
003423     ELSE
003424       INITIALIZE vlr-rec
003425       MOVE ws-reg-station TO vlr-station
003426       MOVE ws-reg-x1 TO vlr-x1
003427       MOVE ws-reg-y1 TO vlr-y1
003428       MOVE ws-reg-x2 TO vlr-x2
003429       MOVE ws-reg-y2 TO vlr-y2
003430       MOVE 1 TO vlr-active-count
003431       MOVE audm-feed-date TO vlr-feed-date
003432       WRITE vlr-rec
003433     END-IF.
003500 POST_REGISTRY_REMOVE.
003510     MOVE 'Y' TO ws-reg-found.
003511     READ VENT-REG
003512       INVALID KEY MOVE 'N' TO ws-reg-found
003513     END-READ.
003520     IF reg-found
003521       IF vlr-active-count > 1
003522         SUBTRACT 1 FROM vlr-active-count
003523         REWRITE vlr-rec
003524       ELSE
003525         DELETE VENT-REG RECORD
003526       END-IF
003527     END-IF.
003600 WRITE_POSTING_LINE.
003610     MOVE SPACES TO roll-rpt-line.
003611     STRING "  LINE " DELIMITED BY SIZE
003612       audm-line-no DELIMITED BY SIZE
003613       " SOURCE " DELIMITED BY SIZE
003614       audm-source DELIMITED BY SIZE
003615       " ACTION " DELIMITED BY SIZE
003616       audm-action DELIMITED BY SIZE
003617       " LEG " DELIMITED BY SIZE
003618       audm-leg DELIMITED BY SIZE
003619       " STATION " DELIMITED BY SIZE
003620       audm-station DELIMITED BY SIZE
003621       " FEED " DELIMITED BY SIZE
003622       audm-feed-date DELIMITED BY SIZE
003623       "/" DELIMITED BY SIZE
003624       audm-feed-cycle DELIMITED BY SIZE
003625       " VENT " DELIMITED BY SIZE
003626       audm-x1 DELIMITED BY SIZE
003627       "," DELIMITED BY SIZE
003628       audm-y1 DELIMITED BY SIZE
003629       " -> " DELIMITED BY SIZE
003630       audm-x2 DELIMITED BY SIZE
003631       "," DELIMITED BY SIZE
003632       audm-y2 DELIMITED BY SIZE
003633       INTO roll-rpt-line
003634     END-STRING.
003635     WRITE roll-rpt-line.
003700 RESET_STATION_CONTROL.
003710     MOVE SPACES TO roll-rpt-line.
003711     WRITE roll-rpt-line.
003712     MOVE "STATION LAST POSTED FEEDS RESET FOR THE REPOST"
003713       TO roll-rpt-line.
003714     WRITE roll-rpt-line.
003720     IF ws-reset-count = ZERO
003721       MOVE "  NONE" TO roll-rpt-line
003722       WRITE roll-rpt-line
003723       GO TO RESET_STATION_CONTROL_EXIT
003724     END-IF.
003725     IF ws-reset-overflow > ZERO
003726       DISPLAY "WARNING: MORE THAN " ws-reset-limit
003727         " STATIONS BACKED OUT - RESET THE REST IN "
003728         FUNCTION TRIM(ws-runctl-path) " BY HAND"
003729       MOVE "  STATION TABLE FULL - SOME STATIONS NOT RESET"
003730         TO roll-rpt-line
003731       WRITE roll-rpt-line
003732       MOVE 8 TO RETURN-CODE
003733     END-IF.
003740*    The latest feed each station still has on the master is the
003741*    one the repost must follow.
003742     MOVE 'N' TO ws-browse-done.
003743     MOVE LOW-VALUES TO audm-key.
003744     START AUDIT-MST KEY NOT < audm-key
003745       INVALID KEY SET browse-done TO TRUE
003746     END-START.
003747     PERFORM FIND_LAST_POSTED_FEED UNTIL browse-done.
003750     MOVE SPACES TO ws-runctl-new-path.
003751     STRING FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
003752       ".new" DELIMITED BY SIZE
003753       INTO ws-runctl-new-path
003754     END-STRING.
003755     MOVE SPACES TO ws-runctl-old-path.
003756     STRING FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
003757       ".old" DELIMITED BY SIZE
003758       INTO ws-runctl-old-path
003759     END-STRING.
003760     OPEN INPUT RUNCTL-FILE.
003761     IF ws-runctl-status = "35"
003762       MOVE SPACES TO roll-rpt-line
003763       STRING "  NO RUN CONTROL FILE AT " DELIMITED BY SIZE
003764         FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
003765         " - NOTHING TO RESET" DELIMITED BY SIZE
003766         INTO roll-rpt-line
003767       END-STRING
003768       WRITE roll-rpt-line
003769       GO TO RESET_STATION_CONTROL_EXIT
003770     END-IF.
003771     IF ws-runctl-status NOT = "00"
003772       DISPLAY "WARNING: CANNOT OPEN RUN CONTROL FILE "
003773         FUNCTION TRIM(ws-runctl-path)
003774         " STATUS " ws-runctl-status
003775       PERFORM LIST_RESETS_NOT_APPLIED
003776       GO TO RESET_STATION_CONTROL_EXIT
003777     END-IF.
003780     OPEN OUTPUT RUNCTL-NEW.
003781     IF ws-runctl-new-status NOT = "00"
003782       DISPLAY "WARNING: CANNOT OPEN "
003783         FUNCTION TRIM(ws-runctl-new-path)
003784         " STATUS " ws-runctl-new-status
003785       CLOSE RUNCTL-FILE
003786       PERFORM LIST_RESETS_NOT_APPLIED
003787       GO TO RESET_STATION_CONTROL_EXIT
003788     END-IF.
003790     MOVE 'N' TO ws-runctl-eof.
003791     READ RUNCTL-FILE
003792       AT END SET runctl-eof TO TRUE
003793     END-READ.
003794     PERFORM COPY_RUN_CONTROL_ENTRY UNTIL runctl-eof.
003795     CLOSE RUNCTL-FILE
003796           RUNCTL-NEW.
003800*    The original is moved aside, not deleted, until the new
003801*    copy is in its place.
003802     CALL "CBL_DELETE_FILE" USING ws-runctl-old-path
003803         RETURNING ws-delete-status.
003804     CALL "CBL_RENAME_FILE" USING ws-runctl-path
003805         ws-runctl-old-path
003806         RETURNING ws-rename-status.
003807     IF ws-rename-status NOT = ZERO
003808       DISPLAY "WARNING: CANNOT RENAME "
003809         FUNCTION TRIM(ws-runctl-path) " TO "
003810         FUNCTION TRIM(ws-runctl-old-path)
003811         " - RESET COPY LEFT IN "
003812         FUNCTION TRIM(ws-runctl-new-path)
003813       PERFORM LIST_RESETS_NOT_APPLIED
003814       GO TO RESET_STATION_CONTROL_EXIT
003815     END-IF.
003820     CALL "CBL_RENAME_FILE" USING ws-runctl-new-path
003821         ws-runctl-path
003822         RETURNING ws-rename-status.
003823     IF ws-rename-status NOT = ZERO
003824       DISPLAY "FATAL: CANNOT RENAME "
003825         FUNCTION TRIM(ws-runctl-new-path) " TO "
003826         FUNCTION TRIM(ws-runctl-path)
003827         " - RESET COPY IS IN "
003828         FUNCTION TRIM(ws-runctl-new-path)
003829         ", PREVIOUS ONE IN "
003830         FUNCTION TRIM(ws-runctl-old-path)
003831       CALL "CBL_RENAME_FILE" USING ws-runctl-old-path
003832           ws-runctl-path
003833           RETURNING ws-rename-status
003834       IF ws-rename-status = ZERO
003835         DISPLAY "PREVIOUS RUN CONTROL RESTORED TO "
003836           FUNCTION TRIM(ws-runctl-path)
003837       END-IF
003838       PERFORM LIST_RESETS_NOT_APPLIED
003839       MOVE 12 TO RETURN-CODE
003840       GO TO RESET_STATION_CONTROL_EXIT
003841     END-IF.
003842     CALL "CBL_DELETE_FILE" USING ws-runctl-old-path
003843         RETURNING ws-delete-status.
003844     IF ws-delete-status NOT = ZERO
003845       DISPLAY "WARNING: CANNOT DELETE "
003846         FUNCTION TRIM(ws-runctl-old-path)
003847         " - REMOVE IT BEFORE THE NEXT RUN"
003848       IF RETURN-CODE < 4
003848         MOVE 4 TO RETURN-CODE
003848       END-IF
003848     END-IF.
003850     PERFORM VARYING ws-reset-idx FROM 1 BY 1
003851       UNTIL ws-reset-idx > ws-reset-count
003852       IF rst-applied(ws-reset-idx) NOT = 'Y'
003853         MOVE SPACES TO roll-rpt-line
003854         STRING "  STATION " DELIMITED BY SIZE
003855           rst-station(ws-reset-idx) DELIMITED BY SIZE
003856           " NOT IN " DELIMITED BY SIZE
003857           FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
003858           " - NOTHING TO RESET" DELIMITED BY SIZE
003859           INTO roll-rpt-line
003860         END-STRING
003861         WRITE roll-rpt-line
003862       END-IF
003863     END-PERFORM.
003870 RESET_STATION_CONTROL_EXIT.
003871     EXIT.
003900 FIND_LAST_POSTED_FEED.
003910     READ AUDIT-MST NEXT
003911       AT END SET browse-done TO TRUE
003912     END-READ.
003920     IF NOT browse-done
003921       AND audm-source = 'P'
003922       AND (audm-rec-type = 'F' OR audm-rec-type = 'H')
003923       PERFORM VARYING ws-reset-idx FROM 1 BY 1
003924         UNTIL ws-reset-idx > ws-reset-count
003925         OR rst-station(ws-reset-idx) = audm-station
003926         CONTINUE
003927       END-PERFORM
003928       IF ws-reset-idx NOT > ws-reset-count
003929         IF audm-feed-date > rst-feed-date(ws-reset-idx)
003930           OR (audm-feed-date = rst-feed-date(ws-reset-idx)
003931           AND audm-feed-cycle > rst-feed-cycle(ws-reset-idx))
003932           MOVE audm-feed-date TO rst-feed-date(ws-reset-idx)
003933           MOVE audm-feed-cycle TO rst-feed-cycle(ws-reset-idx)
003934         END-IF
003935       END-IF
003936     END-IF.
004100 COPY_RUN_CONTROL_ENTRY.
004110     MOVE runctl-rec TO runctl-new-rec.
004120     IF runctl-rec NOT = SPACES
004121       PERFORM VARYING ws-reset-idx FROM 1 BY 1
004122         UNTIL ws-reset-idx > ws-reset-count
004123         OR rst-station(ws-reset-idx) = runctl-rec(1:4)
004124         CONTINUE
004125       END-PERFORM
004126       IF ws-reset-idx NOT > ws-reset-count
004127         MOVE 'Y' TO rst-applied(ws-reset-idx)
004128         ADD 1 TO ws-count-reset
004129         MOVE SPACE TO runctl-new-rec(108:1)
004130         MOVE rst-feed-date(ws-reset-idx)
004131           TO runctl-new-rec(109:8)
004132         MOVE SPACE TO runctl-new-rec(117:1)
004133         MOVE rst-feed-cycle(ws-reset-idx)
004134           TO runctl-new-rec(118:4)
004135         MOVE SPACES TO roll-rpt-line
004136         STRING "  STATION " DELIMITED BY SIZE
004137           rst-station(ws-reset-idx) DELIMITED BY SIZE
004138           " LAST POSTED " DELIMITED BY SIZE
004139           runctl-rec(109:8) DELIMITED BY SIZE
004140           "/" DELIMITED BY SIZE
004141           runctl-rec(118:4) DELIMITED BY SIZE
004142           " RESET TO " DELIMITED BY SIZE
004143           rst-feed-date(ws-reset-idx) DELIMITED BY SIZE
004144           "/" DELIMITED BY SIZE
004145           rst-feed-cycle(ws-reset-idx) DELIMITED BY SIZE
004146           INTO roll-rpt-line
004147         END-STRING
004148         WRITE roll-rpt-line
004149       END-IF
004150     END-IF.
004160     WRITE runctl-new-rec.
004170     READ RUNCTL-FILE
004171       AT END SET runctl-eof TO TRUE
004172     END-READ.
004200 LIST_RESETS_NOT_APPLIED.
004210*    The rollback itself stands; the operator sets these by hand
004211*    before the repost, or the feed sequence check refuses it.
004220     MOVE SPACES TO roll-rpt-line.
004221     STRING "  " DELIMITED BY SIZE
004222       FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
004223       " NOT UPDATED - SET THESE BY HAND BEFORE REPOSTING"
004224       DELIMITED BY SIZE
004225       INTO roll-rpt-line
004226     END-STRING.
004227     WRITE roll-rpt-line.
004230     PERFORM VARYING ws-reset-idx FROM 1 BY 1
004231       UNTIL ws-reset-idx > ws-reset-count
004232       MOVE SPACES TO roll-rpt-line
004233       STRING "  STATION " DELIMITED BY SIZE
004234         rst-station(ws-reset-idx) DELIMITED BY SIZE
004235         " LAST POSTED TO BE " DELIMITED BY SIZE
004236         rst-feed-date(ws-reset-idx) DELIMITED BY SIZE
004237         "/" DELIMITED BY SIZE
004238         rst-feed-cycle(ws-reset-idx) DELIMITED BY SIZE
004239         INTO roll-rpt-line
004240       END-STRING
004241       WRITE roll-rpt-line
004242     END-PERFORM.
004250     MOVE ZERO TO ws-count-reset.
004251     IF RETURN-CODE < 8
004252       MOVE 8 TO RETURN-CODE
004253     END-IF.
004000 LIST_LATER_REPAIRS.
004010     MOVE SPACES TO roll-rpt-line.
004011     WRITE roll-rpt-line.
004020     MOVE "REPAIR POSTINGS DATED ON OR AFTER THE GENERATION RUN"
004021       TO roll-rpt-line.
004022     WRITE roll-rpt-line.
004023     MOVE "DATE - LEFT IN PLACE, VERIFY AGAINST THE RESTORED GRID"
004024       TO roll-rpt-line.
004025     WRITE roll-rpt-line.
004030     IF NOT audit-open
004031       MOVE "  NO AUDIT MASTER - NOT LISTED" TO roll-rpt-line
004032       WRITE roll-rpt-line
004033     ELSE
004040*      Repairs post under the original line number and stamp
004041*      their run date as the feed date, so only the date places
004042*      them against the generation; a same-day repair is listed
004043*      either way rather than missed.
004050       MOVE 'N' TO ws-browse-done
004051       MOVE LOW-VALUES TO audm-key
004052       START AUDIT-MST KEY NOT < audm-key
004053         INVALID KEY SET browse-done TO TRUE
004054       END-START
004060       PERFORM LIST_REPAIR_RECORD UNTIL browse-done
004070       IF ws-count-repairs = ZERO
004071         MOVE "  NONE" TO roll-rpt-line
004072         WRITE roll-rpt-line
004073       END-IF
004080     END-IF.
004100 LIST_REPAIR_RECORD.
004110     READ AUDIT-MST NEXT
004111       AT END SET browse-done TO TRUE
004112     END-READ.
004120     IF NOT browse-done
004121       IF audm-rec-type = 'H' AND audm-source = 'R'
004122         AND audm-feed-date NOT < ws-tgt-run-date
004123         ADD 1 TO ws-count-repairs
004124         PERFORM WRITE_POSTING_LINE
004125       END-IF
004126     END-IF.
005000 LIST_LATER_ALERTS.
005010     MOVE SPACES TO roll-rpt-line.
005011     WRITE roll-rpt-line.
005020     MOVE "ALERT MASTER ENTRIES POSTED ON OR AFTER THE GENERATION"
005021       TO roll-rpt-line.
005022     WRITE roll-rpt-line.
005023     MOVE "RUN DATE - THE NEXT ALERT RUN GRADES THEM AGAIN"
005024       TO roll-rpt-line.
005025     WRITE roll-rpt-line.
005030     IF NOT alert-open
005031       MOVE "  NO ALERT MASTER - NOT LISTED" TO roll-rpt-line
005032       WRITE roll-rpt-line
005033     ELSE
005040       MOVE 'N' TO ws-browse-done
005041       MOVE LOW-VALUES TO alm-cell-key
005042       START ALERT-MST KEY NOT < alm-cell-key
005043         INVALID KEY SET browse-done TO TRUE
005044       END-START
005050       PERFORM LIST_ALERT_RECORD UNTIL browse-done
005060       IF ws-count-alerts = ZERO
005061         MOVE "  NONE" TO roll-rpt-line
005062         WRITE roll-rpt-line
005063       END-IF
005070     END-IF.
005100 LIST_ALERT_RECORD.
005110     READ ALERT-MST NEXT
005111       AT END SET browse-done TO TRUE
005112     END-READ.
005120     IF NOT browse-done
005121       AND alm-last-date NOT < ws-tgt-run-date
005130       ADD 1 TO ws-count-alerts
005140       MOVE SPACES TO roll-rpt-line
005141       STRING "  CELL " DELIMITED BY SIZE
005142         alm-x DELIMITED BY SIZE
005143         "," DELIMITED BY SIZE
005144         alm-y DELIMITED BY SIZE
005145         " STATE " DELIMITED BY SIZE
005146         alm-state DELIMITED BY SIZE
005147         " SEVERITY " DELIMITED BY SIZE
005148         alm-severity DELIMITED BY SIZE
005149         " FIRST " DELIMITED BY SIZE
005150         alm-first-date DELIMITED BY SIZE
005151         " LAST " DELIMITED BY SIZE
005152         alm-last-date DELIMITED BY SIZE
005153         INTO roll-rpt-line
005154       END-STRING
005155       WRITE roll-rpt-line
005160     END-IF.
006000 WRITE_ROLLBACK_TOTALS.
006010     MOVE SPACES TO roll-rpt-line.
006011     WRITE roll-rpt-line.
006020     MOVE ws-count-backed-out TO ws-count-ed.
006021     MOVE SPACES TO roll-rpt-line.
006022     STRING "FIRST-PASS LINES BACKED OUT " DELIMITED BY SIZE
006023       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
006024       INTO roll-rpt-line
006025     END-STRING.
006026     WRITE roll-rpt-line.
006030     MOVE ws-count-audit-deleted TO ws-count-ed.
006031     MOVE SPACES TO roll-rpt-line.
006032     STRING "AUDIT RECORDS REMOVED " DELIMITED BY SIZE
006033       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
006034       INTO roll-rpt-line
006035     END-STRING.
006036     WRITE roll-rpt-line.
006040     MOVE ws-count-repairs TO ws-count-ed.
006041     MOVE SPACES TO roll-rpt-line.
006042     STRING "REPAIR POSTINGS TO VERIFY " DELIMITED BY SIZE
006043       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
006044       INTO roll-rpt-line
006045     END-STRING.
006046     WRITE roll-rpt-line.
006050     MOVE ws-count-alerts TO ws-count-ed.
006051     MOVE SPACES TO roll-rpt-line.
006052     STRING "ALERT MASTER ENTRIES " DELIMITED BY SIZE
006053       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
006054       INTO roll-rpt-line
006055     END-STRING.
006056     WRITE roll-rpt-line.
