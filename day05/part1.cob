000152 FILE-CONTROL.
000153     SELECT SYSIN ASSIGN TO DYNAMIC ws-sysin-path
000154         ORGANIZATION LINE SEQUENTIAL.
000155     SELECT EXCEPT-RPT ASSIGN TO DYNAMIC ws-except-path
000156         ORGANIZATION LINE SEQUENTIAL.
000157     SELECT GRID-RPT ASSIGN TO "grid.rpt"
000158         ORGANIZATION LINE SEQUENTIAL.
000173     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000174         ORGANIZATION LINE SEQUENTIAL
000175         FILE STATUS IS ws-zones-status.
000175     SELECT POLICY-FILE ASSIGN TO DYNAMIC ws-policy-path
000175         ORGANIZATION LINE SEQUENTIAL
000175         FILE STATUS IS ws-policy-status.
000176     SELECT ZONE-RPT ASSIGN TO "zone.rpt"
000177         ORGANIZATION LINE SEQUENTIAL.
000178     SELECT ALERT-FILE ASSIGN TO "alerts.dat"
000182     SELECT RUNCTL-FILE ASSIGN TO DYNAMIC ws-runctl-path
000183         ORGANIZATION LINE SEQUENTIAL
000184         FILE STATUS IS ws-runctl-status.
000185     SELECT RECON-RPT ASSIGN TO DYNAMIC ws-recon-path
000186         ORGANIZATION LINE SEQUENTIAL.
000187     SELECT RUNHIST-FILE ASSIGN TO DYNAMIC ws-runhist-path
000188         ORGANIZATION LINE SEQUENTIAL
000189         FILE STATUS IS ws-runhist-status.
000189     SELECT RUNCTL-NEW ASSIGN TO DYNAMIC ws-runctl-new-path
000189         ORGANIZATION LINE SEQUENTIAL
000189         FILE STATUS IS ws-runctl-new-status.
000189     SELECT FEEDSEQ-RPT ASSIGN TO "feedseq.rpt"
000189         ORGANIZATION LINE SEQUENTIAL.
000159     SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC ws-checkpoint-path
000160         ORGANIZATION SEQUENTIAL
000161         FILE STATUS IS ws-checkpoint-status.
000170     SELECT GRIDMASTER-FILE ASSIGN TO DYNAMIC ws-master-path
000171         ORGANIZATION SEQUENTIAL
000172         FILE STATUS IS ws-master-status.
000173     SELECT SIM-RPT ASSIGN TO "simimpact.rpt"
000174         ORGANIZATION LINE SEQUENTIAL.
000175     SELECT GENCAT-FILE ASSIGN TO DYNAMIC ws-gen-cat-path
000175         ORGANIZATION LINE SEQUENTIAL
000175         FILE STATUS IS ws-gen-cat-status.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD SYSIN.
000449     01 summary-line PIC X(60).
000460     FD ZONES-FILE.
000461     01 zone-in-rec PIC X(60).
000461     FD POLICY-FILE.
000461     01 policy-in-rec PIC X(60).
000462     FD ZONE-RPT.
000463     01 zone-rpt-line PIC X(132).
000464     FD ALERT-FILE.
000474         05 alert-run-date PIC 9(8).
000475         05 alert-fill5 PIC X.
000476         05 alert-intensity PIC 9(5).
000476         05 alert-fill6 PIC X.
000476         05 alert-zone PIC X(4).
000476         05 alert-fill7 PIC X.
000476         05 alert-policy PIC X(8).
000475     FD STATS-RPT.
000476     01 stats-line PIC X(60).
000477     FD RUNCTL-FILE.
000478*    Columns 109-116/118-121 carry the station's last posted
000478*    feed date/cycle, maintained by this program.
000478     01 runctl-rec PIC X(121).
000478     FD RUNCTL-NEW.
000478     01 runctl-new-rec PIC X(121).
000478     FD FEEDSEQ-RPT.
000478     01 feedseq-line PIC X(100).
000479     FD RECON-RPT.
000480     01 recon-line PIC X(80).
000481     FD RUNHIST-FILE.
000432                    OCCURS 2000 TIMES.
000427     FD GRIDMASTER-FILE.
000428     COPY "gridmast.cpy".
000429     FD SIM-RPT.
000429     01 sim-rpt-line PIC X(132).
000429     FD GENCAT-FILE.
000429     COPY "gencat.cpy".
000410 WORKING-STORAGE SECTION.
000411     78 max-grid-coord VALUE 2000.
000411     78 chk-grid-coord-mirror VALUE 2000.
000412     78 mst-grid-coord-mirror VALUE 2000.
000420     01 ws-sysin-path PIC X(100) VALUE "vents.dat".
000421     01 ws-sysin-path-override PIC X(100).
000422     01 ws-except-path PIC X(100) VALUE "exceptions.rpt".
000422     01 ws-recon-path PIC X(100) VALUE "recon.rpt".
000423     01 ws-simulate-mode PIC X VALUE 'N'.
000424         88 simulate-mode-on VALUE 'Y'.
000425     01 ws-simulate-override PIC X(100).
000470     01 x1 PIC 9(4) VALUE ZERO.
000471     01 y1 PIC 9(4) VALUE ZERO.
000472     01 x2 PIC 9(4) VALUE ZERO.
000558             10 zon-density PIC 9(3)V9(2).
000559             10 zon-ranked PIC X.
000560             10 zon-district PIC X(4).
000560             10 zon-policy PIC 9(3).
000561     01 ws-zone-district-raw PIC X(10).
000562     01 ws-zone-active-raw PIC X(10).
000563     01 district-table.
000583     01 ws-sev-watch-override PIC X(100).
000584     01 ws-sev-warn-override PIC X(100).
000585     01 ws-sev-crit-override PIC X(100).
000585*    Alert thresholds by zone. Entry 1 is the default row; until
000585*    alertpol.dat supplies one it grades intensity against the
000585*    SEVERITY_* settings above, as every cell was graded before.
000585     78 ws-policy-limit VALUE 51.
000585     01 ws-policy-path PIC X(100) VALUE "alertpol.dat".
000585     01 ws-policy-override PIC X(100).
000585     01 ws-policy-status PIC XX.
000585     01 ws-policy-eof PIC X VALUE 'N'.
000585         88 policy-eof VALUE 'Y'.
000585     01 ws-policy-count PIC 9(3) VALUE ZERO.
000585     01 ws-pol-default-seen PIC X VALUE 'N'.
000585         88 pol-default-seen VALUE 'Y'.
000585     01 policy-table.
000585         05 policy-entry OCCURS ws-policy-limit TIMES.
000585             10 pol-zone PIC X(4).
000585             10 pol-id PIC X(8).
000585             10 pol-hit-watch PIC 9(4).
000585             10 pol-hit-warn PIC 9(4).
000585             10 pol-hit-crit PIC 9(4).
000585             10 pol-int-watch PIC 9(4).
000585             10 pol-int-warn PIC 9(4).
000585             10 pol-int-crit PIC 9(4).
000585     01 ws-pol-raws.
000585         05 ws-pol-raw PIC X(10) OCCURS 6 TIMES.
000585     01 ws-pol-values.
000585         05 ws-pol-value PIC 9(4) OCCURS 6 TIMES.
000585     01 ws-pol-fld-idx PIC 9(2) VALUE ZERO.
000585     01 ws-pol-idx PIC 9(3) VALUE ZERO.
000585     01 ws-pol-match PIC 9(3) VALUE ZERO.
000585     01 ws-pol-zone-idx PIC 9(3) VALUE ZERO.
000585     01 ws-pol-zone-match PIC 9(3) VALUE ZERO.
000585     01 ws-pol-x PIC 9(4) VALUE ZERO.
000585     01 ws-pol-y PIC 9(4) VALUE ZERO.
000585     01 ws-int-sev-rank PIC 9 VALUE ZERO.
000585     01 ws-cell-zone PIC X(4) VALUE SPACES.
000585     01 ws-cell-policy PIC X(8) VALUE SPACES.
000586     01 ws-run-date PIC 9(8) VALUE ZERO.
000587     01 ws-freq-1 PIC 9(7) VALUE ZERO.
000588     01 ws-freq-2 PIC 9(7) VALUE ZERO.
000632             10 sta-sloped PIC 9(6).
000633             10 sta-feed-date PIC 9(8).
000633             10 sta-feed-cycle PIC 9(4).
000634             10 sta-last-date PIC 9(8).
000634             10 sta-last-cycle PIC 9(4).
000634             10 sta-seq-state PIC X.
000640     01 ws-feed-date PIC 9(8) VALUE ZERO.
000641     01 ws-feed-cycle PIC 9(4) VALUE ZERO.
000642     01 ws-feed-details PIC 9(6) VALUE ZERO.
000652         88 purge-done VALUE 'Y'.
000646     01 ws-trl-count PIC 9(6) VALUE ZERO.
000647     01 ws-trl-hash PIC 9(12) VALUE ZERO.
000647     01 ws-runctl-new-path PIC X(100).
000647     01 ws-runctl-new-status PIC XX.
000647     01 ws-runctl-old-path PIC X(100).
000647     01 ws-rename-status PIC 9(9) COMP-5 VALUE ZERO.
000647     01 ws-cycles-per-day PIC 9(4) VALUE 1.
000647     01 ws-cycles-override PIC X(100).
000647     01 ws-feed-refused PIC X VALUE 'N'.
000647         88 feed-refused VALUE 'Y'.
000647*    'F' first feed on record, 'O' in sequence, 'S' skips ahead,
000647*    'D' already posted, 'B' older than the last posted feed.
000647     01 ws-seq-result PIC X VALUE SPACE.
000647         88 seq-refused VALUE 'D' 'B'.
000647     01 ws-seq-feed-date PIC 9(8) VALUE ZERO.
000647     01 ws-seq-feed-cycle PIC 9(4) VALUE ZERO.
000647     01 ws-seq-exp-date PIC 9(8) VALUE ZERO.
000647     01 ws-seq-exp-cycle PIC 9(4) VALUE ZERO.
000647     01 ws-seq-feed-key PIC 9(12) VALUE ZERO.
000647     01 ws-seq-last-key PIC 9(12) VALUE ZERO.
000647     01 ws-seq-exp-key PIC 9(12) VALUE ZERO.
000647     01 ws-seq-exceptions PIC 9(4) VALUE ZERO.
000647     01 ws-seq-idx PIC 9(2) VALUE ZERO.
000647     01 ws-seq-reason PIC X(32) VALUE SPACES.
000567     01 ws-zone-rank-ed PIC ZZ9.
000568     01 ws-zone-peak-ed PIC ZZ9.
000569     01 ws-zone-dens-ed PIC ZZ9.99.
000514     01 ws-skip-count PIC 9(6) VALUE ZERO.
000515     01 ws-skip-line PIC X(80).
000516     01 ws-delete-status PIC 9(9) COMP-5 VALUE ZERO.
000516     01 ws-gen-cat-path PIC X(100) VALUE "gencat.dat".
000516     01 ws-gen-cat-override PIC X(100).
000516     01 ws-gen-cat-status PIC XX.
000516     01 ws-gen-cat-eof PIC X VALUE 'N'.
000516         88 gen-cat-eof VALUE 'Y'.
000516     01 ws-gen-prefix PIC X(100) VALUE "gridmaster.g".
000516     01 ws-gen-prefix-override PIC X(100).
000516     01 ws-gen-keep PIC 9(3) VALUE 5.
000516     01 ws-gen-keep-override PIC X(100).
000516     01 ws-gen-number PIC 9(6) VALUE ZERO.
000516     01 ws-gen-path PIC X(100).
000516     01 ws-gen-last-feed-date PIC 9(8) VALUE ZERO.
000516     01 ws-gen-last-feed-cycle PIC 9(4) VALUE ZERO.
000516     01 ws-gen-time PIC 9(8) VALUE ZERO.
000516     01 ws-gen-copy-status PIC 9(9) COMP-5 VALUE ZERO.
000516     01 ws-gen-prune-status PIC 9(9) COMP-5 VALUE ZERO.
000517     01 ws-restarted PIC X VALUE 'N'.
000518         88 ws-restarted-flag VALUE 'Y'.
000519     78 ws-topn-limit VALUE 10.
000485         10 int-count-col PIC 9(5) OCCURS max-grid-coord
000486            TIMES VALUE ZERO.
000483     01 result PIC 9(6) VALUE ZERO.
000484*    What-if run: the grid as loaded, kept aside so the proposed
000484*    feed's effect can be reported cell by cell. Registry postings
000484*    the feed would make are held as net deltas in sim-reg-table
000484*    so a delete of a line added earlier in the same feed still
000484*    finds it.
000484     01 base-hit-count.
000484         05 base-hit-count-row OCCURS max-grid-coord TIMES.
000484         10 base-hit-count-col PIC 9(3) OCCURS max-grid-coord
000484            TIMES VALUE ZERO.
000484     01 base-int-count.
000484         05 base-int-count-row OCCURS max-grid-coord TIMES.
000484         10 base-int-count-col PIC 9(5) OCCURS max-grid-coord
000484            TIMES VALUE ZERO.
000485     01 ws-base-result PIC 9(6) VALUE ZERO.
000485     01 ws-base-rejected PIC 9(6) VALUE ZERO.
000485     78 ws-sim-reg-limit VALUE 1000.
000485     01 ws-sim-reg-count PIC 9(4) VALUE ZERO.
000485     01 ws-sim-reg-idx PIC 9(4) VALUE ZERO.
000485     01 ws-sim-reg-match PIC 9(4) VALUE ZERO.
000485     01 ws-sim-reg-overflow PIC 9(6) VALUE ZERO.
000485     01 ws-sim-reg-key PIC X(20).
000485     01 ws-sim-active PIC S9(5) VALUE ZERO.
000485     01 ws-sim-reg-open PIC X VALUE 'N'.
000485         88 sim-reg-open VALUE 'Y'.
000485     01 sim-reg-table.
000485         05 srg-entry OCCURS ws-sim-reg-limit TIMES.
000485             10 srg-key PIC X(20).
000485             10 srg-delta PIC S9(5).
000486     01 ws-sim-zone-before PIC 9(7) VALUE ZERO.
000486     01 ws-sim-zone-after PIC 9(7) VALUE ZERO.
000487     01 ws-sim-section PIC X VALUE SPACE.
000487         88 sim-section-gained VALUE 'G'.
000487         88 sim-section-lost VALUE 'L'.
000487         88 sim-section-alerts VALUE 'A'.
000487     01 ws-sim-gained PIC 9(7) VALUE ZERO.
000487     01 ws-sim-lost PIC 9(7) VALUE ZERO.
000487     01 ws-sim-new-alerts PIC 9(7) VALUE ZERO.
000487     01 ws-sim-escalated PIC 9(7) VALUE ZERO.
000487     01 ws-sim-base-hit PIC 9(3) VALUE ZERO.
000487     01 ws-sim-base-int PIC 9(5) VALUE ZERO.
000487     01 ws-sev-rank PIC 9 VALUE ZERO.
000487     01 ws-sev-name PIC X(8) VALUE SPACES.
000487     01 ws-base-sev-rank PIC 9 VALUE ZERO.
000487     01 ws-base-sev-name PIC X(8) VALUE SPACES.
000487     01 ws-sim-change PIC S9(6) VALUE ZERO.
000488     01 ws-sim-x-ed PIC ZZZ9.
000488     01 ws-sim-y-ed PIC ZZZ9.
000488     01 ws-sim-old-ed PIC ZZZZZZ9.
000488     01 ws-sim-new-ed PIC ZZZZZZ9.
000488     01 ws-sim-num-ed PIC ZZZZZZ9.
000488     01 ws-sim-chg-ed PIC +(6)9.
000600 PROCEDURE DIVISION.
000601     IF max-grid-coord NOT = chk-grid-coord-mirror
000602       DISPLAY "FATAL: max-grid-coord/chk-grid-coord-mirror "
000682     IF ws-sev-crit-override NOT = SPACES
000683       MOVE ws-sev-crit-override TO ws-sev-critical
000684     END-IF.
000684     ACCEPT ws-policy-override FROM ENVIRONMENT
000684         "ALERT_POLICY_PATH".
000684     IF ws-policy-override NOT = SPACES
000684       MOVE ws-policy-override TO ws-policy-path
000684     END-IF.
000675     ACCEPT ws-zones-override FROM ENVIRONMENT
000676         "ZONES_PATH".
000677     IF ws-zones-override NOT = SPACES
000692     IF ws-runctl-override NOT = SPACES
000693       MOVE ws-runctl-override TO ws-runctl-path
000694     END-IF.
000694     ACCEPT ws-cycles-override FROM ENVIRONMENT
000694         "FEED_CYCLES_PER_DAY".
000694     IF ws-cycles-override NOT = SPACES
000694       MOVE ws-cycles-override TO ws-cycles-per-day
000694     END-IF.
000694     IF ws-cycles-per-day = ZERO
000694       MOVE 1 TO ws-cycles-per-day
000694     END-IF.
000694     ACCEPT ws-gen-cat-override FROM ENVIRONMENT
000694         "GEN_CATALOG_PATH".
000694     IF ws-gen-cat-override NOT = SPACES
000694       MOVE ws-gen-cat-override TO ws-gen-cat-path
000694     END-IF.
000694     ACCEPT ws-gen-prefix-override FROM ENVIRONMENT
000694         "GEN_MASTER_PREFIX".
000694     IF ws-gen-prefix-override NOT = SPACES
000694       MOVE ws-gen-prefix-override TO ws-gen-prefix
000694     END-IF.
000694     ACCEPT ws-gen-keep-override FROM ENVIRONMENT
000694         "GEN_KEEP".
000694     IF ws-gen-keep-override NOT = SPACES
000694       MOVE ws-gen-keep-override TO ws-gen-keep
000694     END-IF.
000694     IF ws-gen-keep = ZERO
000694       MOVE 1 TO ws-gen-keep
000694     END-IF.
000694     ACCEPT ws-simulate-override FROM ENVIRONMENT
000694         "SIMULATE_MODE".
000694     IF ws-simulate-override = "Y"
000694       MOVE 'Y' TO ws-simulate-mode
000694*      REPAIR works exceptions.rpt; rejects from a proposed feed
000694*      are not its business.
000694       MOVE "simexcept.rpt" TO ws-except-path
000694       MOVE "simrecon.rpt" TO ws-recon-path
000694       DISPLAY "SIMULATION RUN - NO MASTER FILES WILL BE UPDATED"
000694     END-IF.
000695     PERFORM LOAD_RUN_CONTROL.
000678*    Zones load first: RESTORE_CHECKPOINT overlays the zone line
000679*    tallies, which LOAD_ZONES initializes.
000680     PERFORM LOAD_ZONES.
000680     PERFORM LOAD_ALERT_POLICIES.
000681*    A what-if run starts from the posted master, never from a
000681*    production run's checkpoint, and leaves that checkpoint be.
000681     IF NOT simulate-mode-on
000681       PERFORM RESTORE_CHECKPOINT
000681     END-IF.
000682     IF ws-skip-count = ZERO
000683       PERFORM LOAD_GRID_MASTER
000684       IF master-loaded
000696     IF ws-skip-count > ZERO
000697       MOVE 'Y' TO ws-restarted
000698     END-IF.
000699     IF simulate-mode-on
000700       PERFORM SAVE_SIMULATION_BASE
000701       OPEN OUTPUT EXCEPT-RPT
000702       PERFORM OPEN_SIM_VENT_REGISTRY
000703     ELSE
000702       IF ws-restarted-flag
000703         OPEN EXTEND EXCEPT-RPT
000704         OPEN EXTEND AUDIT-EXT
000705       ELSE
000706         OPEN OUTPUT EXCEPT-RPT
000707         OPEN OUTPUT AUDIT-EXT
000708       END-IF
000707       PERFORM OPEN_AUDIT_MASTER
000708       PERFORM OPEN_VENT_REGISTRY
000709       IF ws-restarted-flag
000710         PERFORM REVERSE_REPLAY_POSTINGS
000711       END-IF
000711     END-IF.
000710     PERFORM PROCESS_STATION
000711       VARYING ws-station-idx FROM 1 BY 1
000805     DISPLAY "DIAGONAL LINES: " ws-count-diagonal.
000806     DISPLAY "SLOPED LINES: " ws-count-sloped.
000806     DISPLAY "DISTINCT OVERLAP CELLS: " result.
000807     IF simulate-mode-on
000808       PERFORM WRITE_SIMULATION_REPORT
000809       CLOSE EXCEPT-RPT
000810       IF sim-reg-open
000811         CLOSE VENT-REG
000812       END-IF
000813       DISPLAY "SIMULATION ONLY - SEE simimpact.rpt"
000814       STOP RUN
000815     END-IF.
000850     PERFORM WRITE_GRID_REPORT.
000860     PERFORM BUILD_TOPN_REPORT.
000870     PERFORM WRITE_TOPN_REPORT.
000891     IF ws-zone-count > ZERO
000892       PERFORM WRITE_ZONE_REPORT
000893     END-IF.
000893     PERFORM WRITE_FEED_SEQUENCE_REPORT.
000894     PERFORM WRITE_ALERT_FILE.
000895     PERFORM WRITE_RUN_HISTORY.
000896     PERFORM WRITE_GRID_MASTER.
000897     PERFORM CATALOG_GRID_MASTER.
000897     PERFORM UPDATE_RUN_CONTROL THRU UPDATE_RUN_CONTROL_EXIT.
000900     CLOSE EXCEPT-RPT
000909           AUDIT-MST
000910           VENT-REG
008906 ABEND_FEED_RECON.
008907     PERFORM WRITE_RECON_REPORT.
008908     DISPLAY "FATAL: FEED RECONCILIATION FAILED, STATION '"
008909       ws-station-id "' - SEE " FUNCTION TRIM(ws-recon-path).
008909*    A what-if run posted nothing, so there is nothing to purge.
008909     IF simulate-mode-on
008909       CLOSE SYSIN
008909             EXCEPT-RPT
008909       IF sim-reg-open
008909         CLOSE VENT-REG
008909       END-IF
008909       MOVE 12 TO RETURN-CODE
008909       STOP RUN
008909     END-IF.
008910*    This run's audit records would collide with the rerun's line
008911*    numbers as silent duplicate-key drops; purge them so the
008912*    corrected feed owns its audit trail.
009025         MOVE runctl-rec(1:4) TO sta-id(ws-station-count)
009026         MOVE runctl-rec(6:100) TO sta-path(ws-station-count)
009027         MOVE 'Y' TO sta-active(ws-station-count)
009027         IF runctl-rec(109:8) IS NUMERIC
009027           AND runctl-rec(118:4) IS NUMERIC
009027           MOVE runctl-rec(109:8)
009027             TO sta-last-date(ws-station-count)
009027           MOVE runctl-rec(118:4)
009027             TO sta-last-cycle(ws-station-count)
009027         END-IF
009028       ELSE
009029*        Dropping a station's feed silently is exactly the
009030*        coverage loss this system exists to prevent.
009051       MOVE ZERO TO ws-trl-count
009052       MOVE ZERO TO ws-trl-hash
009053     END-IF.
009053*    A restart landing inside a refused feed has skipped its
009053*    header; the checkpointed feed date refuses it again.
009053     MOVE 'N' TO ws-feed-refused.
009053     IF ws-feed-date > ZERO
009053       PERFORM SET_FEED_REFUSAL
009053     END-IF.
009052     OPEN INPUT SYSIN.
009053     MOVE SPACES TO ln.
009054     IF ws-skip-count > ZERO
009060       END-READ
009061       PERFORM PROCESS_LINE UNTIL EOF
009062     END-IF.
009062*    A refused feed posted nothing, so there is nothing to
009062*    reconcile.
009063     IF trailer-seen AND NOT feed-refused
009064       PERFORM RECONCILE_FEED
009065     ELSE
009066*      A truncated transfer cuts the trailer off the end, and a
009067*      garbled trailer never sets trailer-seen: a headered feed
009068*      that ends without a good trailer must not pass silently.
009069       IF ws-feed-date > ZERO AND NOT feed-refused
009070         MOVE "TRAILER MISSING" TO ws-recon-reason
009071         PERFORM ABEND_FEED_RECON
009072       END-IF
010014     EVALUATE TRUE
010015       WHEN ln(1:4) = "HDR "
010016         PERFORM PROCESS_FEED_HEADER
010016       WHEN feed-refused
010016         CONTINUE
010017       WHEN ln(1:4) = "TRL "
010018         PERFORM PROCESS_FEED_TRAILER
010019       WHEN OTHER
010038         END-IF
010039     END-EVALUATE.
010930     IF FUNCTION MOD(ws-line-count, ws-checkpoint-interval) = 0
010930       AND NOT simulate-mode-on
010931       PERFORM WRITE_CHECKPOINT
010932     END-IF.
011070     READ SYSIN
011104       MOVE ln(14:4) TO ws-feed-cycle
011105       MOVE ws-feed-date TO sta-feed-date(ws-station-idx)
011106       MOVE ws-feed-cycle TO sta-feed-cycle(ws-station-idx)
011106       PERFORM SET_FEED_REFUSAL
011106       IF feed-refused
011106         DISPLAY "FEED REFUSED: STATION '" ws-station-id "' "
011106           ws-feed-date "/" ws-feed-cycle " - SEE feedseq.rpt"
011106       ELSE
011107         IF NOT simulate-mode-on
011107           PERFORM WRITE_AUDIT_FEED
011107         END-IF
011107       END-IF
011108     ELSE
011109       MOVE "BAD FEED HEADER" TO ws-reject-reason
011110       PERFORM WRITE_EXCEPTION
011164             END-IF
011165           END-IF
011157           PERFORM COUNT_APPLIED_LINE
011158           IF NOT simulate-mode-on
011158             PERFORM WRITE_AUDIT_HEADER
011158           END-IF
011159           PERFORM UPDATE_VENT_REGISTRY
011160           PERFORM UPDATE_GRID_BOUNDS
011160           PERFORM TALLY_ZONE_LINES
011176             END-IF
011177             PERFORM COUNT_APPLIED_LINE
011173             IF diagonal-mode-on
011174               IF NOT simulate-mode-on
011174                 PERFORM WRITE_AUDIT_HEADER
011174               END-IF
011175               PERFORM UPDATE_VENT_REGISTRY
011176               PERFORM UPDATE_GRID_BOUNDS
011176               PERFORM TALLY_ZONE_LINES
011189                 END-IF
011190               END-IF
011191               PERFORM COUNT_APPLIED_LINE
011192               IF NOT simulate-mode-on
011192                 PERFORM WRITE_AUDIT_HEADER
011192               END-IF
011193               PERFORM UPDATE_VENT_REGISTRY
011193               PERFORM UPDATE_GRID_BOUNDS
011194               PERFORM TALLY_ZONE_LINES
011471 LOOKUP_VENT_REGISTRY.
011472     PERFORM BUILD_REGISTRY_KEY.
011473     MOVE 'Y' TO ws-reg-found.
011473     IF simulate-mode-on
011473       PERFORM LOOKUP_SIM_REGISTRY
011473     ELSE
011474       READ VENT-REG
011475         INVALID KEY MOVE 'N' TO ws-reg-found
011476       END-READ
011476     END-IF.
011477 UPDATE_VENT_REGISTRY.
011478     PERFORM BUILD_REGISTRY_KEY.
011478     IF simulate-mode-on
011478       PERFORM POST_SIM_REGISTRY
011478     ELSE
011479       IF ws-apply-delta = 1
011480         PERFORM POST_REGISTRY_ADD
011481       ELSE
011482         PERFORM POST_REGISTRY_REMOVE
011483       END-IF
011483     END-IF.
011484 POST_REGISTRY_ADD.
011485     MOVE 'Y' TO ws-reg-found.
011598         MOVE ZERO TO int-count-col(curr_x, curr_y)
011599       END-IF
011600     END-IF.
011601     IF NOT simulate-mode-on
011601       PERFORM WRITE_AUDIT_CELL
011601     END-IF.
011595 APPLY_COUNT_EXIT.
011596     EXIT.
011600 RESTORE_CHECKPOINT.
011867           TO ws-cell-count
011868         MOVE int-count-col(report-col, report-row)
011869           TO ws-cell-intensity
011870         PERFORM SET_CELL_SEVERITY_RANK
011873         IF ws-sev-rank > ZERO
011874           PERFORM WRITE_ALERT_RECORD
011875         END-IF
011871       END-PERFORM
011885     MOVE SPACE TO alert-fill2.
011886     MOVE ws-cell-count TO alert-count.
011887     MOVE SPACE TO alert-fill3.
011888     MOVE ws-sev-name TO alert-severity.
011896     MOVE SPACE TO alert-fill4.
011897     MOVE ws-run-date TO alert-run-date.
011898     MOVE SPACE TO alert-fill5.
011899     MOVE ws-cell-intensity TO alert-intensity.
011899     MOVE SPACE TO alert-fill6.
011899     MOVE ws-cell-zone TO alert-zone.
011899     MOVE SPACE TO alert-fill7.
011899     MOVE ws-cell-policy TO alert-policy.
011900     WRITE alert-rec.
011900 WRITE_STATS_REPORT.
011901     OPEN OUTPUT STATS-RPT.
011738     READ ZONES-FILE
011739       AT END SET zones-eof TO TRUE
011740     END-READ.
011741 LOAD_ALERT_POLICIES.
011741     INITIALIZE policy-table.
011741     MOVE 1 TO ws-policy-count.
011741     MOVE "*" TO pol-zone(1).
011741     MOVE "GLOBAL" TO pol-id(1).
011741     MOVE ws-sev-watch TO pol-int-watch(1).
011741     MOVE ws-sev-warn TO pol-int-warn(1).
011741     MOVE ws-sev-critical TO pol-int-crit(1).
011741     OPEN INPUT POLICY-FILE.
011741     IF ws-policy-status = "00"
011741       READ POLICY-FILE
011741         AT END SET policy-eof TO TRUE
011741       END-READ
011741       PERFORM LOAD_POLICY_ENTRY UNTIL policy-eof
011741       CLOSE POLICY-FILE
011741     ELSE
011741       DISPLAY "NO ALERT POLICY AT "
011741         FUNCTION TRIM(ws-policy-path)
011741         " - GLOBAL SEVERITY THRESHOLDS APPLY"
011741     END-IF.
011741     PERFORM SET_ZONE_POLICY
011741       VARYING ws-zone-idx FROM 1 BY 1
011741       UNTIL ws-zone-idx > ws-zone-count.
011742 LOAD_POLICY_ENTRY.
011742     IF policy-in-rec NOT = SPACES
011742       PERFORM PARSE_POLICY_ENTRY THRU PARSE_POLICY_ENTRY_EXIT
011742       IF ws-reject-reason NOT = SPACES
011742         DISPLAY "POLICY RECORD REJECTED: " policy-in-rec
011742         DISPLAY "  REASON: " ws-reject-reason
011742         MOVE SPACES TO ws-reject-reason
011742       END-IF
011742     END-IF.
011742     READ POLICY-FILE
011742       AT END SET policy-eof TO TRUE
011742     END-READ.
011743 PARSE_POLICY_ENTRY.
011743*    Zone code in 1-4 ("*" = the default row for cells outside
011743*    every zone), policy id in 6-13, then from column 15 the hit
011743*    count watch,warn,critical thresholds, optionally followed by
011743*    intensity watch,warn,critical.
011743     MOVE SPACES TO ws-pol-raws.
011743     INITIALIZE ws-pol-values.
011743     MOVE ZERO TO ws-field-count.
011743     UNSTRING policy-in-rec(15:) DELIMITED BY ","
011743       INTO ws-pol-raw(1), ws-pol-raw(2), ws-pol-raw(3),
011743         ws-pol-raw(4), ws-pol-raw(5), ws-pol-raw(6)
011743       TALLYING IN ws-field-count
011743       ON OVERFLOW
011743         MOVE "TOO MANY FIELDS" TO ws-reject-reason
011743     END-UNSTRING.
011743     IF ws-reject-reason NOT = SPACES
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     IF policy-in-rec(1:4) = SPACES OR policy-in-rec(6:8) = SPACES
011743       MOVE "MISSING ZONE OR POLICY ID" TO ws-reject-reason
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     IF ws-field-count NOT = 3 AND ws-field-count NOT = 6
011743       MOVE "NEED 3 OR 6 THRESHOLDS" TO ws-reject-reason
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     PERFORM VARYING ws-pol-fld-idx FROM 1 BY 1
011743       UNTIL ws-pol-fld-idx > ws-field-count
011743         OR ws-reject-reason NOT = SPACES
011743       MOVE ws-pol-raw(ws-pol-fld-idx) TO ws-check-token
011743       PERFORM VALIDATE_TOKEN
011743       IF token-ok
011743         MOVE ws-just-token(7:4) TO ws-pol-value(ws-pol-fld-idx)
011743       ELSE
011743         MOVE "BAD THRESHOLD VALUE" TO ws-reject-reason
011743       END-IF
011743     END-PERFORM.
011743     IF ws-reject-reason NOT = SPACES
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     IF ws-pol-value(1) = ZERO
011743       OR ws-pol-value(1) > ws-pol-value(2)
011743       OR ws-pol-value(2) > ws-pol-value(3)
011743       MOVE "HIT THRESHOLDS OUT OF ORDER" TO ws-reject-reason
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     IF ws-field-count = 6
011743       AND (ws-pol-value(4) = ZERO
011743         OR ws-pol-value(4) > ws-pol-value(5)
011743         OR ws-pol-value(5) > ws-pol-value(6))
011743       MOVE "INTENSITY THRESHOLDS ORDER" TO ws-reject-reason
011743       GO TO PARSE_POLICY_ENTRY_EXIT
011743     END-IF.
011743     IF policy-in-rec(1:4) = "*"
011743       IF pol-default-seen
011743         MOVE "DUPLICATE DEFAULT ROW" TO ws-reject-reason
011743         GO TO PARSE_POLICY_ENTRY_EXIT
011743       END-IF
011743       MOVE 'Y' TO ws-pol-default-seen
011743       MOVE 1 TO ws-pol-match
011743     ELSE
011743       PERFORM VARYING ws-pol-idx FROM 2 BY 1
011743         UNTIL ws-pol-idx > ws-policy-count
011743         IF pol-zone(ws-pol-idx) = policy-in-rec(1:4)
011743           MOVE "DUPLICATE ZONE ROW" TO ws-reject-reason
011743         END-IF
011743       END-PERFORM
011743       IF ws-reject-reason NOT = SPACES
011743         GO TO PARSE_POLICY_ENTRY_EXIT
011743       END-IF
011743       IF ws-policy-count NOT < ws-policy-limit
011743         MOVE "POLICY TABLE FULL" TO ws-reject-reason
011743         GO TO PARSE_POLICY_ENTRY_EXIT
011743       END-IF
011743       ADD 1 TO ws-policy-count
011743       MOVE ws-policy-count TO ws-pol-match
011743     END-IF.
011743     MOVE policy-in-rec(1:4) TO pol-zone(ws-pol-match).
011743     MOVE policy-in-rec(6:8) TO pol-id(ws-pol-match).
011743     MOVE ws-pol-value(1) TO pol-hit-watch(ws-pol-match).
011743     MOVE ws-pol-value(2) TO pol-hit-warn(ws-pol-match).
011743     MOVE ws-pol-value(3) TO pol-hit-crit(ws-pol-match).
011743     MOVE ws-pol-value(4) TO pol-int-watch(ws-pol-match).
011743     MOVE ws-pol-value(5) TO pol-int-warn(ws-pol-match).
011743     MOVE ws-pol-value(6) TO pol-int-crit(ws-pol-match).
011744 PARSE_POLICY_ENTRY_EXIT.
011744     EXIT.
011745 SET_ZONE_POLICY.
011745*    A zone with no row of its own is graded by the default row.
011745     MOVE 1 TO zon-policy(ws-zone-idx).
011745     PERFORM VARYING ws-pol-idx FROM 2 BY 1
011745       UNTIL ws-pol-idx > ws-policy-count
011745       IF pol-zone(ws-pol-idx) = zon-code(ws-zone-idx)
011745         MOVE ws-pol-idx TO zon-policy(ws-zone-idx)
011745       END-IF
011745     END-PERFORM.
011750 TALLY_ZONE_LINES.
011751     PERFORM VARYING ws-zone-idx FROM 1 BY 1
011752       UNTIL ws-zone-idx > ws-zone-count
011757     MOVE zon-overlap-cells(ws-zone-idx) TO hist-zon-overlap.
011758     MOVE zon-density(ws-zone-idx) TO hist-zon-density.
011759     WRITE hist-rec.
012000 SAVE_SIMULATION_BASE.
012001     MOVE hit-count TO base-hit-count.
012002     MOVE int-count TO base-int-count.
012003     MOVE result TO ws-base-result.
012004     MOVE ws-lines-rejected TO ws-base-rejected.
012010 OPEN_SIM_VENT_REGISTRY.
012011*    Read-only: deletes in the proposed feed are still checked
012012*    against the registry, but nothing is posted to it.
012013     OPEN INPUT VENT-REG.
012014     IF ws-vent-reg-status = "00"
012015       MOVE 'Y' TO ws-sim-reg-open
012016     ELSE
012017       DISPLAY "NO VENT REGISTRY AT "
012018         FUNCTION TRIM(ws-vent-reg-path)
012019         " - DELETES CHECKED AGAINST THIS FEED ONLY"
012020     END-IF.
012030 LOOKUP_SIM_REGISTRY.
012031     MOVE vlr-key TO ws-sim-reg-key.
012032     MOVE ZERO TO ws-sim-active.
012033     IF sim-reg-open
012034       READ VENT-REG
012035         INVALID KEY CONTINUE
012036         NOT INVALID KEY MOVE vlr-active-count TO ws-sim-active
012037       END-READ
012038     END-IF.
012039     PERFORM FIND_SIM_REG_ENTRY.
012040     IF ws-sim-reg-match > ZERO
012041       ADD srg-delta(ws-sim-reg-match) TO ws-sim-active
012042     END-IF.
012043     IF ws-sim-active NOT > ZERO
012044       MOVE 'N' TO ws-reg-found
012045     END-IF.
012050 POST_SIM_REGISTRY.
012051     MOVE vlr-key TO ws-sim-reg-key.
012052     PERFORM FIND_SIM_REG_ENTRY.
012053     IF ws-sim-reg-match = ZERO
012054       IF ws-sim-reg-count < ws-sim-reg-limit
012055         ADD 1 TO ws-sim-reg-count
012056         MOVE ws-sim-reg-count TO ws-sim-reg-match
012057         MOVE ws-sim-reg-key TO srg-key(ws-sim-reg-match)
012058         MOVE ZERO TO srg-delta(ws-sim-reg-match)
012059       ELSE
012060         ADD 1 TO ws-sim-reg-overflow
012061       END-IF
012062     END-IF.
012063     IF ws-sim-reg-match > ZERO
012064       ADD ws-apply-delta TO srg-delta(ws-sim-reg-match)
012065     END-IF.
012070 FIND_SIM_REG_ENTRY.
012071     MOVE ZERO TO ws-sim-reg-match.
012072     PERFORM VARYING ws-sim-reg-idx FROM 1 BY 1
012073       UNTIL ws-sim-reg-idx > ws-sim-reg-count
012074         OR ws-sim-reg-match > ZERO
012075       IF srg-key(ws-sim-reg-idx) = ws-sim-reg-key
012076         MOVE ws-sim-reg-idx TO ws-sim-reg-match
012077       END-IF
012078     END-PERFORM.
012080 SET_CELL_SEVERITY_RANK.
012081*    Grades the cell at report-col/report-row from ws-cell-count
012081*    and ws-cell-intensity under its zone's alert policy. The hit
012081*    count and, where the policy sets them, the intensity are each
012081*    graded and the higher grade stands. The rank lets two
012082*    gradings of one cell be compared.
012083     MOVE ZERO TO ws-sev-rank.
012083     MOVE SPACES TO ws-sev-name.
012083     MOVE SPACES TO ws-cell-zone.
012083     MOVE SPACES TO ws-cell-policy.
012083     IF ws-cell-count > ZERO OR ws-cell-intensity > ZERO
012083       PERFORM FIND_CELL_POLICY
012083       PERFORM GRADE_CELL_BY_POLICY
012083     END-IF.
012084 FIND_CELL_POLICY.
012084     COMPUTE ws-pol-x = report-col - 1.
012084     COMPUTE ws-pol-y = report-row - 1.
012084     MOVE ZERO TO ws-pol-zone-match.
012084     PERFORM VARYING ws-pol-zone-idx FROM 1 BY 1
012084       UNTIL ws-pol-zone-idx > ws-zone-count
012084         OR ws-pol-zone-match > ZERO
012084       IF ws-pol-x NOT < zon-x1(ws-pol-zone-idx)
012084         AND ws-pol-x NOT > zon-x2(ws-pol-zone-idx)
012084         AND ws-pol-y NOT < zon-y1(ws-pol-zone-idx)
012084         AND ws-pol-y NOT > zon-y2(ws-pol-zone-idx)
012084         MOVE ws-pol-zone-idx TO ws-pol-zone-match
012084       END-IF
012084     END-PERFORM.
012084     IF ws-pol-zone-match > ZERO
012084       MOVE zon-code(ws-pol-zone-match) TO ws-cell-zone
012084       MOVE zon-policy(ws-pol-zone-match) TO ws-pol-idx
012084     ELSE
012084       MOVE 1 TO ws-pol-idx
012084     END-IF.
012084     MOVE pol-id(ws-pol-idx) TO ws-cell-policy.
012085 GRADE_CELL_BY_POLICY.
012085     IF pol-hit-watch(ws-pol-idx) > ZERO
012085       EVALUATE TRUE
012085         WHEN ws-cell-count >= pol-hit-crit(ws-pol-idx)
012085           MOVE 3 TO ws-sev-rank
012085         WHEN ws-cell-count >= pol-hit-warn(ws-pol-idx)
012085           MOVE 2 TO ws-sev-rank
012085         WHEN ws-cell-count >= pol-hit-watch(ws-pol-idx)
012085           MOVE 1 TO ws-sev-rank
012085       END-EVALUATE
012085     END-IF.
012085     MOVE ZERO TO ws-int-sev-rank.
012085     IF pol-int-watch(ws-pol-idx) > ZERO
012085       EVALUATE TRUE
012085         WHEN ws-cell-intensity >= pol-int-crit(ws-pol-idx)
012085           MOVE 3 TO ws-int-sev-rank
012085         WHEN ws-cell-intensity >= pol-int-warn(ws-pol-idx)
012085           MOVE 2 TO ws-int-sev-rank
012085         WHEN ws-cell-intensity >= pol-int-watch(ws-pol-idx)
012085           MOVE 1 TO ws-int-sev-rank
012085       END-EVALUATE
012085     END-IF.
012085     IF ws-int-sev-rank > ws-sev-rank
012085       MOVE ws-int-sev-rank TO ws-sev-rank
012085     END-IF.
012086     EVALUATE ws-sev-rank
012086       WHEN 3
012086         MOVE "CRITICAL" TO ws-sev-name
012086       WHEN 2
012086         MOVE "WARN" TO ws-sev-name
012086       WHEN 1
012086         MOVE "WATCH" TO ws-sev-name
012096     END-EVALUATE.
012100 WRITE_SIMULATION_REPORT.
012101     OPEN OUTPUT SIM-RPT.
012102     MOVE "WHAT-IF IMPACT OF PROPOSED FEED - NOTHING POSTED"
012103       TO sim-rpt-line.
012104     WRITE sim-rpt-line.
012105     MOVE SPACES TO sim-rpt-line.
012106     IF master-loaded
012107       STRING "BASE GRID MASTER: " DELIMITED BY SIZE
012108         FUNCTION TRIM(ws-master-in-path) DELIMITED BY SIZE
012109         INTO sim-rpt-line
012110       END-STRING
012111     ELSE
012112       MOVE "BASE GRID MASTER: NONE - EMPTY GRID" TO sim-rpt-line
012113     END-IF.
012114     WRITE sim-rpt-line.
012115     MOVE ws-run-line-count TO ws-sim-num-ed.
012116     MOVE SPACES TO sim-rpt-line.
012117     STRING "FEED LINES READ: " DELIMITED BY SIZE
012118       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012119       INTO sim-rpt-line
012120     END-STRING.
012121     WRITE sim-rpt-line.
012122     COMPUTE ws-sim-num-ed = ws-lines-rejected - ws-base-rejected.
012123     MOVE SPACES TO sim-rpt-line.
012124     STRING "FEED LINES REJECTED: " DELIMITED BY SIZE
012125       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012126       " - SEE " DELIMITED BY SIZE
012127       FUNCTION TRIM(ws-except-path) DELIMITED BY SIZE
012128       INTO sim-rpt-line
012129     END-STRING.
012130     WRITE sim-rpt-line.
012131     MOVE ws-base-result TO ws-sim-old-ed.
012132     MOVE result TO ws-sim-new-ed.
012133     MOVE SPACES TO sim-rpt-line.
012134     STRING "DISTINCT OVERLAP CELLS BEFORE " DELIMITED BY SIZE
012135       FUNCTION TRIM(ws-sim-old-ed) DELIMITED BY SIZE
012136       " AFTER " DELIMITED BY SIZE
012137       FUNCTION TRIM(ws-sim-new-ed) DELIMITED BY SIZE
012138       INTO sim-rpt-line
012139     END-STRING.
012140     WRITE sim-rpt-line.
012141     IF ws-sim-reg-overflow > ZERO
012142       MOVE ws-sim-reg-overflow TO ws-sim-num-ed
012143       MOVE SPACES TO sim-rpt-line
012144       STRING "WARNING: REGISTRY POSTINGS NOT TRACKED: "
012145         DELIMITED BY SIZE
012146         FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012147         " - LATER DELETES OF THOSE LINES SHOW AS REJECTS"
012148         DELIMITED BY SIZE
012149         INTO sim-rpt-line
012150       END-STRING
012151       WRITE sim-rpt-line
012152     END-IF.
012160     MOVE SPACES TO sim-rpt-line.
012161     WRITE sim-rpt-line.
012162     MOVE "OVERLAP CELLS GAINED" TO sim-rpt-line.
012163     WRITE sim-rpt-line.
012164     MOVE 'G' TO ws-sim-section.
012165     PERFORM COMPARE_SIM_CELL
012166       VARYING report-row FROM 1 BY 1
012167       UNTIL report-row > ws-grid-max-y
012168       AFTER report-col FROM 1 BY 1
012169       UNTIL report-col > ws-grid-max-x.
012170     IF ws-sim-gained = ZERO
012171       MOVE "  NONE" TO sim-rpt-line
012172       WRITE sim-rpt-line
012173     END-IF.
012180     MOVE SPACES TO sim-rpt-line.
012181     WRITE sim-rpt-line.
012182     MOVE "OVERLAP CELLS LOST" TO sim-rpt-line.
012183     WRITE sim-rpt-line.
012184     MOVE 'L' TO ws-sim-section.
012185     PERFORM COMPARE_SIM_CELL
012186       VARYING report-row FROM 1 BY 1
012187       UNTIL report-row > ws-grid-max-y
012188       AFTER report-col FROM 1 BY 1
012189       UNTIL report-col > ws-grid-max-x.
012190     IF ws-sim-lost = ZERO
012191       MOVE "  NONE" TO sim-rpt-line
012192       WRITE sim-rpt-line
012193     END-IF.
012200     MOVE SPACES TO sim-rpt-line.
012201     WRITE sim-rpt-line.
012205     MOVE "ALERT CELLS NEW OR ESCALATED - GRADED BY ZONE POLICY"
012206       TO sim-rpt-line.
012215     WRITE sim-rpt-line.
012216     MOVE 'A' TO ws-sim-section.
012217     PERFORM COMPARE_SIM_CELL
012218       VARYING report-row FROM 1 BY 1
012219       UNTIL report-row > ws-grid-max-y
012220       AFTER report-col FROM 1 BY 1
012221       UNTIL report-col > ws-grid-max-x.
012222     IF ws-sim-new-alerts = ZERO AND ws-sim-escalated = ZERO
012223       MOVE "  NONE" TO sim-rpt-line
012224       WRITE sim-rpt-line
012225     END-IF.
012230     IF ws-zone-count > ZERO
012231       MOVE SPACES TO sim-rpt-line
012232       WRITE sim-rpt-line
012233       MOVE "ZONE OVERLAP CHANGE" TO sim-rpt-line
012234       WRITE sim-rpt-line
012235       PERFORM WRITE_SIM_ZONE_LINE
012236         VARYING ws-zone-idx FROM 1 BY 1
012237         UNTIL ws-zone-idx > ws-zone-count
012238     END-IF.
012240     MOVE SPACES TO sim-rpt-line.
012241     WRITE sim-rpt-line.
012242     MOVE ws-sim-gained TO ws-sim-num-ed.
012243     MOVE SPACES TO sim-rpt-line.
012244     STRING "OVERLAP CELLS GAINED: " DELIMITED BY SIZE
012245       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012246       INTO sim-rpt-line
012247     END-STRING.
012248     WRITE sim-rpt-line.
012249     MOVE ws-sim-lost TO ws-sim-num-ed.
012250     MOVE SPACES TO sim-rpt-line.
012251     STRING "OVERLAP CELLS LOST: " DELIMITED BY SIZE
012252       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012253       INTO sim-rpt-line
012254     END-STRING.
012255     WRITE sim-rpt-line.
012256     MOVE ws-sim-new-alerts TO ws-sim-num-ed.
012257     MOVE SPACES TO sim-rpt-line.
012258     STRING "NEW ALERT CELLS: " DELIMITED BY SIZE
012259       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012260       INTO sim-rpt-line
012261     END-STRING.
012262     WRITE sim-rpt-line.
012263     MOVE ws-sim-escalated TO ws-sim-num-ed.
012264     MOVE SPACES TO sim-rpt-line.
012265     STRING "ESCALATED ALERT CELLS: " DELIMITED BY SIZE
012266       FUNCTION TRIM(ws-sim-num-ed) DELIMITED BY SIZE
012267       INTO sim-rpt-line
012268     END-STRING.
012269     WRITE sim-rpt-line.
012270     CLOSE SIM-RPT.
012300 COMPARE_SIM_CELL.
012301     MOVE base-hit-count-col(report-col, report-row)
012302       TO ws-sim-base-hit.
012303     MOVE hit-count-col(report-col, report-row) TO ws-cell-count.
012304     EVALUATE TRUE
012305       WHEN sim-section-gained
012306         IF ws-cell-count > 1 AND ws-sim-base-hit NOT > 1
012307           ADD 1 TO ws-sim-gained
012308           PERFORM WRITE_SIM_OVERLAP_LINE
012309         END-IF
012310       WHEN sim-section-lost
012311         IF ws-cell-count NOT > 1 AND ws-sim-base-hit > 1
012312           ADD 1 TO ws-sim-lost
012313           PERFORM WRITE_SIM_OVERLAP_LINE
012314         END-IF
012315       WHEN sim-section-alerts
012316         PERFORM COMPARE_SIM_ALERT
012317     END-EVALUATE.
012320 COMPARE_SIM_ALERT.
012321     MOVE base-int-count-col(report-col, report-row)
012322       TO ws-cell-intensity.
012323     MOVE ws-cell-intensity TO ws-sim-base-int.
012323     MOVE ws-sim-base-hit TO ws-cell-count.
012324     PERFORM SET_CELL_SEVERITY_RANK.
012325     MOVE ws-sev-rank TO ws-base-sev-rank.
012326     MOVE ws-sev-name TO ws-base-sev-name.
012327     MOVE hit-count-col(report-col, report-row) TO ws-cell-count.
012327     MOVE int-count-col(report-col, report-row)
012328       TO ws-cell-intensity.
012329     PERFORM SET_CELL_SEVERITY_RANK.
012330     IF ws-sev-rank > ws-base-sev-rank
012331       IF ws-base-sev-rank = ZERO
012332         ADD 1 TO ws-sim-new-alerts
012333       ELSE
012334         ADD 1 TO ws-sim-escalated
012335       END-IF
012336       PERFORM WRITE_SIM_ALERT_LINE
012337     END-IF.
012340 WRITE_SIM_OVERLAP_LINE.
012341     COMPUTE ws-sim-x-ed = report-col - 1.
012342     COMPUTE ws-sim-y-ed = report-row - 1.
012343     MOVE ws-sim-base-hit TO ws-sim-old-ed.
012344     MOVE ws-cell-count TO ws-sim-new-ed.
012345     MOVE SPACES TO sim-rpt-line.
012346     STRING "  CELL " DELIMITED BY SIZE
012347       FUNCTION TRIM(ws-sim-x-ed) DELIMITED BY SIZE
012348       "," DELIMITED BY SIZE
012349       FUNCTION TRIM(ws-sim-y-ed) DELIMITED BY SIZE
012350       " HITS " DELIMITED BY SIZE
012351       FUNCTION TRIM(ws-sim-old-ed) DELIMITED BY SIZE
012352       " -> " DELIMITED BY SIZE
012353       FUNCTION TRIM(ws-sim-new-ed) DELIMITED BY SIZE
012354       INTO sim-rpt-line
012355     END-STRING.
012356     WRITE sim-rpt-line.
012360 WRITE_SIM_ALERT_LINE.
012361     COMPUTE ws-sim-x-ed = report-col - 1.
012362     COMPUTE ws-sim-y-ed = report-row - 1.
012363     MOVE ws-sim-base-int TO ws-sim-old-ed.
012364     MOVE ws-cell-intensity TO ws-sim-new-ed.
012365     MOVE SPACES TO sim-rpt-line.
012366     IF ws-base-sev-rank = ZERO
012367       STRING "  NEW       CELL " DELIMITED BY SIZE
012368         FUNCTION TRIM(ws-sim-x-ed) DELIMITED BY SIZE
012369         "," DELIMITED BY SIZE
012370         FUNCTION TRIM(ws-sim-y-ed) DELIMITED BY SIZE
012371         " INTENSITY " DELIMITED BY SIZE
012372         FUNCTION TRIM(ws-sim-old-ed) DELIMITED BY SIZE
012373         " -> " DELIMITED BY SIZE
012374         FUNCTION TRIM(ws-sim-new-ed) DELIMITED BY SIZE
012375         " SEVERITY " DELIMITED BY SIZE
012376         FUNCTION TRIM(ws-sev-name) DELIMITED BY SIZE
012376         " POLICY " DELIMITED BY SIZE
012376         FUNCTION TRIM(ws-cell-policy) DELIMITED BY SIZE
012377         INTO sim-rpt-line
012378       END-STRING
012379     ELSE
012380       STRING "  ESCALATED CELL " DELIMITED BY SIZE
012381         FUNCTION TRIM(ws-sim-x-ed) DELIMITED BY SIZE
012382         "," DELIMITED BY SIZE
012383         FUNCTION TRIM(ws-sim-y-ed) DELIMITED BY SIZE
012384         " INTENSITY " DELIMITED BY SIZE
012385         FUNCTION TRIM(ws-sim-old-ed) DELIMITED BY SIZE
012386         " -> " DELIMITED BY SIZE
012387         FUNCTION TRIM(ws-sim-new-ed) DELIMITED BY SIZE
012388         " SEVERITY " DELIMITED BY SIZE
012389         FUNCTION TRIM(ws-base-sev-name) DELIMITED BY SIZE
012390         " -> " DELIMITED BY SIZE
012391         FUNCTION TRIM(ws-sev-name) DELIMITED BY SIZE
012391         " POLICY " DELIMITED BY SIZE
012391         FUNCTION TRIM(ws-cell-policy) DELIMITED BY SIZE
012392         INTO sim-rpt-line
012393       END-STRING
012394     END-IF.
012395     WRITE sim-rpt-line.
012400 WRITE_SIM_ZONE_LINE.
012401     MOVE ZERO TO ws-sim-zone-before.
012402     MOVE ZERO TO ws-sim-zone-after.
012403     COMPUTE ws-zone-row-lim =
012404       FUNCTION min(zon-y2(ws-zone-idx) + 1, max-grid-coord).
012405     COMPUTE ws-zone-col-lim =
012406       FUNCTION min(zon-x2(ws-zone-idx) + 1, max-grid-coord).
012407     COMPUTE ws-zone-row-strt = zon-y1(ws-zone-idx) + 1.
012408     COMPUTE ws-zone-col-strt = zon-x1(ws-zone-idx) + 1.
012409     PERFORM COUNT_SIM_ZONE_CELL
012410       VARYING report-row FROM ws-zone-row-strt BY 1
012411       UNTIL report-row > ws-zone-row-lim
012412       AFTER report-col FROM ws-zone-col-strt BY 1
012413       UNTIL report-col > ws-zone-col-lim.
012414     COMPUTE ws-sim-change =
012415       ws-sim-zone-after - ws-sim-zone-before.
012416     MOVE ws-sim-zone-before TO ws-sim-old-ed.
012417     MOVE ws-sim-zone-after TO ws-sim-new-ed.
012418     MOVE ws-sim-change TO ws-sim-chg-ed.
012419     MOVE SPACES TO sim-rpt-line.
012420     STRING "  ZONE " DELIMITED BY SIZE
012421       zon-code(ws-zone-idx) DELIMITED BY SIZE
012422       " " DELIMITED BY SIZE
012423       zon-name(ws-zone-idx) DELIMITED BY SIZE
012424       " OVERLAP CELLS " DELIMITED BY SIZE
012425       FUNCTION TRIM(ws-sim-old-ed) DELIMITED BY SIZE
012426       " -> " DELIMITED BY SIZE
012427       FUNCTION TRIM(ws-sim-new-ed) DELIMITED BY SIZE
012428       " CHANGE " DELIMITED BY SIZE
012429       FUNCTION TRIM(ws-sim-chg-ed) DELIMITED BY SIZE
012430       INTO sim-rpt-line
012431     END-STRING.
012432     WRITE sim-rpt-line.
012440 COUNT_SIM_ZONE_CELL.
012441     IF base-hit-count-col(report-col, report-row) > 1
012442       ADD 1 TO ws-sim-zone-before
012443     END-IF.
012444     IF hit-count-col(report-col, report-row) > 1
012445       ADD 1 TO ws-sim-zone-after
012446     END-IF.
012500 CATALOG_GRID_MASTER.
012501*    Keep a tagged copy of the master just written so a bad run
012502*    can be rolled back further than the one copy the swap leaves
012503*    behind. A failure here costs the generation, not the run.
012504     PERFORM READ_GENERATION_CATALOG.
012505     ADD 1 TO ws-gen-number.
012506     MOVE SPACES TO ws-gen-path.
012507     STRING FUNCTION TRIM(ws-gen-prefix) DELIMITED BY SIZE
012508       ws-gen-number DELIMITED BY SIZE
012509       INTO ws-gen-path
012510     END-STRING.
012511     CALL "CBL_COPY_FILE" USING ws-master-out-path ws-gen-path
012512         RETURNING ws-gen-copy-status.
012513     IF ws-gen-copy-status NOT = ZERO
012514       DISPLAY "WARNING: GRID MASTER GENERATION NOT SAVED TO "
012515         FUNCTION TRIM(ws-gen-path)
012516         " STATUS " ws-gen-copy-status
012517     ELSE
012518       PERFORM WRITE_GENERATION_ENTRY
012519       PERFORM PRUNE_GENERATIONS
012520     END-IF.
012521 READ_GENERATION_CATALOG.
012522     MOVE ZERO TO ws-gen-number.
012523     MOVE 'N' TO ws-gen-cat-eof.
012524     OPEN INPUT GENCAT-FILE.
012525     IF ws-gen-cat-status = "00"
012526       READ GENCAT-FILE
012527         AT END SET gen-cat-eof TO TRUE
012528       END-READ
012529       PERFORM SCAN_GENERATION_ENTRY UNTIL gen-cat-eof
012530       CLOSE GENCAT-FILE
012531     END-IF.
012532 SCAN_GENERATION_ENTRY.
012533     IF gen-number > ws-gen-number
012534       MOVE gen-number TO ws-gen-number
012535       MOVE gen-feed-date TO ws-gen-last-feed-date
012536       MOVE gen-feed-cycle TO ws-gen-last-feed-cycle
012537     END-IF.
012538     READ GENCAT-FILE
012539       AT END SET gen-cat-eof TO TRUE
012540     END-READ.
012541 WRITE_GENERATION_ENTRY.
012542     OPEN EXTEND GENCAT-FILE.
012543     IF ws-gen-cat-status = "35"
012544       OPEN OUTPUT GENCAT-FILE
012545     END-IF.
012546     IF ws-gen-cat-status NOT = "00"
012547       DISPLAY "WARNING: CANNOT OPEN GENERATION CATALOG "
012548         FUNCTION TRIM(ws-gen-cat-path)
012549         " STATUS " ws-gen-cat-status
012550     ELSE
012551       INITIALIZE gen-rec
012552       MOVE ws-gen-number TO gen-number
012553       MOVE 'P' TO gen-source
012554       MOVE ws-run-date TO gen-run-date
012555       ACCEPT ws-gen-time FROM TIME
012556       COMPUTE gen-run-time = ws-gen-time / 100
012557       MOVE ws-lines-applied TO gen-lines-applied
012558       MOVE result TO gen-result
012559       MOVE ws-line-count TO gen-line-count
012560       MOVE ws-gen-path TO gen-path
012561       PERFORM SET_GENERATION_FEED
012562       WRITE gen-rec
012563       CLOSE GENCAT-FILE
012564       DISPLAY "GRID MASTER GENERATION " ws-gen-number
012565         " SAVED TO " FUNCTION TRIM(ws-gen-path)
012566     END-IF.
012567 SET_GENERATION_FEED.
012568     IF ws-feed-date = ZERO OR feed-refused
012569       MOVE ws-gen-last-feed-date TO gen-feed-date
012570       MOVE ws-gen-last-feed-cycle TO gen-feed-cycle
012571     ELSE
012572       MOVE ws-feed-date TO gen-feed-date
012573       MOVE ws-feed-cycle TO gen-feed-cycle
012574     END-IF.
012575 PRUNE_GENERATIONS.
012576*    Every entry at or below the keep line loses its copy, so a
012577*    lowered GEN_KEEP catches up on the next run. The catalog
012578*    entries stay as the history.
012579     IF ws-gen-number > ws-gen-keep
012580       MOVE 'N' TO ws-gen-cat-eof
012581       OPEN INPUT GENCAT-FILE
012582       IF ws-gen-cat-status = "00"
012583         READ GENCAT-FILE
012584           AT END SET gen-cat-eof TO TRUE
012585         END-READ
012586         PERFORM PRUNE_GENERATION_ENTRY UNTIL gen-cat-eof
012587         CLOSE GENCAT-FILE
012588       END-IF
012589     END-IF.
012590 PRUNE_GENERATION_ENTRY.
012591     IF gen-number + ws-gen-keep NOT > ws-gen-number
012592       CALL "CBL_DELETE_FILE" USING gen-path
012593           RETURNING ws-gen-prune-status
012594     END-IF.
012595     READ GENCAT-FILE
012596       AT END SET gen-cat-eof TO TRUE
012597     END-READ.
012600 SET_FEED_REFUSAL.
012601     MOVE ws-feed-date TO ws-seq-feed-date.
012602     MOVE ws-feed-cycle TO ws-seq-feed-cycle.
012603     MOVE ws-station-idx TO ws-seq-idx.
012604     PERFORM CHECK_FEED_SEQUENCE THRU CHECK_FEED_SEQUENCE_EXIT.
012605     IF seq-refused
012606       MOVE 'Y' TO ws-feed-refused
012607     END-IF.
012610 CHECK_FEED_SEQUENCE.
012611*    Compares ws-seq-feed-date/cycle with what station ws-seq-idx
012612*    last posted. The last posted feed only moves when the run
012613*    completes, so a restart classifies a feed exactly as the
012614*    interrupted run did.
012615     MOVE 'F' TO ws-seq-result.
012616     MOVE ZERO TO ws-seq-exp-date.
012617     MOVE ZERO TO ws-seq-exp-cycle.
012618     IF sta-last-date(ws-seq-idx) = ZERO
012619       GO TO CHECK_FEED_SEQUENCE_EXIT
012620     END-IF.
012621     PERFORM SET_EXPECTED_CYCLE.
012622     COMPUTE ws-seq-feed-key =
012623       ws-seq-feed-date * 10000 + ws-seq-feed-cycle.
012624     COMPUTE ws-seq-last-key =
012625       sta-last-date(ws-seq-idx) * 10000
012626       + sta-last-cycle(ws-seq-idx).
012627     COMPUTE ws-seq-exp-key =
012628       ws-seq-exp-date * 10000 + ws-seq-exp-cycle.
012629     EVALUATE TRUE
012630       WHEN ws-seq-feed-key = ws-seq-last-key
012631         MOVE 'D' TO ws-seq-result
012632       WHEN ws-seq-feed-key < ws-seq-last-key
012633         MOVE 'B' TO ws-seq-result
012634       WHEN ws-seq-feed-key > ws-seq-exp-key
012635         MOVE 'S' TO ws-seq-result
012636       WHEN OTHER
012637         MOVE 'O' TO ws-seq-result
012638     END-EVALUATE.
012639 CHECK_FEED_SEQUENCE_EXIT.
012640     EXIT.
012645 SET_EXPECTED_CYCLE.
012646*    Cycles run 1..FEED_CYCLES_PER_DAY within a feed date; after
012647*    the day's last cycle comes cycle 1 of the next day.
012648     IF sta-last-cycle(ws-seq-idx) < ws-cycles-per-day
012649       MOVE sta-last-date(ws-seq-idx) TO ws-seq-exp-date
012650       COMPUTE ws-seq-exp-cycle = sta-last-cycle(ws-seq-idx) + 1
012651     ELSE
012652       COMPUTE ws-seq-exp-date = FUNCTION DATE-OF-INTEGER(
012653         FUNCTION INTEGER-OF-DATE(sta-last-date(ws-seq-idx)) + 1)
012654       MOVE 1 TO ws-seq-exp-cycle
012655     END-IF.
012660 WRITE_FEED_SEQUENCE_REPORT.
012661     OPEN OUTPUT FEEDSEQ-RPT.
012662     MOVE "FEED SEQUENCE EXCEPTIONS" TO feedseq-line.
012663     WRITE feedseq-line.
012664     MOVE SPACES TO feedseq-line.
012665     WRITE feedseq-line.
012666     MOVE ZERO TO ws-seq-exceptions.
012667     IF NOT runctl-present
012668       MOVE "NO RUN CONTROL FILE - FEED SEQUENCE NOT TRACKED"
012669         TO feedseq-line
012670       WRITE feedseq-line
012671     ELSE
012672       PERFORM CHECK_STATION_SEQUENCE
012673         VARYING ws-seq-idx FROM 1 BY 1
012674         UNTIL ws-seq-idx > ws-station-count
012675       IF ws-seq-exceptions = ZERO
012676         MOVE "NO FEED SEQUENCE EXCEPTIONS" TO feedseq-line
012677         WRITE feedseq-line
012678       END-IF
012679     END-IF.
012680     CLOSE FEEDSEQ-RPT.
012681     IF ws-seq-exceptions > ZERO
012682       DISPLAY "FEED SEQUENCE EXCEPTIONS: " ws-seq-exceptions
012683         " - SEE feedseq.rpt"
012684     END-IF.
012690 CHECK_STATION_SEQUENCE.
012691     MOVE SPACE TO sta-seq-state(ws-seq-idx).
012692     MOVE sta-feed-date(ws-seq-idx) TO ws-seq-feed-date.
012693     MOVE sta-feed-cycle(ws-seq-idx) TO ws-seq-feed-cycle.
012694     IF ws-seq-feed-date = ZERO
012695       IF sta-last-date(ws-seq-idx) > ZERO
012696         PERFORM SET_EXPECTED_CYCLE
012697         PERFORM WRITE_NOT_RECEIVED_LINE
012698       END-IF
012699     ELSE
012700       PERFORM CHECK_FEED_SEQUENCE THRU CHECK_FEED_SEQUENCE_EXIT
012701       MOVE ws-seq-result TO sta-seq-state(ws-seq-idx)
012702       EVALUATE ws-seq-result
012703         WHEN 'D'
012704           MOVE "REFUSED - ALREADY POSTED" TO ws-seq-reason
012705           PERFORM WRITE_SEQUENCE_LINE
012706           PERFORM WRITE_NOT_RECEIVED_LINE
012707         WHEN 'B'
012708           MOVE "REFUSED - OLDER THAN LAST POSTED"
012709             TO ws-seq-reason
012710           PERFORM WRITE_SEQUENCE_LINE
012711           PERFORM WRITE_NOT_RECEIVED_LINE
012712         WHEN 'S'
012713           MOVE "POSTED - SKIPS AHEAD" TO ws-seq-reason
012714           PERFORM WRITE_SEQUENCE_LINE
012715       END-EVALUATE
012716     END-IF.
012720 WRITE_SEQUENCE_LINE.
012721     ADD 1 TO ws-seq-exceptions.
012722     MOVE SPACES TO feedseq-line.
012723     STRING "STATION " DELIMITED BY SIZE
012724       sta-id(ws-seq-idx) DELIMITED BY SIZE
012725       " FEED " DELIMITED BY SIZE
012726       ws-seq-feed-date DELIMITED BY SIZE
012727       "/" DELIMITED BY SIZE
012728       ws-seq-feed-cycle DELIMITED BY SIZE
012729       " " DELIMITED BY SIZE
012730       FUNCTION TRIM(ws-seq-reason) DELIMITED BY SIZE
012731       " - LAST POSTED " DELIMITED BY SIZE
012732       sta-last-date(ws-seq-idx) DELIMITED BY SIZE
012733       "/" DELIMITED BY SIZE
012734       sta-last-cycle(ws-seq-idx) DELIMITED BY SIZE
012735       " EXPECTED " DELIMITED BY SIZE
012736       ws-seq-exp-date DELIMITED BY SIZE
012737       "/" DELIMITED BY SIZE
012738       ws-seq-exp-cycle DELIMITED BY SIZE
012739       INTO feedseq-line
012740     END-STRING.
012741     WRITE feedseq-line.
012750 WRITE_NOT_RECEIVED_LINE.
012751     ADD 1 TO ws-seq-exceptions.
012752     MOVE SPACES TO feedseq-line.
012753     STRING "STATION " DELIMITED BY SIZE
012754       sta-id(ws-seq-idx) DELIMITED BY SIZE
012755       " EXPECTED " DELIMITED BY SIZE
012756       ws-seq-exp-date DELIMITED BY SIZE
012757       "/" DELIMITED BY SIZE
012758       ws-seq-exp-cycle DELIMITED BY SIZE
012759       " NOT RECEIVED - LAST POSTED " DELIMITED BY SIZE
012760       sta-last-date(ws-seq-idx) DELIMITED BY SIZE
012761       "/" DELIMITED BY SIZE
012762       sta-last-cycle(ws-seq-idx) DELIMITED BY SIZE
012763       INTO feedseq-line
012764     END-STRING.
012765     IF ws-seq-feed-date = ZERO AND sta-lines(ws-seq-idx) > ZERO
012766       MOVE "(FEED HAD NO HEADER)" TO feedseq-line(78:20)
012767     END-IF.
012768     WRITE feedseq-line.
012770 UPDATE_RUN_CONTROL.
012771*    Records each posted feed as the station's last, so the next
012772*    run can refuse a resend. Written to a copy and renamed over
012773*    the original, so a failure leaves the old file intact.
012774     IF NOT runctl-present
012775       GO TO UPDATE_RUN_CONTROL_EXIT
012776     END-IF.
012777     MOVE SPACES TO ws-runctl-new-path.
012778     STRING FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
012779       ".new" DELIMITED BY SIZE
012780       INTO ws-runctl-new-path
012781     END-STRING.
012781     MOVE SPACES TO ws-runctl-old-path.
012781     STRING FUNCTION TRIM(ws-runctl-path) DELIMITED BY SIZE
012781       ".old" DELIMITED BY SIZE
012781       INTO ws-runctl-old-path
012781     END-STRING.
012782     OPEN INPUT RUNCTL-FILE.
012783     IF ws-runctl-status NOT = "00"
012784       DISPLAY "WARNING: CANNOT REOPEN RUN CONTROL FILE "
012785         FUNCTION TRIM(ws-runctl-path)
012786         " STATUS " ws-runctl-status
012787         " - LAST POSTED FEEDS NOT RECORDED"
012788       MOVE 4 TO RETURN-CODE
012789       GO TO UPDATE_RUN_CONTROL_EXIT
012790     END-IF.
012791     OPEN OUTPUT RUNCTL-NEW.
012792     IF ws-runctl-new-status NOT = "00"
012793       DISPLAY "WARNING: CANNOT OPEN "
012794         FUNCTION TRIM(ws-runctl-new-path)
012795         " STATUS " ws-runctl-new-status
012796         " - LAST POSTED FEEDS NOT RECORDED"
012797       CLOSE RUNCTL-FILE
012798       MOVE 4 TO RETURN-CODE
012799       GO TO UPDATE_RUN_CONTROL_EXIT
012800     END-IF.
012801     MOVE 'N' TO ws-runctl-eof.
012802     READ RUNCTL-FILE
012803       AT END SET runctl-eof TO TRUE
012804     END-READ.
012805     PERFORM COPY_RUN_CONTROL_ENTRY UNTIL runctl-eof.
012806     CLOSE RUNCTL-FILE
012807           RUNCTL-NEW.
012808*    The original is moved aside, not deleted, until the new
012809*    copy is in its place.
012810     CALL "CBL_DELETE_FILE" USING ws-runctl-old-path
012811         RETURNING ws-delete-status.
012812     CALL "CBL_RENAME_FILE" USING ws-runctl-path
012813         ws-runctl-old-path
012814         RETURNING ws-rename-status.
012815     IF ws-rename-status NOT = ZERO
012816       DISPLAY "WARNING: CANNOT RENAME "
012817         FUNCTION TRIM(ws-runctl-path) " TO "
012818         FUNCTION TRIM(ws-runctl-old-path)
012819         " - LAST POSTED FEEDS NOT RECORDED, UPDATED COPY "
012819         "LEFT IN "
012820         FUNCTION TRIM(ws-runctl-new-path)
012821       MOVE 4 TO RETURN-CODE
012822       GO TO UPDATE_RUN_CONTROL_EXIT
012823     END-IF.
012824     CALL "CBL_RENAME_FILE" USING ws-runctl-new-path
012825         ws-runctl-path
012826         RETURNING ws-rename-status.
012827     IF ws-rename-status NOT = ZERO
012828       DISPLAY "FATAL: CANNOT RENAME "
012829         FUNCTION TRIM(ws-runctl-new-path) " TO "
012830         FUNCTION TRIM(ws-runctl-path)
012831         " - UPDATED RUN CONTROL IS IN "
012832         FUNCTION TRIM(ws-runctl-new-path)
012833         ", PREVIOUS ONE IN "
012834         FUNCTION TRIM(ws-runctl-old-path)
012835       CALL "CBL_RENAME_FILE" USING ws-runctl-old-path
012836           ws-runctl-path
012837           RETURNING ws-rename-status
012838       IF ws-rename-status = ZERO
012839         DISPLAY "PREVIOUS RUN CONTROL RESTORED TO "
012840           FUNCTION TRIM(ws-runctl-path)
012841       END-IF
012842       MOVE 12 TO RETURN-CODE
012843       GO TO UPDATE_RUN_CONTROL_EXIT
012844     END-IF.
012845     CALL "CBL_DELETE_FILE" USING ws-runctl-old-path
012846         RETURNING ws-delete-status.
012847     IF ws-delete-status NOT = ZERO
012848       DISPLAY "WARNING: CANNOT DELETE "
012849         FUNCTION TRIM(ws-runctl-old-path)
012850         " - REMOVE IT BEFORE THE NEXT RUN"
012851       MOVE 4 TO RETURN-CODE
012852     END-IF.
012853 UPDATE_RUN_CONTROL_EXIT.
012854     EXIT.
012860 COPY_RUN_CONTROL_ENTRY.
012831     MOVE runctl-rec TO runctl-new-rec.
012832     IF runctl-rec NOT = SPACES
012833       AND runctl-rec(107:1) = 'Y'
012834       PERFORM VARYING ws-seq-idx FROM 1 BY 1
012835         UNTIL ws-seq-idx > ws-station-count
012836         OR sta-id(ws-seq-idx) = runctl-rec(1:4)
012837         CONTINUE
012837       END-PERFORM
012838       IF ws-seq-idx NOT > ws-station-count
012839         IF sta-seq-state(ws-seq-idx) = 'F'
012840           OR sta-seq-state(ws-seq-idx) = 'O'
012841           OR sta-seq-state(ws-seq-idx) = 'S'
012842           MOVE SPACE TO runctl-new-rec(108:1)
012843           MOVE sta-feed-date(ws-seq-idx) TO runctl-new-rec(109:8)
012844           MOVE SPACE TO runctl-new-rec(117:1)
012845           MOVE sta-feed-cycle(ws-seq-idx)
012846             TO runctl-new-rec(118:4)
012847         END-IF
012848       END-IF
012849     END-IF.
012850     WRITE runctl-new-rec.
012851     READ RUNCTL-FILE
012852       AT END SET runctl-eof TO TRUE
012853     END-READ.
