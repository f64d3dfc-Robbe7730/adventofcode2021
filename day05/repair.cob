000179     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000180         ORGANIZATION LINE SEQUENTIAL
000181         FILE STATUS IS ws-zones-status.
000181     SELECT POLICY-FILE ASSIGN TO DYNAMIC ws-policy-path
000181         ORGANIZATION LINE SEQUENTIAL
000181         FILE STATUS IS ws-policy-status.
000182     SELECT ZONE-RPT ASSIGN TO "zone.rpt"
000183         ORGANIZATION LINE SEQUENTIAL.
000184     SELECT CSV-RPT ASSIGN TO "hitcount.csv"
000187         ORGANIZATION LINE SEQUENTIAL.
000188     SELECT STATS-RPT ASSIGN TO "stats.rpt"
000189         ORGANIZATION LINE SEQUENTIAL.
000190     SELECT GENCAT-FILE ASSIGN TO DYNAMIC ws-gen-cat-path
000190         ORGANIZATION LINE SEQUENTIAL
000190         FILE STATUS IS ws-gen-cat-status.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD EXCEPT-RPT.
000437     COPY "ventreg.cpy".
000438     FD ZONES-FILE.
000439     01 zone-in-rec PIC X(60).
000439     FD POLICY-FILE.
000439     01 policy-in-rec PIC X(60).
000440     FD ZONE-RPT.
000441     01 zone-rpt-line PIC X(132).
000442     FD CSV-RPT.
000454         05 alert-run-date PIC 9(8).
000455         05 alert-fill5 PIC X.
000456         05 alert-intensity PIC 9(5).
000456         05 alert-fill6 PIC X.
000456         05 alert-zone PIC X(4).
000456         05 alert-fill7 PIC X.
000456         05 alert-policy PIC X(8).
000457     FD STATS-RPT.
000458     01 stats-line PIC X(60).
000459     FD GENCAT-FILE.
000459     COPY "gencat.cpy".
000440 WORKING-STORAGE SECTION.
000441     78 max-grid-coord VALUE 2000.
000442     78 mst-grid-coord-mirror VALUE 2000.
000457     01 ws-master-in-override PIC X(100).
000458     01 ws-master-out-override PIC X(100).
000459     01 ws-master-status PIC XX.
000459     01 ws-gen-cat-path PIC X(100) VALUE "gencat.dat".
000459     01 ws-gen-cat-override PIC X(100).
000459     01 ws-gen-cat-status PIC XX.
000459     01 ws-gen-cat-eof PIC X VALUE 'N'.
000459         88 gen-cat-eof VALUE 'Y'.
000459     01 ws-gen-prefix PIC X(100) VALUE "gridmaster.g".
000459     01 ws-gen-prefix-override PIC X(100).
000459     01 ws-gen-keep PIC 9(3) VALUE 5.
000459     01 ws-gen-keep-override PIC X(100).
000459     01 ws-gen-number PIC 9(6) VALUE ZERO.
000459     01 ws-gen-path PIC X(100).
000459     01 ws-gen-last-feed-date PIC 9(8) VALUE ZERO.
000459     01 ws-gen-last-feed-cycle PIC 9(4) VALUE ZERO.
000459     01 ws-gen-time PIC 9(8) VALUE ZERO.
000459     01 ws-gen-copy-status PIC 9(9) COMP-5 VALUE ZERO.
000459     01 ws-gen-prune-status PIC 9(9) COMP-5 VALUE ZERO.
000460     01 ws-master-loaded PIC X VALUE 'N'.
000461         88 master-loaded VALUE 'Y'.
000462     01 ws-except-eof PIC X VALUE 'N'.
000598             10 zon-density PIC 9(3)V9(2).
000599             10 zon-ranked PIC X.
000600             10 zon-district PIC X(4).
000600             10 zon-policy PIC 9(3).
000601     01 ws-zone-district-raw PIC X(10).
000602     01 ws-zone-active-raw PIC X(10).
000603     01 ws-zone-idx PIC 9(3) VALUE ZERO.
000633     01 ws-sev-watch-override PIC X(100).
000634     01 ws-sev-warn-override PIC X(100).
000635     01 ws-sev-crit-override PIC X(100).
000635*    Alert thresholds by zone. Entry 1 is the default row; until
000635*    alertpol.dat supplies one it grades intensity against the
000635*    SEVERITY_* settings above, as every cell was graded before.
000635     78 ws-policy-limit VALUE 51.
000635     01 ws-policy-path PIC X(100) VALUE "alertpol.dat".
000635     01 ws-policy-override PIC X(100).
000635     01 ws-policy-status PIC XX.
000635     01 ws-policy-eof PIC X VALUE 'N'.
000635         88 policy-eof VALUE 'Y'.
000635     01 ws-policy-count PIC 9(3) VALUE ZERO.
000635     01 ws-pol-default-seen PIC X VALUE 'N'.
000635         88 pol-default-seen VALUE 'Y'.
000635     01 policy-table.
000635         05 policy-entry OCCURS ws-policy-limit TIMES.
000635             10 pol-zone PIC X(4).
000635             10 pol-id PIC X(8).
000635             10 pol-hit-watch PIC 9(4).
000635             10 pol-hit-warn PIC 9(4).
000635             10 pol-hit-crit PIC 9(4).
000635             10 pol-int-watch PIC 9(4).
000635             10 pol-int-warn PIC 9(4).
000635             10 pol-int-crit PIC 9(4).
000635     01 ws-pol-raws.
000635         05 ws-pol-raw PIC X(10) OCCURS 6 TIMES.
000635     01 ws-pol-values.
000635         05 ws-pol-value PIC 9(4) OCCURS 6 TIMES.
000635     01 ws-pol-fld-idx PIC 9(2) VALUE ZERO.
000635     01 ws-pol-idx PIC 9(3) VALUE ZERO.
000635     01 ws-pol-match PIC 9(3) VALUE ZERO.
000635     01 ws-pol-zone-idx PIC 9(3) VALUE ZERO.
000635     01 ws-pol-zone-match PIC 9(3) VALUE ZERO.
000635     01 ws-pol-x PIC 9(4) VALUE ZERO.
000635     01 ws-pol-y PIC 9(4) VALUE ZERO.
000635     01 ws-int-sev-rank PIC 9 VALUE ZERO.
000635     01 ws-cell-zone PIC X(4) VALUE SPACES.
000635     01 ws-cell-policy PIC X(8) VALUE SPACES.
000635     01 ws-sev-rank PIC 9 VALUE ZERO.
000635     01 ws-sev-name PIC X(8) VALUE SPACES.
000636     01 ws-run-date PIC 9(8) VALUE ZERO.
000640     01 ws-freq-1 PIC 9(7) VALUE ZERO.
000641     01 ws-freq-2 PIC 9(7) VALUE ZERO.
000622     IF ws-master-out-override NOT = SPACES
000623       MOVE ws-master-out-override TO ws-master-out-path
000624     END-IF.
000624     ACCEPT ws-gen-cat-override FROM ENVIRONMENT
000624         "GEN_CATALOG_PATH".
000624     IF ws-gen-cat-override NOT = SPACES
000624       MOVE ws-gen-cat-override TO ws-gen-cat-path
000624     END-IF.
000624     ACCEPT ws-gen-prefix-override FROM ENVIRONMENT
000624         "GEN_MASTER_PREFIX".
000624     IF ws-gen-prefix-override NOT = SPACES
000624       MOVE ws-gen-prefix-override TO ws-gen-prefix
000624     END-IF.
000624     ACCEPT ws-gen-keep-override FROM ENVIRONMENT
000624         "GEN_KEEP".
000624     IF ws-gen-keep-override NOT = SPACES
000624       MOVE ws-gen-keep-override TO ws-gen-keep
000624     END-IF.
000624     IF ws-gen-keep = ZERO
000624       MOVE 1 TO ws-gen-keep
000624     END-IF.
000625     ACCEPT ws-diagonal-mode-override FROM ENVIRONMENT
000626         "DIAGONAL_MODE".
000627     IF ws-diagonal-mode-override NOT = SPACES
000669     IF ws-sev-crit-override NOT = SPACES
000670       MOVE ws-sev-crit-override TO ws-sev-critical
000671     END-IF.
000671     ACCEPT ws-policy-override FROM ENVIRONMENT
000671         "ALERT_POLICY_PATH".
000671     IF ws-policy-override NOT = SPACES
000671       MOVE ws-policy-override TO ws-policy-path
000671     END-IF.
000672     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000673     PERFORM LOAD_ZONES.
000673     PERFORM LOAD_ALERT_POLICIES.
000640     PERFORM LOAD_GRID_MASTER.
000641     IF NOT master-loaded
000642       DISPLAY "FATAL: NO GRID MASTER AT " ws-master-in-path
000710         ws-audit-write-drops
000711     END-IF.
000712     PERFORM WRITE_GRID_MASTER.
000712     PERFORM CATALOG_GRID_MASTER.
000713*    A repair cycle leaves the same extract set a clean run does,
000714*    so the shop never acts on a pre-repair alerts.dat or csv.
000715     PERFORM SCAN_GRID_STATS.
011350     READ ZONES-FILE
011351       AT END SET zones-eof TO TRUE
011352     END-READ.
011353 LOAD_ALERT_POLICIES.
011353     INITIALIZE policy-table.
011353     MOVE 1 TO ws-policy-count.
011353     MOVE "*" TO pol-zone(1).
011353     MOVE "GLOBAL" TO pol-id(1).
011353     MOVE ws-sev-watch TO pol-int-watch(1).
011353     MOVE ws-sev-warn TO pol-int-warn(1).
011353     MOVE ws-sev-critical TO pol-int-crit(1).
011353     OPEN INPUT POLICY-FILE.
011353     IF ws-policy-status = "00"
011353       READ POLICY-FILE
011353         AT END SET policy-eof TO TRUE
011353       END-READ
011353       PERFORM LOAD_POLICY_ENTRY UNTIL policy-eof
011353       CLOSE POLICY-FILE
011353     ELSE
011353       DISPLAY "NO ALERT POLICY AT "
011353         FUNCTION TRIM(ws-policy-path)
011353         " - GLOBAL SEVERITY THRESHOLDS APPLY"
011353     END-IF.
011353     PERFORM SET_ZONE_POLICY
011353       VARYING ws-zone-idx FROM 1 BY 1
011353       UNTIL ws-zone-idx > ws-zone-count.
011354 LOAD_POLICY_ENTRY.
011354     IF policy-in-rec NOT = SPACES
011354       PERFORM PARSE_POLICY_ENTRY THRU PARSE_POLICY_ENTRY_EXIT
011354       IF ws-reject-reason NOT = SPACES
011354         DISPLAY "POLICY RECORD REJECTED: " policy-in-rec
011354         DISPLAY "  REASON: " ws-reject-reason
011354         MOVE SPACES TO ws-reject-reason
011354       END-IF
011354     END-IF.
011354     READ POLICY-FILE
011354       AT END SET policy-eof TO TRUE
011354     END-READ.
011355 PARSE_POLICY_ENTRY.
011355*    Zone code in 1-4 ("*" = the default row for cells outside
011355*    every zone), policy id in 6-13, then from column 15 the hit
011355*    count watch,warn,critical thresholds, optionally followed by
011355*    intensity watch,warn,critical.
011355     MOVE SPACES TO ws-pol-raws.
011355     INITIALIZE ws-pol-values.
011355     MOVE ZERO TO ws-field-count.
011355     UNSTRING policy-in-rec(15:) DELIMITED BY ","
011355       INTO ws-pol-raw(1), ws-pol-raw(2), ws-pol-raw(3),
011355         ws-pol-raw(4), ws-pol-raw(5), ws-pol-raw(6)
011355       TALLYING IN ws-field-count
011355       ON OVERFLOW
011355         MOVE "TOO MANY FIELDS" TO ws-reject-reason
011355     END-UNSTRING.
011355     IF ws-reject-reason NOT = SPACES
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     IF policy-in-rec(1:4) = SPACES OR policy-in-rec(6:8) = SPACES
011355       MOVE "MISSING ZONE OR POLICY ID" TO ws-reject-reason
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     IF ws-field-count NOT = 3 AND ws-field-count NOT = 6
011355       MOVE "NEED 3 OR 6 THRESHOLDS" TO ws-reject-reason
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     PERFORM VARYING ws-pol-fld-idx FROM 1 BY 1
011355       UNTIL ws-pol-fld-idx > ws-field-count
011355         OR ws-reject-reason NOT = SPACES
011355       MOVE ws-pol-raw(ws-pol-fld-idx) TO ws-check-token
011355       PERFORM VALIDATE_TOKEN
011355       IF token-ok
011355         MOVE ws-just-token(7:4) TO ws-pol-value(ws-pol-fld-idx)
011355       ELSE
011355         MOVE "BAD THRESHOLD VALUE" TO ws-reject-reason
011355       END-IF
011355     END-PERFORM.
011355     IF ws-reject-reason NOT = SPACES
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     IF ws-pol-value(1) = ZERO
011355       OR ws-pol-value(1) > ws-pol-value(2)
011355       OR ws-pol-value(2) > ws-pol-value(3)
011355       MOVE "HIT THRESHOLDS OUT OF ORDER" TO ws-reject-reason
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     IF ws-field-count = 6
011355       AND (ws-pol-value(4) = ZERO
011355         OR ws-pol-value(4) > ws-pol-value(5)
011355         OR ws-pol-value(5) > ws-pol-value(6))
011355       MOVE "INTENSITY THRESHOLDS ORDER" TO ws-reject-reason
011355       GO TO PARSE_POLICY_ENTRY_EXIT
011355     END-IF.
011355     IF policy-in-rec(1:4) = "*"
011355       IF pol-default-seen
011355         MOVE "DUPLICATE DEFAULT ROW" TO ws-reject-reason
011355         GO TO PARSE_POLICY_ENTRY_EXIT
011355       END-IF
011355       MOVE 'Y' TO ws-pol-default-seen
011355       MOVE 1 TO ws-pol-match
011355     ELSE
011355       PERFORM VARYING ws-pol-idx FROM 2 BY 1
011355         UNTIL ws-pol-idx > ws-policy-count
011355         IF pol-zone(ws-pol-idx) = policy-in-rec(1:4)
011355           MOVE "DUPLICATE ZONE ROW" TO ws-reject-reason
011355         END-IF
011355       END-PERFORM
011355       IF ws-reject-reason NOT = SPACES
011355         GO TO PARSE_POLICY_ENTRY_EXIT
011355       END-IF
011355       IF ws-policy-count NOT < ws-policy-limit
011355         MOVE "POLICY TABLE FULL" TO ws-reject-reason
011355         GO TO PARSE_POLICY_ENTRY_EXIT
011355       END-IF
011355       ADD 1 TO ws-policy-count
011355       MOVE ws-policy-count TO ws-pol-match
011355     END-IF.
011355     MOVE policy-in-rec(1:4) TO pol-zone(ws-pol-match).
011355     MOVE policy-in-rec(6:8) TO pol-id(ws-pol-match).
011355     MOVE ws-pol-value(1) TO pol-hit-watch(ws-pol-match).
011355     MOVE ws-pol-value(2) TO pol-hit-warn(ws-pol-match).
011355     MOVE ws-pol-value(3) TO pol-hit-crit(ws-pol-match).
011355     MOVE ws-pol-value(4) TO pol-int-watch(ws-pol-match).
011355     MOVE ws-pol-value(5) TO pol-int-warn(ws-pol-match).
011355     MOVE ws-pol-value(6) TO pol-int-crit(ws-pol-match).
011356 PARSE_POLICY_ENTRY_EXIT.
011356     EXIT.
011357 SET_ZONE_POLICY.
011357*    A zone with no row of its own is graded by the default row.
011357     MOVE 1 TO zon-policy(ws-zone-idx).
011357     PERFORM VARYING ws-pol-idx FROM 2 BY 1
011357       UNTIL ws-pol-idx > ws-policy-count
011357       IF pol-zone(ws-pol-idx) = zon-code(ws-zone-idx)
011357         MOVE ws-pol-idx TO zon-policy(ws-zone-idx)
011357       END-IF
011357     END-PERFORM.
011360 TALLY_ZONE_LINES.
011361     PERFORM VARYING ws-zone-idx FROM 1 BY 1
011362       UNTIL ws-zone-idx > ws-zone-count
011607           TO ws-cell-count
011608         MOVE int-count-col(report-col, report-row)
011609           TO ws-cell-intensity
011610         PERFORM SET_CELL_SEVERITY_RANK
011610         IF ws-sev-rank > ZERO
011611           PERFORM WRITE_ALERT_RECORD
011612         END-IF
011613       END-PERFORM
011625     MOVE SPACE TO alert-fill2.
011626     MOVE ws-cell-count TO alert-count.
011627     MOVE SPACE TO alert-fill3.
011628     MOVE ws-sev-name TO alert-severity.
011636     MOVE SPACE TO alert-fill4.
011637     MOVE ws-run-date TO alert-run-date.
011638     MOVE SPACE TO alert-fill5.
011639     MOVE ws-cell-intensity TO alert-intensity.
011639     MOVE SPACE TO alert-fill6.
011639     MOVE ws-cell-zone TO alert-zone.
011639     MOVE SPACE TO alert-fill7.
011639     MOVE ws-cell-policy TO alert-policy.
011640     WRITE alert-rec.
011645 SET_CELL_SEVERITY_RANK.
011645*    Grades the cell at report-col/report-row from ws-cell-count
011645*    and ws-cell-intensity under its zone's alert policy. The hit
011645*    count and, where the policy sets them, the intensity are each
011645*    graded and the higher grade stands, as PART1 grades it.
011645     MOVE ZERO TO ws-sev-rank.
011645     MOVE SPACES TO ws-sev-name.
011645     MOVE SPACES TO ws-cell-zone.
011645     MOVE SPACES TO ws-cell-policy.
011645     IF ws-cell-count > ZERO OR ws-cell-intensity > ZERO
011645       PERFORM FIND_CELL_POLICY
011645       PERFORM GRADE_CELL_BY_POLICY
011645     END-IF.
011645 FIND_CELL_POLICY.
011645     COMPUTE ws-pol-x = report-col - 1.
011645     COMPUTE ws-pol-y = report-row - 1.
011645     MOVE ZERO TO ws-pol-zone-match.
011645     PERFORM VARYING ws-pol-zone-idx FROM 1 BY 1
011645       UNTIL ws-pol-zone-idx > ws-zone-count
011645         OR ws-pol-zone-match > ZERO
011645       IF ws-pol-x NOT < zon-x1(ws-pol-zone-idx)
011645         AND ws-pol-x NOT > zon-x2(ws-pol-zone-idx)
011645         AND ws-pol-y NOT < zon-y1(ws-pol-zone-idx)
011645         AND ws-pol-y NOT > zon-y2(ws-pol-zone-idx)
011645         MOVE ws-pol-zone-idx TO ws-pol-zone-match
011645       END-IF
011645     END-PERFORM.
011645     IF ws-pol-zone-match > ZERO
011645       MOVE zon-code(ws-pol-zone-match) TO ws-cell-zone
011645       MOVE zon-policy(ws-pol-zone-match) TO ws-pol-idx
011645     ELSE
011645       MOVE 1 TO ws-pol-idx
011645     END-IF.
011645     MOVE pol-id(ws-pol-idx) TO ws-cell-policy.
011645 GRADE_CELL_BY_POLICY.
011645     IF pol-hit-watch(ws-pol-idx) > ZERO
011645       EVALUATE TRUE
011645         WHEN ws-cell-count >= pol-hit-crit(ws-pol-idx)
011645           MOVE 3 TO ws-sev-rank
011645         WHEN ws-cell-count >= pol-hit-warn(ws-pol-idx)
011645           MOVE 2 TO ws-sev-rank
011645         WHEN ws-cell-count >= pol-hit-watch(ws-pol-idx)
011645           MOVE 1 TO ws-sev-rank
011645       END-EVALUATE
011645     END-IF.
011645     MOVE ZERO TO ws-int-sev-rank.
011645     IF pol-int-watch(ws-pol-idx) > ZERO
011645       EVALUATE TRUE
011645         WHEN ws-cell-intensity >= pol-int-crit(ws-pol-idx)
011645           MOVE 3 TO ws-int-sev-rank
011645         WHEN ws-cell-intensity >= pol-int-warn(ws-pol-idx)
011645           MOVE 2 TO ws-int-sev-rank
011645         WHEN ws-cell-intensity >= pol-int-watch(ws-pol-idx)
011645           MOVE 1 TO ws-int-sev-rank
011645       END-EVALUATE
011645     END-IF.
011645     IF ws-int-sev-rank > ws-sev-rank
011645       MOVE ws-int-sev-rank TO ws-sev-rank
011645     END-IF.
011645     EVALUATE ws-sev-rank
011645       WHEN 3
011645         MOVE "CRITICAL" TO ws-sev-name
011645       WHEN 2
011645         MOVE "WARN" TO ws-sev-name
011645       WHEN 1
011645         MOVE "WATCH" TO ws-sev-name
011645     END-EVALUATE.
011700 WRITE_STATS_REPORT.
011701     OPEN OUTPUT STATS-RPT.
011702     MOVE "HIT COUNT DISTRIBUTION" TO stats-line.
012013       INTO zone-rpt-line
012014     END-STRING.
012015     WRITE zone-rpt-line.
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
012553       MOVE 'R' TO gen-source
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
012568*    A repair posts no feed of its own; the master still stands
012569*    on the feed of the generation it was built from.
012570     MOVE ws-gen-last-feed-date TO gen-feed-date.
012571     MOVE ws-gen-last-feed-cycle TO gen-feed-cycle.
012572 PRUNE_GENERATIONS.
012573*    Every entry at or below the keep line loses its copy, so a
012574*    lowered GEN_KEEP catches up on the next run. The catalog
012575*    entries stay as the history.
012576     IF ws-gen-number > ws-gen-keep
012577       MOVE 'N' TO ws-gen-cat-eof
012578       OPEN INPUT GENCAT-FILE
012579       IF ws-gen-cat-status = "00"
012580         READ GENCAT-FILE
012581           AT END SET gen-cat-eof TO TRUE
012582         END-READ
012583         PERFORM PRUNE_GENERATION_ENTRY UNTIL gen-cat-eof
012584         CLOSE GENCAT-FILE
012585       END-IF
012586     END-IF.
012587 PRUNE_GENERATION_ENTRY.
012588     IF gen-number + ws-gen-keep NOT > ws-gen-number
012589       CALL "CBL_DELETE_FILE" USING gen-path
012590           RETURNING ws-gen-prune-status
012591     END-IF.
012592     READ GENCAT-FILE
012593       AT END SET gen-cat-eof TO TRUE
012594     END-READ.
