000165     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000166         ORGANIZATION LINE SEQUENTIAL
000167         FILE STATUS IS ws-zones-status.
000167     SELECT POLICY-FILE ASSIGN TO DYNAMIC ws-policy-path
000167         ORGANIZATION LINE SEQUENTIAL
000167         FILE STATUS IS ws-policy-status.
000168     SELECT AUDIT-MST ASSIGN TO DYNAMIC ws-audit-mst-path
000169         ORGANIZATION INDEXED
000170         ACCESS MODE DYNAMIC
000431     01 prior-csv-line PIC X(30).
000440     FD ZONES-FILE.
000441     01 zone-in-rec PIC X(60).
000441     FD POLICY-FILE.
000441     01 policy-in-rec PIC X(60).
000450     FD AUDIT-MST.
000451     COPY "auditmst.cpy".
000460     FD DOSSIER-RPT.
000544     01 ws-sev-warn-override PIC X(100).
000545     01 ws-sev-crit-override PIC X(100).
000546     01 ws-severity PIC X(8) VALUE SPACES.
000546*    Alert thresholds by zone. Entry 1 is the default row; until
000546*    alertpol.dat supplies one it grades intensity against the
000546*    SEVERITY_* settings above, as every cell was graded before.
000546     78 ws-policy-limit VALUE 51.
000546     01 ws-policy-path PIC X(100) VALUE "alertpol.dat".
000546     01 ws-policy-override PIC X(100).
000546     01 ws-policy-status PIC XX.
000546     01 ws-policy-eof PIC X VALUE 'N'.
000546         88 policy-eof VALUE 'Y'.
000546     01 ws-policy-count PIC 9(3) VALUE ZERO.
000546     01 ws-pol-default-seen PIC X VALUE 'N'.
000546         88 pol-default-seen VALUE 'Y'.
000546     01 policy-table.
000546         05 policy-entry OCCURS ws-policy-limit TIMES.
000546             10 pol-zone PIC X(4).
000546             10 pol-id PIC X(8).
000546             10 pol-hit-watch PIC 9(4).
000546             10 pol-hit-warn PIC 9(4).
000546             10 pol-hit-crit PIC 9(4).
000546             10 pol-int-watch PIC 9(4).
000546             10 pol-int-warn PIC 9(4).
000546             10 pol-int-crit PIC 9(4).
000546     01 ws-pol-raws.
000546         05 ws-pol-raw PIC X(10) OCCURS 6 TIMES.
000546     01 ws-pol-values.
000546         05 ws-pol-value PIC 9(4) OCCURS 6 TIMES.
000546     01 ws-pol-fld-idx PIC 9(2) VALUE ZERO.
000546     01 ws-pol-idx PIC 9(3) VALUE ZERO.
000546     01 ws-pol-match PIC 9(3) VALUE ZERO.
000546     01 ws-pol-field-count PIC 9(2) VALUE ZERO.
000546     01 ws-pol-reason PIC X(30) VALUE SPACES.
000546     01 ws-sev-rank PIC 9 VALUE ZERO.
000546     01 ws-int-sev-rank PIC 9 VALUE ZERO.
000550     01 ws-zone-count PIC 9(3) VALUE ZERO.
000551     01 zone-table.
000552         05 zone-entry OCCURS ws-zone-limit TIMES.
000557             10 zon-x2 PIC 9(4).
000558             10 zon-y2 PIC 9(4).
000559             10 zon-district PIC X(4).
000559             10 zon-policy PIC 9(3).
000560     01 ws-zone-idx PIC 9(3) VALUE ZERO.
000561     01 ws-zone-match PIC 9(3) VALUE ZERO.
000562     01 ws-zone-district-raw PIC X(10).
000647     IF ws-sev-crit-override NOT = SPACES
000648       MOVE ws-sev-crit-override TO ws-sev-critical
000649     END-IF.
000649     ACCEPT ws-policy-override FROM ENVIRONMENT
000649         "ALERT_POLICY_PATH".
000649     IF ws-policy-override NOT = SPACES
000649       MOVE ws-policy-override TO ws-policy-path
000649     END-IF.
000650     PERFORM LOAD_CELL_LIST.
000651     IF ws-cell-count-in = ZERO
000652       DISPLAY "NO CELLS TO REPORT"
000660     PERFORM LOAD_GRID_MASTER.
000661     PERFORM LOAD_PRIOR_COUNTS.
000662     PERFORM LOAD_ZONES.
000662     PERFORM LOAD_ALERT_POLICIES.
000663     PERFORM OPEN_AUDIT_MASTER.
000670     OPEN OUTPUT DOSSIER-RPT.
000671     PERFORM WRITE_CELL_DOSSIER
002573     ELSE
002574       DISPLAY "ZONE RECORD REJECTED: " zone-in-rec
002575     END-IF.
002580 LOAD_ALERT_POLICIES.
002580     INITIALIZE policy-table.
002580     MOVE 1 TO ws-policy-count.
002580     MOVE "*" TO pol-zone(1).
002580     MOVE "GLOBAL" TO pol-id(1).
002580     MOVE ws-sev-watch TO pol-int-watch(1).
002580     MOVE ws-sev-warn TO pol-int-warn(1).
002580     MOVE ws-sev-critical TO pol-int-crit(1).
002580     OPEN INPUT POLICY-FILE.
002580     IF ws-policy-status = "00"
002580       READ POLICY-FILE
002580         AT END SET policy-eof TO TRUE
002580       END-READ
002580       PERFORM LOAD_POLICY_ENTRY UNTIL policy-eof
002580       CLOSE POLICY-FILE
002580     ELSE
002580       DISPLAY "NO ALERT POLICY AT "
002580         FUNCTION TRIM(ws-policy-path)
002580         " - GLOBAL SEVERITY THRESHOLDS APPLY"
002580     END-IF.
002580     PERFORM SET_ZONE_POLICY
002580       VARYING ws-zone-idx FROM 1 BY 1
002580       UNTIL ws-zone-idx > ws-zone-count.
002581 LOAD_POLICY_ENTRY.
002581     IF policy-in-rec NOT = SPACES
002581       PERFORM PARSE_POLICY_ENTRY THRU PARSE_POLICY_ENTRY_EXIT
002581       IF ws-pol-reason NOT = SPACES
002581         DISPLAY "POLICY RECORD REJECTED: " policy-in-rec
002581         DISPLAY "  REASON: " ws-pol-reason
002581       END-IF
002581     END-IF.
002581     READ POLICY-FILE
002581       AT END SET policy-eof TO TRUE
002581     END-READ.
002582 PARSE_POLICY_ENTRY.
002582*    Zone code in 1-4 ("*" = the default row for cells outside
002582*    every zone), policy id in 6-13, then from column 15 the hit
002582*    count watch,warn,critical thresholds, optionally followed by
002582*    intensity watch,warn,critical.
002582     MOVE SPACES TO ws-pol-reason.
002582     MOVE SPACES TO ws-pol-raws.
002582     INITIALIZE ws-pol-values.
002582     MOVE ZERO TO ws-pol-field-count.
002582     UNSTRING policy-in-rec(15:) DELIMITED BY ","
002582       INTO ws-pol-raw(1), ws-pol-raw(2), ws-pol-raw(3),
002582         ws-pol-raw(4), ws-pol-raw(5), ws-pol-raw(6)
002582       TALLYING IN ws-pol-field-count
002582       ON OVERFLOW
002582         MOVE "TOO MANY FIELDS" TO ws-pol-reason
002582     END-UNSTRING.
002582     IF ws-pol-reason NOT = SPACES
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     IF policy-in-rec(1:4) = SPACES OR policy-in-rec(6:8) = SPACES
002582       MOVE "MISSING ZONE OR POLICY ID" TO ws-pol-reason
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     IF ws-pol-field-count NOT = 3
002582       AND ws-pol-field-count NOT = 6
002582       MOVE "NEED 3 OR 6 THRESHOLDS" TO ws-pol-reason
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     PERFORM VARYING ws-pol-fld-idx FROM 1 BY 1
002582       UNTIL ws-pol-fld-idx > ws-pol-field-count
002582         OR ws-pol-reason NOT = SPACES
002582       MOVE ws-pol-raw(ws-pol-fld-idx) TO ws-check-token
002582       PERFORM VALIDATE_CELL_TOKEN
002582       IF token-valid
002582         MOVE ws-just-token(7:4) TO ws-pol-value(ws-pol-fld-idx)
002582       ELSE
002582         MOVE "BAD THRESHOLD VALUE" TO ws-pol-reason
002582       END-IF
002582     END-PERFORM.
002582     IF ws-pol-reason NOT = SPACES
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     IF ws-pol-value(1) = ZERO
002582       OR ws-pol-value(1) > ws-pol-value(2)
002582       OR ws-pol-value(2) > ws-pol-value(3)
002582       MOVE "HIT THRESHOLDS OUT OF ORDER" TO ws-pol-reason
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     IF ws-pol-field-count = 6
002582       AND (ws-pol-value(4) = ZERO
002582         OR ws-pol-value(4) > ws-pol-value(5)
002582         OR ws-pol-value(5) > ws-pol-value(6))
002582       MOVE "INTENSITY THRESHOLDS ORDER" TO ws-pol-reason
002582       GO TO PARSE_POLICY_ENTRY_EXIT
002582     END-IF.
002582     IF policy-in-rec(1:4) = "*"
002582       IF pol-default-seen
002582         MOVE "DUPLICATE DEFAULT ROW" TO ws-pol-reason
002582         GO TO PARSE_POLICY_ENTRY_EXIT
002582       END-IF
002582       MOVE 'Y' TO ws-pol-default-seen
002582       MOVE 1 TO ws-pol-match
002582     ELSE
002582       PERFORM VARYING ws-pol-idx FROM 2 BY 1
002582         UNTIL ws-pol-idx > ws-policy-count
002582         IF pol-zone(ws-pol-idx) = policy-in-rec(1:4)
002582           MOVE "DUPLICATE ZONE ROW" TO ws-pol-reason
002582         END-IF
002582       END-PERFORM
002582       IF ws-pol-reason NOT = SPACES
002582         GO TO PARSE_POLICY_ENTRY_EXIT
002582       END-IF
002582       IF ws-policy-count NOT < ws-policy-limit
002582         MOVE "POLICY TABLE FULL" TO ws-pol-reason
002582         GO TO PARSE_POLICY_ENTRY_EXIT
002582       END-IF
002582       ADD 1 TO ws-policy-count
002582       MOVE ws-policy-count TO ws-pol-match
002582     END-IF.
002582     MOVE policy-in-rec(1:4) TO pol-zone(ws-pol-match).
002582     MOVE policy-in-rec(6:8) TO pol-id(ws-pol-match).
002582     MOVE ws-pol-value(1) TO pol-hit-watch(ws-pol-match).
002582     MOVE ws-pol-value(2) TO pol-hit-warn(ws-pol-match).
002582     MOVE ws-pol-value(3) TO pol-hit-crit(ws-pol-match).
002582     MOVE ws-pol-value(4) TO pol-int-watch(ws-pol-match).
002582     MOVE ws-pol-value(5) TO pol-int-warn(ws-pol-match).
002582     MOVE ws-pol-value(6) TO pol-int-crit(ws-pol-match).
002583 PARSE_POLICY_ENTRY_EXIT.
002583     EXIT.
002584 SET_ZONE_POLICY.
002584*    A zone with no row of its own is graded by the default row.
002584     MOVE 1 TO zon-policy(ws-zone-idx).
002584     PERFORM VARYING ws-pol-idx FROM 2 BY 1
002584       UNTIL ws-pol-idx > ws-policy-count
002584       IF pol-zone(ws-pol-idx) = zon-code(ws-zone-idx)
002584         MOVE ws-pol-idx TO zon-policy(ws-zone-idx)
002584       END-IF
002584     END-PERFORM.
002600 OPEN_AUDIT_MASTER.
002610     OPEN INPUT AUDIT-MST.
002620     IF ws-audit-mst-status = "00"
003023       TO ws-cur-intensity.
003024     MOVE prior-count-col(ws-q-x + 1, ws-q-y + 1)
003025       TO ws-prior-cnt.
003026*    Graded under the owning zone's alert policy, as PART1
003026*    grades the cell for alerts.dat.
003026     PERFORM FIND_OWNING_ZONE.
003027     IF ws-zone-match > ZERO
003027       MOVE zon-policy(ws-zone-match) TO ws-pol-idx
003027     ELSE
003027       MOVE 1 TO ws-pol-idx
003027     END-IF.
003030     PERFORM GRADE_CELL_BY_POLICY.
003040     MOVE ALL "=" TO dossier-line.
003041     WRITE dossier-line.
003050     MOVE ws-q-x TO ws-x-ed.
003065       " INTENSITY " DELIMITED BY SIZE
003066       FUNCTION TRIM(ws-int-ed) DELIMITED BY SIZE
003067       " SEVERITY " DELIMITED BY SIZE
003068       FUNCTION TRIM(ws-severity) DELIMITED BY SIZE
003068       " POLICY " DELIMITED BY SIZE
003068       pol-id(ws-pol-idx) DELIMITED BY SIZE
003069       INTO dossier-line
003070     END-STRING.
003071     WRITE dossier-line.
003088       INTO dossier-line
003089     END-STRING.
003090     WRITE dossier-line.
003110     IF ws-zone-match > ZERO
003111       MOVE SPACES TO dossier-line
003112       STRING "ZONE " DELIMITED BY SIZE
003227         MOVE ws-zone-idx TO ws-zone-match
003228       END-IF
003229     END-PERFORM.
003230 GRADE_CELL_BY_POLICY.
003230*    The hit count and, where the policy sets them, the intensity
003230*    are each graded; the higher grade stands.
003231     MOVE ZERO TO ws-sev-rank.
003231     IF pol-hit-watch(ws-pol-idx) > ZERO
003231       EVALUATE TRUE
003231         WHEN ws-cur-count >= pol-hit-crit(ws-pol-idx)
003231           MOVE 3 TO ws-sev-rank
003231         WHEN ws-cur-count >= pol-hit-warn(ws-pol-idx)
003231           MOVE 2 TO ws-sev-rank
003231         WHEN ws-cur-count >= pol-hit-watch(ws-pol-idx)
003231           MOVE 1 TO ws-sev-rank
003231       END-EVALUATE
003231     END-IF.
003232     MOVE ZERO TO ws-int-sev-rank.
003232     IF pol-int-watch(ws-pol-idx) > ZERO
003232       EVALUATE TRUE
003232         WHEN ws-cur-intensity >= pol-int-crit(ws-pol-idx)
003232           MOVE 3 TO ws-int-sev-rank
003232         WHEN ws-cur-intensity >= pol-int-warn(ws-pol-idx)
003232           MOVE 2 TO ws-int-sev-rank
003232         WHEN ws-cur-intensity >= pol-int-watch(ws-pol-idx)
003232           MOVE 1 TO ws-int-sev-rank
003232       END-EVALUATE
003232     END-IF.
003233     IF ws-int-sev-rank > ws-sev-rank
003233       MOVE ws-int-sev-rank TO ws-sev-rank
003233     END-IF.
003234     EVALUATE ws-sev-rank
003234       WHEN 3
003234         MOVE "CRITICAL" TO ws-severity
003234       WHEN 2
003234         MOVE "WARN" TO ws-severity
003234       WHEN 1
003234         MOVE "WATCH" TO ws-severity
003234       WHEN OTHER
003234         MOVE "NONE" TO ws-severity
003234     END-EVALUATE.
003300 LIST_CONTRIBUTING_LINES.
003310     MOVE "CONTRIBUTING VENT LINES:" TO dossier-line.
003311     WRITE dossier-line.
