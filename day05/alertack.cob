000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. ALERTACK.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT ACK-FILE ASSIGN TO DYNAMIC ws-ack-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-ack-status.
000156     SELECT ALERT-MST ASSIGN TO DYNAMIC ws-alert-mst-path
000157         ORGANIZATION INDEXED
000158         ACCESS MODE DYNAMIC
000159         RECORD KEY IS alm-cell-key
000160         FILE STATUS IS ws-alert-mst-status.
000161     SELECT ACK-RPT ASSIGN TO "alertack.rpt"
000162         ORGANIZATION LINE SEQUENTIAL.
000163     SELECT AGE-RPT ASSIGN TO "alertage.rpt"
000164         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD ACK-FILE.
000401     01 dfb-rec.
000402         05 dfb-x PIC 9(4).
000403         05 dfb-fill1 PIC X.
000404         05 dfb-y PIC 9(4).
000405         05 dfb-fill2 PIC X.
000406         05 dfb-action PIC X(7).
000407         05 dfb-fill3 PIC X.
000408         05 dfb-operator PIC X(8).
000409         05 dfb-fill4 PIC X.
000410         05 dfb-crew PIC X(8).
000411         05 dfb-fill5 PIC X.
000412         05 dfb-timestamp PIC 9(14).
000413     01 dfb-raw PIC X(50).
000420     FD ALERT-MST.
000421     COPY "alrtmst.cpy".
000430     FD ACK-RPT.
000431     01 ack-rpt-line PIC X(132).
000440     FD AGE-RPT.
000441     01 age-rpt-line PIC X(132).
000450 WORKING-STORAGE SECTION.
000451     01 ws-ack-path PIC X(100) VALUE "dispack.dat".
000452     01 ws-ack-override PIC X(100).
000453     01 ws-ack-status PIC XX.
000454     01 ws-alert-mst-path PIC X(100) VALUE "alertmst.dat".
000455     01 ws-alert-mst-override PIC X(100).
000456     01 ws-alert-mst-status PIC XX.
000457     01 ws-ack-eof PIC X VALUE 'N'.
000458         88 ack-eof VALUE 'Y'.
000459     01 ws-ack-open PIC X VALUE 'N'.
000460         88 ack-open VALUE 'Y'.
000461     01 ws-age-done PIC X VALUE 'N'.
000462         88 age-done VALUE 'Y'.
000463     01 ws-reject-reason PIC X(30) VALUE SPACES.
000464     01 ws-run-date PIC 9(8) VALUE ZERO.
000465     01 ws-alert-start-ts PIC 9(14) VALUE ZERO.
000470*    Response windows, in dispatch runs, before an open alert is
000471*    overdue: first for an acknowledgment, then for resolution.
000472     01 ws-sla-ack-crit PIC 9(3) VALUE 1.
000473     01 ws-sla-ack-warn PIC 9(3) VALUE 2.
000474     01 ws-sla-ack-watch PIC 9(3) VALUE 4.
000475     01 ws-sla-res-crit PIC 9(3) VALUE 3.
000476     01 ws-sla-res-warn PIC 9(3) VALUE 6.
000477     01 ws-sla-res-watch PIC 9(3) VALUE 12.
000478     01 ws-sla-ack-crit-override PIC X(100).
000479     01 ws-sla-ack-warn-override PIC X(100).
000480     01 ws-sla-ack-watch-override PIC X(100).
000481     01 ws-sla-res-crit-override PIC X(100).
000482     01 ws-sla-res-warn-override PIC X(100).
000483     01 ws-sla-res-watch-override PIC X(100).
000484     01 ws-age-sev-rank PIC 9 VALUE ZERO.
000485     01 ws-age-sev PIC X(8) VALUE SPACES.
000486     01 ws-age-ack-window PIC 9(3) VALUE ZERO.
000487     01 ws-age-res-window PIC 9(3) VALUE ZERO.
000488     01 ws-age-reason PIC X(12) VALUE SPACES.
000489     01 ws-age-window PIC 9(3) VALUE ZERO.
000490     01 ws-age-sev-count PIC 9(6) VALUE ZERO.
000500     01 ws-count-read PIC 9(6) VALUE ZERO.
000501     01 ws-count-ack PIC 9(6) VALUE ZERO.
000502     01 ws-count-assign PIC 9(6) VALUE ZERO.
000503     01 ws-count-resolve PIC 9(6) VALUE ZERO.
000504     01 ws-count-rejected PIC 9(6) VALUE ZERO.
000505     01 ws-count-open PIC 9(6) VALUE ZERO.
000506     01 ws-count-no-ack PIC 9(6) VALUE ZERO.
000507     01 ws-count-no-resolve PIC 9(6) VALUE ZERO.
000510     01 ws-count-ed PIC ZZZZZ9.
000511     01 ws-runs-ed PIC ZZ9.
000512     01 ws-window-ed PIC ZZ9.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-ack-override FROM ENVIRONMENT
000602         "DISPATCH_ACK_PATH".
000603     IF ws-ack-override NOT = SPACES
000604       MOVE ws-ack-override TO ws-ack-path
000605     END-IF.
000606     ACCEPT ws-alert-mst-override FROM ENVIRONMENT
000607         "ALERT_MASTER_PATH".
000608     IF ws-alert-mst-override NOT = SPACES
000609       MOVE ws-alert-mst-override TO ws-alert-mst-path
000610     END-IF.
000611     PERFORM LOAD_SLA_WINDOWS.
000612     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000620     OPEN I-O ALERT-MST.
000621     IF ws-alert-mst-status NOT = "00"
000622       DISPLAY "FATAL: CANNOT OPEN ALERT MASTER "
000623         FUNCTION TRIM(ws-alert-mst-path)
000624         " STATUS " ws-alert-mst-status
000625       MOVE 8 TO RETURN-CODE
000626       STOP RUN
000627     END-IF.
000630     OPEN OUTPUT ACK-RPT.
000631     OPEN OUTPUT AGE-RPT.
000632     PERFORM WRITE_ACK_HEADER.
000640     OPEN INPUT ACK-FILE.
000641     IF ws-ack-status = "00"
000642       MOVE 'Y' TO ws-ack-open
000643       READ ACK-FILE
000644         AT END SET ack-eof TO TRUE
000645       END-READ
000646       PERFORM APPLY_FEEDBACK THRU APPLY_FEEDBACK_EXIT
000647         UNTIL ack-eof
000648       CLOSE ACK-FILE
000649     ELSE
000650*      No feedback this cycle is normal between dispatch drops;
000651*      the aging report still has to go out.
000652       DISPLAY "NO DISPATCH FEEDBACK AT "
000653         FUNCTION TRIM(ws-ack-path)
000654         " - AGING ONLY"
000655       MOVE 4 TO RETURN-CODE
000656     END-IF.
000660     PERFORM WRITE_ACK_TOTALS.
000670     PERFORM WRITE_AGING_REPORT.
000680     CLOSE ALERT-MST
000681           ACK-RPT
000682           AGE-RPT.
000690     DISPLAY "FEEDBACK RECORDS READ: " ws-count-read.
000691     DISPLAY "ACKNOWLEDGED: " ws-count-ack.
000692     DISPLAY "ASSIGNED: " ws-count-assign.
000693     DISPLAY "RESOLVED: " ws-count-resolve.
000694     DISPLAY "REJECTED: " ws-count-rejected.
000695     DISPLAY "OVERDUE NO ACK: " ws-count-no-ack.
000696     DISPLAY "OVERDUE NOT RESOLVED: " ws-count-no-resolve.
000697     STOP RUN.
001000 LOAD_SLA_WINDOWS.
001010     ACCEPT ws-sla-ack-crit-override FROM ENVIRONMENT
001011         "SLA_ACK_CRITICAL".
001012     IF ws-sla-ack-crit-override NOT = SPACES
001013       MOVE ws-sla-ack-crit-override TO ws-sla-ack-crit
001014     END-IF.
001015     ACCEPT ws-sla-ack-warn-override FROM ENVIRONMENT
001016         "SLA_ACK_WARN".
001017     IF ws-sla-ack-warn-override NOT = SPACES
001018       MOVE ws-sla-ack-warn-override TO ws-sla-ack-warn
001019     END-IF.
001020     ACCEPT ws-sla-ack-watch-override FROM ENVIRONMENT
001021         "SLA_ACK_WATCH".
001022     IF ws-sla-ack-watch-override NOT = SPACES
001023       MOVE ws-sla-ack-watch-override TO ws-sla-ack-watch
001024     END-IF.
001025     ACCEPT ws-sla-res-crit-override FROM ENVIRONMENT
001026         "SLA_RESOLVE_CRITICAL".
001027     IF ws-sla-res-crit-override NOT = SPACES
001028       MOVE ws-sla-res-crit-override TO ws-sla-res-crit
001029     END-IF.
001030     ACCEPT ws-sla-res-warn-override FROM ENVIRONMENT
001031         "SLA_RESOLVE_WARN".
001032     IF ws-sla-res-warn-override NOT = SPACES
001033       MOVE ws-sla-res-warn-override TO ws-sla-res-warn
001034     END-IF.
001035     ACCEPT ws-sla-res-watch-override FROM ENVIRONMENT
001036         "SLA_RESOLVE_WATCH".
001037     IF ws-sla-res-watch-override NOT = SPACES
001038       MOVE ws-sla-res-watch-override TO ws-sla-res-watch
001039     END-IF.
001100 WRITE_ACK_HEADER.
001110     MOVE "DISPATCH FEEDBACK CONTROL REPORT" TO ack-rpt-line.
001111     WRITE ack-rpt-line.
001120     MOVE SPACES TO ack-rpt-line.
001121     STRING "RUN DATE " DELIMITED BY SIZE
001122       ws-run-date DELIMITED BY SIZE
001123       " FEEDBACK FILE " DELIMITED BY SIZE
001124       FUNCTION TRIM(ws-ack-path) DELIMITED BY SIZE
001125       INTO ack-rpt-line
001126     END-STRING.
001127     WRITE ack-rpt-line.
001130     MOVE SPACES TO ack-rpt-line.
001131     WRITE ack-rpt-line.
002000 APPLY_FEEDBACK.
002010     ADD 1 TO ws-count-read.
002020     IF dfb-x NOT NUMERIC OR dfb-y NOT NUMERIC
002021       MOVE "BAD CELL" TO ws-reject-reason
002022       PERFORM WRITE_FEEDBACK_REJECT
002023       GO TO APPLY_FEEDBACK_NEXT
002024     END-IF.
002030     IF dfb-timestamp NOT NUMERIC OR dfb-timestamp = ZERO
002031       MOVE "BAD TIMESTAMP" TO ws-reject-reason
002032       PERFORM WRITE_FEEDBACK_REJECT
002033       GO TO APPLY_FEEDBACK_NEXT
002034     END-IF.
002040     IF dfb-action NOT = "ACK" AND dfb-action NOT = "ASSIGN"
002041       AND dfb-action NOT = "RESOLVE"
002042       MOVE "UNKNOWN ACTION" TO ws-reject-reason
002043       PERFORM WRITE_FEEDBACK_REJECT
002044       GO TO APPLY_FEEDBACK_NEXT
002045     END-IF.
002050     IF dfb-operator = SPACES
002051       MOVE "NO OPERATOR" TO ws-reject-reason
002052       PERFORM WRITE_FEEDBACK_REJECT
002053       GO TO APPLY_FEEDBACK_NEXT
002054     END-IF.
002060     IF dfb-action = "ASSIGN" AND dfb-crew = SPACES
002061       MOVE "NO CREW" TO ws-reject-reason
002062       PERFORM WRITE_FEEDBACK_REJECT
002063       GO TO APPLY_FEEDBACK_NEXT
002064     END-IF.
002070     MOVE dfb-x TO alm-x.
002071     MOVE dfb-y TO alm-y.
002072     READ ALERT-MST
002073       INVALID KEY
002074         MOVE "CELL NOT ON ALERT MASTER" TO ws-reject-reason
002075         PERFORM WRITE_FEEDBACK_REJECT
002076         GO TO APPLY_FEEDBACK_NEXT
002077     END-READ.
002080*    Feedback stamped before the alert's current incident began
002081*    belongs to an earlier incident on the same cell.
002082     COMPUTE ws-alert-start-ts = alm-first-date * 1000000.
002083     IF dfb-timestamp < ws-alert-start-ts
002084       MOVE "PREDATES CURRENT ALERT" TO ws-reject-reason
002085       PERFORM WRITE_FEEDBACK_REJECT
002086       GO TO APPLY_FEEDBACK_NEXT
002087     END-IF.
002090     EVALUATE dfb-action
002091       WHEN "ACK"
002092         PERFORM POST_ACK
002093       WHEN "ASSIGN"
002094         PERFORM POST_ASSIGN
002095       WHEN "RESOLVE"
002096         PERFORM POST_RESOLVE
002097     END-EVALUATE.
002098     REWRITE alm-rec.
002100 APPLY_FEEDBACK_NEXT.
002110     READ ACK-FILE
002111       AT END SET ack-eof TO TRUE
002112     END-READ.
002120 APPLY_FEEDBACK_EXIT.
002130     EXIT.
002200 POST_ACK.
002210     ADD 1 TO ws-count-ack.
002220     MOVE dfb-operator TO alm-ack-by.
002221     MOVE dfb-timestamp TO alm-ack-ts.
002230*    A late acknowledgment does not step a crew or a resolution
002231*    back to merely acknowledged.
002232     IF alm-disp-state = SPACES
002233       MOVE "ACKED" TO alm-disp-state
002234     END-IF.
002300 POST_ASSIGN.
002310     ADD 1 TO ws-count-assign.
002320     MOVE dfb-crew TO alm-crew.
002321     MOVE dfb-timestamp TO alm-assign-ts.
002330*    Putting a crew on the cell is an acknowledgment in itself.
002331     IF alm-ack-ts = ZERO
002332       MOVE dfb-operator TO alm-ack-by
002333       MOVE dfb-timestamp TO alm-ack-ts
002334     END-IF.
002340     IF alm-disp-state NOT = "RESOLVED"
002341       MOVE "ASSIGNED" TO alm-disp-state
002342     END-IF.
002400 POST_RESOLVE.
002410     ADD 1 TO ws-count-resolve.
002420     MOVE dfb-timestamp TO alm-resolve-ts.
002421     MOVE "RESOLVED" TO alm-disp-state.
002430     IF alm-ack-ts = ZERO
002431       MOVE dfb-operator TO alm-ack-by
002432       MOVE dfb-timestamp TO alm-ack-ts
002433     END-IF.
002440     IF alm-crew = SPACES AND dfb-crew NOT = SPACES
002441       MOVE dfb-crew TO alm-crew
002442       MOVE dfb-timestamp TO alm-assign-ts
002443     END-IF.
002500 WRITE_FEEDBACK_REJECT.
002510     ADD 1 TO ws-count-rejected.
002520     MOVE ws-count-read TO ws-count-ed.
002530     MOVE SPACES TO ack-rpt-line.
002531     STRING "REJECTED RECORD " DELIMITED BY SIZE
002532       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002533       " " DELIMITED BY SIZE
002534       ws-reject-reason DELIMITED BY SIZE
002535       " : " DELIMITED BY SIZE
002536       dfb-raw DELIMITED BY SIZE
002537       INTO ack-rpt-line
002538     END-STRING.
002539     WRITE ack-rpt-line.
002600 WRITE_ACK_TOTALS.
002610     MOVE SPACES TO ack-rpt-line.
002611     WRITE ack-rpt-line.
002620     IF NOT ack-open
002621       MOVE "NO FEEDBACK FILE THIS RUN" TO ack-rpt-line
002622       WRITE ack-rpt-line
002623     END-IF.
002630     MOVE ws-count-read TO ws-count-ed.
002631     MOVE SPACES TO ack-rpt-line.
002632     STRING "RECORDS READ " DELIMITED BY SIZE
002633       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002634       INTO ack-rpt-line
002635     END-STRING.
002636     WRITE ack-rpt-line.
002640     MOVE ws-count-ack TO ws-count-ed.
002641     MOVE SPACES TO ack-rpt-line.
002642     STRING "ACKNOWLEDGED " DELIMITED BY SIZE
002643       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002644       INTO ack-rpt-line
002645     END-STRING.
002646     WRITE ack-rpt-line.
002650     MOVE ws-count-assign TO ws-count-ed.
002651     MOVE SPACES TO ack-rpt-line.
002652     STRING "ASSIGNED " DELIMITED BY SIZE
002653       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002654       INTO ack-rpt-line
002655     END-STRING.
002656     WRITE ack-rpt-line.
002660     MOVE ws-count-resolve TO ws-count-ed.
002661     MOVE SPACES TO ack-rpt-line.
002662     STRING "RESOLVED " DELIMITED BY SIZE
002663       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002664       INTO ack-rpt-line
002665     END-STRING.
002666     WRITE ack-rpt-line.
002670     MOVE ws-count-rejected TO ws-count-ed.
002671     MOVE SPACES TO ack-rpt-line.
002672     STRING "REJECTED " DELIMITED BY SIZE
002673       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002674       INTO ack-rpt-line
002675     END-STRING.
002676     WRITE ack-rpt-line.
003000 WRITE_AGING_REPORT.
003010     MOVE "OPEN ALERT AGING REPORT" TO age-rpt-line.
003011     WRITE age-rpt-line.
003020     MOVE SPACES TO age-rpt-line.
003021     STRING "RUN DATE " DELIMITED BY SIZE
003022       ws-run-date DELIMITED BY SIZE
003023       " - WINDOWS IN DISPATCH RUNS" DELIMITED BY SIZE
003024       INTO age-rpt-line
003025     END-STRING.
003026     WRITE age-rpt-line.
003030*    One pass over the master per severity, worst first, so each
003031*    section of the report reads in cell order.
003040     PERFORM AGE_SEVERITY
003041       VARYING ws-age-sev-rank FROM 3 BY -1
003042       UNTIL ws-age-sev-rank = ZERO.
003050     MOVE SPACES TO age-rpt-line.
003051     WRITE age-rpt-line.
003060     MOVE ws-count-open TO ws-count-ed.
003061     MOVE SPACES TO age-rpt-line.
003062     STRING "OPEN ALERTS " DELIMITED BY SIZE
003063       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003064       INTO age-rpt-line
003065     END-STRING.
003066     WRITE age-rpt-line.
003070     MOVE ws-count-no-ack TO ws-count-ed.
003071     MOVE SPACES TO age-rpt-line.
003072     STRING "OVERDUE NO ACK " DELIMITED BY SIZE
003073       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003074       INTO age-rpt-line
003075     END-STRING.
003076     WRITE age-rpt-line.
003080     MOVE ws-count-no-resolve TO ws-count-ed.
003081     MOVE SPACES TO age-rpt-line.
003082     STRING "OVERDUE NOT RESOLVED " DELIMITED BY SIZE
003083       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003084       INTO age-rpt-line
003085     END-STRING.
003086     WRITE age-rpt-line.
003100 AGE_SEVERITY.
003110     EVALUATE ws-age-sev-rank
003111       WHEN 3
003112         MOVE "CRITICAL" TO ws-age-sev
003113         MOVE ws-sla-ack-crit TO ws-age-ack-window
003114         MOVE ws-sla-res-crit TO ws-age-res-window
003115       WHEN 2
003116         MOVE "WARN" TO ws-age-sev
003117         MOVE ws-sla-ack-warn TO ws-age-ack-window
003118         MOVE ws-sla-res-warn TO ws-age-res-window
003119       WHEN OTHER
003120         MOVE "WATCH" TO ws-age-sev
003121         MOVE ws-sla-ack-watch TO ws-age-ack-window
003122         MOVE ws-sla-res-watch TO ws-age-res-window
003123     END-EVALUATE.
003130     MOVE SPACES TO age-rpt-line.
003131     WRITE age-rpt-line.
003132     MOVE ws-age-ack-window TO ws-window-ed.
003133     MOVE ws-age-res-window TO ws-runs-ed.
003134     MOVE SPACES TO age-rpt-line.
003135     STRING "SEVERITY " DELIMITED BY SIZE
003136       FUNCTION TRIM(ws-age-sev) DELIMITED BY SIZE
003137       " ACK WINDOW " DELIMITED BY SIZE
003138       FUNCTION TRIM(ws-window-ed) DELIMITED BY SIZE
003139       " RESOLVE WINDOW " DELIMITED BY SIZE
003140       FUNCTION TRIM(ws-runs-ed) DELIMITED BY SIZE
003141       INTO age-rpt-line
003142     END-STRING.
003143     WRITE age-rpt-line.
003150     MOVE ZERO TO ws-age-sev-count.
003151     MOVE 'N' TO ws-age-done.
003152     MOVE LOW-VALUES TO alm-cell-key.
003153     START ALERT-MST KEY NOT < alm-cell-key
003154       INVALID KEY SET age-done TO TRUE
003155     END-START.
003160     PERFORM AGE_MASTER_RECORD UNTIL age-done.
003170     IF ws-age-sev-count = ZERO
003171       MOVE "  NONE OVERDUE" TO age-rpt-line
003172       WRITE age-rpt-line
003173     END-IF.
003200 AGE_MASTER_RECORD.
003210     READ ALERT-MST NEXT
003211       AT END SET age-done TO TRUE
003212     END-READ.
003220     IF NOT age-done AND alm-severity = ws-age-sev
003221       AND alm-state NOT = "CLEARED"
003222       AND alm-disp-state NOT = "RESOLVED"
003230       ADD 1 TO ws-count-open
003240       MOVE SPACES TO ws-age-reason
003241       IF alm-ack-ts = ZERO
003242         IF alm-open-runs > ws-age-ack-window
003243           MOVE "NO ACK" TO ws-age-reason
003244           MOVE ws-age-ack-window TO ws-age-window
003245           ADD 1 TO ws-count-no-ack
003246         END-IF
003247       ELSE
003248         IF alm-open-runs > ws-age-res-window
003249           MOVE "NOT RESOLVED" TO ws-age-reason
003250           MOVE ws-age-res-window TO ws-age-window
003251           ADD 1 TO ws-count-no-resolve
003252         END-IF
003253       END-IF
003260       IF ws-age-reason NOT = SPACES
003261         ADD 1 TO ws-age-sev-count
003262         PERFORM WRITE_AGING_LINE
003263       END-IF
003270     END-IF.
003300 WRITE_AGING_LINE.
003310     MOVE alm-open-runs TO ws-runs-ed.
003311     MOVE ws-age-window TO ws-window-ed.
003320     MOVE SPACES TO age-rpt-line.
003321     STRING "  CELL " DELIMITED BY SIZE
003322       alm-x DELIMITED BY SIZE
003323       "," DELIMITED BY SIZE
003324       alm-y DELIMITED BY SIZE
003325       " " DELIMITED BY SIZE
003326       ws-age-reason DELIMITED BY SIZE
003327       " OPEN RUNS " DELIMITED BY SIZE
003328       FUNCTION TRIM(ws-runs-ed) DELIMITED BY SIZE
003329       " WINDOW " DELIMITED BY SIZE
003330       FUNCTION TRIM(ws-window-ed) DELIMITED BY SIZE
003331       " STATE " DELIMITED BY SIZE
003332       alm-state DELIMITED BY SIZE
003333       " SINCE " DELIMITED BY SIZE
003334       alm-first-date DELIMITED BY SIZE
003335       " ACK BY " DELIMITED BY SIZE
003336       alm-ack-by DELIMITED BY SIZE
003337       " CREW " DELIMITED BY SIZE
003338       alm-crew DELIMITED BY SIZE
003339       INTO age-rpt-line
003340     END-STRING.
003341     WRITE age-rpt-line.
