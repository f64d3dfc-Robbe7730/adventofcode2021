000153     SELECT RUNHIST-FILE ASSIGN TO DYNAMIC ws-runhist-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-runhist-status.
000155     SELECT ZONE-JRN ASSIGN TO DYNAMIC ws-journal-path
000155         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-journal-status.
000156     SELECT TREND-RPT ASSIGN TO "trend.rpt"
000157         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD RUNHIST-FILE.
000401     COPY "runhist.cpy".
000402     FD ZONE-JRN.
000403     COPY "zonejrn.cpy".
000410     FD TREND-RPT.
000411     01 trend-line PIC X(150).
000420 WORKING-STORAGE SECTION.
000527     01 ws-ddec-ed PIC +++++9.99.
000528     01 ws-delta-val PIC S9(9)V9(2) VALUE ZERO.
000529     01 ws-runs-ed PIC Z9.
000530     01 ws-journal-path PIC X(100) VALUE "zonejrn.dat".
000531     01 ws-journal-override PIC X(100).
000532     01 ws-journal-status PIC XX.
000533     01 ws-journal-eof PIC X VALUE 'N'.
000534         88 journal-eof VALUE 'Y'.
000535*    Run date of the newest run shifted out of the table, so the
000536*    oldest column kept still has a prior run to date back to.
000536     01 ws-dropped-run-date PIC 9(8) VALUE ZERO.
000537     01 ws-prior-run-date PIC 9(8) VALUE ZERO.
000538     01 ws-mark-idx PIC 9(3) VALUE ZERO.
000539     01 ws-mark-found PIC X VALUE 'N'.
000540         88 mark-found VALUE 'Y'.
000541     01 ws-marks-written PIC 9(3) VALUE ZERO.
000542*    'Y' where the zone journal shows the zone added or its
000543*    corners moved since the run before that column's run.
000544     01 zon-chg-table.
000545         05 zch-entry OCCURS ws-trend-zon-limit TIMES.
000546             10 zch-col PIC X OCCURS ws-trend-limit TIMES.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-runhist-override FROM ENVIRONMENT
000602         "RUN_HISTORY_PATH".
000603     IF ws-runhist-override NOT = SPACES
000604       MOVE ws-runhist-override TO ws-runhist-path
000605     END-IF.
000605     ACCEPT ws-journal-override FROM ENVIRONMENT
000605         "ZONE_JOURNAL_PATH".
000605     IF ws-journal-override NOT = SPACES
000605       MOVE ws-journal-override TO ws-journal-path
000605     END-IF.
000606     ACCEPT ws-trend-runs-override FROM ENVIRONMENT
000607         "TREND_RUNS".
000608     IF ws-trend-runs-override NOT = SPACES
010146     MOVE hist-lines-read TO trn-lines-read(ws-trn-idx).
010147     MOVE hist-lines-rejected TO trn-lines-rejected(ws-trn-idx).
010200 SHIFT_TREND_TABLE.
010205     MOVE trn-run-date(1) TO ws-dropped-run-date.
010210     PERFORM VARYING ws-shift-idx FROM 1 BY 1
010211       UNTIL ws-shift-idx = ws-trend-limit
010212       MOVE trend-entry(ws-shift-idx + 1)
010552       VARYING ws-list-idx FROM 1 BY 1
010553       UNTIL ws-list-idx > ws-sta-list-count.
010560     PERFORM BUILD_ZONE_LIST.
010560     PERFORM MARK_BOUNDARY_CHANGES.
010561     PERFORM WRITE_ZONE_ROWS
010562       VARYING ws-list-idx FROM 1 BY 1
010563       UNTIL ws-list-idx > ws-zon-list-count.
010564     IF ws-marks-written > ZERO
010565       MOVE SPACES TO trend-line
010566       WRITE trend-line
010567       MOVE "* BOUNDARY CHANGED = ZONE JOURNAL SHOWS THE ZONE"
010568         TO trend-line
010569       WRITE trend-line
010570       MOVE "  ADDED OR ITS CORNERS MOVED SINCE THE PRIOR RUN -"
010571         TO trend-line
010572       WRITE trend-line
010573       MOVE "  ITS OVERLAP/DENSITY JUMP IS NOT NEW VENT ACTIVITY"
010574         TO trend-line
010575       WRITE trend-line
010576     END-IF.
010570     CLOSE TREND-RPT.
010600 WRITE_HEADER_ROWS.
010610     MOVE "FEED DATE" TO ws-row-label.
011532       PERFORM FIND_ZONE_OVERLAP
011533     END-PERFORM.
011534     PERFORM WRITE_METRIC_ROW.
011535     PERFORM WRITE_BOUNDARY_ROW.
011540     MOVE 'Y' TO ws-row-decimal.
011541     MOVE SPACES TO ws-row-label.
011542     STRING "ZONE " DELIMITED BY SIZE
011736         MOVE 'Y' TO ws-col-flag(ws-col-idx)
011737       END-IF
011738     END-PERFORM.
011750 WRITE_BOUNDARY_ROW.
011751     MOVE SPACES TO trend-line.
011752     MOVE "  BOUNDARY CHANGED" TO trend-line(1:24).
011753     MOVE 'N' TO ws-mark-found.
011754     PERFORM VARYING ws-col-idx FROM 1 BY 1
011755       UNTIL ws-col-idx > ws-col-count
011756       IF zch-col(ws-list-idx, ws-col-idx) = 'Y'
011757         COMPUTE ws-line-pos = 25 + (ws-col-idx - 1) * 10
011758         MOVE "        *" TO trend-line(ws-line-pos:9)
011759         SET mark-found TO TRUE
011760       END-IF
011761     END-PERFORM.
011762     IF mark-found
011763       WRITE trend-line
011764       ADD 1 TO ws-marks-written
011765     END-IF.
011800 WRITE_METRIC_ROW.
011810     MOVE SPACES TO trend-line.
011820     MOVE ws-row-label TO trend-line(1:24).
011946       END-IF
011947     END-PERFORM.
011950     WRITE trend-line.
012000 MARK_BOUNDARY_CHANGES.
012010     MOVE SPACES TO zon-chg-table.
012020     OPEN INPUT ZONE-JRN.
012021     IF ws-journal-status = "35"
012022       DISPLAY "NO ZONE JOURNAL AT "
012023         FUNCTION TRIM(ws-journal-path)
012024         " - ZONE BOUNDARY CHANGES NOT MARKED"
012025     ELSE
012026       IF ws-journal-status NOT = "00"
012027         DISPLAY "WARNING: CANNOT OPEN ZONE JOURNAL "
012028           FUNCTION TRIM(ws-journal-path)
012029           " STATUS " ws-journal-status
012030           " - ZONE BOUNDARY CHANGES NOT MARKED"
012031         MOVE 4 TO RETURN-CODE
012032       ELSE
012033         READ ZONE-JRN
012034           AT END SET journal-eof TO TRUE
012035         END-READ
012036         PERFORM MARK_JOURNAL_ENTRY UNTIL journal-eof
012037         CLOSE ZONE-JRN
012038       END-IF
012039     END-IF.
012100 MARK_JOURNAL_ENTRY.
012110     IF zjr-boundary-chg = 'Y' AND zjr-date NUMERIC
012111       MOVE ZERO TO ws-mark-idx
012112       PERFORM VARYING ws-zon-idx FROM 1 BY 1
012113         UNTIL ws-zon-idx > ws-zon-list-count
012114         IF zll-code(ws-zon-idx) = zjr-code
012115           MOVE ws-zon-idx TO ws-mark-idx
012116         END-IF
012117       END-PERFORM
012118       IF ws-mark-idx > ZERO
012119         PERFORM MARK_CHANGED_RUNS
012120       END-IF
012121     END-IF.
012130     READ ZONE-JRN
012131       AT END SET journal-eof TO TRUE
012132     END-READ.
012200 MARK_CHANGED_RUNS.
012210*    Run history carries no time of day, so a change dated on a
012211*    run date marks both that run and the one after it.
012220     PERFORM VARYING ws-col-idx FROM 1 BY 1
012221       UNTIL ws-col-idx > ws-col-count
012222       COMPUTE ws-run-idx = ws-first-col + ws-col-idx - 1
012223       IF ws-run-idx > 1
012224         MOVE trn-run-date(ws-run-idx - 1) TO ws-prior-run-date
012225       ELSE
012226         MOVE ws-dropped-run-date TO ws-prior-run-date
012227       END-IF
012228       IF ws-prior-run-date > ZERO
012229         AND zjr-date NOT < ws-prior-run-date
012230         AND zjr-date NOT > trn-run-date(ws-run-idx)
012231         MOVE 'Y' TO zch-col(ws-mark-idx, ws-col-idx)
012232       END-IF
012233     END-PERFORM.
