000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. VENTDUP.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT VENT-REG ASSIGN TO DYNAMIC ws-vent-reg-path
000154         ORGANIZATION INDEXED
000155         ACCESS MODE DYNAMIC
000156         RECORD KEY IS vlr-key
000157         FILE STATUS IS ws-vent-reg-status.
000158     SELECT SORT-WORK ASSIGN TO "ventdup.srt".
000159     SELECT DUP-RPT ASSIGN TO "ventdup.rpt"
000160         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD VENT-REG.
000401     COPY "ventreg.cpy".
000410     SD SORT-WORK.
000411     01 sort-rec.
000412         05 srt-key.
000413             10 srt-pair.
000414                 15 srt-sta-a PIC X(4).
000415                 15 srt-sta-b PIC X(4).
000416*            'D' = same canonical endpoints, 'O' = collinear lines
000417*            lying over part of each other; duplicates list first.
000418             10 srt-kind PIC X.
000419             10 srt-a-x1 PIC 9(4).
000420             10 srt-a-y1 PIC 9(4).
000421             10 srt-a-x2 PIC 9(4).
000422             10 srt-a-y2 PIC 9(4).
000423             10 srt-b-x1 PIC 9(4).
000424             10 srt-b-y1 PIC 9(4).
000425             10 srt-b-x2 PIC 9(4).
000426             10 srt-b-y2 PIC 9(4).
000427         05 srt-a-active PIC 9(4).
000428         05 srt-b-active PIC 9(4).
000429         05 srt-cells PIC 9(4).
000430     FD DUP-RPT.
000431     01 dup-rpt-line PIC X(132).
000450 WORKING-STORAGE SECTION.
000451     01 ws-vent-reg-path PIC X(100) VALUE "ventreg.dat".
000452     01 ws-vent-reg-override PIC X(100).
000453     01 ws-vent-reg-status PIC XX.
000454     01 ws-browse-done PIC X VALUE 'N'.
000455         88 browse-done VALUE 'Y'.
000456     01 ws-sort-eof PIC X VALUE 'N'.
000457         88 sort-eof VALUE 'Y'.
000460*    Every active registry line, in key order (station first).
000461     78 ws-line-limit VALUE 5000.
000462     01 ws-line-count PIC 9(5) VALUE ZERO.
000463     01 ws-a-idx PIC 9(5) VALUE ZERO.
000464     01 ws-b-idx PIC 9(5) VALUE ZERO.
000465     01 ws-b-start PIC 9(5) VALUE ZERO.
000466     01 line-table.
000467         05 line-entry OCCURS ws-line-limit TIMES.
000468             10 lin-station PIC X(4).
000469             10 lin-x1 PIC 9(4).
000470             10 lin-y1 PIC 9(4).
000471             10 lin-x2 PIC 9(4).
000472             10 lin-y2 PIC 9(4).
000473             10 lin-active PIC 9(4).
000474             10 lin-min-y PIC 9(4).
000475             10 lin-max-y PIC 9(4).
000480*    Cells of the two lines under comparison, in drawing order.
000481     78 ws-cell-limit VALUE 2000.
000482     01 ws-ras-count-a PIC 9(4) VALUE ZERO.
000483     01 ws-ras-count-b PIC 9(4) VALUE ZERO.
000484     01 ras-table-a.
000485         05 ras-key-a PIC 9(8) OCCURS ws-cell-limit TIMES.
000486     01 ras-table-b.
000487         05 ras-key-b PIC 9(8) OCCURS ws-cell-limit TIMES.
000488     01 ws-ras-idx-a PIC 9(4) VALUE ZERO.
000489     01 ws-ras-idx-b PIC 9(4) VALUE ZERO.
000490     01 ws-shared-cells PIC 9(4) VALUE ZERO.
000500     01 ws-ras-x1 PIC 9(4).
000501     01 ws-ras-y1 PIC 9(4).
000502     01 ws-ras-x2 PIC 9(4).
000503     01 ws-ras-y2 PIC 9(4).
000504     01 ws-ras-count PIC 9(4) VALUE ZERO.
000505     01 ws-ras-target PIC X.
000506     01 curr_x PIC 9(4).
000507     01 curr_y PIC 9(4).
000508     01 ws-x-step PIC S9(1).
000509     01 ws-y-step PIC S9(1).
000510     01 ws-abs-dx PIC S9(5).
000511     01 ws-neg-dy PIC S9(5).
000512     01 ws-slope-err PIC S9(6).
000513     01 ws-slope-err2 PIC S9(7).
000514     01 ws-cell-key PIC 9(8).
000520     01 ws-dx PIC S9(5).
000521     01 ws-dy PIC S9(5).
000522     01 ws-cross-1 PIC S9(9).
000523     01 ws-cross-2 PIC S9(9).
000530     01 ws-pair-key PIC X(8) VALUE SPACES.
000531     01 ws-pair-dups PIC 9(6) VALUE ZERO.
000532     01 ws-pair-overlaps PIC 9(6) VALUE ZERO.
000533     01 ws-pair-cells PIC 9(7) VALUE ZERO.
000534     01 ws-count-pairs PIC 9(6) VALUE ZERO.
000535     01 ws-count-dups PIC 9(6) VALUE ZERO.
000536     01 ws-count-overlaps PIC 9(6) VALUE ZERO.
000537     01 ws-count-cells PIC 9(7) VALUE ZERO.
000540     01 ws-count-ed PIC ZZZZZZ9.
000541     01 ws-dups-ed PIC ZZZZZ9.
000542     01 ws-overlaps-ed PIC ZZZZZ9.
000543     01 ws-cells-ed PIC ZZZZZZ9.
000544     01 ws-a-active-ed PIC ZZZ9.
000545     01 ws-b-active-ed PIC ZZZ9.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-vent-reg-override FROM ENVIRONMENT
000602         "VENT_REGISTRY_PATH".
000603     IF ws-vent-reg-override NOT = SPACES
000604       MOVE ws-vent-reg-override TO ws-vent-reg-path
000605     END-IF.
000610     OPEN INPUT VENT-REG.
000611     IF ws-vent-reg-status NOT = "00"
000612       DISPLAY "FATAL: CANNOT OPEN VENT REGISTRY "
000613         FUNCTION TRIM(ws-vent-reg-path)
000614         " STATUS " ws-vent-reg-status
000615       MOVE 8 TO RETURN-CODE
000616       STOP RUN
000617     END-IF.
000620     PERFORM LOAD_REGISTRY_LINES.
000621     CLOSE VENT-REG.
000630     OPEN OUTPUT DUP-RPT.
000631     PERFORM WRITE_REPORT_HEADING.
000640     SORT SORT-WORK
000641       ON ASCENDING KEY srt-key
000642       INPUT PROCEDURE IS FIND_DUPLICATE_LINES
000643       OUTPUT PROCEDURE IS WRITE_DUPLICATE_REPORT.
000650     CLOSE DUP-RPT.
000660     DISPLAY "ACTIVE REGISTRY LINES: " ws-line-count.
000661     DISPLAY "STATION PAIRS: " ws-count-pairs.
000662     DISPLAY "DUPLICATE LINES: " ws-count-dups.
000663     DISPLAY "OVERLAPPING LINES: " ws-count-overlaps.
000664     DISPLAY "OVERLAP CELLS ADDED: " ws-count-cells.
000670     STOP RUN.
001000 LOAD_REGISTRY_LINES.
001010     MOVE 'N' TO ws-browse-done.
001020     MOVE LOW-VALUES TO vlr-key.
001021     START VENT-REG KEY NOT < vlr-key
001022       INVALID KEY SET browse-done TO TRUE
001023     END-START.
001030     PERFORM LOAD_REGISTRY_LINE UNTIL browse-done.
001100 LOAD_REGISTRY_LINE.
001110     READ VENT-REG NEXT
001111       AT END SET browse-done TO TRUE
001112     END-READ.
001120     IF NOT browse-done
001121       IF ws-line-count < ws-line-limit
001122         ADD 1 TO ws-line-count
001123         MOVE vlr-station TO lin-station(ws-line-count)
001124         MOVE vlr-x1 TO lin-x1(ws-line-count)
001125         MOVE vlr-y1 TO lin-y1(ws-line-count)
001126         MOVE vlr-x2 TO lin-x2(ws-line-count)
001127         MOVE vlr-y2 TO lin-y2(ws-line-count)
001128         MOVE vlr-active-count TO lin-active(ws-line-count)
001129         IF vlr-y1 > vlr-y2
001130           MOVE vlr-y2 TO lin-min-y(ws-line-count)
001131           MOVE vlr-y1 TO lin-max-y(ws-line-count)
001132         ELSE
001133           MOVE vlr-y1 TO lin-min-y(ws-line-count)
001134           MOVE vlr-y2 TO lin-max-y(ws-line-count)
001135         END-IF
001136       ELSE
001137*        A partial scan would report a clean registry that is
001138*        not; stop rather than miss pairs.
001139         DISPLAY "FATAL: VENT REGISTRY "
001140           FUNCTION TRIM(ws-vent-reg-path)
001141           " EXCEEDS " ws-line-limit " ACTIVE LINES"
001142         CLOSE VENT-REG
001143         MOVE 12 TO RETURN-CODE
001144         STOP RUN
001145       END-IF
001146     END-IF.
002000 WRITE_REPORT_HEADING.
002010     MOVE "CROSS-STATION DUPLICATE AND OVERLAP VENT LINES"
002011       TO dup-rpt-line.
002012     WRITE dup-rpt-line.
002020     MOVE ws-line-count TO ws-count-ed.
002021     MOVE SPACES TO dup-rpt-line.
002022     STRING "REGISTRY " DELIMITED BY SIZE
002023       FUNCTION TRIM(ws-vent-reg-path) DELIMITED BY SIZE
002024       " ACTIVE LINES " DELIMITED BY SIZE
002025       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
002026       INTO dup-rpt-line
002027     END-STRING.
002028     WRITE dup-rpt-line.
002030     MOVE "OVERLAP CELLS = CELLS BOTH LINES COVER, EACH AN"
002031       TO dup-rpt-line.
002032     WRITE dup-rpt-line.
002033     MOVE "OVERLAP ONLY BECAUSE THE VENT IS POSTED TWICE"
002034       TO dup-rpt-line.
002035     WRITE dup-rpt-line.
003000 FIND_DUPLICATE_LINES.
003010     PERFORM COMPARE_WITH_LATER_STATIONS
003011       VARYING ws-a-idx FROM 1 BY 1
003012       UNTIL ws-a-idx > ws-line-count.
003100 COMPARE_WITH_LATER_STATIONS.
003110*    The table is in station order, so each line needs checking
003111*    only against the lines of the stations that follow its own.
003120     PERFORM VARYING ws-b-start FROM ws-a-idx BY 1
003121       UNTIL ws-b-start > ws-line-count
003122       OR lin-station(ws-b-start) NOT = lin-station(ws-a-idx)
003123       CONTINUE
003124     END-PERFORM.
003130     PERFORM COMPARE_LINE_PAIR THRU COMPARE_LINE_PAIR_EXIT
003131       VARYING ws-b-idx FROM ws-b-start BY 1
003132       UNTIL ws-b-idx > ws-line-count.
003200 COMPARE_LINE_PAIR.
003210*    Endpoints are canonical (x1 <= x2), so the boxes overlap
003211*    only if the x and y ranges both meet.
003220     IF lin-x1(ws-b-idx) > lin-x2(ws-a-idx)
003221       OR lin-x1(ws-a-idx) > lin-x2(ws-b-idx)
003222       OR lin-min-y(ws-b-idx) > lin-max-y(ws-a-idx)
003223       OR lin-min-y(ws-a-idx) > lin-max-y(ws-b-idx)
003224       GO TO COMPARE_LINE_PAIR_EXIT
003225     END-IF.
003226     COMPUTE ws-dx = lin-x2(ws-a-idx) - lin-x1(ws-a-idx).
003227     COMPUTE ws-dy = lin-y2(ws-a-idx) - lin-y1(ws-a-idx).
003230     IF lin-x1(ws-a-idx) = lin-x1(ws-b-idx)
003231       AND lin-y1(ws-a-idx) = lin-y1(ws-b-idx)
003232       AND lin-x2(ws-a-idx) = lin-x2(ws-b-idx)
003233       AND lin-y2(ws-a-idx) = lin-y2(ws-b-idx)
003234       MOVE 'A' TO ws-ras-target
003235       MOVE lin-x1(ws-a-idx) TO ws-ras-x1
003236       MOVE lin-y1(ws-a-idx) TO ws-ras-y1
003237       MOVE lin-x2(ws-a-idx) TO ws-ras-x2
003238       MOVE lin-y2(ws-a-idx) TO ws-ras-y2
003239       PERFORM RASTERIZE_LINE
003240       MOVE ws-ras-count-a TO ws-shared-cells
003241       MOVE 'D' TO srt-kind
003242       PERFORM RELEASE_FINDING
003243       GO TO COMPARE_LINE_PAIR_EXIT
003244     END-IF.
003250*    Both of B's endpoints must sit on A's line; a single-cell
003251*    line has no direction and cannot lie along another.
003262     IF ws-dx = ZERO AND ws-dy = ZERO
003263       GO TO COMPARE_LINE_PAIR_EXIT
003264     END-IF.
003270     COMPUTE ws-cross-1 =
003271       ws-dx * (lin-y1(ws-b-idx) - lin-y1(ws-a-idx))
003272       - ws-dy * (lin-x1(ws-b-idx) - lin-x1(ws-a-idx)).
003273     COMPUTE ws-cross-2 =
003274       ws-dx * (lin-y2(ws-b-idx) - lin-y1(ws-a-idx))
003275       - ws-dy * (lin-x2(ws-b-idx) - lin-x1(ws-a-idx)).
003280     IF ws-cross-1 NOT = ZERO OR ws-cross-2 NOT = ZERO
003281       GO TO COMPARE_LINE_PAIR_EXIT
003282     END-IF.
003290     MOVE 'A' TO ws-ras-target.
003291     MOVE lin-x1(ws-a-idx) TO ws-ras-x1.
003292     MOVE lin-y1(ws-a-idx) TO ws-ras-y1.
003293     MOVE lin-x2(ws-a-idx) TO ws-ras-x2.
003294     MOVE lin-y2(ws-a-idx) TO ws-ras-y2.
003295     PERFORM RASTERIZE_LINE.
003300     MOVE 'B' TO ws-ras-target.
003301     MOVE lin-x1(ws-b-idx) TO ws-ras-x1.
003302     MOVE lin-y1(ws-b-idx) TO ws-ras-y1.
003303     MOVE lin-x2(ws-b-idx) TO ws-ras-x2.
003304     MOVE lin-y2(ws-b-idx) TO ws-ras-y2.
003305     PERFORM RASTERIZE_LINE.
003310     PERFORM COUNT_SHARED_CELLS.
003320*    Lines meeting end to end share one cell; that is a chain of
003321*    vents, not the same vent reported twice.
003330     IF ws-shared-cells > 1
003331       MOVE 'O' TO srt-kind
003332       PERFORM RELEASE_FINDING
003333     END-IF.
003340 COMPARE_LINE_PAIR_EXIT.
003341     EXIT.
003400 RASTERIZE_LINE.
003410*    Same integer error-term stepping the grid posting uses, run
003411*    from the canonical first endpoint. Cells are keyed so both
003412*    lines of a collinear pair come out in the same order: x
003413*    never falls, and y runs the way the pair slopes.
003420     COMPUTE ws-abs-dx = FUNCTION ABS(ws-ras-x2 - ws-ras-x1).
003421     COMPUTE ws-neg-dy = 0 - FUNCTION ABS(ws-ras-y2 - ws-ras-y1).
003430     IF ws-ras-x2 > ws-ras-x1
003431       MOVE 1 TO ws-x-step
003432     ELSE
003433       MOVE -1 TO ws-x-step
003434     END-IF.
003440     IF ws-ras-y2 > ws-ras-y1
003441       MOVE 1 TO ws-y-step
003442     ELSE
003443       MOVE -1 TO ws-y-step
003444     END-IF.
003450     COMPUTE ws-slope-err = ws-abs-dx + ws-neg-dy.
003451     MOVE ws-ras-x1 TO curr_x.
003452     MOVE ws-ras-y1 TO curr_y.
003453     MOVE ZERO TO ws-ras-count.
003454     PERFORM STORE_RASTER_CELL.
003460     PERFORM UNTIL curr_x = ws-ras-x2 AND curr_y = ws-ras-y2
003461       COMPUTE ws-slope-err2 = 2 * ws-slope-err
003462       IF ws-slope-err2 >= ws-neg-dy
003463         ADD ws-neg-dy TO ws-slope-err
003464         ADD ws-x-step TO curr_x
003465       END-IF
003466       IF ws-slope-err2 <= ws-abs-dx
003467         ADD ws-abs-dx TO ws-slope-err
003468         ADD ws-y-step TO curr_y
003469       END-IF
003470       PERFORM STORE_RASTER_CELL
003471     END-PERFORM.
003480     IF ws-ras-target = 'A'
003481       MOVE ws-ras-count TO ws-ras-count-a
003482     ELSE
003483       MOVE ws-ras-count TO ws-ras-count-b
003484     END-IF.
003500 STORE_RASTER_CELL.
003510     ADD 1 TO ws-ras-count.
003520     IF ws-dy < ZERO
003521       COMPUTE ws-cell-key = curr_x * 10000 + (9999 - curr_y)
003522     ELSE
003523       COMPUTE ws-cell-key = curr_x * 10000 + curr_y
003524     END-IF.
003530     IF ws-ras-target = 'A'
003531       MOVE ws-cell-key TO ras-key-a(ws-ras-count)
003532     ELSE
003533       MOVE ws-cell-key TO ras-key-b(ws-ras-count)
003534     END-IF.
003600 COUNT_SHARED_CELLS.
003610     MOVE ZERO TO ws-shared-cells.
003620     MOVE 1 TO ws-ras-idx-a.
003621     MOVE 1 TO ws-ras-idx-b.
003630     PERFORM UNTIL ws-ras-idx-a > ws-ras-count-a
003631       OR ws-ras-idx-b > ws-ras-count-b
003632       EVALUATE TRUE
003633         WHEN ras-key-a(ws-ras-idx-a) < ras-key-b(ws-ras-idx-b)
003634           ADD 1 TO ws-ras-idx-a
003635         WHEN ras-key-a(ws-ras-idx-a) > ras-key-b(ws-ras-idx-b)
003636           ADD 1 TO ws-ras-idx-b
003637         WHEN OTHER
003638           ADD 1 TO ws-shared-cells
003639           ADD 1 TO ws-ras-idx-a
003640           ADD 1 TO ws-ras-idx-b
003641       END-EVALUATE
003642     END-PERFORM.
003700 RELEASE_FINDING.
003710     MOVE lin-station(ws-a-idx) TO srt-sta-a.
003711     MOVE lin-station(ws-b-idx) TO srt-sta-b.
003720     MOVE lin-x1(ws-a-idx) TO srt-a-x1.
003721     MOVE lin-y1(ws-a-idx) TO srt-a-y1.
003722     MOVE lin-x2(ws-a-idx) TO srt-a-x2.
003723     MOVE lin-y2(ws-a-idx) TO srt-a-y2.
003724     MOVE lin-active(ws-a-idx) TO srt-a-active.
003730     MOVE lin-x1(ws-b-idx) TO srt-b-x1.
003731     MOVE lin-y1(ws-b-idx) TO srt-b-y1.
003732     MOVE lin-x2(ws-b-idx) TO srt-b-x2.
003733     MOVE lin-y2(ws-b-idx) TO srt-b-y2.
003734     MOVE lin-active(ws-b-idx) TO srt-b-active.
003740     MOVE ws-shared-cells TO srt-cells.
003750     RELEASE sort-rec.
004000 WRITE_DUPLICATE_REPORT.
004010     MOVE 'N' TO ws-sort-eof.
004020     RETURN SORT-WORK
004021       AT END SET sort-eof TO TRUE
004022     END-RETURN.
004030     PERFORM WRITE_FINDING UNTIL sort-eof.
004040     IF ws-count-pairs > ZERO
004041       PERFORM WRITE_PAIR_TOTAL
004042     ELSE
004043       MOVE SPACES TO dup-rpt-line
004044       WRITE dup-rpt-line
004045       MOVE "NO CROSS-STATION DUPLICATES OR OVERLAPS"
004046         TO dup-rpt-line
004047       WRITE dup-rpt-line
004048     END-IF.
004050     PERFORM WRITE_REPORT_TOTALS.
004100 WRITE_FINDING.
004110     IF srt-pair NOT = ws-pair-key
004111       IF ws-count-pairs > ZERO
004112         PERFORM WRITE_PAIR_TOTAL
004113       END-IF
004114       PERFORM START_STATION_PAIR
004115     END-IF.
004120     MOVE srt-a-active TO ws-a-active-ed.
004121     MOVE srt-b-active TO ws-b-active-ed.
004122     MOVE srt-cells TO ws-cells-ed.
004130     MOVE SPACES TO dup-rpt-line.
004131     IF srt-kind = 'D'
004132       ADD 1 TO ws-pair-dups
004133       STRING "  DUPLICATE VENT " DELIMITED BY SIZE
004134         srt-a-x1 DELIMITED BY SIZE
004135         "," DELIMITED BY SIZE
004136         srt-a-y1 DELIMITED BY SIZE
004137         " -> " DELIMITED BY SIZE
004138         srt-a-x2 DELIMITED BY SIZE
004139         "," DELIMITED BY SIZE
004140         srt-a-y2 DELIMITED BY SIZE
004141         " ACTIVE " DELIMITED BY SIZE
004142         FUNCTION TRIM(ws-a-active-ed) DELIMITED BY SIZE
004143         "/" DELIMITED BY SIZE
004144         FUNCTION TRIM(ws-b-active-ed) DELIMITED BY SIZE
004145         " OVERLAP CELLS " DELIMITED BY SIZE
004146         FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
004147         INTO dup-rpt-line
004148       END-STRING
004150     ELSE
004151       ADD 1 TO ws-pair-overlaps
004152       STRING "  OVERLAP   VENT " DELIMITED BY SIZE
004153         srt-a-x1 DELIMITED BY SIZE
004154         "," DELIMITED BY SIZE
004155         srt-a-y1 DELIMITED BY SIZE
004156         " -> " DELIMITED BY SIZE
004157         srt-a-x2 DELIMITED BY SIZE
004158         "," DELIMITED BY SIZE
004159         srt-a-y2 DELIMITED BY SIZE
004160         " WITH " DELIMITED BY SIZE
004161         srt-b-x1 DELIMITED BY SIZE
004162         "," DELIMITED BY SIZE
004163         srt-b-y1 DELIMITED BY SIZE
004164         " -> " DELIMITED BY SIZE
004165         srt-b-x2 DELIMITED BY SIZE
004166         "," DELIMITED BY SIZE
004167         srt-b-y2 DELIMITED BY SIZE
004168         " ACTIVE " DELIMITED BY SIZE
004169         FUNCTION TRIM(ws-a-active-ed) DELIMITED BY SIZE
004170         "/" DELIMITED BY SIZE
004171         FUNCTION TRIM(ws-b-active-ed) DELIMITED BY SIZE
004172         " OVERLAP CELLS " DELIMITED BY SIZE
004173         FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
004174         INTO dup-rpt-line
004175       END-STRING
004176     END-IF.
004180     WRITE dup-rpt-line.
004181     ADD srt-cells TO ws-pair-cells.
004190     RETURN SORT-WORK
004191       AT END SET sort-eof TO TRUE
004192     END-RETURN.
004200 START_STATION_PAIR.
004210     MOVE srt-pair TO ws-pair-key.
004211     ADD 1 TO ws-count-pairs.
004212     MOVE ZERO TO ws-pair-dups.
004213     MOVE ZERO TO ws-pair-overlaps.
004214     MOVE ZERO TO ws-pair-cells.
004220     MOVE SPACES TO dup-rpt-line.
004221     WRITE dup-rpt-line.
004222     MOVE SPACES TO dup-rpt-line.
004223     STRING "STATION " DELIMITED BY SIZE
004224       srt-sta-a DELIMITED BY SIZE
004225       " AND STATION " DELIMITED BY SIZE
004226       srt-sta-b DELIMITED BY SIZE
004227       INTO dup-rpt-line
004228     END-STRING.
004229     WRITE dup-rpt-line.
004300 WRITE_PAIR_TOTAL.
004310     ADD ws-pair-dups TO ws-count-dups.
004311     ADD ws-pair-overlaps TO ws-count-overlaps.
004312     ADD ws-pair-cells TO ws-count-cells.
004320     MOVE ws-pair-dups TO ws-dups-ed.
004321     MOVE ws-pair-overlaps TO ws-overlaps-ed.
004322     MOVE ws-pair-cells TO ws-cells-ed.
004330     MOVE SPACES TO dup-rpt-line.
004331     STRING "  PAIR TOTAL DUPLICATES " DELIMITED BY SIZE
004332       FUNCTION TRIM(ws-dups-ed) DELIMITED BY SIZE
004333       " OVERLAPS " DELIMITED BY SIZE
004334       FUNCTION TRIM(ws-overlaps-ed) DELIMITED BY SIZE
004335       " OVERLAP CELLS " DELIMITED BY SIZE
004336       FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
004337       INTO dup-rpt-line
004338     END-STRING.
004339     WRITE dup-rpt-line.
004400 WRITE_REPORT_TOTALS.
004410     MOVE SPACES TO dup-rpt-line.
004411     WRITE dup-rpt-line.
004420     MOVE ws-count-pairs TO ws-count-ed.
004421     MOVE ws-count-dups TO ws-dups-ed.
004422     MOVE ws-count-overlaps TO ws-overlaps-ed.
004423     MOVE ws-count-cells TO ws-cells-ed.
004430     MOVE SPACES TO dup-rpt-line.
004431     STRING "TOTAL STATION PAIRS " DELIMITED BY SIZE
004432       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
004433       " DUPLICATES " DELIMITED BY SIZE
004434       FUNCTION TRIM(ws-dups-ed) DELIMITED BY SIZE
004435       " OVERLAPS " DELIMITED BY SIZE
004436       FUNCTION TRIM(ws-overlaps-ed) DELIMITED BY SIZE
004437       " OVERLAP CELLS " DELIMITED BY SIZE
004438       FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
004439       INTO dup-rpt-line
004440     END-STRING.
004441     WRITE dup-rpt-line.
