000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. CLUSTRPT.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT GRIDMASTER-FILE ASSIGN TO DYNAMIC ws-master-path
000154         ORGANIZATION SEQUENTIAL
000155         FILE STATUS IS ws-master-status.
000156     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000157         ORGANIZATION LINE SEQUENTIAL
000158         FILE STATUS IS ws-zones-status.
000159     SELECT CLUSTER-RPT ASSIGN TO "cluster.rpt"
000160         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD GRIDMASTER-FILE.
000401     COPY "gridmast.cpy".
000410     FD ZONES-FILE.
000411     01 zone-in-rec PIC X(60).
000420     FD CLUSTER-RPT.
000421     01 cluster-line PIC X(160).
000430 WORKING-STORAGE SECTION.
000431     78 max-grid-coord VALUE 2000.
000432     78 mst-grid-coord-mirror VALUE 2000.
000433     78 ws-zone-limit VALUE 50.
000434     78 ws-cluster-limit VALUE 200.
000435*    Cells waiting to be expanded. A cluster bigger than the
000436*    stack is still traced whole: cells that find the stack full
000437*    are marked pending and picked up by a rescan of the
000438*    cluster's box once the stack drains.
000439     78 ws-stack-limit VALUE 100000.
000440     01 ws-master-path PIC X(100) VALUE "gridmaster.dat".
000441     01 ws-master-in-override PIC X(100).
000442     01 ws-master-status PIC XX.
000443     01 ws-zones-path PIC X(100) VALUE "zones.dat".
000444     01 ws-zones-override PIC X(100).
000445     01 ws-zones-status PIC XX.
000446     01 ws-zones-eof PIC X VALUE 'N'.
000447         88 zones-eof VALUE 'Y'.
000448     01 ws-min-cells PIC 9(7) VALUE 2.
000449     01 ws-min-cells-override PIC X(100).
000450     01 ws-grid-max-x PIC 9(4) VALUE ZERO.
000451     01 ws-grid-max-y PIC 9(4) VALUE ZERO.
000452     01 report-row PIC 9(4) VALUE ZERO.
000453     01 report-col PIC 9(4) VALUE ZERO.
000460     01 ws-zone-count PIC 9(3) VALUE ZERO.
000461     01 zone-table.
000462         05 zone-entry OCCURS ws-zone-limit TIMES.
000463             10 zon-code PIC X(4).
000464             10 zon-x1 PIC 9(4).
000465             10 zon-y1 PIC 9(4).
000466             10 zon-x2 PIC 9(4).
000467             10 zon-y2 PIC 9(4).
000468     01 ws-zone-idx PIC 9(3) VALUE ZERO.
000469     01 ws-zone-district-raw PIC X(10).
000470     01 ws-zone-active-raw PIC X(10).
000471     01 ws-zone-coord-raws.
000472         05 ws-zx1-raw PIC X(10).
000473         05 ws-zy1-raw PIC X(10).
000474         05 ws-zx2-raw PIC X(10).
000475         05 ws-zy2-raw PIC X(10).
000476     01 ws-zx1 PIC 9(4) VALUE ZERO.
000477     01 ws-zy1 PIC 9(4) VALUE ZERO.
000478     01 ws-zx2 PIC 9(4) VALUE ZERO.
000479     01 ws-zy2 PIC 9(4) VALUE ZERO.
000480     01 ws-check-token PIC X(10).
000481     01 ws-just-token PIC X(10) JUSTIFIED RIGHT.
000482     01 ws-token-valid PIC X VALUE 'Y'.
000483         88 token-valid VALUE 'Y'.
000484     01 ws-cell-valid PIC X VALUE 'Y'.
000485         88 cell-valid VALUE 'Y'.
000490     01 ws-stack-top PIC 9(6) VALUE ZERO.
000491     01 cluster-stack.
000492         05 stk-entry OCCURS ws-stack-limit TIMES.
000493             10 stk-x PIC 9(4).
000494             10 stk-y PIC 9(4).
000495     01 ws-stack-spill PIC X VALUE 'N'.
000496         88 stack-spilled VALUE 'Y'.
000497     01 ws-cluster-drained PIC X VALUE 'N'.
000498         88 cluster-drained VALUE 'Y'.
000499     01 ws-cur-x PIC 9(4) VALUE ZERO.
000500     01 ws-cur-y PIC 9(4) VALUE ZERO.
000501     01 ws-nbr-x PIC S9(5) VALUE ZERO.
000502     01 ws-nbr-y PIC S9(5) VALUE ZERO.
000503     01 ws-dx PIC S9 VALUE ZERO.
000504     01 ws-dy PIC S9 VALUE ZERO.
000505     01 ws-scan-x PIC 9(4) VALUE ZERO.
000506     01 ws-scan-y PIC 9(4) VALUE ZERO.
000510*    Current cluster accumulators; box corners are held 1-based
000511*    like the grid subscripts and shifted back on output.
000512     01 ws-cur-cells PIC 9(7) VALUE ZERO.
000513     01 ws-cur-x1 PIC 9(4) VALUE ZERO.
000514     01 ws-cur-y1 PIC 9(4) VALUE ZERO.
000515     01 ws-cur-x2 PIC 9(4) VALUE ZERO.
000516     01 ws-cur-y2 PIC 9(4) VALUE ZERO.
000517     01 ws-cur-peak PIC 9(3) VALUE ZERO.
000518     01 ws-cur-intensity PIC 9(10) VALUE ZERO.
000519     01 ws-cur-zone-flags.
000520         05 ws-cur-zone-flag PIC X OCCURS ws-zone-limit TIMES.
000521     01 ws-cur-zones PIC X(100) VALUE SPACES.
000522     01 ws-zone-text-pos PIC 9(3) VALUE ZERO.
000530     01 ws-cluster-count PIC 9(3) VALUE ZERO.
000531     01 cluster-table.
000532         05 cluster-entry OCCURS ws-cluster-limit TIMES.
000533             10 cls-cells PIC 9(7).
000534             10 cls-x1 PIC 9(4).
000535             10 cls-y1 PIC 9(4).
000536             10 cls-x2 PIC 9(4).
000537             10 cls-y2 PIC 9(4).
000538             10 cls-peak PIC 9(3).
000539             10 cls-intensity PIC 9(10).
000540             10 cls-zones PIC X(100).
000541     01 ws-cls-idx PIC 9(3) VALUE ZERO.
000542     01 ws-insert-idx PIC 9(3) VALUE ZERO.
000543     01 ws-shift-idx PIC 9(3) VALUE ZERO.
000550     01 ws-total-clusters PIC 9(7) VALUE ZERO.
000551     01 ws-small-clusters PIC 9(7) VALUE ZERO.
000552     01 ws-overlap-cells PIC 9(7) VALUE ZERO.
000553     01 ws-clustered-cells PIC 9(7) VALUE ZERO.
000554     01 ws-dropped-clusters PIC 9(7) VALUE ZERO.
000560     01 ws-rank-ed PIC ZZ9.
000561     01 ws-cells-ed PIC ZZZZZZ9.
000562     01 ws-x1-ed PIC ZZZ9.
000563     01 ws-y1-ed PIC ZZZ9.
000564     01 ws-x2-ed PIC ZZZ9.
000565     01 ws-y2-ed PIC ZZZ9.
000566     01 ws-peak-ed PIC ZZ9.
000567     01 ws-int-ed PIC Z(9)9.
000568     01 ws-num-ed PIC ZZZZZZ9.
000570     01 hit-count.
000571         05 hit-count-row OCCURS max-grid-coord TIMES.
000572         10 hit-count-col PIC 9(3) OCCURS max-grid-coord
000573            TIMES VALUE ZERO.
000574     01 int-count.
000575         05 int-count-row OCCURS max-grid-coord TIMES.
000576         10 int-count-col PIC 9(5) OCCURS max-grid-coord
000577            TIMES VALUE ZERO.
000578*    SPACE = not yet reached, 'S' = on the stack, 'P' = pending
000579*    after a stack overflow, 'D' = expanded. Anything but SPACE
000580*    already belongs to a cluster.
000581     01 cell-state.
000582         05 cell-state-row OCCURS max-grid-coord TIMES.
000583         10 cell-state-col PIC X OCCURS max-grid-coord
000584            TIMES VALUE SPACE.
000600 PROCEDURE DIVISION.
000601     IF max-grid-coord NOT = mst-grid-coord-mirror
000602       DISPLAY "FATAL: max-grid-coord/mst-grid-coord-mirror "
000603         "mismatch - update the gridmast.cpy OCCURS "
000604         "literals to match max-grid-coord"
000605       STOP RUN
000606     END-IF.
000610     ACCEPT ws-master-in-override FROM ENVIRONMENT
000611         "GRID_MASTER_IN".
000612     IF ws-master-in-override NOT = SPACES
000613       MOVE ws-master-in-override TO ws-master-path
000614     END-IF.
000615     ACCEPT ws-zones-override FROM ENVIRONMENT
000616         "ZONES_PATH".
000617     IF ws-zones-override NOT = SPACES
000618       MOVE ws-zones-override TO ws-zones-path
000619     END-IF.
000620     ACCEPT ws-min-cells-override FROM ENVIRONMENT
000621         "CLUSTER_MIN_CELLS".
000622     IF ws-min-cells-override NOT = SPACES
000623       MOVE ws-min-cells-override TO ws-min-cells
000624     END-IF.
000625     IF ws-min-cells < 1
000626       MOVE 1 TO ws-min-cells
000627     END-IF.
000630     PERFORM LOAD_GRID_MASTER.
000631     PERFORM LOAD_ZONES.
000640     PERFORM SCAN_GRID_CELL
000641       VARYING report-row FROM 1 BY 1
000642       UNTIL report-row > ws-grid-max-y
000643       AFTER report-col FROM 1 BY 1
000644       UNTIL report-col > ws-grid-max-x.
000650     PERFORM WRITE_CLUSTER_REPORT.
000660     DISPLAY "OVERLAP CELLS: " ws-overlap-cells.
000661     DISPLAY "CLUSTERS FOUND: " ws-total-clusters.
000662     DISPLAY "CLUSTERS REPORTED: " ws-cluster-count.
000663     IF ws-dropped-clusters > ZERO
000664       DISPLAY "WARNING: CLUSTERS BEYOND REPORT LIMIT: "
000665         ws-dropped-clusters
000666     END-IF.
000670     STOP RUN.
001000 LOAD_GRID_MASTER.
001010     OPEN INPUT GRIDMASTER-FILE.
001020     IF ws-master-status NOT = "00"
001021       DISPLAY "FATAL: CANNOT OPEN GRID MASTER "
001022         FUNCTION TRIM(ws-master-path)
001023         " STATUS " ws-master-status
001024       MOVE 8 TO RETURN-CODE
001025       STOP RUN
001026     END-IF.
001030     READ GRIDMASTER-FILE
001031       AT END MOVE "10" TO ws-master-status
001032     END-READ.
001033     IF ws-master-status NOT = "00"
001034       DISPLAY "FATAL: GRID MASTER "
001035         FUNCTION TRIM(ws-master-path) " IS EMPTY"
001036       CLOSE GRIDMASTER-FILE
001037       MOVE 8 TO RETURN-CODE
001038       STOP RUN
001039     END-IF.
001040*    Copied out before the CLOSE; the record area of a closed
001041*    file is not ours to read.
001042     MOVE mst-hit-count TO hit-count.
001043     MOVE mst-int-count TO int-count.
001044     MOVE mst-grid-max-x TO ws-grid-max-x.
001045     MOVE mst-grid-max-y TO ws-grid-max-y.
001046     CLOSE GRIDMASTER-FILE.
001100 LOAD_ZONES.
001110     OPEN INPUT ZONES-FILE.
001120     IF ws-zones-status = "00"
001121       READ ZONES-FILE
001122         AT END SET zones-eof TO TRUE
001123       END-READ
001124       PERFORM LOAD_ZONE_ENTRY UNTIL zones-eof
001125       CLOSE ZONES-FILE
001126     END-IF.
001200 LOAD_ZONE_ENTRY.
001210     IF zone-in-rec NOT = SPACES AND ws-zone-count < ws-zone-limit
001211       MOVE SPACES TO ws-zone-coord-raws
001212       MOVE SPACES TO ws-zone-district-raw
001213       MOVE SPACES TO ws-zone-active-raw
001214       UNSTRING zone-in-rec(27:) DELIMITED BY ","
001215         INTO ws-zx1-raw, ws-zy1-raw, ws-zx2-raw, ws-zy2-raw,
001216           ws-zone-district-raw, ws-zone-active-raw
001217       END-UNSTRING
001218       IF ws-zone-active-raw(1:1) NOT = 'N'
001219         PERFORM PARSE_ZONE_COORDS
001220       END-IF
001221     END-IF.
001230     READ ZONES-FILE
001231       AT END SET zones-eof TO TRUE
001232     END-READ.
001300 PARSE_ZONE_COORDS.
001310     MOVE 'Y' TO ws-cell-valid.
001311     MOVE ws-zx1-raw TO ws-check-token.
001312     PERFORM VALIDATE_CELL_TOKEN.
001313     IF NOT token-valid
001314       MOVE 'N' TO ws-cell-valid
001315     END-IF.
001316     MOVE ws-zy1-raw TO ws-check-token.
001317     PERFORM VALIDATE_CELL_TOKEN.
001318     IF NOT token-valid
001319       MOVE 'N' TO ws-cell-valid
001320     END-IF.
001321     MOVE ws-zx2-raw TO ws-check-token.
001322     PERFORM VALIDATE_CELL_TOKEN.
001323     IF NOT token-valid
001324       MOVE 'N' TO ws-cell-valid
001325     END-IF.
001326     MOVE ws-zy2-raw TO ws-check-token.
001327     PERFORM VALIDATE_CELL_TOKEN.
001328     IF NOT token-valid
001329       MOVE 'N' TO ws-cell-valid
001330     END-IF.
001340     IF cell-valid
001341       MOVE ws-zx1-raw TO ws-zx1
001342       MOVE ws-zy1-raw TO ws-zy1
001343       MOVE ws-zx2-raw TO ws-zx2
001344       MOVE ws-zy2-raw TO ws-zy2
001345       IF ws-zx1 NOT < max-grid-coord
001346         OR ws-zx2 NOT < max-grid-coord
001347         OR ws-zy1 NOT < max-grid-coord
001348         OR ws-zy2 NOT < max-grid-coord
001349         MOVE 'N' TO ws-cell-valid
001350       END-IF
001351     END-IF.
001360     IF cell-valid
001361       ADD 1 TO ws-zone-count
001362       MOVE zone-in-rec(1:4) TO zon-code(ws-zone-count)
001363*      Corners normalized exactly as PART1 loads them.
001364       MOVE FUNCTION min(ws-zx1, ws-zx2) TO zon-x1(ws-zone-count)
001365       MOVE FUNCTION min(ws-zy1, ws-zy2) TO zon-y1(ws-zone-count)
001366       MOVE FUNCTION max(ws-zx1, ws-zx2) TO zon-x2(ws-zone-count)
001367       MOVE FUNCTION max(ws-zy1, ws-zy2) TO zon-y2(ws-zone-count)
001368     ELSE
001369       DISPLAY "ZONE RECORD REJECTED: " zone-in-rec
001370     END-IF.
001400 VALIDATE_CELL_TOKEN.
001410     MOVE 'Y' TO ws-token-valid.
001420     IF ws-check-token = SPACES
001421       MOVE 'N' TO ws-token-valid
001422     ELSE
001423       MOVE SPACES TO ws-just-token
001424       MOVE FUNCTION TRIM(ws-check-token) TO ws-just-token
001425       IF FUNCTION LENGTH(FUNCTION TRIM(ws-check-token)) > 4
001426         MOVE 'N' TO ws-token-valid
001427       ELSE
001428         INSPECT ws-just-token
001429           REPLACING LEADING SPACE BY ZERO
001430         IF ws-just-token NOT NUMERIC
001431           MOVE 'N' TO ws-token-valid
001432         END-IF
001433       END-IF
001434     END-IF.
002000 SCAN_GRID_CELL.
002010     IF hit-count-col(report-col, report-row) > 1
002011       AND cell-state-col(report-col, report-row) = SPACE
002012       PERFORM TRACE_CLUSTER
002013     END-IF.
002100 TRACE_CLUSTER.
002101*    Neighbours are the eight surrounding cells: a 45 degree
002102*    vent lays its overlaps corner to corner, and those cells
002103*    are one patch on the ground.
002110     MOVE ZERO TO ws-cur-cells.
002111     MOVE report-col TO ws-cur-x1.
002112     MOVE report-row TO ws-cur-y1.
002113     MOVE report-col TO ws-cur-x2.
002114     MOVE report-row TO ws-cur-y2.
002115     MOVE ZERO TO ws-cur-peak.
002116     MOVE ZERO TO ws-cur-intensity.
002117     MOVE SPACES TO ws-cur-zone-flags.
002118     MOVE ZERO TO ws-stack-top.
002119     MOVE 'N' TO ws-stack-spill.
002120     MOVE 'N' TO ws-cluster-drained.
002130     MOVE report-col TO ws-nbr-x.
002131     MOVE report-row TO ws-nbr-y.
002132     PERFORM QUEUE_CLUSTER_CELL.
002140     PERFORM DRAIN_CLUSTER UNTIL cluster-drained.
002150     PERFORM FINISH_CLUSTER.
002200 DRAIN_CLUSTER.
002210     EVALUATE TRUE
002211       WHEN ws-stack-top > ZERO
002212         PERFORM EXPAND_CLUSTER_CELL
002213       WHEN stack-spilled
002214         MOVE 'N' TO ws-stack-spill
002215         PERFORM RESCAN_PENDING_CELL
002216           VARYING ws-scan-y FROM ws-cur-y1 BY 1
002217           UNTIL ws-scan-y > ws-cur-y2
002218           AFTER ws-scan-x FROM ws-cur-x1 BY 1
002219           UNTIL ws-scan-x > ws-cur-x2
002220       WHEN OTHER
002221         SET cluster-drained TO TRUE
002222     END-EVALUATE.
002300 EXPAND_CLUSTER_CELL.
002310     MOVE stk-x(ws-stack-top) TO ws-cur-x.
002311     MOVE stk-y(ws-stack-top) TO ws-cur-y.
002312     SUBTRACT 1 FROM ws-stack-top.
002313     MOVE 'D' TO cell-state-col(ws-cur-x, ws-cur-y).
002320     PERFORM CHECK_NEIGHBOUR
002321       VARYING ws-dy FROM -1 BY 1 UNTIL ws-dy > 1
002322       AFTER ws-dx FROM -1 BY 1 UNTIL ws-dx > 1.
002400 CHECK_NEIGHBOUR.
002410     COMPUTE ws-nbr-x = ws-cur-x + ws-dx.
002411     COMPUTE ws-nbr-y = ws-cur-y + ws-dy.
002420     IF ws-nbr-x > ZERO AND ws-nbr-x NOT > ws-grid-max-x
002421       AND ws-nbr-y > ZERO AND ws-nbr-y NOT > ws-grid-max-y
002422       IF hit-count-col(ws-nbr-x, ws-nbr-y) > 1
002423         AND cell-state-col(ws-nbr-x, ws-nbr-y) = SPACE
002424         PERFORM QUEUE_CLUSTER_CELL
002425       END-IF
002426     END-IF.
002500 QUEUE_CLUSTER_CELL.
002501*    Totals and box are taken as a cell joins, not as it is
002502*    expanded, so a pending cell already lies inside the box the
002503*    rescan walks.
002510     ADD 1 TO ws-cur-cells.
002511     IF ws-nbr-x < ws-cur-x1
002512       MOVE ws-nbr-x TO ws-cur-x1
002513     END-IF.
002514     IF ws-nbr-x > ws-cur-x2
002515       MOVE ws-nbr-x TO ws-cur-x2
002516     END-IF.
002517     IF ws-nbr-y < ws-cur-y1
002518       MOVE ws-nbr-y TO ws-cur-y1
002519     END-IF.
002520     IF ws-nbr-y > ws-cur-y2
002521       MOVE ws-nbr-y TO ws-cur-y2
002522     END-IF.
002523     IF hit-count-col(ws-nbr-x, ws-nbr-y) > ws-cur-peak
002524       MOVE hit-count-col(ws-nbr-x, ws-nbr-y) TO ws-cur-peak
002525     END-IF.
002526     ADD int-count-col(ws-nbr-x, ws-nbr-y) TO ws-cur-intensity.
002530     PERFORM FLAG_CELL_ZONE
002531       VARYING ws-zone-idx FROM 1 BY 1
002532       UNTIL ws-zone-idx > ws-zone-count.
002540     IF ws-stack-top < ws-stack-limit
002541       ADD 1 TO ws-stack-top
002542       MOVE ws-nbr-x TO stk-x(ws-stack-top)
002543       MOVE ws-nbr-y TO stk-y(ws-stack-top)
002544       MOVE 'S' TO cell-state-col(ws-nbr-x, ws-nbr-y)
002545     ELSE
002546       MOVE 'P' TO cell-state-col(ws-nbr-x, ws-nbr-y)
002547       MOVE 'Y' TO ws-stack-spill
002548     END-IF.
002600 FLAG_CELL_ZONE.
002601*    Zone corners are grid coordinates; the cell subscripts are
002602*    one higher.
002610     IF ws-nbr-x > zon-x1(ws-zone-idx)
002611       AND ws-nbr-x NOT > zon-x2(ws-zone-idx) + 1
002612       AND ws-nbr-y > zon-y1(ws-zone-idx)
002613       AND ws-nbr-y NOT > zon-y2(ws-zone-idx) + 1
002614       MOVE 'Y' TO ws-cur-zone-flag(ws-zone-idx)
002615     END-IF.
002700 RESCAN_PENDING_CELL.
002710     IF cell-state-col(ws-scan-x, ws-scan-y) = 'P'
002711       IF ws-stack-top < ws-stack-limit
002712         ADD 1 TO ws-stack-top
002713         MOVE ws-scan-x TO stk-x(ws-stack-top)
002714         MOVE ws-scan-y TO stk-y(ws-stack-top)
002715         MOVE 'S' TO cell-state-col(ws-scan-x, ws-scan-y)
002716       ELSE
002717         MOVE 'Y' TO ws-stack-spill
002718       END-IF
002719     END-IF.
002800 FINISH_CLUSTER.
002810     ADD ws-cur-cells TO ws-overlap-cells.
002811     ADD 1 TO ws-total-clusters.
002820     IF ws-cur-cells < ws-min-cells
002821       ADD 1 TO ws-small-clusters
002822     ELSE
002823       ADD ws-cur-cells TO ws-clustered-cells
002824       PERFORM BUILD_ZONE_LIST
002825       PERFORM INSERT_CLUSTER_ENTRY
002826     END-IF.
002900 BUILD_ZONE_LIST.
002910     MOVE SPACES TO ws-cur-zones.
002911     MOVE 1 TO ws-zone-text-pos.
002920     PERFORM APPEND_ZONE_CODE
002921       VARYING ws-zone-idx FROM 1 BY 1
002922       UNTIL ws-zone-idx > ws-zone-count.
002930     IF ws-cur-zones = SPACES
002931       MOVE "NONE" TO ws-cur-zones
002932     END-IF.
003000 APPEND_ZONE_CODE.
003010     IF ws-cur-zone-flag(ws-zone-idx) = 'Y'
003011       IF ws-zone-text-pos > 95
003012         MOVE "+" TO ws-cur-zones(96:1)
003013       ELSE
003014         MOVE zon-code(ws-zone-idx)
003015           TO ws-cur-zones(ws-zone-text-pos:4)
003016         ADD 5 TO ws-zone-text-pos
003017       END-IF
003018     END-IF.
003100 INSERT_CLUSTER_ENTRY.
003101*    Table kept in rank order (cells, then intensity) as the
003102*    clusters are found, like the top-N cell table in PART1; a
003103*    cluster smaller than a full table's last entry is counted
003104*    and dropped.
003110     MOVE ZERO TO ws-insert-idx.
003111     PERFORM FIND_CLUSTER_SLOT
003112       VARYING ws-cls-idx FROM 1 BY 1
003113       UNTIL ws-cls-idx > ws-cluster-count
003114         OR ws-insert-idx > ZERO.
003120     IF ws-insert-idx = ZERO
003121       IF ws-cluster-count < ws-cluster-limit
003122         ADD 1 TO ws-cluster-count
003123         MOVE ws-cluster-count TO ws-insert-idx
003124       ELSE
003125         ADD 1 TO ws-dropped-clusters
003126       END-IF
003127     ELSE
003128       IF ws-cluster-count < ws-cluster-limit
003129         ADD 1 TO ws-cluster-count
003130       ELSE
003131         ADD 1 TO ws-dropped-clusters
003132       END-IF
003133       PERFORM SHIFT_CLUSTER_ENTRY
003134         VARYING ws-shift-idx FROM ws-cluster-count BY -1
003135         UNTIL ws-shift-idx NOT > ws-insert-idx
003136     END-IF.
003140     IF ws-insert-idx > ZERO
003141       MOVE ws-cur-cells TO cls-cells(ws-insert-idx)
003142       COMPUTE cls-x1(ws-insert-idx) = ws-cur-x1 - 1
003143       COMPUTE cls-y1(ws-insert-idx) = ws-cur-y1 - 1
003144       COMPUTE cls-x2(ws-insert-idx) = ws-cur-x2 - 1
003145       COMPUTE cls-y2(ws-insert-idx) = ws-cur-y2 - 1
003146       MOVE ws-cur-peak TO cls-peak(ws-insert-idx)
003147       MOVE ws-cur-intensity TO cls-intensity(ws-insert-idx)
003148       MOVE ws-cur-zones TO cls-zones(ws-insert-idx)
003149     END-IF.
003200 FIND_CLUSTER_SLOT.
003210     IF ws-cur-cells > cls-cells(ws-cls-idx)
003211       OR (ws-cur-cells = cls-cells(ws-cls-idx)
003212         AND ws-cur-intensity > cls-intensity(ws-cls-idx))
003213       MOVE ws-cls-idx TO ws-insert-idx
003214     END-IF.
003300 SHIFT_CLUSTER_ENTRY.
003310     MOVE cluster-entry(ws-shift-idx - 1)
003311       TO cluster-entry(ws-shift-idx).
004000 WRITE_CLUSTER_REPORT.
004010     OPEN OUTPUT CLUSTER-RPT.
004020     MOVE "CONNECTED HOTSPOT CLUSTERS RANKED BY SIZE"
004021       TO cluster-line.
004022     WRITE cluster-line.
004030     MOVE SPACES TO cluster-line.
004031     STRING "MASTER: " DELIMITED BY SIZE
004032       FUNCTION TRIM(ws-master-path) DELIMITED BY SIZE
004033       INTO cluster-line
004034     END-STRING.
004035     WRITE cluster-line.
004040     MOVE ws-min-cells TO ws-num-ed.
004041     MOVE SPACES TO cluster-line.
004042     STRING "OVERLAP CELLS (HIT COUNT 2+) JOINED EDGE OR CORNER,"
004043       DELIMITED BY SIZE
004044       " MINIMUM CLUSTER CELLS " DELIMITED BY SIZE
004045       FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004046       INTO cluster-line
004047     END-STRING.
004048     WRITE cluster-line.
004050     MOVE SPACES TO cluster-line.
004051     WRITE cluster-line.
004060     PERFORM WRITE_CLUSTER_LINE
004061       VARYING ws-cls-idx FROM 1 BY 1
004062       UNTIL ws-cls-idx > ws-cluster-count.
004070     IF ws-cluster-count = ZERO
004071       MOVE "NO CLUSTERS AT OR ABOVE THE MINIMUM SIZE"
004072         TO cluster-line
004073       WRITE cluster-line
004074     END-IF.
004080     MOVE SPACES TO cluster-line.
004081     WRITE cluster-line.
004082     MOVE ws-overlap-cells TO ws-num-ed.
004083     MOVE SPACES TO cluster-line.
004084     STRING "OVERLAP CELLS: " DELIMITED BY SIZE
004085       FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004086       INTO cluster-line
004087     END-STRING.
004088     WRITE cluster-line.
004090     MOVE ws-total-clusters TO ws-num-ed.
004091     MOVE SPACES TO cluster-line.
004092     STRING "CLUSTERS FOUND: " DELIMITED BY SIZE
004093       FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004094       INTO cluster-line
004095     END-STRING.
004096     WRITE cluster-line.
004100     MOVE ws-clustered-cells TO ws-num-ed.
004101     MOVE SPACES TO cluster-line.
004102     STRING "CELLS IN REPORTED CLUSTERS: " DELIMITED BY SIZE
004103       FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004104       INTO cluster-line
004105     END-STRING.
004106     WRITE cluster-line.
004110     MOVE ws-small-clusters TO ws-num-ed.
004111     MOVE SPACES TO cluster-line.
004112     STRING "CLUSTERS BELOW MINIMUM SIZE: " DELIMITED BY SIZE
004113       FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004114       INTO cluster-line
004115     END-STRING.
004116     WRITE cluster-line.
004120     IF ws-dropped-clusters > ZERO
004121       MOVE ws-dropped-clusters TO ws-num-ed
004122       MOVE SPACES TO cluster-line
004123       STRING "CLUSTERS BEYOND REPORT LIMIT: " DELIMITED BY SIZE
004124         FUNCTION TRIM(ws-num-ed) DELIMITED BY SIZE
004125         INTO cluster-line
004126       END-STRING
004127       WRITE cluster-line
004128     END-IF.
004130     CLOSE CLUSTER-RPT.
004200 WRITE_CLUSTER_LINE.
004210     MOVE ws-cls-idx TO ws-rank-ed.
004211     MOVE cls-cells(ws-cls-idx) TO ws-cells-ed.
004212     MOVE cls-x1(ws-cls-idx) TO ws-x1-ed.
004213     MOVE cls-y1(ws-cls-idx) TO ws-y1-ed.
004214     MOVE cls-x2(ws-cls-idx) TO ws-x2-ed.
004215     MOVE cls-y2(ws-cls-idx) TO ws-y2-ed.
004216     MOVE cls-peak(ws-cls-idx) TO ws-peak-ed.
004217     MOVE cls-intensity(ws-cls-idx) TO ws-int-ed.
004220     MOVE SPACES TO cluster-line.
004221     STRING "RANK " DELIMITED BY SIZE
004222       FUNCTION TRIM(ws-rank-ed) DELIMITED BY SIZE
004223       " CELLS " DELIMITED BY SIZE
004224       FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
004225       " BOX " DELIMITED BY SIZE
004226       FUNCTION TRIM(ws-x1-ed) DELIMITED BY SIZE
004227       "," DELIMITED BY SIZE
004228       FUNCTION TRIM(ws-y1-ed) DELIMITED BY SIZE
004229       " -> " DELIMITED BY SIZE
004230       FUNCTION TRIM(ws-x2-ed) DELIMITED BY SIZE
004231       "," DELIMITED BY SIZE
004232       FUNCTION TRIM(ws-y2-ed) DELIMITED BY SIZE
004233       " PEAK " DELIMITED BY SIZE
004234       FUNCTION TRIM(ws-peak-ed) DELIMITED BY SIZE
004235       " INTENSITY " DELIMITED BY SIZE
004236       FUNCTION TRIM(ws-int-ed) DELIMITED BY SIZE
004237       " ZONES " DELIMITED BY SIZE
004238       FUNCTION TRIM(cls-zones(ws-cls-idx)) DELIMITED BY SIZE
004239       INTO cluster-line
004240     END-STRING.
004241     WRITE cluster-line.
