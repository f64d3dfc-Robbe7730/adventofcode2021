000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. AREAINQ.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT VENT-REG ASSIGN TO DYNAMIC ws-vent-reg-path
000154         ORGANIZATION INDEXED
000155         ACCESS MODE DYNAMIC
000156         RECORD KEY IS vlr-key
000157         FILE STATUS IS ws-vent-reg-status.
000158     SELECT AUDIT-MST ASSIGN TO DYNAMIC ws-audit-mst-path
000159         ORGANIZATION INDEXED
000160         ACCESS MODE DYNAMIC
000161         RECORD KEY IS audm-key
000162         ALTERNATE RECORD KEY IS audm-cell-key
000163             WITH DUPLICATES
000164         FILE STATUS IS ws-audit-mst-status.
000165     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000166         ORGANIZATION LINE SEQUENTIAL
000167         FILE STATUS IS ws-zones-status.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD VENT-REG.
000401     COPY "ventreg.cpy".
000410     FD AUDIT-MST.
000411     COPY "auditmst.cpy".
000420     FD ZONES-FILE.
000421     01 zone-in-rec PIC X(60).
000450 WORKING-STORAGE SECTION.
000451     01 ws-vent-reg-path PIC X(100) VALUE "ventreg.dat".
000452     01 ws-vent-reg-override PIC X(100).
000453     01 ws-vent-reg-status PIC XX.
000454     01 ws-audit-mst-path PIC X(100) VALUE "auditmst.dat".
000455     01 ws-audit-mst-override PIC X(100).
000456     01 ws-audit-mst-status PIC XX.
000457     01 ws-audit-open PIC X VALUE 'N'.
000458         88 audit-open VALUE 'Y'.
000459     01 ws-zones-path PIC X(100) VALUE "zones.dat".
000460     01 ws-zones-override PIC X(100).
000461     01 ws-zones-status PIC XX.
000462     01 ws-zones-eof PIC X VALUE 'N'.
000463         88 zones-eof VALUE 'Y'.
000470     01 ws-query PIC X(80).
000471     01 ws-q-cmd PIC X(10).
000472     01 ws-q-arg1 PIC X(10).
000473     01 ws-q-arg2 PIC X(10).
000474     01 ws-q-arg3 PIC X(10).
000475     01 ws-q-arg4 PIC X(10).
000476     01 ws-q-arg5 PIC X(10).
000477     01 ws-q-arg6 PIC X(10).
000478     01 ws-q-from-raw PIC X(10).
000479     01 ws-q-to-raw PIC X(10).
000480     01 ws-query-ok PIC X VALUE 'Y'.
000481         88 query-ok VALUE 'Y'.
000482     01 ws-check-token PIC X(10).
000483     01 ws-just-token PIC X(10) JUSTIFIED RIGHT.
000484     01 ws-token-valid PIC X VALUE 'Y'.
000485         88 token-valid VALUE 'Y'.
000486     01 ws-coord-in PIC 9(4) VALUE ZERO.
000490*    The area under inquiry, corners normalized, 0-based like
000491*    the registry and audit cell coordinates.
000492     01 ws-area-x1 PIC 9(4) VALUE ZERO.
000493     01 ws-area-y1 PIC 9(4) VALUE ZERO.
000494     01 ws-area-x2 PIC 9(4) VALUE ZERO.
000495     01 ws-area-y2 PIC 9(4) VALUE ZERO.
000496     01 ws-hist-wanted PIC X VALUE 'N'.
000497         88 hist-wanted VALUE 'Y'.
000498     01 ws-hist-from PIC 9(8) VALUE ZERO.
000499     01 ws-hist-to PIC 9(8) VALUE ZERO.
000500     78 ws-zone-limit VALUE 50.
000501     01 ws-zone-count PIC 9(3) VALUE ZERO.
000502     01 zone-table.
000503         05 zone-entry OCCURS ws-zone-limit TIMES.
000504             10 zon-code PIC X(4).
000505             10 zon-name PIC X(20).
000506             10 zon-x1 PIC 9(4).
000507             10 zon-y1 PIC 9(4).
000508             10 zon-x2 PIC 9(4).
000509             10 zon-y2 PIC 9(4).
000510             10 zon-active PIC X.
000511     01 ws-zone-idx PIC 9(3) VALUE ZERO.
000512     01 ws-zone-match PIC 9(3) VALUE ZERO.
000513     01 ws-zone-district-raw PIC X(10).
000514     01 ws-zone-active-raw PIC X(10).
000515     01 ws-zone-coord-raws.
000516         05 ws-zx1-raw PIC X(10).
000517         05 ws-zy1-raw PIC X(10).
000518         05 ws-zx2-raw PIC X(10).
000519         05 ws-zy2-raw PIC X(10).
000520     01 ws-zx1 PIC 9(4) VALUE ZERO.
000521     01 ws-zy1 PIC 9(4) VALUE ZERO.
000522     01 ws-zx2 PIC 9(4) VALUE ZERO.
000523     01 ws-zy2 PIC 9(4) VALUE ZERO.
000524     01 ws-cell-valid PIC X VALUE 'Y'.
000525         88 cell-valid VALUE 'Y'.
000530     01 ws-inq-done PIC X VALUE 'N'.
000531         88 inq-done VALUE 'Y'.
000532     01 ws-browse-done PIC X VALUE 'N'.
000533         88 browse-done VALUE 'Y'.
000534     01 ws-hit-count PIC 9(6) VALUE ZERO.
000535     01 ws-hist-count PIC 9(6) VALUE ZERO.
000540     01 ws-ras-x1 PIC 9(4).
000541     01 ws-ras-y1 PIC 9(4).
000542     01 ws-ras-x2 PIC 9(4).
000543     01 ws-ras-y2 PIC 9(4).
000544     01 curr_x PIC 9(4).
000545     01 curr_y PIC 9(4).
000546     01 ws-x-step PIC S9(1).
000547     01 ws-y-step PIC S9(1).
000548     01 ws-abs-dx PIC S9(5).
000549     01 ws-neg-dy PIC S9(5).
000550     01 ws-slope-err PIC S9(6).
000551     01 ws-slope-err2 PIC S9(7).
000552     01 ws-cells-inside PIC 9(5) VALUE ZERO.
000560*    Header of the audit leg being matched while its cell records
000561*    are read; the leg is listed once its last cell is seen.
000562     01 ws-h-selected PIC X VALUE 'N'.
000563         88 h-selected VALUE 'Y'.
000564     01 ws-h-line-no PIC 9(6) VALUE ZERO.
000565     01 ws-h-action PIC X.
000566     01 ws-h-leg PIC X.
000567     01 ws-h-station PIC X(4).
000568     01 ws-h-source PIC X.
000569     01 ws-h-feed-date PIC 9(8).
000570     01 ws-h-x1 PIC 9(4).
000571     01 ws-h-y1 PIC 9(4).
000572     01 ws-h-x2 PIC 9(4).
000573     01 ws-h-y2 PIC 9(4).
000574     01 ws-h-cells PIC 9(5) VALUE ZERO.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-vent-reg-override FROM ENVIRONMENT
000602         "VENT_REGISTRY_PATH".
000603     IF ws-vent-reg-override NOT = SPACES
000604       MOVE ws-vent-reg-override TO ws-vent-reg-path
000605     END-IF.
000606     ACCEPT ws-audit-mst-override FROM ENVIRONMENT
000607         "AUDIT_MASTER_PATH".
000608     IF ws-audit-mst-override NOT = SPACES
000609       MOVE ws-audit-mst-override TO ws-audit-mst-path
000610     END-IF.
000611     ACCEPT ws-zones-override FROM ENVIRONMENT
000612         "ZONES_PATH".
000613     IF ws-zones-override NOT = SPACES
000614       MOVE ws-zones-override TO ws-zones-path
000615     END-IF.
000620     OPEN INPUT VENT-REG.
000621     IF ws-vent-reg-status NOT = "00"
000622       DISPLAY "FATAL: CANNOT OPEN VENT REGISTRY "
000623         FUNCTION TRIM(ws-vent-reg-path)
000624         " STATUS " ws-vent-reg-status
000625       MOVE 8 TO RETURN-CODE
000626       STOP RUN
000627     END-IF.
000630     OPEN INPUT AUDIT-MST.
000631     IF ws-audit-mst-status = "00"
000632       MOVE 'Y' TO ws-audit-open
000633     ELSE
000634       DISPLAY "NO AUDIT MASTER AT "
000635         FUNCTION TRIM(ws-audit-mst-path)
000636         " - AUDIT HISTORY NOT AVAILABLE"
000637     END-IF.
000640     PERFORM LOAD_ZONES.
000650     PERFORM PROCESS_QUERY UNTIL inq-done.
000660     CLOSE VENT-REG.
000661     IF audit-open
000662       CLOSE AUDIT-MST
000663     END-IF.
000670     STOP RUN.
010000 PROCESS_QUERY.
010010     DISPLAY "ENTER QUERY (A x1 y1 x2 y2 [from [to]] /"
010011       " Z zone [from [to]] / END):".
010020     MOVE SPACES TO ws-query.
010030     ACCEPT ws-query.
010040     MOVE SPACES TO ws-q-cmd.
010041     MOVE SPACES TO ws-q-arg1.
010042     MOVE SPACES TO ws-q-arg2.
010043     MOVE SPACES TO ws-q-arg3.
010044     MOVE SPACES TO ws-q-arg4.
010045     MOVE SPACES TO ws-q-arg5.
010046     MOVE SPACES TO ws-q-arg6.
010050     UNSTRING ws-query DELIMITED BY ALL " " OR ","
010051       INTO ws-q-cmd, ws-q-arg1, ws-q-arg2, ws-q-arg3,
010052         ws-q-arg4, ws-q-arg5, ws-q-arg6
010053     END-UNSTRING.
010060     EVALUATE TRUE
010061       WHEN ws-q-cmd = "END" OR ws-q-cmd = "end"
010062         OR ws-q-cmd = SPACES
010063         SET inq-done TO TRUE
010064       WHEN ws-q-cmd = "A" OR ws-q-cmd = "a"
010065         PERFORM QUERY_BY_RECTANGLE
010066       WHEN ws-q-cmd = "Z" OR ws-q-cmd = "z"
010067         PERFORM QUERY_BY_ZONE
010068       WHEN OTHER
010069         DISPLAY "UNKNOWN QUERY: " FUNCTION TRIM(ws-query)
010070     END-EVALUATE.
010100 QUERY_BY_RECTANGLE.
010110     MOVE 'Y' TO ws-query-ok.
010120     MOVE ws-q-arg1 TO ws-check-token.
010121     PERFORM VALIDATE_QUERY_COORD.
010122     MOVE ws-coord-in TO ws-zx1.
010123     MOVE ws-q-arg2 TO ws-check-token.
010124     PERFORM VALIDATE_QUERY_COORD.
010125     MOVE ws-coord-in TO ws-zy1.
010126     MOVE ws-q-arg3 TO ws-check-token.
010127     PERFORM VALIDATE_QUERY_COORD.
010128     MOVE ws-coord-in TO ws-zx2.
010129     MOVE ws-q-arg4 TO ws-check-token.
010130     PERFORM VALIDATE_QUERY_COORD.
010131     MOVE ws-coord-in TO ws-zy2.
010140     MOVE ws-q-arg5 TO ws-q-from-raw.
010141     MOVE ws-q-arg6 TO ws-q-to-raw.
010142     PERFORM SET_HISTORY_RANGE.
010150     IF query-ok
010151       MOVE FUNCTION min(ws-zx1, ws-zx2) TO ws-area-x1
010152       MOVE FUNCTION min(ws-zy1, ws-zy2) TO ws-area-y1
010153       MOVE FUNCTION max(ws-zx1, ws-zx2) TO ws-area-x2
010154       MOVE FUNCTION max(ws-zy1, ws-zy2) TO ws-area-y2
010155       DISPLAY "AREA " ws-area-x1 "," ws-area-y1 " -> "
010156         ws-area-x2 "," ws-area-y2
010160       PERFORM LIST_AREA_LINES
010161       IF hist-wanted
010162         PERFORM LIST_AREA_HISTORY
010163       END-IF
010170     ELSE
010171       DISPLAY "INVALID QUERY: " FUNCTION TRIM(ws-query)
010172     END-IF.
010200 QUERY_BY_ZONE.
010210     MOVE 'Y' TO ws-query-ok.
010220     MOVE ZERO TO ws-zone-match.
010221     PERFORM VARYING ws-zone-idx FROM 1 BY 1
010222       UNTIL ws-zone-idx > ws-zone-count
010223         OR ws-zone-match > ZERO
010224       IF zon-code(ws-zone-idx) = ws-q-arg1
010225         MOVE ws-zone-idx TO ws-zone-match
010226       END-IF
010227     END-PERFORM.
010230     MOVE ws-q-arg2 TO ws-q-from-raw.
010231     MOVE ws-q-arg3 TO ws-q-to-raw.
010232     PERFORM SET_HISTORY_RANGE.
010240     IF ws-zone-match = ZERO
010241       DISPLAY "ZONE NOT ON FILE: " FUNCTION TRIM(ws-q-arg1)
010242     ELSE
010243       IF query-ok
010244         MOVE zon-x1(ws-zone-match) TO ws-area-x1
010245         MOVE zon-y1(ws-zone-match) TO ws-area-y1
010246         MOVE zon-x2(ws-zone-match) TO ws-area-x2
010247         MOVE zon-y2(ws-zone-match) TO ws-area-y2
010248*        A deactivated zone keeps its boundary on file, and the
010249*        field still asks about the ground it covered.
010250         IF zon-active(ws-zone-match) = 'N'
010251           DISPLAY "ZONE " zon-code(ws-zone-match) " "
010252             zon-name(ws-zone-match) " (INACTIVE) AREA "
010253             ws-area-x1 "," ws-area-y1 " -> "
010254             ws-area-x2 "," ws-area-y2
010255         ELSE
010256           DISPLAY "ZONE " zon-code(ws-zone-match) " "
010257             zon-name(ws-zone-match) " AREA "
010258             ws-area-x1 "," ws-area-y1 " -> "
010259             ws-area-x2 "," ws-area-y2
010260         END-IF
010261         PERFORM LIST_AREA_LINES
010262         IF hist-wanted
010263           PERFORM LIST_AREA_HISTORY
010264         END-IF
010265       ELSE
010266         DISPLAY "INVALID QUERY: " FUNCTION TRIM(ws-query)
010267       END-IF
010268     END-IF.
010300 VALIDATE_QUERY_COORD.
010310     MOVE ZERO TO ws-coord-in.
010320     MOVE 'Y' TO ws-token-valid.
010330     IF ws-check-token = SPACES
010331       MOVE 'N' TO ws-token-valid
010332     ELSE
010333       MOVE SPACES TO ws-just-token
010334       MOVE FUNCTION TRIM(ws-check-token) TO ws-just-token
010335       IF FUNCTION LENGTH(FUNCTION TRIM(ws-check-token)) > 4
010336         MOVE 'N' TO ws-token-valid
010337       ELSE
010338         INSPECT ws-just-token
010339           REPLACING LEADING SPACE BY ZERO
010340         IF ws-just-token NOT NUMERIC
010341           MOVE 'N' TO ws-token-valid
010342         END-IF
010343       END-IF
010344     END-IF.
010350     IF token-valid
010351       MOVE ws-just-token(7:4) TO ws-coord-in
010352     ELSE
010353       MOVE 'N' TO ws-query-ok
010354     END-IF.
010400 SET_HISTORY_RANGE.
010401*    No dates = registry lines only. One date = history from that
010402*    date onward.
010410     MOVE 'N' TO ws-hist-wanted.
010411     MOVE ZERO TO ws-hist-from.
010412     MOVE 99999999 TO ws-hist-to.
010420     IF ws-q-from-raw NOT = SPACES
010421       IF ws-q-from-raw(1:8) IS NUMERIC
010422         AND ws-q-from-raw(9:2) = SPACES
010423         MOVE ws-q-from-raw(1:8) TO ws-hist-from
010424         MOVE 'Y' TO ws-hist-wanted
010425       ELSE
010426         MOVE 'N' TO ws-query-ok
010427       END-IF
010428     END-IF.
010430     IF ws-q-to-raw NOT = SPACES
010431       IF ws-q-to-raw(1:8) IS NUMERIC
010432         AND ws-q-to-raw(9:2) = SPACES
010433         AND hist-wanted
010434         MOVE ws-q-to-raw(1:8) TO ws-hist-to
010435       ELSE
010436         MOVE 'N' TO ws-query-ok
010437       END-IF
010438     END-IF.
010440     IF ws-hist-from > ws-hist-to
010441       MOVE 'N' TO ws-query-ok
010442     END-IF.
010500 LIST_AREA_LINES.
010510     MOVE ZERO TO ws-hit-count.
010511     MOVE 'N' TO ws-browse-done.
010520     MOVE LOW-VALUES TO vlr-key.
010521     START VENT-REG KEY NOT < vlr-key
010522       INVALID KEY SET browse-done TO TRUE
010523     END-START.
010530     PERFORM BROWSE_AREA_LINES UNTIL browse-done.
010540     DISPLAY "ACTIVE REGISTRY LINES IN AREA: " ws-hit-count.
010600 BROWSE_AREA_LINES.
010610     READ VENT-REG NEXT
010611       AT END SET browse-done TO TRUE
010612     END-READ.
010620*    Registry endpoints are canonical (x1 <= x2), so only the
010621*    y extent needs both ends checked for the box test.
010630     IF NOT browse-done
010631       AND vlr-active-count > ZERO
010632       AND vlr-x1 NOT > ws-area-x2
010633       AND vlr-x2 NOT < ws-area-x1
010634       AND FUNCTION min(vlr-y1, vlr-y2) NOT > ws-area-y2
010635       AND FUNCTION max(vlr-y1, vlr-y2) NOT < ws-area-y1
010640       MOVE vlr-x1 TO ws-ras-x1
010641       MOVE vlr-y1 TO ws-ras-y1
010642       MOVE vlr-x2 TO ws-ras-x2
010643       MOVE vlr-y2 TO ws-ras-y2
010644       PERFORM COUNT_CELLS_IN_AREA
010650*      A sloped line can pass the box test and still miss the
010651*      area; only lines with a cell inside are listed.
010652       IF ws-cells-inside > ZERO
010653         ADD 1 TO ws-hit-count
010654         DISPLAY "STATION " vlr-station
010655           " VENT " vlr-x1 "," vlr-y1 " -> " vlr-x2 "," vlr-y2
010656           " LAST POSTED " vlr-feed-date
010657           " ACTIVE COUNT " vlr-active-count
010658           " CELLS IN AREA " ws-cells-inside
010659       END-IF
010660     END-IF.
010700 COUNT_CELLS_IN_AREA.
010701*    Walks the line with the same integer error-term stepping the
010702*    grid posting uses (exact for horizontal, vertical and 45
010703*    degree lines), counting the cells that fall in the area.
010710     COMPUTE ws-abs-dx = FUNCTION ABS(ws-ras-x2 - ws-ras-x1).
010711     COMPUTE ws-neg-dy = 0 - FUNCTION ABS(ws-ras-y2 - ws-ras-y1).
010720     IF ws-ras-x2 > ws-ras-x1
010721       MOVE 1 TO ws-x-step
010722     ELSE
010723       MOVE -1 TO ws-x-step
010724     END-IF.
010730     IF ws-ras-y2 > ws-ras-y1
010731       MOVE 1 TO ws-y-step
010732     ELSE
010733       MOVE -1 TO ws-y-step
010734     END-IF.
010740     COMPUTE ws-slope-err = ws-abs-dx + ws-neg-dy.
010741     MOVE ws-ras-x1 TO curr_x.
010742     MOVE ws-ras-y1 TO curr_y.
010743     MOVE ZERO TO ws-cells-inside.
010744     PERFORM CHECK_AREA_CELL.
010750     PERFORM UNTIL curr_x = ws-ras-x2 AND curr_y = ws-ras-y2
010751       COMPUTE ws-slope-err2 = 2 * ws-slope-err
010752       IF ws-slope-err2 >= ws-neg-dy
010753         ADD ws-neg-dy TO ws-slope-err
010754         ADD ws-x-step TO curr_x
010755       END-IF
010756       IF ws-slope-err2 <= ws-abs-dx
010757         ADD ws-abs-dx TO ws-slope-err
010758         ADD ws-y-step TO curr_y
010759       END-IF
010760       PERFORM CHECK_AREA_CELL
010761     END-PERFORM.
010800 CHECK_AREA_CELL.
010810     IF curr_x NOT < ws-area-x1 AND curr_x NOT > ws-area-x2
010811       AND curr_y NOT < ws-area-y1 AND curr_y NOT > ws-area-y2
010812       ADD 1 TO ws-cells-inside
010813     END-IF.
010900 LIST_AREA_HISTORY.
010910     IF NOT audit-open
010911       DISPLAY "NO AUDIT MASTER AT "
010912         FUNCTION TRIM(ws-audit-mst-path)
010913         " - AUDIT HISTORY NOT AVAILABLE"
010914     ELSE
010920       DISPLAY "LINES DELETED OR CHANGED IN AREA, FEED DATES "
010921         ws-hist-from " TO " ws-hist-to ":"
010930       MOVE ZERO TO ws-hist-count
010931       MOVE 'N' TO ws-h-selected
010932       MOVE 'N' TO ws-browse-done
010940       MOVE ZERO TO audm-line-no
010941       MOVE ZERO TO audm-seq
010942       START AUDIT-MST KEY NOT < audm-key
010943         INVALID KEY SET browse-done TO TRUE
010944       END-START
010950       PERFORM BROWSE_AUDIT_HISTORY UNTIL browse-done
010951       PERFORM FINISH_HISTORY_LEG
010960       DISPLAY "AUDIT HISTORY ENTRIES IN AREA: " ws-hist-count
010970     END-IF.
011000 BROWSE_AUDIT_HISTORY.
011010     READ AUDIT-MST NEXT
011011       AT END SET browse-done TO TRUE
011012     END-READ.
011020*    Records run in line/sequence order: each 'H' header is
011021*    followed by the cells its leg touched, so a change line's
011022*    old and new positions are matched as separate legs.
011030     IF NOT browse-done
011031       EVALUATE audm-rec-type
011032         WHEN 'H'
011033           PERFORM FINISH_HISTORY_LEG
011034           IF (audm-action = 'D' OR audm-action = 'C')
011035             AND audm-feed-date NOT < ws-hist-from
011036             AND audm-feed-date NOT > ws-hist-to
011037             PERFORM HOLD_HISTORY_HEADER
011038           END-IF
011039         WHEN 'C'
011040           IF h-selected
011041             AND audm-line-no = ws-h-line-no
011042             AND audm-x NOT < ws-area-x1
011043             AND audm-x NOT > ws-area-x2
011044             AND audm-y NOT < ws-area-y1
011045             AND audm-y NOT > ws-area-y2
011046             ADD 1 TO ws-h-cells
011047           END-IF
011048         WHEN OTHER
011049           PERFORM FINISH_HISTORY_LEG
011050       END-EVALUATE
011051     END-IF.
011100 HOLD_HISTORY_HEADER.
011110     MOVE 'Y' TO ws-h-selected.
011111     MOVE audm-line-no TO ws-h-line-no.
011112     MOVE audm-action TO ws-h-action.
011113     MOVE audm-leg TO ws-h-leg.
011114     MOVE audm-station TO ws-h-station.
011115     MOVE audm-source TO ws-h-source.
011116     MOVE audm-feed-date TO ws-h-feed-date.
011117     MOVE audm-x1 TO ws-h-x1.
011118     MOVE audm-y1 TO ws-h-y1.
011119     MOVE audm-x2 TO ws-h-x2.
011120     MOVE audm-y2 TO ws-h-y2.
011121     MOVE ZERO TO ws-h-cells.
011200 FINISH_HISTORY_LEG.
011210     IF h-selected
011211       IF ws-h-cells > ZERO
011212         ADD 1 TO ws-hist-count
011213         DISPLAY "LINE " ws-h-line-no " ACTION " ws-h-action
011214           " LEG " ws-h-leg
011215           " STATION " ws-h-station
011216           " SOURCE " ws-h-source
011217           " FEED DATE " ws-h-feed-date
011218           " VENT " ws-h-x1 "," ws-h-y1 " -> "
011219           ws-h-x2 "," ws-h-y2
011220           " CELLS IN AREA " ws-h-cells
011221       END-IF
011222       MOVE 'N' TO ws-h-selected
011223     END-IF.
011300 LOAD_ZONES.
011310     OPEN INPUT ZONES-FILE.
011320     IF ws-zones-status = "00"
011321       READ ZONES-FILE
011322         AT END SET zones-eof TO TRUE
011323       END-READ
011324       PERFORM LOAD_ZONE_ENTRY UNTIL zones-eof
011325       CLOSE ZONES-FILE
011326     END-IF.
011400 LOAD_ZONE_ENTRY.
011410     IF zone-in-rec NOT = SPACES AND ws-zone-count < ws-zone-limit
011411       MOVE SPACES TO ws-zone-coord-raws
011412       MOVE SPACES TO ws-zone-district-raw
011413       MOVE SPACES TO ws-zone-active-raw
011414       UNSTRING zone-in-rec(27:) DELIMITED BY ","
011415         INTO ws-zx1-raw, ws-zy1-raw, ws-zx2-raw, ws-zy2-raw,
011416           ws-zone-district-raw, ws-zone-active-raw
011417       END-UNSTRING
011418       PERFORM PARSE_ZONE_COORDS
011419     END-IF.
011430     READ ZONES-FILE
011431       AT END SET zones-eof TO TRUE
011432     END-READ.
011500 PARSE_ZONE_COORDS.
011510     MOVE 'Y' TO ws-cell-valid.
011511     MOVE 'Y' TO ws-query-ok.
011512     MOVE ws-zx1-raw TO ws-check-token.
011513     PERFORM VALIDATE_QUERY_COORD.
011514     MOVE ws-coord-in TO ws-zx1.
011515     MOVE ws-zy1-raw TO ws-check-token.
011516     PERFORM VALIDATE_QUERY_COORD.
011517     MOVE ws-coord-in TO ws-zy1.
011518     MOVE ws-zx2-raw TO ws-check-token.
011519     PERFORM VALIDATE_QUERY_COORD.
011520     MOVE ws-coord-in TO ws-zx2.
011521     MOVE ws-zy2-raw TO ws-check-token.
011522     PERFORM VALIDATE_QUERY_COORD.
011523     MOVE ws-coord-in TO ws-zy2.
011524     IF NOT query-ok
011525       MOVE 'N' TO ws-cell-valid
011526     END-IF.
011540     IF cell-valid
011541       ADD 1 TO ws-zone-count
011542       MOVE zone-in-rec(1:4) TO zon-code(ws-zone-count)
011543       MOVE zone-in-rec(6:20) TO zon-name(ws-zone-count)
011544       MOVE FUNCTION min(ws-zx1, ws-zx2) TO zon-x1(ws-zone-count)
011545       MOVE FUNCTION min(ws-zy1, ws-zy2) TO zon-y1(ws-zone-count)
011546       MOVE FUNCTION max(ws-zx1, ws-zx2) TO zon-x2(ws-zone-count)
011547       MOVE FUNCTION max(ws-zy1, ws-zy2) TO zon-y2(ws-zone-count)
011548       IF ws-zone-active-raw(1:1) = 'N'
011549         MOVE 'N' TO zon-active(ws-zone-count)
011550       ELSE
011551         MOVE 'Y' TO zon-active(ws-zone-count)
011552       END-IF
011553     ELSE
011554       DISPLAY "ZONE RECORD REJECTED: " zone-in-rec
011555     END-IF.
