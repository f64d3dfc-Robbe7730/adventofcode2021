000153     SELECT ZONES-FILE ASSIGN TO DYNAMIC ws-zones-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-zones-status.
000156     SELECT ZONE-JRN ASSIGN TO DYNAMIC ws-journal-path
000157         ORGANIZATION LINE SEQUENTIAL
000158         FILE STATUS IS ws-journal-status.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD ZONES-FILE.
000401     01 zone-io-rec PIC X(60).
000402     FD ZONE-JRN.
000403     COPY "zonejrn.cpy".
000410 WORKING-STORAGE SECTION.
000411     78 max-grid-coord VALUE 2000.
000412     78 ws-zone-limit VALUE 50.
000452     01 ws-overlap-idx PIC 9(3) VALUE ZERO.
000460     01 ws-query PIC X(70).
000461     01 ws-q-cmd PIC X(10).
000461         88 q-cmd-edit VALUE "A" "a" "C" "c" "X" "x" "R" "r".
000462     01 ws-q-code PIC X(10).
000463     01 ws-q-arg1 PIC X(10).
000464     01 ws-q-arg2 PIC X(10).
000511     01 ws-coord-text PIC X(34).
000512     01 ws-records-written PIC 9(3) VALUE ZERO.
000513     01 ws-skipped-capacity PIC 9(3) VALUE ZERO.
000520     78 ws-jrn-limit VALUE 200.
000521     01 ws-journal-path PIC X(100) VALUE "zonejrn.dat".
000522     01 ws-journal-override PIC X(100).
000523     01 ws-journal-status PIC XX.
000524     01 ws-operator-id PIC X(8) VALUE SPACES.
000525     01 ws-operator-input PIC X(20).
000526     01 ws-jrn-now PIC 9(8) VALUE ZERO.
000527     01 ws-jrn-count PIC 9(3) VALUE ZERO.
000528     01 ws-jrn-idx PIC 9(3) VALUE ZERO.
000529     01 ws-jrn-written PIC 9(3) VALUE ZERO.
000530*    Changes are held here and journaled only once the zone file
000531*    has been rewritten, so unsaved edits leave no entries.
000532     01 jrn-table.
000533         05 jrn-entry OCCURS ws-jrn-limit TIMES.
000534             10 jrn-date PIC 9(8).
000535             10 jrn-time PIC 9(6).
000536             10 jrn-action PIC X.
000537             10 jrn-code PIC X(4).
000538             10 jrn-boundary-chg PIC X.
000539             10 jrn-before PIC X(41).
000540             10 jrn-after PIC X(41).
000541     01 ws-zone-before.
000542         05 zbf-name PIC X(20).
000543         05 zbf-corners PIC X(16).
000544         05 zbf-district PIC X(4).
000545         05 zbf-active PIC X.
000546     01 ws-zone-image.
000547         05 zim-name PIC X(20).
000548         05 zim-corners.
000549             10 zim-x1 PIC 9(4).
000550             10 zim-y1 PIC 9(4).
000551             10 zim-x2 PIC 9(4).
000552             10 zim-y2 PIC 9(4).
000553         05 zim-district PIC X(4).
000554         05 zim-active PIC X.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-zones-override FROM ENVIRONMENT
000602         "ZONES_PATH".
000603     IF ws-zones-override NOT = SPACES
000604       MOVE ws-zones-override TO ws-zones-path
000605     END-IF.
000606     ACCEPT ws-journal-override FROM ENVIRONMENT
000607         "ZONE_JOURNAL_PATH".
000608     IF ws-journal-override NOT = SPACES
000609       MOVE ws-journal-override TO ws-journal-path
000610     END-IF.
000611     PERFORM GET_OPERATOR_ID.
000612     PERFORM LOAD_ZONES.
000620     DISPLAY "ZONES LOADED: " ws-zone-count.
000630     PERFORM PROCESS_COMMAND UNTIL mnt-done.
000640     IF ws-skipped-capacity > ZERO
000645         "FILE LEFT UNTOUCHED, EDITS NOT SAVED"
000646       MOVE 8 TO RETURN-CODE
000647     ELSE
000648       IF ws-jrn-count > ZERO
000649         PERFORM OPEN_JOURNAL
000650       END-IF
000651       PERFORM SAVE_ZONES
000652       DISPLAY "ZONES WRITTEN: " ws-records-written
000653       IF ws-jrn-count > ZERO
000654         PERFORM WRITE_JOURNAL_ENTRY
000655           VARYING ws-jrn-idx FROM 1 BY 1
000656           UNTIL ws-jrn-idx > ws-jrn-count
000657         CLOSE ZONE-JRN
000658       END-IF
000659       DISPLAY "JOURNAL ENTRIES WRITTEN: " ws-jrn-written
000660     END-IF.
000660     STOP RUN.
000700 GET_OPERATOR_ID.
000710     MOVE SPACES TO ws-operator-input.
000711     ACCEPT ws-operator-input FROM ENVIRONMENT "OPERATOR_ID".
000720     IF ws-operator-input = SPACES
000721       DISPLAY "ENTER OPERATOR ID:"
000722       ACCEPT ws-operator-input
000723     END-IF.
000730     IF ws-operator-input = SPACES
000731       DISPLAY "FATAL: OPERATOR ID REQUIRED FOR ZONE MAINTENANCE"
000732       MOVE 8 TO RETURN-CODE
000733       STOP RUN
000734     END-IF.
000740     MOVE FUNCTION TRIM(ws-operator-input) TO ws-operator-id.
000741     DISPLAY "OPERATOR: " ws-operator-id.
001000 LOAD_ZONES.
001010     INITIALIZE zone-table.
001020     OPEN INPUT ZONES-FILE.
002061       WHEN ws-q-cmd = "END" OR ws-q-cmd = "end"
002062         OR ws-q-cmd = SPACES
002063         SET mnt-done TO TRUE
002063       WHEN q-cmd-edit AND ws-jrn-count = ws-jrn-limit
002063         DISPLAY "JOURNAL TABLE FULL (" ws-jrn-limit
002063           ") - END THIS SESSION TO SAVE, THEN CONTINUE"
002063       WHEN ws-q-cmd = "L" OR ws-q-cmd = "l"
002064         PERFORM LIST_ZONES
002065       WHEN ws-q-cmd = "A" OR ws-q-cmd = "a"
002421           IF entry-valid
002422             ADD 1 TO ws-zone-count
002423             MOVE ws-zone-count TO ws-zone-match
002423             MOVE SPACES TO ws-zone-before
002423             MOVE ZERO TO zbf-corners
002424             MOVE ws-q-code(1:4) TO zon-code(ws-zone-match)
002425             PERFORM STORE_ZONE_FIELDS
002426             DISPLAY "ENTER ZONE NAME:"
002430             MOVE 'Y' TO zon-active(ws-zone-match)
002431             PERFORM WARN_ZONE_OVERLAP
002432             DISPLAY "ZONE " zon-code(ws-zone-match) " ADDED"
002432             PERFORM HOLD_JOURNAL_ENTRY
002433           END-IF
002434         END-IF
002435       END-IF
002522     ELSE
002523       PERFORM PARSE_COMMAND_COORDS
002524       IF entry-valid
002524         PERFORM CAPTURE_ZONE_BEFORE
002525         PERFORM STORE_ZONE_FIELDS
002526         DISPLAY "ENTER ZONE NAME (BLANK KEEPS CURRENT):"
002527         MOVE SPACES TO ws-name-input
002531         END-IF
002532         PERFORM WARN_ZONE_OVERLAP
002533         DISPLAY "ZONE " zon-code(ws-zone-match) " CHANGED"
002533         PERFORM HOLD_JOURNAL_ENTRY
002534       END-IF
002535     END-IF.
002600 STORE_ZONE_FIELDS.
002723       IF zon-active(ws-zone-match) = 'N'
002724         DISPLAY "ZONE ALREADY INACTIVE: " ws-q-code(1:4)
002725       ELSE
002725         PERFORM CAPTURE_ZONE_BEFORE
002726         MOVE 'N' TO zon-active(ws-zone-match)
002727         DISPLAY "ZONE " zon-code(ws-zone-match) " DEACTIVATED"
002727         PERFORM HOLD_JOURNAL_ENTRY
002728       END-IF
002729     END-IF.
002800 REACTIVATE_ZONE.
002823       IF zon-active(ws-zone-match) = 'Y'
002824         DISPLAY "ZONE ALREADY ACTIVE: " ws-q-code(1:4)
002825       ELSE
002825         PERFORM CAPTURE_ZONE_BEFORE
002826         MOVE 'Y' TO zon-active(ws-zone-match)
002827         DISPLAY "ZONE " zon-code(ws-zone-match) " REACTIVATED"
002827         PERFORM HOLD_JOURNAL_ENTRY
002828       END-IF
002829     END-IF.
002900 CAPTURE_ZONE_IMAGE.
002910     MOVE zon-name(ws-zone-match) TO zim-name.
002911     MOVE zon-x1(ws-zone-match) TO zim-x1.
002912     MOVE zon-y1(ws-zone-match) TO zim-y1.
002913     MOVE zon-x2(ws-zone-match) TO zim-x2.
002914     MOVE zon-y2(ws-zone-match) TO zim-y2.
002915     MOVE zon-district(ws-zone-match) TO zim-district.
002916     MOVE zon-active(ws-zone-match) TO zim-active.
002920 CAPTURE_ZONE_BEFORE.
002921     PERFORM CAPTURE_ZONE_IMAGE.
002922     MOVE ws-zone-image TO ws-zone-before.
002930 HOLD_JOURNAL_ENTRY.
002931     PERFORM CAPTURE_ZONE_IMAGE.
002932     ADD 1 TO ws-jrn-count.
002933     ACCEPT jrn-date(ws-jrn-count) FROM DATE YYYYMMDD.
002934     ACCEPT ws-jrn-now FROM TIME.
002935     COMPUTE jrn-time(ws-jrn-count) = ws-jrn-now / 100.
002936     MOVE ws-q-cmd(1:1) TO jrn-action(ws-jrn-count).
002937     INSPECT jrn-action(ws-jrn-count)
002938       CONVERTING "acxr" TO "ACXR".
002939     MOVE zon-code(ws-zone-match) TO jrn-code(ws-jrn-count).
002940     MOVE ws-zone-before TO jrn-before(ws-jrn-count).
002941     MOVE ws-zone-image TO jrn-after(ws-jrn-count).
002942*    A new zone or moved corners change what the zone tallies;
002943*    name, district and status edits do not.
002944     IF jrn-action(ws-jrn-count) = 'A'
002945       OR zbf-corners NOT = zim-corners
002946       MOVE 'Y' TO jrn-boundary-chg(ws-jrn-count)
002947     ELSE
002948       MOVE 'N' TO jrn-boundary-chg(ws-jrn-count)
002949     END-IF.
003000 PARSE_COMMAND_COORDS.
003010     MOVE SPACES TO ws-raw-tokens.
003011     MOVE ws-q-arg1 TO ws-x1-raw.
004160     MOVE ws-coord-text TO zone-io-rec(27:34).
004170     ADD 1 TO ws-records-written.
004180     WRITE zone-io-rec.
004200 OPEN_JOURNAL.
004210     OPEN EXTEND ZONE-JRN.
004211     IF ws-journal-status = "35"
004212       OPEN OUTPUT ZONE-JRN
004213     END-IF.
004220     IF ws-journal-status NOT = "00"
004221       DISPLAY "FATAL: CANNOT OPEN ZONE JOURNAL "
004222         FUNCTION TRIM(ws-journal-path)
004223         " STATUS " ws-journal-status
004224         " - EDITS NOT SAVED"
004225       MOVE 12 TO RETURN-CODE
004226       STOP RUN
004227     END-IF.
004300 WRITE_JOURNAL_ENTRY.
004310     MOVE jrn-date(ws-jrn-idx) TO zjr-date.
004311     MOVE jrn-time(ws-jrn-idx) TO zjr-time.
004312     MOVE ws-operator-id TO zjr-operator.
004313     MOVE jrn-action(ws-jrn-idx) TO zjr-action.
004314     MOVE jrn-code(ws-jrn-idx) TO zjr-code.
004315     MOVE jrn-boundary-chg(ws-jrn-idx) TO zjr-boundary-chg.
004316     MOVE jrn-before(ws-jrn-idx) TO zjr-before.
004317     MOVE jrn-after(ws-jrn-idx) TO zjr-after.
004320     WRITE zjr-rec.
004321     IF ws-journal-status NOT = "00"
004322       DISPLAY "WARNING: ZONE JOURNAL WRITE FAILED FOR "
004323         zjr-code " STATUS " ws-journal-status
004324       MOVE 4 TO RETURN-CODE
004325     ELSE
004326       ADD 1 TO ws-jrn-written
004327     END-IF.
