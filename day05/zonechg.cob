000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. ZONECHG.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT ZONE-JRN ASSIGN TO DYNAMIC ws-journal-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-journal-status.
000156     SELECT SORT-WORK ASSIGN TO "zonechg.srt".
000157     SELECT CHG-RPT ASSIGN TO "zonechg.rpt"
000158         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD ZONE-JRN.
000401     COPY "zonejrn.cpy".
000410     SD SORT-WORK.
000411     01 sort-rec.
000412         05 srt-key.
000413             10 srt-code PIC X(4).
000414             10 srt-date PIC 9(8).
000415             10 srt-time PIC 9(6).
000416*            Journal order breaks ties within the same second.
000417             10 srt-seq PIC 9(6).
000418         05 srt-operator PIC X(8).
000419         05 srt-action PIC X.
000420         05 srt-boundary-chg PIC X.
000421         05 srt-before PIC X(41).
000422         05 srt-after PIC X(41).
000430     FD CHG-RPT.
000431     01 chg-rpt-line PIC X(132).
000450 WORKING-STORAGE SECTION.
000451     01 ws-journal-path PIC X(100) VALUE "zonejrn.dat".
000452     01 ws-journal-override PIC X(100).
000453     01 ws-journal-status PIC XX.
000454     01 ws-journal-eof PIC X VALUE 'N'.
000455         88 journal-eof VALUE 'Y'.
000456     01 ws-sort-eof PIC X VALUE 'N'.
000457         88 sort-eof VALUE 'Y'.
000460     01 ws-change-from PIC 9(8) VALUE ZERO.
000461     01 ws-change-to PIC 9(8) VALUE 99999999.
000462     01 ws-change-from-override PIC X(100).
000463     01 ws-change-to-override PIC X(100).
000464     01 ws-change-code PIC X(4) VALUE SPACES.
000465     01 ws-change-code-override PIC X(100).
000470     01 ws-jrn-seq PIC 9(6) VALUE ZERO.
000471     01 ws-jrn-read PIC 9(6) VALUE ZERO.
000472     01 ws-jrn-unreadable PIC 9(6) VALUE ZERO.
000473     01 ws-zone-key PIC X(4) VALUE SPACES.
000474     01 ws-zone-changes PIC 9(6) VALUE ZERO.
000475     01 ws-zone-boundary PIC 9(6) VALUE ZERO.
000476     01 ws-count-zones PIC 9(6) VALUE ZERO.
000477     01 ws-count-changes PIC 9(6) VALUE ZERO.
000478     01 ws-count-boundary PIC 9(6) VALUE ZERO.
000480     01 ws-zone-image.
000481         05 zim-name PIC X(20).
000482         05 zim-x1 PIC 9(4).
000483         05 zim-y1 PIC 9(4).
000484         05 zim-x2 PIC 9(4).
000485         05 zim-y2 PIC 9(4).
000486         05 zim-district PIC X(4).
000487         05 zim-active PIC X.
000488     01 ws-image-label PIC X(8).
000489     01 ws-action-text PIC X(12).
000490     01 ws-count-ed PIC ZZZZZ9.
000491     01 ws-boundary-ed PIC ZZZZZ9.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-journal-override FROM ENVIRONMENT
000602         "ZONE_JOURNAL_PATH".
000603     IF ws-journal-override NOT = SPACES
000604       MOVE ws-journal-override TO ws-journal-path
000605     END-IF.
000606     ACCEPT ws-change-from-override FROM ENVIRONMENT
000607         "ZONE_CHANGE_FROM".
000608     IF ws-change-from-override NOT = SPACES
000609       MOVE ws-change-from-override TO ws-change-from
000610     END-IF.
000611     ACCEPT ws-change-to-override FROM ENVIRONMENT
000612         "ZONE_CHANGE_TO".
000613     IF ws-change-to-override NOT = SPACES
000614       MOVE ws-change-to-override TO ws-change-to
000615     END-IF.
000616     IF ws-change-to < ws-change-from
000617       DISPLAY "FATAL: ZONE_CHANGE_FROM/ZONE_CHANGE_TO MUST "
000618         "GIVE A DATE RANGE YYYYMMDD"
000619       MOVE 8 TO RETURN-CODE
000620       STOP RUN
000621     END-IF.
000622     ACCEPT ws-change-code-override FROM ENVIRONMENT
000623         "ZONE_CHANGE_CODE".
000624     IF ws-change-code-override NOT = SPACES
000625       MOVE ws-change-code-override(1:4) TO ws-change-code
000626     END-IF.
000630     OPEN INPUT ZONE-JRN.
000631     IF ws-journal-status = "35"
000632       DISPLAY "NO ZONE JOURNAL AT "
000633         FUNCTION TRIM(ws-journal-path)
000634         " - NO ZONE CHANGES RECORDED"
000635       MOVE 4 TO RETURN-CODE
000636       STOP RUN
000637     END-IF.
000638     IF ws-journal-status NOT = "00"
000639       DISPLAY "FATAL: CANNOT OPEN ZONE JOURNAL "
000640         FUNCTION TRIM(ws-journal-path)
000641         " STATUS " ws-journal-status
000642       MOVE 12 TO RETURN-CODE
000643       STOP RUN
000644     END-IF.
000650     OPEN OUTPUT CHG-RPT.
000651     PERFORM WRITE_REPORT_HEADING.
000660     SORT SORT-WORK
000661       ON ASCENDING KEY srt-key
000662       INPUT PROCEDURE IS SELECT_JOURNAL_ENTRIES
000663       OUTPUT PROCEDURE IS WRITE_CHANGE_REPORT.
000670     CLOSE CHG-RPT.
000680     DISPLAY "JOURNAL RECORDS READ: " ws-jrn-read.
000681     DISPLAY "ZONES CHANGED: " ws-count-zones.
000682     DISPLAY "CHANGES REPORTED: " ws-count-changes.
000683     DISPLAY "BOUNDARY CHANGES: " ws-count-boundary.
000684     IF ws-jrn-unreadable > ZERO
000685       DISPLAY "WARNING: " ws-jrn-unreadable
000686         " JOURNAL RECORDS UNREADABLE, NOT REPORTED"
000687       MOVE 4 TO RETURN-CODE
000688     END-IF.
000690     STOP RUN.
001000 WRITE_REPORT_HEADING.
001010     MOVE "ZONE MAINTENANCE CHANGE HISTORY" TO chg-rpt-line.
001011     WRITE chg-rpt-line.
001020     MOVE SPACES TO chg-rpt-line.
001021     STRING "JOURNAL " DELIMITED BY SIZE
001022       FUNCTION TRIM(ws-journal-path) DELIMITED BY SIZE
001023       " DATES " DELIMITED BY SIZE
001024       ws-change-from DELIMITED BY SIZE
001025       " TO " DELIMITED BY SIZE
001026       ws-change-to DELIMITED BY SIZE
001027       INTO chg-rpt-line
001028     END-STRING.
001029     WRITE chg-rpt-line.
001030     IF ws-change-code NOT = SPACES
001031       MOVE SPACES TO chg-rpt-line
001032       STRING "ZONE " DELIMITED BY SIZE
001033         ws-change-code DELIMITED BY SIZE
001034         " ONLY" DELIMITED BY SIZE
001035         INTO chg-rpt-line
001036       END-STRING
001037       WRITE chg-rpt-line
001038     END-IF.
001040     MOVE "BOUNDARY CHANGE = ZONE ADDED OR CORNERS MOVED - THE"
001041       TO chg-rpt-line.
001042     WRITE chg-rpt-line.
001043     MOVE "  ZONE RUN TALLIES EITHER SIDE OF IT DO NOT COMPARE"
001044       TO chg-rpt-line.
001045     WRITE chg-rpt-line.
002000 SELECT_JOURNAL_ENTRIES.
002010     READ ZONE-JRN
002011       AT END SET journal-eof TO TRUE
002012     END-READ.
002020     PERFORM SELECT_JOURNAL_ENTRY UNTIL journal-eof.
002030     CLOSE ZONE-JRN.
002100 SELECT_JOURNAL_ENTRY.
002110     ADD 1 TO ws-jrn-read.
002120     IF zjr-date NOT NUMERIC OR zjr-time NOT NUMERIC
002121       ADD 1 TO ws-jrn-unreadable
002122       DISPLAY "JOURNAL RECORD UNREADABLE: " zjr-rec(1:40)
002123     ELSE
002124       IF zjr-date NOT < ws-change-from
002125         AND zjr-date NOT > ws-change-to
002126         AND (ws-change-code = SPACES
002126           OR zjr-code = ws-change-code)
002127         ADD 1 TO ws-jrn-seq
002128         MOVE zjr-code TO srt-code
002129         MOVE zjr-date TO srt-date
002130         MOVE zjr-time TO srt-time
002131         MOVE ws-jrn-seq TO srt-seq
002132         MOVE zjr-operator TO srt-operator
002133         MOVE zjr-action TO srt-action
002134         MOVE zjr-boundary-chg TO srt-boundary-chg
002135         MOVE zjr-before TO srt-before
002136         MOVE zjr-after TO srt-after
002137         RELEASE sort-rec
002138       END-IF
002139     END-IF.
002140     READ ZONE-JRN
002141       AT END SET journal-eof TO TRUE
002142     END-READ.
003000 WRITE_CHANGE_REPORT.
003010     MOVE 'N' TO ws-sort-eof.
003020     RETURN SORT-WORK
003021       AT END SET sort-eof TO TRUE
003022     END-RETURN.
003030     PERFORM WRITE_CHANGE_ENTRY UNTIL sort-eof.
003040     IF ws-count-zones > ZERO
003041       PERFORM WRITE_ZONE_TOTAL
003042     ELSE
003043       MOVE SPACES TO chg-rpt-line
003044       WRITE chg-rpt-line
003045       MOVE "NO ZONE CHANGES IN THE SELECTED RANGE"
003046         TO chg-rpt-line
003047       WRITE chg-rpt-line
003048     END-IF.
003050     PERFORM WRITE_REPORT_TOTALS.
003100 WRITE_CHANGE_ENTRY.
003110     IF srt-code NOT = ws-zone-key
003111       IF ws-count-zones > ZERO
003112         PERFORM WRITE_ZONE_TOTAL
003113       END-IF
003114       PERFORM START_ZONE_HISTORY
003115     END-IF.
003120     ADD 1 TO ws-zone-changes.
003121     EVALUATE srt-action
003122       WHEN 'A'
003123         MOVE "ADDED" TO ws-action-text
003124       WHEN 'C'
003125         MOVE "CHANGED" TO ws-action-text
003126       WHEN 'X'
003127         MOVE "DEACTIVATED" TO ws-action-text
003128       WHEN 'R'
003129         MOVE "REACTIVATED" TO ws-action-text
003130       WHEN OTHER
003131         MOVE srt-action TO ws-action-text
003132     END-EVALUATE.
003140     MOVE SPACES TO chg-rpt-line.
003141     STRING "  EFFECTIVE " DELIMITED BY SIZE
003142       srt-date DELIMITED BY SIZE
003143       " " DELIMITED BY SIZE
003144       srt-time DELIMITED BY SIZE
003145       " OPERATOR " DELIMITED BY SIZE
003146       srt-operator DELIMITED BY SIZE
003147       " " DELIMITED BY SIZE
003148       ws-action-text DELIMITED BY SIZE
003149       INTO chg-rpt-line
003150     END-STRING.
003151     IF srt-boundary-chg = 'Y'
003152       ADD 1 TO ws-zone-boundary
003153       MOVE "BOUNDARY CHANGE" TO chg-rpt-line(60:15)
003154     END-IF.
003155     WRITE chg-rpt-line.
003160     MOVE "BEFORE" TO ws-image-label.
003161     IF srt-action = 'A'
003162       MOVE SPACES TO chg-rpt-line
003163       MOVE "    BEFORE  (NOT ON FILE)" TO chg-rpt-line
003164       WRITE chg-rpt-line
003165     ELSE
003166       MOVE srt-before TO ws-zone-image
003167       PERFORM WRITE_IMAGE_LINE
003168     END-IF.
003170     MOVE "AFTER" TO ws-image-label.
003171     MOVE srt-after TO ws-zone-image.
003172     PERFORM WRITE_IMAGE_LINE.
003180     RETURN SORT-WORK
003181       AT END SET sort-eof TO TRUE
003182     END-RETURN.
003200 WRITE_IMAGE_LINE.
003210     MOVE SPACES TO chg-rpt-line.
003211     STRING "    " DELIMITED BY SIZE
003212       ws-image-label DELIMITED BY SIZE
003213       zim-name DELIMITED BY SIZE
003214       " " DELIMITED BY SIZE
003215       zim-x1 DELIMITED BY SIZE
003216       "," DELIMITED BY SIZE
003217       zim-y1 DELIMITED BY SIZE
003218       " -> " DELIMITED BY SIZE
003219       zim-x2 DELIMITED BY SIZE
003220       "," DELIMITED BY SIZE
003221       zim-y2 DELIMITED BY SIZE
003222       " DISTRICT " DELIMITED BY SIZE
003223       zim-district DELIMITED BY SIZE
003224       " ACTIVE " DELIMITED BY SIZE
003225       zim-active DELIMITED BY SIZE
003226       INTO chg-rpt-line
003227     END-STRING.
003230     WRITE chg-rpt-line.
003300 START_ZONE_HISTORY.
003310     MOVE srt-code TO ws-zone-key.
003311     ADD 1 TO ws-count-zones.
003312     MOVE ZERO TO ws-zone-changes.
003313     MOVE ZERO TO ws-zone-boundary.
003320     MOVE SPACES TO chg-rpt-line.
003321     WRITE chg-rpt-line.
003322     MOVE SPACES TO chg-rpt-line.
003323     STRING "ZONE " DELIMITED BY SIZE
003324       srt-code DELIMITED BY SIZE
003325       INTO chg-rpt-line
003326     END-STRING.
003327     WRITE chg-rpt-line.
003400 WRITE_ZONE_TOTAL.
003410     ADD ws-zone-changes TO ws-count-changes.
003411     ADD ws-zone-boundary TO ws-count-boundary.
003420     MOVE ws-zone-changes TO ws-count-ed.
003421     MOVE ws-zone-boundary TO ws-boundary-ed.
003430     MOVE SPACES TO chg-rpt-line.
003431     STRING "  ZONE " DELIMITED BY SIZE
003432       ws-zone-key DELIMITED BY SIZE
003433       " CHANGES " DELIMITED BY SIZE
003434       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003435       " BOUNDARY CHANGES " DELIMITED BY SIZE
003436       FUNCTION TRIM(ws-boundary-ed) DELIMITED BY SIZE
003437       INTO chg-rpt-line
003438     END-STRING.
003439     WRITE chg-rpt-line.
003500 WRITE_REPORT_TOTALS.
003510     MOVE SPACES TO chg-rpt-line.
003511     WRITE chg-rpt-line.
003520     MOVE ws-count-changes TO ws-count-ed.
003521     MOVE ws-count-boundary TO ws-boundary-ed.
003530     MOVE SPACES TO chg-rpt-line.
003531     STRING "TOTAL CHANGES " DELIMITED BY SIZE
003532       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003533       " BOUNDARY CHANGES " DELIMITED BY SIZE
003534       FUNCTION TRIM(ws-boundary-ed) DELIMITED BY SIZE
003535       INTO chg-rpt-line
003536     END-STRING.
003537     WRITE chg-rpt-line.
003540     MOVE ws-count-zones TO ws-count-ed.
003541     MOVE SPACES TO chg-rpt-line.
003542     STRING "ZONES CHANGED " DELIMITED BY SIZE
003543       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003544       INTO chg-rpt-line
003545     END-STRING.
003546     WRITE chg-rpt-line.
