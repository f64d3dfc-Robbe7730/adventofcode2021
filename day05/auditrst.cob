000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. AUDITRST.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT AUDIT-ARC ASSIGN TO DYNAMIC ws-audit-arc-path
000154         ORGANIZATION LINE SEQUENTIAL
000155         FILE STATUS IS ws-audit-arc-status.
000156     SELECT AUDIT-KEEP ASSIGN TO DYNAMIC ws-audit-keep-path
000157         ORGANIZATION LINE SEQUENTIAL
000158         FILE STATUS IS ws-audit-keep-status.
000159     SELECT AUDIT-MST ASSIGN TO DYNAMIC ws-audit-mst-path
000160         ORGANIZATION INDEXED
000161         ACCESS MODE DYNAMIC
000162         RECORD KEY IS audm-key
000163         ALTERNATE RECORD KEY IS audm-cell-key
000164             WITH DUPLICATES
000165         FILE STATUS IS ws-audit-mst-status.
000166     SELECT RST-RPT ASSIGN TO "auditrst.rpt"
000167         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD AUDIT-ARC.
000401     01 audit-arc-rec PIC X(56).
000410     FD AUDIT-KEEP.
000411     01 audit-keep-rec PIC X(56).
000420     FD AUDIT-MST.
000421     COPY "auditmst.cpy".
000430     FD RST-RPT.
000431     01 rst-rpt-line PIC X(132).
000450 WORKING-STORAGE SECTION.
000451     01 ws-audit-arc-path PIC X(100) VALUE "auditarc.dat".
000452     01 ws-audit-arc-override PIC X(100).
000453     01 ws-audit-arc-status PIC XX.
000454     01 ws-audit-keep-path PIC X(100).
000455     01 ws-audit-keep-status PIC XX.
000455     01 ws-audit-old-path PIC X(100).
000455*    Where the previous archive is left when the swap fails.
000455     01 ws-audit-prev-path PIC X(100).
000455     01 ws-swap-state PIC X VALUE 'Y'.
000455         88 swap-done VALUE 'Y'.
000455         88 swap-not-aside VALUE 'A'.
000455         88 swap-not-renamed VALUE 'N'.
000456     01 ws-audit-mst-path PIC X(100) VALUE "auditmst.dat".
000457     01 ws-audit-mst-override PIC X(100).
000458     01 ws-audit-mst-status PIC XX.
000460     01 ws-restore-from PIC 9(8) VALUE ZERO.
000461     01 ws-restore-to PIC 9(8) VALUE ZERO.
000462     01 ws-restore-from-override PIC X(100).
000463     01 ws-restore-to-override PIC X(100).
000464     01 ws-arc-eof PIC X VALUE 'N'.
000465         88 arc-eof VALUE 'Y'.
000468     01 ws-delete-status PIC 9(9) COMP-5 VALUE ZERO.
000469     01 ws-rename-status PIC 9(9) COMP-5 VALUE ZERO.
000470     01 ws-count-read PIC 9(7) VALUE ZERO.
000471     01 ws-count-restored PIC 9(7) VALUE ZERO.
000472     01 ws-count-present PIC 9(7) VALUE ZERO.
000473     01 ws-count-failed PIC 9(7) VALUE ZERO.
000474     01 ws-count-kept PIC 9(7) VALUE ZERO.
000475     01 ws-count-ctl-overflow PIC 9(7) VALUE ZERO.
000480*    Control totals by feed date and station, kept in key order
000481*    as they are found so the report needs no sort pass.
000482     78 ws-ctl-limit VALUE 1000.
000483     01 ws-ctl-count PIC 9(4) VALUE ZERO.
000484     01 ws-ctl-idx PIC 9(4) VALUE ZERO.
000485     01 ws-ctl-shift PIC 9(4) VALUE ZERO.
000486     01 ws-ctl-found PIC X VALUE 'N'.
000487         88 ctl-found VALUE 'Y'.
000488     01 ws-ctl-key.
000489         05 ws-ctl-key-date PIC 9(8).
000490         05 ws-ctl-key-station PIC X(4).
000491     01 ctl-table.
000492         05 ctl-entry OCCURS ws-ctl-limit TIMES.
000493             10 ctl-key.
000494                 15 ctl-date PIC 9(8).
000495                 15 ctl-station PIC X(4).
000496             10 ctl-feeds PIC 9(7).
000497             10 ctl-headers PIC 9(7).
000498             10 ctl-cells PIC 9(7).
000499             10 ctl-present PIC 9(7).
000510     01 ws-count-ed PIC ZZZZZZ9.
000511     01 ws-feeds-ed PIC ZZZZZZ9.
000512     01 ws-headers-ed PIC ZZZZZZ9.
000513     01 ws-cells-ed PIC ZZZZZZ9.
000514     01 ws-present-ed PIC ZZZZZZ9.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-audit-arc-override FROM ENVIRONMENT
000602         "AUDIT_ARCHIVE_PATH".
000603     IF ws-audit-arc-override NOT = SPACES
000604       MOVE ws-audit-arc-override TO ws-audit-arc-path
000605     END-IF.
000606     ACCEPT ws-audit-mst-override FROM ENVIRONMENT
000607         "AUDIT_MASTER_PATH".
000608     IF ws-audit-mst-override NOT = SPACES
000609       MOVE ws-audit-mst-override TO ws-audit-mst-path
000610     END-IF.
000611     ACCEPT ws-restore-from-override FROM ENVIRONMENT
000612         "AUDIT_RESTORE_FROM".
000613     IF ws-restore-from-override NOT = SPACES
000614       MOVE ws-restore-from-override TO ws-restore-from
000615     END-IF.
000616     ACCEPT ws-restore-to-override FROM ENVIRONMENT
000617         "AUDIT_RESTORE_TO".
000618     IF ws-restore-to-override NOT = SPACES
000619       MOVE ws-restore-to-override TO ws-restore-to
000620     ELSE
000621       MOVE ws-restore-from TO ws-restore-to
000622     END-IF.
000623     IF ws-restore-from = ZERO OR ws-restore-to < ws-restore-from
000624       DISPLAY "FATAL: AUDIT_RESTORE_FROM/AUDIT_RESTORE_TO MUST "
000625         "GIVE A FEED DATE RANGE YYYYMMDD"
000626       MOVE 8 TO RETURN-CODE
000627       STOP RUN
000628     END-IF.
000630     OPEN INPUT AUDIT-ARC.
000631     IF ws-audit-arc-status = "35"
000632       DISPLAY "NO AUDIT ARCHIVE AT "
000633         FUNCTION TRIM(ws-audit-arc-path)
000634         " - NOTHING TO RESTORE"
000635       MOVE 4 TO RETURN-CODE
000636       STOP RUN
000637     END-IF.
000638     IF ws-audit-arc-status NOT = "00"
000639       DISPLAY "FATAL: CANNOT OPEN AUDIT ARCHIVE "
000640         FUNCTION TRIM(ws-audit-arc-path)
000641         " STATUS " ws-audit-arc-status
000642       MOVE 12 TO RETURN-CODE
000643       STOP RUN
000644     END-IF.
000650*    Records left behind go to a new copy of the archive, which
000651*    replaces the old one only once every restored record is on
000652*    the master.
000653     MOVE SPACES TO ws-audit-keep-path.
000654     STRING FUNCTION TRIM(ws-audit-arc-path) DELIMITED BY SIZE
000655       ".new" DELIMITED BY SIZE
000656       INTO ws-audit-keep-path
000657     END-STRING.
000658     OPEN OUTPUT AUDIT-KEEP.
000659     IF ws-audit-keep-status NOT = "00"
000660       DISPLAY "FATAL: CANNOT OPEN "
000661         FUNCTION TRIM(ws-audit-keep-path)
000662         " STATUS " ws-audit-keep-status
000663       MOVE 12 TO RETURN-CODE
000664       STOP RUN
000665     END-IF.
000670     PERFORM OPEN_AUDIT_MASTER.
000680     READ AUDIT-ARC
000681       AT END SET arc-eof TO TRUE
000682     END-READ.
000683     PERFORM RESTORE_ARCHIVE_RECORD UNTIL arc-eof.
000690     CLOSE AUDIT-ARC
000691           AUDIT-KEEP
000692           AUDIT-MST.
000700     IF ws-count-failed = ZERO
000701       PERFORM REPLACE_ARCHIVE THRU REPLACE_ARCHIVE_EXIT
000706     ELSE
000707*      Failed writes mean the archive is still the only copy of
000708*      those records; leave it whole for a rerun.
000709       CALL "CBL_DELETE_FILE" USING ws-audit-keep-path
000710           RETURNING ws-delete-status
000711       MOVE 8 TO RETURN-CODE
000712     END-IF.
000720     PERFORM WRITE_RESTORE_REPORT.
000730     DISPLAY "ARCHIVE RECORDS READ: " ws-count-read.
000731     DISPLAY "AUDIT RECORDS RESTORED: " ws-count-restored.
000732     DISPLAY "ALREADY ON MASTER: " ws-count-present.
000733     IF ws-count-failed > ZERO
000734       DISPLAY "WARNING: AUDIT MASTER WRITES FAILED: "
000735         ws-count-failed
000736       DISPLAY "ARCHIVE RETAINED AT "
000737         FUNCTION TRIM(ws-audit-arc-path)
000738         " FOR RERUN"
000739     END-IF.
000740     STOP RUN.
000800 REPLACE_ARCHIVE.
000810*    The old archive is moved aside rather than deleted, so the
000811*    records left on it are never without a file of their own.
000820     MOVE SPACES TO ws-audit-old-path.
000821     STRING FUNCTION TRIM(ws-audit-arc-path) DELIMITED BY SIZE
000822       ".old" DELIMITED BY SIZE
000823       INTO ws-audit-old-path
000824     END-STRING.
000830     CALL "CBL_DELETE_FILE" USING ws-audit-old-path
000831         RETURNING ws-delete-status.
000832     CALL "CBL_RENAME_FILE" USING ws-audit-arc-path
000833         ws-audit-old-path
000834         RETURNING ws-rename-status.
000835     IF ws-rename-status NOT = ZERO
000836       SET swap-not-aside TO TRUE
000837       MOVE ws-audit-arc-path TO ws-audit-prev-path
000838       DISPLAY "FATAL: CANNOT RENAME "
000839         FUNCTION TRIM(ws-audit-arc-path) " TO "
000840         FUNCTION TRIM(ws-audit-old-path)
000841       DISPLAY "RECORDS LEFT ON THE ARCHIVE ARE IN "
000842         FUNCTION TRIM(ws-audit-keep-path)
000843         " - " FUNCTION TRIM(ws-audit-arc-path)
000844         " STILL HOLDS THE RESTORED RECORDS TOO"
000845       MOVE 12 TO RETURN-CODE
000846       GO TO REPLACE_ARCHIVE_EXIT
000847     END-IF.
000850     CALL "CBL_RENAME_FILE" USING ws-audit-keep-path
000851         ws-audit-arc-path
000852         RETURNING ws-rename-status.
000853     IF ws-rename-status NOT = ZERO
000854       SET swap-not-renamed TO TRUE
000855       DISPLAY "FATAL: CANNOT RENAME "
000856         FUNCTION TRIM(ws-audit-keep-path) " TO "
000857         FUNCTION TRIM(ws-audit-arc-path)
000858       CALL "CBL_RENAME_FILE" USING ws-audit-old-path
000859           ws-audit-arc-path
000860           RETURNING ws-rename-status
000861       IF ws-rename-status = ZERO
000862         MOVE ws-audit-arc-path TO ws-audit-prev-path
000863       ELSE
000864         MOVE ws-audit-old-path TO ws-audit-prev-path
000865       END-IF
000866       DISPLAY "RECORDS LEFT ON THE ARCHIVE ARE IN "
000867         FUNCTION TRIM(ws-audit-keep-path)
000868         " - PREVIOUS ARCHIVE IS IN "
000869         FUNCTION TRIM(ws-audit-prev-path)
000870       MOVE 12 TO RETURN-CODE
000871       GO TO REPLACE_ARCHIVE_EXIT
000872     END-IF.
000880     CALL "CBL_DELETE_FILE" USING ws-audit-old-path
000881         RETURNING ws-delete-status.
000882     IF ws-delete-status NOT = ZERO
000883       DISPLAY "WARNING: CANNOT DELETE "
000884         FUNCTION TRIM(ws-audit-old-path)
000885         " - PREVIOUS ARCHIVE, REMOVE IT BY HAND"
000886       MOVE 4 TO RETURN-CODE
000887     END-IF.
000890 REPLACE_ARCHIVE_EXIT.
000891     EXIT.
001000 OPEN_AUDIT_MASTER.
001010     OPEN I-O AUDIT-MST.
001020     IF ws-audit-mst-status = "35"
001021       OPEN OUTPUT AUDIT-MST
001022     END-IF.
001030     IF ws-audit-mst-status NOT = "00"
001031       DISPLAY "FATAL: CANNOT OPEN AUDIT MASTER "
001032         FUNCTION TRIM(ws-audit-mst-path)
001033         " STATUS " ws-audit-mst-status
001034       CLOSE AUDIT-ARC
001035             AUDIT-KEEP
001036       CALL "CBL_DELETE_FILE" USING ws-audit-keep-path
001037           RETURNING ws-delete-status
001038       MOVE 12 TO RETURN-CODE
001039       STOP RUN
001040     END-IF.
002000 RESTORE_ARCHIVE_RECORD.
002010     ADD 1 TO ws-count-read.
002020     MOVE audit-arc-rec TO audm-rec.
002030     IF audm-feed-date < ws-restore-from
002031       OR audm-feed-date > ws-restore-to
002032       WRITE audit-keep-rec FROM audit-arc-rec
002033       ADD 1 TO ws-count-kept
002034     ELSE
002040       PERFORM FIND_CONTROL_ENTRY THRU FIND_CONTROL_ENTRY_EXIT
002051       WRITE audm-rec
002052       EVALUATE ws-audit-mst-status
002053         WHEN "00"
002054           ADD 1 TO ws-count-restored
002055           IF ws-ctl-idx > ZERO
002056             EVALUATE audm-rec-type
002057               WHEN 'F'
002058                 ADD 1 TO ctl-feeds(ws-ctl-idx)
002059               WHEN 'H'
002060                 ADD 1 TO ctl-headers(ws-ctl-idx)
002061               WHEN OTHER
002062                 ADD 1 TO ctl-cells(ws-ctl-idx)
002063             END-EVALUATE
002064           END-IF
002065         WHEN "22"
002066*          Already on the master - restored earlier and never
002067*          re-archived. The master copy stands.
002068           ADD 1 TO ws-count-present
002069           IF ws-ctl-idx > ZERO
002070             ADD 1 TO ctl-present(ws-ctl-idx)
002071           END-IF
002072         WHEN OTHER
002074           ADD 1 TO ws-count-failed
002075           WRITE audit-keep-rec FROM audit-arc-rec
002076       END-EVALUATE
002080     END-IF.
002090     READ AUDIT-ARC
002091       AT END SET arc-eof TO TRUE
002092     END-READ.
002300 FIND_CONTROL_ENTRY.
002310     MOVE audm-feed-date TO ws-ctl-key-date.
002311     MOVE audm-station TO ws-ctl-key-station.
002320     MOVE 'N' TO ws-ctl-found.
002321     PERFORM VARYING ws-ctl-idx FROM 1 BY 1
002322       UNTIL ws-ctl-idx > ws-ctl-count OR ctl-found
002323       IF ctl-key(ws-ctl-idx) NOT < ws-ctl-key
002324         SET ctl-found TO TRUE
002325       END-IF
002326     END-PERFORM.
002327*    The loop steps once past the stopping entry.
002328     IF ctl-found
002329       SUBTRACT 1 FROM ws-ctl-idx
002330     END-IF.
002331     IF ctl-found
002332       IF ctl-key(ws-ctl-idx) = ws-ctl-key
002333         GO TO FIND_CONTROL_ENTRY_EXIT
002334       END-IF
002335     END-IF.
002336     IF ws-ctl-count < ws-ctl-limit
002337       PERFORM INSERT_CONTROL_ENTRY
002338     ELSE
002339       ADD 1 TO ws-count-ctl-overflow
002340       MOVE ZERO TO ws-ctl-idx
002341     END-IF.
002342 FIND_CONTROL_ENTRY_EXIT.
002343     EXIT.
002400 INSERT_CONTROL_ENTRY.
002410     PERFORM VARYING ws-ctl-shift FROM ws-ctl-count BY -1
002411       UNTIL ws-ctl-shift < ws-ctl-idx
002412       MOVE ctl-entry(ws-ctl-shift) TO ctl-entry(ws-ctl-shift + 1)
002413     END-PERFORM.
002420     ADD 1 TO ws-ctl-count.
002430     MOVE ws-ctl-key TO ctl-key(ws-ctl-idx).
002431     MOVE ZERO TO ctl-feeds(ws-ctl-idx).
002432     MOVE ZERO TO ctl-headers(ws-ctl-idx).
002433     MOVE ZERO TO ctl-cells(ws-ctl-idx).
002434     MOVE ZERO TO ctl-present(ws-ctl-idx).
003000 WRITE_RESTORE_REPORT.
003010     OPEN OUTPUT RST-RPT.
003020     MOVE "AUDIT RESTORE CONTROL REPORT" TO rst-rpt-line.
003021     WRITE rst-rpt-line.
003030     MOVE SPACES TO rst-rpt-line.
003031     STRING "FEED DATES " DELIMITED BY SIZE
003032       ws-restore-from DELIMITED BY SIZE
003033       " THROUGH " DELIMITED BY SIZE
003034       ws-restore-to DELIMITED BY SIZE
003035       " FROM ARCHIVE " DELIMITED BY SIZE
003036       FUNCTION TRIM(ws-audit-arc-path) DELIMITED BY SIZE
003037       INTO rst-rpt-line
003038     END-STRING.
003039     WRITE rst-rpt-line.
003040     MOVE SPACES TO rst-rpt-line.
003041     WRITE rst-rpt-line.
003050     IF ws-ctl-count = ZERO
003051       MOVE "NO ARCHIVED RECORDS IN THE DATE RANGE"
003052         TO rst-rpt-line
003053       WRITE rst-rpt-line
003054     END-IF.
003060     PERFORM WRITE_CONTROL_LINE
003061       VARYING ws-ctl-idx FROM 1 BY 1
003062       UNTIL ws-ctl-idx > ws-ctl-count.
003070     MOVE SPACES TO rst-rpt-line.
003071     WRITE rst-rpt-line.
003080     MOVE ws-count-read TO ws-count-ed.
003081     MOVE SPACES TO rst-rpt-line.
003082     STRING "ARCHIVE RECORDS READ " DELIMITED BY SIZE
003083       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003084       INTO rst-rpt-line
003085     END-STRING.
003086     WRITE rst-rpt-line.
003090     MOVE ws-count-restored TO ws-count-ed.
003091     MOVE SPACES TO rst-rpt-line.
003092     STRING "RECORDS RESTORED " DELIMITED BY SIZE
003093       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003094       INTO rst-rpt-line
003095     END-STRING.
003096     WRITE rst-rpt-line.
003100     MOVE ws-count-present TO ws-count-ed.
003101     MOVE SPACES TO rst-rpt-line.
003102     STRING "ALREADY ON MASTER " DELIMITED BY SIZE
003103       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003104       INTO rst-rpt-line
003105     END-STRING.
003106     WRITE rst-rpt-line.
003110     MOVE ws-count-kept TO ws-count-ed.
003111     MOVE SPACES TO rst-rpt-line.
003112     STRING "LEFT ON ARCHIVE " DELIMITED BY SIZE
003113       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003114       INTO rst-rpt-line
003115     END-STRING.
003116     WRITE rst-rpt-line.
003120     IF ws-count-failed > ZERO
003121       MOVE ws-count-failed TO ws-count-ed
003122       MOVE SPACES TO rst-rpt-line
003123       STRING "MASTER WRITES FAILED - ARCHIVE UNCHANGED "
003124         DELIMITED BY SIZE
003125         FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003126         INTO rst-rpt-line
003127       END-STRING
003128       WRITE rst-rpt-line
003129     END-IF.
003130     IF ws-count-ctl-overflow > ZERO
003131       MOVE ws-count-ctl-overflow TO ws-count-ed
003132       MOVE SPACES TO rst-rpt-line
003133       STRING "NOT BROKEN OUT - CONTROL TABLE FULL "
003134         DELIMITED BY SIZE
003135         FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003136         INTO rst-rpt-line
003137       END-STRING
003138       WRITE rst-rpt-line
003139     END-IF.
003140     IF NOT swap-done
003141       MOVE SPACES TO rst-rpt-line
003142       WRITE rst-rpt-line
003143       MOVE "ARCHIVE NOT REPLACED - RENAME FAILED" TO rst-rpt-line
003144       WRITE rst-rpt-line
003145       MOVE SPACES TO rst-rpt-line
003146       STRING "RECORDS LEFT ON ARCHIVE ARE IN " DELIMITED BY SIZE
003147         FUNCTION TRIM(ws-audit-keep-path) DELIMITED BY SIZE
003148         INTO rst-rpt-line
003149       END-STRING
003150       WRITE rst-rpt-line
003151       MOVE SPACES TO rst-rpt-line
003152       STRING "PREVIOUS ARCHIVE, STILL HOLDING THE RESTORED "
003153         DELIMITED BY SIZE
003154         "RECORDS, IS IN " DELIMITED BY SIZE
003155         FUNCTION TRIM(ws-audit-prev-path) DELIMITED BY SIZE
003156         INTO rst-rpt-line
003157       END-STRING
003158       WRITE rst-rpt-line
003159     END-IF.
003160     CLOSE RST-RPT.
003200 WRITE_CONTROL_LINE.
003210     MOVE ctl-feeds(ws-ctl-idx) TO ws-feeds-ed.
003211     MOVE ctl-headers(ws-ctl-idx) TO ws-headers-ed.
003212     MOVE ctl-cells(ws-ctl-idx) TO ws-cells-ed.
003213     MOVE ctl-present(ws-ctl-idx) TO ws-present-ed.
003220     MOVE SPACES TO rst-rpt-line.
003221     STRING "FEED DATE " DELIMITED BY SIZE
003222       ctl-date(ws-ctl-idx) DELIMITED BY SIZE
003223       " STATION " DELIMITED BY SIZE
003224       ctl-station(ws-ctl-idx) DELIMITED BY SIZE
003225       " FEED RECS " DELIMITED BY SIZE
003226       FUNCTION TRIM(ws-feeds-ed) DELIMITED BY SIZE
003227       " HEADERS " DELIMITED BY SIZE
003228       FUNCTION TRIM(ws-headers-ed) DELIMITED BY SIZE
003229       " CELLS " DELIMITED BY SIZE
003230       FUNCTION TRIM(ws-cells-ed) DELIMITED BY SIZE
003231       " ALREADY ON MASTER " DELIMITED BY SIZE
003232       FUNCTION TRIM(ws-present-ed) DELIMITED BY SIZE
003233       INTO rst-rpt-line
003234     END-STRING.
003235     WRITE rst-rpt-line.
