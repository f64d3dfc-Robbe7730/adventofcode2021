000000 IDENTIFICATION DIVISION.
000100 PROGRAM-ID. AUDITRET.
000150 ENVIRONMENT DIVISION.
000151 INPUT-OUTPUT SECTION.
000152 FILE-CONTROL.
000153     SELECT AUDIT-MST ASSIGN TO DYNAMIC ws-audit-mst-path
000154         ORGANIZATION INDEXED
000155         ACCESS MODE DYNAMIC
000156         RECORD KEY IS audm-key
000157         ALTERNATE RECORD KEY IS audm-cell-key
000158             WITH DUPLICATES
000159         FILE STATUS IS ws-audit-mst-status.
000160     SELECT VENT-REG ASSIGN TO DYNAMIC ws-vent-reg-path
000161         ORGANIZATION INDEXED
000162         ACCESS MODE DYNAMIC
000163         RECORD KEY IS vlr-key
000164         FILE STATUS IS ws-vent-reg-status.
000165     SELECT AUDIT-ARC ASSIGN TO DYNAMIC ws-audit-arc-path
000166         ORGANIZATION LINE SEQUENTIAL
000167         FILE STATUS IS ws-audit-arc-status.
000168     SELECT RET-RPT ASSIGN TO "auditret.rpt"
000169         ORGANIZATION LINE SEQUENTIAL.
000200 DATA DIVISION.
000300 FILE SECTION.
000400     FD AUDIT-MST.
000401     COPY "auditmst.cpy".
000410     FD VENT-REG.
000411     COPY "ventreg.cpy".
000420     FD AUDIT-ARC.
000421     01 audit-arc-rec PIC X(56).
000430     FD RET-RPT.
000431     01 ret-rpt-line PIC X(132).
000450 WORKING-STORAGE SECTION.
000451     01 ws-audit-mst-path PIC X(100) VALUE "auditmst.dat".
000452     01 ws-audit-mst-override PIC X(100).
000453     01 ws-audit-mst-status PIC XX.
000454     01 ws-vent-reg-path PIC X(100) VALUE "ventreg.dat".
000455     01 ws-vent-reg-override PIC X(100).
000456     01 ws-vent-reg-status PIC XX.
000457     01 ws-audit-arc-path PIC X(100) VALUE "auditarc.dat".
000458     01 ws-audit-arc-override PIC X(100).
000459     01 ws-audit-arc-status PIC XX.
000460     01 ws-retain-days PIC 9(5) VALUE 365.
000461     01 ws-retain-override PIC X(100).
000462     01 ws-run-date PIC 9(8) VALUE ZERO.
000463     01 ws-cutoff-date PIC 9(8) VALUE ZERO.
000464     01 ws-cutoff-day PIC 9(8) VALUE ZERO.
000470     01 ws-purge-done PIC X VALUE 'N'.
000471         88 purge-done VALUE 'Y'.
000472     01 ws-reg-found PIC X VALUE 'N'.
000473         88 reg-found VALUE 'Y'.
000474     01 ws-reg-station PIC X(4).
000475     01 ws-reg-x1 PIC 9(4).
000476     01 ws-reg-y1 PIC 9(4).
000477     01 ws-reg-x2 PIC 9(4).
000478     01 ws-reg-y2 PIC 9(4).
000480     01 ws-count-read PIC 9(7) VALUE ZERO.
000481     01 ws-count-archived PIC 9(7) VALUE ZERO.
000482     01 ws-count-kept-hdr PIC 9(7) VALUE ZERO.
000483     01 ws-count-ctl-overflow PIC 9(7) VALUE ZERO.
000490*    Control totals by feed date and station, kept in key order
000491*    as they are found so the report needs no sort pass.
000492     78 ws-ctl-limit VALUE 1000.
000493     01 ws-ctl-count PIC 9(4) VALUE ZERO.
000494     01 ws-ctl-idx PIC 9(4) VALUE ZERO.
000495     01 ws-ctl-shift PIC 9(4) VALUE ZERO.
000496     01 ws-ctl-found PIC X VALUE 'N'.
000497         88 ctl-found VALUE 'Y'.
000498     01 ws-ctl-key.
000497         05 ws-ctl-key-date PIC 9(8).
000498         05 ws-ctl-key-station PIC X(4).
000499     01 ctl-table.
000500         05 ctl-entry OCCURS ws-ctl-limit TIMES.
000501             10 ctl-key.
000502                 15 ctl-date PIC 9(8).
000503                 15 ctl-station PIC X(4).
000504             10 ctl-feeds PIC 9(7).
000505             10 ctl-headers PIC 9(7).
000506             10 ctl-cells PIC 9(7).
000507             10 ctl-kept PIC 9(7).
000510     01 ws-count-ed PIC ZZZZZZ9.
000511     01 ws-feeds-ed PIC ZZZZZZ9.
000512     01 ws-headers-ed PIC ZZZZZZ9.
000513     01 ws-cells-ed PIC ZZZZZZ9.
000514     01 ws-kept-ed PIC ZZZZZZ9.
000515     01 ws-days-ed PIC ZZZZ9.
000600 PROCEDURE DIVISION.
000601     ACCEPT ws-audit-mst-override FROM ENVIRONMENT
000602         "AUDIT_MASTER_PATH".
000603     IF ws-audit-mst-override NOT = SPACES
000604       MOVE ws-audit-mst-override TO ws-audit-mst-path
000605     END-IF.
000606     ACCEPT ws-vent-reg-override FROM ENVIRONMENT
000607         "VENT_REGISTRY_PATH".
000608     IF ws-vent-reg-override NOT = SPACES
000609       MOVE ws-vent-reg-override TO ws-vent-reg-path
000610     END-IF.
000611     ACCEPT ws-audit-arc-override FROM ENVIRONMENT
000612         "AUDIT_ARCHIVE_PATH".
000613     IF ws-audit-arc-override NOT = SPACES
000614       MOVE ws-audit-arc-override TO ws-audit-arc-path
000615     END-IF.
000616     ACCEPT ws-retain-override FROM ENVIRONMENT
000617         "AUDIT_RETAIN_DAYS".
000618     IF ws-retain-override NOT = SPACES
000619       MOVE ws-retain-override TO ws-retain-days
000620     END-IF.
000621     IF ws-retain-days = ZERO
000622       DISPLAY "FATAL: AUDIT_RETAIN_DAYS MUST BE 1 OR MORE"
000623       MOVE 8 TO RETURN-CODE
000624       STOP RUN
000625     END-IF.
000640     ACCEPT ws-run-date FROM DATE YYYYMMDD.
000641     COMPUTE ws-cutoff-day =
000642       FUNCTION INTEGER-OF-DATE(ws-run-date) - ws-retain-days.
000643     COMPUTE ws-cutoff-date =
000644       FUNCTION DATE-OF-INTEGER(ws-cutoff-day).
000650     OPEN I-O AUDIT-MST.
000651     IF ws-audit-mst-status NOT = "00"
000652       DISPLAY "FATAL: CANNOT OPEN AUDIT MASTER "
000653         FUNCTION TRIM(ws-audit-mst-path)
000654         " STATUS " ws-audit-mst-status
000655       MOVE 8 TO RETURN-CODE
000656       STOP RUN
000657     END-IF.
000660*    Without the registry every header would look retired; stop
000661*    rather than archive the trail of lines still on the ground.
000662     OPEN INPUT VENT-REG.
000663     IF ws-vent-reg-status NOT = "00"
000664       DISPLAY "FATAL: CANNOT OPEN VENT REGISTRY "
000665         FUNCTION TRIM(ws-vent-reg-path)
000666         " STATUS " ws-vent-reg-status
000667       CLOSE AUDIT-MST
000668       MOVE 8 TO RETURN-CODE
000669       STOP RUN
000670     END-IF.
000680     PERFORM OPEN_AUDIT_ARCHIVE.
000690     MOVE 'N' TO ws-purge-done.
000691     MOVE LOW-VALUES TO audm-key.
000692     START AUDIT-MST KEY NOT < audm-key
000693       INVALID KEY SET purge-done TO TRUE
000694     END-START.
000695     PERFORM ARCHIVE_AUDIT_RECORD UNTIL purge-done.
000700     CLOSE AUDIT-MST
000701           VENT-REG
000702           AUDIT-ARC.
000710     PERFORM WRITE_RETENTION_REPORT.
000720     DISPLAY "AUDIT RECORDS READ: " ws-count-read.
000721     DISPLAY "AUDIT RECORDS ARCHIVED: " ws-count-archived.
000722     DISPLAY "HEADERS KEPT FOR ACTIVE LINES: " ws-count-kept-hdr.
000723     IF ws-count-ctl-overflow > ZERO
000724       DISPLAY "WARNING: CONTROL TABLE FULL, RECORDS NOT BROKEN "
000725         "OUT BY DATE/STATION: " ws-count-ctl-overflow
000726       MOVE 4 TO RETURN-CODE
000727     END-IF.
000730     STOP RUN.
001000 OPEN_AUDIT_ARCHIVE.
001010*    The archive accumulates across runs; a restore moves its
001011*    records back out.
001020     OPEN EXTEND AUDIT-ARC.
001030     IF ws-audit-arc-status = "35"
001031       OPEN OUTPUT AUDIT-ARC
001032     END-IF.
001040     IF ws-audit-arc-status NOT = "00"
001041       DISPLAY "FATAL: CANNOT OPEN AUDIT ARCHIVE "
001042         FUNCTION TRIM(ws-audit-arc-path)
001043         " STATUS " ws-audit-arc-status
001044       CLOSE AUDIT-MST
001045             VENT-REG
001046       MOVE 12 TO RETURN-CODE
001047       STOP RUN
001048     END-IF.
002000 ARCHIVE_AUDIT_RECORD.
002010     READ AUDIT-MST NEXT
002011       AT END SET purge-done TO TRUE
002012     END-READ.
002020     IF NOT purge-done
002021       ADD 1 TO ws-count-read
002030       IF audm-feed-date < ws-cutoff-date
002031         MOVE 'N' TO ws-reg-found
002032         IF audm-rec-type = 'H'
002033           PERFORM CHECK_LINE_ACTIVE
002034         END-IF
002035         PERFORM FIND_CONTROL_ENTRY THRU FIND_CONTROL_ENTRY_EXIT
002040         IF reg-found
002041*          The line is still on the ground: its header is how a
002042*          later delete or change is traced back to the feed
002043*          that put it there.
002044           ADD 1 TO ws-count-kept-hdr
002045           IF ws-ctl-idx > ZERO
002046             ADD 1 TO ctl-kept(ws-ctl-idx)
002047           END-IF
002048         ELSE
002049           PERFORM MOVE_TO_ARCHIVE
002050         END-IF
002051       END-IF
002052     END-IF.
002100 CHECK_LINE_ACTIVE.
002110     MOVE audm-station TO ws-reg-station.
002120     IF audm-x1 > audm-x2
002121       OR (audm-x1 = audm-x2 AND audm-y1 > audm-y2)
002122       MOVE audm-x2 TO ws-reg-x1
002123       MOVE audm-y2 TO ws-reg-y1
002124       MOVE audm-x1 TO ws-reg-x2
002125       MOVE audm-y1 TO ws-reg-y2
002126     ELSE
002127       MOVE audm-x1 TO ws-reg-x1
002128       MOVE audm-y1 TO ws-reg-y1
002129       MOVE audm-x2 TO ws-reg-x2
002130       MOVE audm-y2 TO ws-reg-y2
002131     END-IF.
002140     MOVE ws-reg-station TO vlr-station.
002141     MOVE ws-reg-x1 TO vlr-x1.
002142     MOVE ws-reg-y1 TO vlr-y1.
002143     MOVE ws-reg-x2 TO vlr-x2.
002144     MOVE ws-reg-y2 TO vlr-y2.
002150     MOVE 'Y' TO ws-reg-found.
002151     READ VENT-REG
002152       INVALID KEY MOVE 'N' TO ws-reg-found
002153     END-READ.
002200 MOVE_TO_ARCHIVE.
002210     WRITE audit-arc-rec FROM audm-rec.
002220     IF ws-audit-arc-status NOT = "00"
002221*      Nothing is deleted from the master that is not safely on
002222*      the archive first.
002223       DISPLAY "FATAL: AUDIT ARCHIVE WRITE FAILED "
002224         FUNCTION TRIM(ws-audit-arc-path)
002225         " STATUS " ws-audit-arc-status
002226       CLOSE AUDIT-MST
002227             VENT-REG
002228             AUDIT-ARC
002229       PERFORM WRITE_RETENTION_REPORT
002230       MOVE 12 TO RETURN-CODE
002231       STOP RUN
002232     END-IF.
002240     DELETE AUDIT-MST RECORD.
002250     ADD 1 TO ws-count-archived.
002260     IF ws-ctl-idx > ZERO
002261       EVALUATE audm-rec-type
002262         WHEN 'F'
002263           ADD 1 TO ctl-feeds(ws-ctl-idx)
002264         WHEN 'H'
002265           ADD 1 TO ctl-headers(ws-ctl-idx)
002266         WHEN OTHER
002267           ADD 1 TO ctl-cells(ws-ctl-idx)
002268       END-EVALUATE
002269     END-IF.
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
002434     MOVE ZERO TO ctl-kept(ws-ctl-idx).
003000 WRITE_RETENTION_REPORT.
003010     OPEN OUTPUT RET-RPT.
003020     MOVE "AUDIT RETENTION CONTROL REPORT" TO ret-rpt-line.
003021     WRITE ret-rpt-line.
003030     MOVE ws-retain-days TO ws-days-ed.
003031     MOVE SPACES TO ret-rpt-line.
003032     STRING "RUN DATE " DELIMITED BY SIZE
003033       ws-run-date DELIMITED BY SIZE
003034       " RETAIN DAYS " DELIMITED BY SIZE
003035       FUNCTION TRIM(ws-days-ed) DELIMITED BY SIZE
003036       " ARCHIVED FEED DATES BEFORE " DELIMITED BY SIZE
003037       ws-cutoff-date DELIMITED BY SIZE
003038       INTO ret-rpt-line
003039     END-STRING.
003040     WRITE ret-rpt-line.
003041     MOVE SPACES TO ret-rpt-line.
003042     STRING "ARCHIVE " DELIMITED BY SIZE
003043       FUNCTION TRIM(ws-audit-arc-path) DELIMITED BY SIZE
003044       INTO ret-rpt-line
003045     END-STRING.
003046     WRITE ret-rpt-line.
003050     MOVE SPACES TO ret-rpt-line.
003051     WRITE ret-rpt-line.
003060     IF ws-ctl-count = ZERO
003061       MOVE "NO RECORDS OLDER THAN THE CUTOFF" TO ret-rpt-line
003062       WRITE ret-rpt-line
003063     END-IF.
003070     PERFORM WRITE_CONTROL_LINE
003071       VARYING ws-ctl-idx FROM 1 BY 1
003072       UNTIL ws-ctl-idx > ws-ctl-count.
003080     MOVE SPACES TO ret-rpt-line.
003081     WRITE ret-rpt-line.
003090     MOVE ws-count-read TO ws-count-ed.
003091     MOVE SPACES TO ret-rpt-line.
003092     STRING "RECORDS READ " DELIMITED BY SIZE
003093       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003094       INTO ret-rpt-line
003095     END-STRING.
003096     WRITE ret-rpt-line.
003100     MOVE ws-count-archived TO ws-count-ed.
003101     MOVE SPACES TO ret-rpt-line.
003102     STRING "RECORDS ARCHIVED " DELIMITED BY SIZE
003103       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003104       INTO ret-rpt-line
003105     END-STRING.
003106     WRITE ret-rpt-line.
003110     MOVE ws-count-kept-hdr TO ws-count-ed.
003111     MOVE SPACES TO ret-rpt-line.
003112     STRING "HEADERS KEPT FOR ACTIVE LINES " DELIMITED BY SIZE
003113       FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003114       INTO ret-rpt-line
003115     END-STRING.
003116     WRITE ret-rpt-line.
003120     IF ws-count-ctl-overflow > ZERO
003121       MOVE ws-count-ctl-overflow TO ws-count-ed
003122       MOVE SPACES TO ret-rpt-line
003123       STRING "NOT BROKEN OUT - CONTROL TABLE FULL "
003124         DELIMITED BY SIZE
003125         FUNCTION TRIM(ws-count-ed) DELIMITED BY SIZE
003126         INTO ret-rpt-line
003127       END-STRING
003128       WRITE ret-rpt-line
003129     END-IF.
003130     CLOSE RET-RPT.
003200 WRITE_CONTROL_LINE.
003210     MOVE ctl-feeds(ws-ctl-idx) TO ws-feeds-ed.
003211     MOVE ctl-headers(ws-ctl-idx) TO ws-headers-ed.
003212     MOVE ctl-cells(ws-ctl-idx) TO ws-cells-ed.
003213     MOVE ctl-kept(ws-ctl-idx) TO ws-kept-ed.
003220     MOVE SPACES TO ret-rpt-line.
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
003231       " HEADERS KEPT " DELIMITED BY SIZE
003232       FUNCTION TRIM(ws-kept-ed) DELIMITED BY SIZE
003233       INTO ret-rpt-line
003234     END-STRING.
003235     WRITE ret-rpt-line.
