000410         05 alert-run-date PIC 9(8).
000411         05 alert-fill5 PIC X.
000412         05 alert-intensity PIC 9(5).
000412         05 alert-fill6 PIC X.
000412         05 alert-zone PIC X(4).
000412         05 alert-fill7 PIC X.
000412         05 alert-policy PIC X(8).
000420     FD ALERT-MST.
000421     COPY "alrtmst.cpy".
000430     FD DISPATCH-FILE.
000440         05 disp-change PIC X(9).
000441         05 disp-fill5 PIC X.
000442         05 disp-run-date PIC 9(8).
000442         05 disp-fill6 PIC X.
000442         05 disp-zone PIC X(4).
000442         05 disp-fill7 PIC X.
000442         05 disp-policy PIC X(8).
000450 WORKING-STORAGE SECTION.
000451     01 ws-alert-status PIC XX.
000452     01 ws-alert-mst-path PIC X(100) VALUE "alertmst.dat".
010125     MOVE alert-count TO alm-count.
010126     MOVE alert-run-date TO alm-first-date.
010127     MOVE alert-run-date TO alm-last-date.
010127     MOVE alert-zone TO alm-zone.
010127     MOVE alert-policy TO alm-policy.
010128     MOVE 'Y' TO alm-seen.
010129     MOVE 1 TO alm-open-runs.
010130     MOVE "NEW" TO ws-change-tag.
010131     PERFORM WRITE_DISPATCH_RECORD.
010140     WRITE alm-rec.
010222     MOVE alert-count TO alm-count.
010223     MOVE alert-run-date TO alm-first-date.
010224     MOVE alert-run-date TO alm-last-date.
010224     MOVE alert-zone TO alm-zone.
010224     MOVE alert-policy TO alm-policy.
010225     MOVE 'Y' TO alm-seen.
010226*    The old incident's acknowledgment and crew belong to that
010227*    incident; this one starts unworked.
010228     PERFORM RESET_DISPATCH_FEEDBACK.
010230     MOVE "NEW" TO ws-change-tag.
010231     PERFORM WRITE_DISPATCH_RECORD.
010240     REWRITE alm-rec.
010332       MOVE "ESCALATED" TO alm-state
010333       MOVE "ESCALATED" TO ws-change-tag
010334       PERFORM WRITE_DISPATCH_RECORD
010335       PERFORM RESET_ESCALATED_FEEDBACK
010336     ELSE
010337*      A severity drop stays on dispatch's existing work order;
010338*      only the master is brought current.
010339       ADD 1 TO ws-count-ongoing
010340       MOVE "ONGOING" TO alm-state
010341       IF alm-open-runs < 999
010342         ADD 1 TO alm-open-runs
010343       END-IF
010344     END-IF.
010350     MOVE alert-severity TO alm-severity.
010351     MOVE alert-count TO alm-count.
010352     MOVE alert-run-date TO alm-last-date.
010352     MOVE alert-zone TO alm-zone.
010352     MOVE alert-policy TO alm-policy.
010353     MOVE 'Y' TO alm-seen.
010360     REWRITE alm-rec.
010400 SET_SEVERITY_RANK.
010519     MOVE ws-change-tag TO disp-change.
010520     MOVE SPACE TO disp-fill5.
010521     MOVE ws-run-date TO disp-run-date.
010522     MOVE SPACE TO disp-fill6.
010523     MOVE alert-zone TO disp-zone.
010524     MOVE SPACE TO disp-fill7.
010525     MOVE alert-policy TO disp-policy.
010530     WRITE dispatch-rec.
010600 SWEEP_CLEARED_CELLS.
010610     MOVE 'N' TO ws-sweep-done.
010739         MOVE "CLEARED" TO disp-change
010740         MOVE SPACE TO disp-fill5
010741         MOVE ws-run-date TO disp-run-date
010741         MOVE SPACE TO disp-fill6
010741         MOVE alm-zone TO disp-zone
010741         MOVE SPACE TO disp-fill7
010741         MOVE alm-policy TO disp-policy
010742         WRITE dispatch-rec
010743         MOVE 'N' TO alm-seen
010744         REWRITE alm-rec
010745       END-IF
010746     END-IF.
010800 RESET_DISPATCH_FEEDBACK.
010810     MOVE 1 TO alm-open-runs.
010811     MOVE SPACES TO alm-disp-state.
010812     MOVE SPACES TO alm-ack-by.
010813     MOVE ZERO TO alm-ack-ts.
010814     MOVE SPACES TO alm-crew.
010815     MOVE ZERO TO alm-assign-ts.
010816     MOVE ZERO TO alm-resolve-ts.
010900 RESET_ESCALATED_FEEDBACK.
010901*    An escalation goes back out to dispatch as a fresh record and
010902*    must be acknowledged again at its new severity, so the SLA
010903*    clock restarts. A crew already on the cell stays assigned;
010904*    a resolved cell that got worse is open work again.
010910     MOVE 1 TO alm-open-runs.
010911     MOVE SPACES TO alm-ack-by.
010912     MOVE ZERO TO alm-ack-ts.
010913     MOVE ZERO TO alm-resolve-ts.
010914     IF alm-crew = SPACES
010915       MOVE SPACES TO alm-disp-state
010916     ELSE
010917       MOVE "ASSIGNED" TO alm-disp-state
010918     END-IF.
