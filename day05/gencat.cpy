000100     01 gen-rec.
000200         05 gen-number PIC 9(6).
000300*        'P' = PART1 run, 'R' = REPAIR run, 'B' = rollback.
000400         05 gen-source PIC X.
000500         05 gen-run-date PIC 9(8).
000600         05 gen-run-time PIC 9(6).
000700*        Feed the master was last posted from. A repair carries
000800*        forward the feed of the generation it was built on.
000900         05 gen-feed-date PIC 9(8).
001000         05 gen-feed-cycle PIC 9(4).
001100         05 gen-lines-applied PIC 9(6).
001200         05 gen-result PIC 9(6).
001300*        mst-line-count: first-pass audit line numbers above this
001400*        were posted after the generation.
001500         05 gen-line-count PIC 9(6).
001600         05 gen-path PIC X(100).
