001100*        end-of-run sweep: a date compare cannot tell "seen this
001200*        run" from "seen earlier today" on a same-day rerun.
001300         05 alm-seen PIC X.
001400*        Dispatch runs this alert has been open since it was
001500*        raised, reopened or escalated - the SLA aging clock.
001600         05 alm-open-runs PIC 9(3).
001700*        Dispatch feedback, posted by ALERTACK from the dispatch
001800*        system's acknowledge/assign/resolve file. Timestamps are
001900*        YYYYMMDDHHMMSS as dispatch sends them; zero = not yet.
002000         05 alm-disp-state PIC X(8).
002100         05 alm-ack-by PIC X(8).
002300         05 alm-ack-ts PIC 9(14).
002400         05 alm-crew PIC X(8).
002500         05 alm-assign-ts PIC 9(14).
002600         05 alm-resolve-ts PIC 9(14).
002700*        Zone holding the cell (spaces = outside every zone) and
002800*        the alert policy that graded it, from the latest alert.
002900         05 alm-zone PIC X(4).
003000         05 alm-policy PIC X(8).
