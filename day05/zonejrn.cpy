000100     01 zjr-rec.
000200         05 zjr-date PIC 9(8).
000300         05 zjr-time PIC 9(6).
000400         05 zjr-operator PIC X(8).
000500*        'A' = added, 'C' = changed, 'X' = deactivated,
000600*        'R' = reactivated.
000700         05 zjr-action PIC X.
000800         05 zjr-code PIC X(4).
000900*        'Y' when the corners moved or the zone is new: the zone's
001000*        run tallies before and after this entry do not compare.
001100         05 zjr-boundary-chg PIC X.
001200*        Zone as it stood before the command (spaces/zeros on an
001300*        add) and as the command left it.
001400         05 zjr-before.
001500             10 zjr-bef-name PIC X(20).
001600             10 zjr-bef-x1 PIC 9(4).
001700             10 zjr-bef-y1 PIC 9(4).
001800             10 zjr-bef-x2 PIC 9(4).
001900             10 zjr-bef-y2 PIC 9(4).
002000             10 zjr-bef-district PIC X(4).
002100             10 zjr-bef-active PIC X.
002200         05 zjr-after.
002300             10 zjr-aft-name PIC X(20).
002400             10 zjr-aft-x1 PIC 9(4).
002500             10 zjr-aft-y1 PIC 9(4).
002600             10 zjr-aft-x2 PIC 9(4).
002700             10 zjr-aft-y2 PIC 9(4).
002800             10 zjr-aft-district PIC X(4).
002900             10 zjr-aft-active PIC X.
