001400* LOST.
001500*--------------------------------------------------------------
001600*  2026-09-03  MC    ORIGINAL COPYBOOK.
001650*  2026-10-15  MC    WIDENED RS-TRAN-IMAGE TO THE 32-BYTE
001660*                    GREET-TRAN-REC CARRYING TX-TRAN-REF.
001700*--------------------------------------------------------------
001800 01  REJ-SUSP-REC.
001900     05  RS-TRAN-IMAGE           PIC X(32).
002000     05  RS-REASON-CODE          PIC X(04).
002100     05  RS-REASON-TEXT          PIC X(30).
002200     05  RS-FIRST-CYCLE-DATE     PIC 9(08).
002300     05  RS-CYCLE-COUNT          PIC 9(03).
002400     05  FILLER                  PIC X(03).
