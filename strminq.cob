002300*                    RUNNING AND WHERE IS IT" IS ANSWERED AT
002400*                    THE TERMINAL INSTEAD OF BY SUBMITTING
002500*                    CHKINQ AND WAITING ON SPOOL AT 03:00.
002510*  2026-10-15  MC    LAST KEY WIDENED TO THE 12-BYTE TX-TRAN-REF
002520*                    RESTART KEY.
002600*--------------------------------------------------------------
002700* NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS TRANSLATED
002800*       BY THE CICS COMMAND TRANSLATOR AHEAD OF THE COBOL
010100     05  FILLER                  PIC X(02) VALUE SPACES.
010200     05  WS-DL-STATUS            PIC X(08).
010300     05  FILLER                  PIC X(02) VALUE SPACES.
010400     05  WS-DL-LAST-KEY          PIC X(12).
010500     05  FILLER                  PIC X(02) VALUE SPACES.
010600     05  WS-DL-FLAG              PIC X(04).
010700     05  FILLER                  PIC X(09) VALUE SPACES.
010800 01  WS-SUMMARY-LINE.
010900     05  FILLER                  PIC X(17) VALUE
011000             "INPROG STREAMS: ".
