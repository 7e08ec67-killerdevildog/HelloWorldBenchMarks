001500*                    TRANSACTION KEY - SO THE DESK CAN SEE AT
001600*                    A GLANCE WHAT IS INPROG, COMPLETE OR
001700*                    FAILED ACROSS EVERY STREAM IN THE WINDOW.
001710*  2026-10-15  MC    LAST TRAN KEY WIDENED TO THE 12-BYTE
001720*                    TX-TRAN-REF RESTART KEY.
001800*--------------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
010600     05  FILLER                  PIC X(04)  VALUE SPACES.
010700     05  DL-STATUS               PIC X(08).
010800     05  FILLER                  PIC X(04)  VALUE SPACES.
010900     05  DL-LAST-TRAN-KEY        PIC X(12).
011000     05  FILLER                  PIC X(68)  VALUE SPACES.
011100 01  WS-TRAILER-LINE.
011200     05  FILLER                  PIC X(01)  VALUE SPACE.
011300     05  FILLER                  PIC X(19)  VALUE
