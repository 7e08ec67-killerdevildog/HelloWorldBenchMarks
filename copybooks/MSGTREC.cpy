001000* REGIONAL DESKS' TIME-CRITICAL STREAMS STAND OUT FROM THE
001100* WALL OF ORDINARY BANNERS.  MAINTAINED BY THE MSGTLOAD BATCH
001200* APPLY, THE SAME WAY REQMLOAD MAINTAINS REQMAST.
001210*
001220* THE DELIVERY WINDOW LIMITS WHEN A TYPE MAY GO OUT - EARLIEST
001230* AND LATEST TIME OF DAY (HHMM, 24-HOUR, BOTH INCLUSIVE; A
001240* START LATER THAN THE END IS A WINDOW THAT SPANS MIDNIGHT)
001250* AND A Y/N FLAG PER DAY OF THE WEEK, MONDAY FIRST.  BLANK
001260* TIMES MEAN ANY TIME OF DAY AND BLANK DAYS MEAN EVERY DAY,
001270* SO A TYPE WITH NO WINDOW GOES OUT WHENEVER THE STREAM RUNS.
001280* HELLOWORLD HOLDS A TRANSACTION ON HELDMSG WHEN ITS TYPE'S
001290* WINDOW IS CLOSED; URGENT-ROUTED TYPES ALWAYS BYPASS IT.
001300*--------------------------------------------------------------
001400*  2026-08-22  MC    ORIGINAL COPYBOOK.
001450*  2026-10-15  MC    ADDED THE DELIVERY WINDOW (MT-DELIVERY-
001460*                    WINDOW) OUT OF FILLER.
001500*--------------------------------------------------------------
001600 01  MSG-TYPE-REC.
001700     05  MT-MESSAGE-TYPE         PIC X(04).
002300     05  MT-ROUTING              PIC X(01).
002400         88  MT-ROUTE-URGENT     VALUE "U".
002500         88  MT-ROUTE-NORMAL     VALUE "N".
002510     05  MT-DELIVERY-WINDOW.
002520         10  MT-WINDOW-START     PIC X(04).
002530         10  MT-WINDOW-START-N REDEFINES MT-WINDOW-START
002540                                 PIC 9(04).
002550         10  MT-WINDOW-END       PIC X(04).
002560         10  MT-WINDOW-END-N REDEFINES MT-WINDOW-END
002570                                 PIC 9(04).
002580         10  MT-ALLOWED-DAYS     PIC X(07).
002590         10  MT-ALLOWED-DAY-TABLE REDEFINES MT-ALLOWED-DAYS.
002592             15  MT-ALLOWED-DAY  PIC X(01) OCCURS 7 TIMES.
002600     05  FILLER                  PIC X(28).
