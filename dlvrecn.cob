000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLVRECN.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  DAILY DELIVERY
001100*                    ACKNOWLEDGEMENT RECONCILIATION, RUN ONCE
001200*                    THE MESSAGING GATEWAY HAS RETURNED ITS
001300*                    DLVACK FILE.  EVERY DELIVERY INSTRUCTION
001400*                    ON THE DAY'S DELIVOUT EXTRACT (DLVREC
001500*                    COPYBOOK, WRITTEN BY HELLOWORLD OR MERGED
001600*                    BY RPTMERGE), TOGETHER WITH THE ITEMS
001700*                    STILL UNACKNOWLEDGED FROM PRIOR DAYS
001800*                    (DLVCARRY), IS MATCHED BY CYCLE DATE AND
001900*                    TRAN-REF AGAINST THE GATEWAY'S
002000*                    ACKNOWLEDGEMENTS (DLVACK COPYBOOK).  A
002100*                    DELIVERED ITEM IS DONE; A BOUNCED ITEM
002200*                    PRINTS AS UNDELIVERED WITH THE GATEWAY'S
002300*                    REASON; AN ITEM WITH NO ACKNOWLEDGEMENT
002400*                    ROLLS FORWARD TO THE NEW CARRY FILE
002500*                    (DLVCNEW) ONE RECONCILIATION OLDER, FOR
002600*                    TOMORROW'S RUN TO PICK UP AS ITS DLVCARRY.
002700*                    THE EXCEPTIONS PRINT BY DEPARTMENT, THEN
002800*                    ANY ACKNOWLEDGEMENT THAT MATCHES NO
002900*                    DELIVERY, THEN A DEPARTMENT SUMMARY.
003000*                    RC=4 ON ANY BOUNCE, ANY UNMATCHED OR
003100*                    INVALID ACKNOWLEDGEMENT, OR ANY ITEM STILL
003200*                    UNACKNOWLEDGED A DAY AFTER IT WAS SENT.
003210*  2026-10-15  MC    DUPLICATE ITEMS ARE NOW FOUND BY AN EXACT
003220*                    KEY SEARCH OF THE ITEMS ALREADY WORKED
003230*                    INSTEAD OF ASSUMING ASCENDING KEY ORDER -
003240*                    RELEASED HOLDS CARRY THEIR ORIGINAL CYCLE
003250*                    DATE, SO THE CONCATENATED EXTRACTS ARE NOT
003260*                    IN KEY ORDER.
003300*--------------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT DELIVOUT        ASSIGN TO DELIVOUT
004100                            ORGANIZATION IS LINE SEQUENTIAL
004200                            FILE STATUS IS WS-DELIVOUT-STATUS.
004300     SELECT DLVCARRY        ASSIGN TO DLVCARRY
004400                            ORGANIZATION IS LINE SEQUENTIAL
004500                            FILE STATUS IS WS-DLVCARRY-STATUS.
004600     SELECT DLVACK          ASSIGN TO DLVACK
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS WS-DLVACK-STATUS.
004900     SELECT DLVCNEW         ASSIGN TO DLVCNEW
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS WS-DLVCNEW-STATUS.
005200     SELECT DLVRRPT         ASSIGN TO DLVRRPT
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS WS-DLVRRPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  DELIVOUT
005800     RECORDING MODE IS F.
005900 01  DELIVOUT-REC                PIC X(130).
006000 FD  DLVCARRY
006100     RECORDING MODE IS F.
006200 01  DLVCARRY-REC                PIC X(130).
006300 FD  DLVACK
006400     RECORDING MODE IS F.
006500 01  DLVACK-REC                  PIC X(80).
006600 FD  DLVCNEW
006700     RECORDING MODE IS F.
006800 01  DLVCNEW-REC                 PIC X(130).
006900 FD  DLVRRPT
007000     RECORDING MODE IS F.
007100 01  DLVRRPT-REC                 PIC X(133).
007200 WORKING-STORAGE SECTION.
007300*--------------------------------------------------------------
007400* PARM CARD - THE CYCLE DATE OF THIS RECONCILIATION, DEFAULTING
007500* TO TODAY.  PRINTED ON THE REPORT HEADER ONLY - EVERY ITEM
007600* CARRIES ITS OWN CYCLE DATE IN ITS KEY.
007700*--------------------------------------------------------------
007800 01  WS-PARM-CARD.
007900     05  WS-PARM-CYCLE-DATE      PIC X(08).
008000     05  FILLER                  PIC X(72).
008100 01  WS-CYCLE-DATE               PIC 9(08).
008200*--------------------------------------------------------------
008300* DELIVERY AND ACKNOWLEDGEMENT RECORDS (COPYBOOKS).  THE
008400* CARRY FILES SHARE THE DELIVERY LAYOUT.  THE NEXT CARRIED
008500* ITEM AND THE NEXT EXTRACT ITEM WAIT IN THEIR OWN BUFFERS,
008600* AND EACH IS MOVED TO DELIVERY-REC AS IT IS WORKED.
008700*--------------------------------------------------------------
008800 COPY DLVREC.
008900 COPY DLVACK.
009000 01  WS-CARRY-ITEM               PIC X(130).
009100 01  WS-EXTRACT-ITEM             PIC X(130).
009200*--------------------------------------------------------------
009300* FILE STATUS FIELDS AND SWITCHES
009400*--------------------------------------------------------------
009500 01  WS-DELIVOUT-STATUS          PIC X(02).
009600 01  WS-DLVCARRY-STATUS          PIC X(02).
009700 01  WS-DLVACK-STATUS            PIC X(02).
009800 01  WS-DLVCNEW-STATUS           PIC X(02).
009900 01  WS-DLVRRPT-STATUS           PIC X(02).
010000 01  WS-DELIVOUT-SWITCH          PIC X(01).
010100     88  WS-END-OF-DELIVOUT      VALUE "Y".
010200     88  WS-NOT-END-OF-DELIVOUT  VALUE "N".
010300 01  WS-DLVCARRY-SWITCH          PIC X(01).
010400     88  WS-END-OF-DLVCARRY      VALUE "Y".
010500     88  WS-NOT-END-OF-DLVCARRY  VALUE "N".
010600 01  WS-DLVACK-SWITCH            PIC X(01).
010700     88  WS-END-OF-DLVACK        VALUE "Y".
010800     88  WS-NOT-END-OF-DLVACK    VALUE "N".
010900 01  WS-MATCH-SWITCH             PIC X(01).
011000     88  WS-ACK-MATCHED          VALUE "Y".
011100     88  WS-ACK-NOT-MATCHED      VALUE "N".
011200 01  WS-DEPT-FOUND-SWITCH        PIC X(01).
011300     88  WS-DEPT-FOUND           VALUE "Y".
011400     88  WS-DEPT-NOT-FOUND       VALUE "N".
011500*--------------------------------------------------------------
011600* ACKNOWLEDGEMENT TABLE - THE WHOLE DLVACK FILE, LOADED UP
011700* FRONT SO EVERY ITEM CAN BE MATCHED IN ONE STREAMING PASS.
011800* EACH ENTRY REMEMBERS WHETHER AN ITEM CLAIMED IT - "N" NOT
011900* YET, "Y" CLAIMED, "X" NEVER CLAIMABLE (STATUS NEITHER
012000* DELIVERED NOR BOUNCED).
012100*--------------------------------------------------------------
012200 01  WS-ACK-MAX                  PIC 9(04) COMP VALUE 2000.
012300 01  WS-ACK-USED                 PIC 9(04) COMP VALUE 0.
012400 01  WS-ACK-SUB                  PIC 9(04) COMP.
012500 01  WS-ACK-SUB-2                PIC 9(04) COMP.
012600 01  WS-ACK-TABLE.
012700     05  WS-ACK-ENTRY            OCCURS 2000 TIMES.
012800         10  AT-DELIVERY-KEY.
012900             15  AT-CYCLE-DATE   PIC 9(08).
013000             15  AT-TRAN-REF     PIC X(12).
013100         10  AT-ACK-STATUS       PIC X(01).
013200         10  AT-REASON-CODE      PIC X(04).
013300         10  AT-REASON-TEXT      PIC X(30).
013400         10  AT-USED-SWITCH      PIC X(01).
013500*--------------------------------------------------------------
013600* EXCEPTION TABLE - EVERY BOUNCED OR UNACKNOWLEDGED ITEM,
013700* HELD FOR THE DEPARTMENT-ORDER LISTING.  EX-SORT-KEY ORDERS
013800* BY DEPARTMENT, THEN BOUNCES AHEAD OF UNACKNOWLEDGED, THEN
013900* OLDEST CYCLE AND TRAN-REF FIRST.
014000*--------------------------------------------------------------
014100 01  WS-EXC-MAX                  PIC 9(04) COMP VALUE 2000.
014200 01  WS-EXC-USED                 PIC 9(04) COMP VALUE 0.
014300 01  WS-EXC-SUB                  PIC 9(04) COMP.
014400 01  WS-EXC-SUB-2                PIC 9(04) COMP.
014500 01  WS-EXC-TABLE.
014600     05  WS-EXC-ENTRY            OCCURS 2000 TIMES.
014700         10  EX-SORT-KEY.
014800             15  EX-DEPARTMENT   PIC X(10).
014900             15  EX-KIND         PIC X(01).
015000                 88  EX-IS-BOUNCED   VALUE "B".
015100                 88  EX-IS-UNACKED   VALUE "U".
015200             15  EX-CYCLE-DATE   PIC 9(08).
015300             15  EX-TRAN-REF     PIC X(12).
015400         10  EX-REQUESTER-ID     PIC X(08).
015500         10  EX-MESSAGE-TYPE     PIC X(04).
015600         10  EX-REASON-CODE      PIC X(04).
015700         10  EX-REASON-TEXT      PIC X(30).
015800         10  EX-CARRY-COUNT      PIC 9(03).
015900 01  WS-EXC-SWAP-ENTRY           PIC X(80).
016000 01  WS-EXC-LAST-DEPT            PIC X(10) VALUE SPACES.
016100*--------------------------------------------------------------
016200* DEPARTMENT TABLE - PER-DEPARTMENT OUTCOME COUNTS FOR THE
016300* SUMMARY SECTION, SORTED BY DEPARTMENT BEFORE IT PRINTS.
016400*--------------------------------------------------------------
016500 01  WS-DEPT-MAX                 PIC 9(04) COMP VALUE 200.
016600 01  WS-DEPT-USED                PIC 9(04) COMP VALUE 0.
016700 01  WS-DEPT-SUB                 PIC 9(04) COMP.
016800 01  WS-DEPT-SUB-2               PIC 9(04) COMP.
016900 01  WS-DEPT-TABLE.
017000     05  WS-DEPT-ENTRY           OCCURS 200 TIMES.
017100         10  DT-DEPARTMENT       PIC X(10).
017200         10  DT-ITEM-COUNT       PIC 9(06) COMP.
017300         10  DT-DELIVERED-COUNT  PIC 9(06) COMP.
017400         10  DT-BOUNCED-COUNT    PIC 9(06) COMP.
017500         10  DT-UNACKED-COUNT    PIC 9(06) COMP.
017600 01  WS-DEPT-SWAP-ENTRY          PIC X(26).
017700*--------------------------------------------------------------
017800* THE KEYS OF THE ITEMS ALREADY WORKED THIS RUN.  A RESTARTED
017900* HELLOWORLD RE-EXTRACTS THE TRANSACTION IT WAS WORKING WHEN
018000* IT FAILED, SO AN ITEM WHOSE KEY IS ALREADY HERE IS A
018010* DUPLICATE.  THE INPUTS ARE NOT IN KEY ORDER - A RELEASED
018020* HOLD CARRIES THE CYCLE DATE IT WAS HELD UNDER AND THE
018030* PARTITION EXTRACTS ARE CONCATENATED - SO EVERY KEY IS KEPT
018040* AND SEARCHED.  A FULL TABLE ENDS THE DUPLICATE CHECK FOR
018050* THE REST OF THE RUN RATHER THAN DROP GOOD ITEMS.
018100*--------------------------------------------------------------
018200 01  WS-SEEN-MAX                 PIC 9(04) COMP VALUE 5000.
018210 01  WS-SEEN-USED                PIC 9(04) COMP VALUE 0.
018220 01  WS-SEEN-SUB                 PIC 9(04) COMP.
018230 01  WS-SEEN-TABLE.
018240     05  WS-SEEN-KEY             OCCURS 5000 TIMES
018250                                 PIC X(20).
018300 01  WS-SEEN-SWITCH              PIC X(01).
018310     88  WS-ITEM-SEEN            VALUE "Y".
018320     88  WS-ITEM-NOT-SEEN        VALUE "N".
018400 01  WS-SEEN-FULL-SWITCH         PIC X(01) VALUE "N".
018410     88  WS-SEEN-TABLE-FULL      VALUE "Y".
018420     88  WS-SEEN-TABLE-NOT-FULL  VALUE "N".
018500*--------------------------------------------------------------
018600* COUNTERS AND RUN CONTEXT
018700*--------------------------------------------------------------
018800 01  WS-CARRY-IN-COUNT           PIC 9(06) COMP VALUE 0.
018900 01  WS-EXTRACT-IN-COUNT         PIC 9(06) COMP VALUE 0.
019000 01  WS-DUPLICATE-COUNT          PIC 9(06) COMP VALUE 0.
019100 01  WS-DELIVERED-COUNT          PIC 9(06) COMP VALUE 0.
019200 01  WS-BOUNCED-COUNT            PIC 9(06) COMP VALUE 0.
019300 01  WS-UNACKED-COUNT            PIC 9(06) COMP VALUE 0.
019400 01  WS-OVERDUE-COUNT            PIC 9(06) COMP VALUE 0.
019500 01  WS-ACK-READ-COUNT           PIC 9(06) COMP VALUE 0.
019600 01  WS-UNMATCHED-COUNT          PIC 9(06) COMP VALUE 0.
019700 01  WS-CURRENT-DATE             PIC 9(08).
019800 01  WS-CURRENT-TIME             PIC 9(08).
019900*--------------------------------------------------------------
020000* PAGE / LINE CONTROL
020100*--------------------------------------------------------------
020200 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
020300 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
020400 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
020500 01  WS-CURRENT-COLUMNS          PIC X(133) VALUE SPACES.
020600*--------------------------------------------------------------
020700* REPORT LINE LAYOUTS (DLVRRPT)
020800*--------------------------------------------------------------
020900 01  WS-HEADER-LINE-1.
021000     05  FILLER                  PIC X(01)  VALUE SPACE.
021100     05  FILLER                  PIC X(26)  VALUE
021200             "DLVRECN - DELIVERY ACKNOWL".
021300     05  FILLER                  PIC X(23)  VALUE
021400             "EDGEMENT RECONCILIATION".
021500     05  FILLER                  PIC X(10)  VALUE "      PAGE".
021600     05  FILLER                  PIC X(01)  VALUE SPACE.
021700     05  H1-PAGE-NUMBER          PIC ZZZ9.
021800     05  FILLER                  PIC X(68)  VALUE SPACES.
021900 01  WS-HEADER-LINE-2.
022000     05  FILLER                  PIC X(01)  VALUE SPACE.
022100     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
022200     05  H2-RUN-DATE             PIC 9(08).
022300     05  FILLER                  PIC X(05)  VALUE SPACES.
022400     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
022500     05  H2-RUN-TIME             PIC 9(08).
022600     05  FILLER                  PIC X(05)  VALUE SPACES.
022700     05  FILLER                  PIC X(13)  VALUE
022800             "CYCLE DATE: ".
022900     05  H2-CYCLE-DATE           PIC 9(08).
023000     05  FILLER                  PIC X(63)  VALUE SPACES.
023100 01  WS-SECTION-LINE.
023200     05  FILLER                  PIC X(01)  VALUE SPACE.
023300     05  SL-SECTION-TITLE        PIC X(60).
023400     05  FILLER                  PIC X(72)  VALUE SPACES.
023500 01  WS-EXC-COLUMNS.
023600     05  FILLER                  PIC X(01)  VALUE SPACE.
023700     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
023800     05  FILLER                  PIC X(02)  VALUE SPACES.
023900     05  FILLER                  PIC X(07)  VALUE "OUTCOME".
024000     05  FILLER                  PIC X(03)  VALUE SPACES.
024100     05  FILLER                  PIC X(05)  VALUE "CYCLE".
024200     05  FILLER                  PIC X(05)  VALUE SPACES.
024300     05  FILLER                  PIC X(08)  VALUE "TRAN REF".
024400     05  FILLER                  PIC X(06)  VALUE SPACES.
024500     05  FILLER                  PIC X(09)  VALUE "REQUESTER".
024600     05  FILLER                  PIC X(01)  VALUE SPACES.
024700     05  FILLER                  PIC X(04)  VALUE "TYPE".
024800     05  FILLER                  PIC X(02)  VALUE SPACES.
024900     05  FILLER                  PIC X(04)  VALUE "DAYS".
025000     05  FILLER                  PIC X(02)  VALUE SPACES.
025100     05  FILLER                  PIC X(06)  VALUE "REASON".
025200     05  FILLER                  PIC X(58)  VALUE SPACES.
025300 01  WS-EXC-DETAIL-LINE.
025400     05  FILLER                  PIC X(01)  VALUE SPACE.
025500     05  XL-DEPARTMENT           PIC X(10).
025600     05  FILLER                  PIC X(02)  VALUE SPACES.
025700     05  XL-OUTCOME              PIC X(07).
025800     05  FILLER                  PIC X(03)  VALUE SPACES.
025900     05  XL-CYCLE-DATE           PIC 9(08).
026000     05  FILLER                  PIC X(02)  VALUE SPACES.
026100     05  XL-TRAN-REF             PIC X(12).
026200     05  FILLER                  PIC X(02)  VALUE SPACES.
026300     05  XL-REQUESTER-ID         PIC X(08).
026400     05  FILLER                  PIC X(02)  VALUE SPACES.
026500     05  XL-MESSAGE-TYPE         PIC X(04).
026600     05  FILLER                  PIC X(03)  VALUE SPACES.
026700     05  XL-CARRY-COUNT          PIC ZZ9.
026800     05  FILLER                  PIC X(02)  VALUE SPACES.
026900     05  XL-REASON-CODE          PIC X(04).
027000     05  FILLER                  PIC X(01)  VALUE SPACE.
027100     05  XL-REASON-TEXT          PIC X(30).
027200     05  FILLER                  PIC X(29)  VALUE SPACES.
027300 01  WS-UNM-COLUMNS.
027400     05  FILLER                  PIC X(01)  VALUE SPACE.
027500     05  FILLER                  PIC X(05)  VALUE "CYCLE".
027600     05  FILLER                  PIC X(05)  VALUE SPACES.
027700     05  FILLER                  PIC X(08)  VALUE "TRAN REF".
027800     05  FILLER                  PIC X(06)  VALUE SPACES.
027900     05  FILLER                  PIC X(06)  VALUE "STATUS".
028000     05  FILLER                  PIC X(02)  VALUE SPACES.
028100     05  FILLER                  PIC X(06)  VALUE "REASON".
028200     05  FILLER                  PIC X(31)  VALUE SPACES.
028300     05  FILLER                  PIC X(06)  VALUE "RESULT".
028400     05  FILLER                  PIC X(57)  VALUE SPACES.
028500 01  WS-UNM-DETAIL-LINE.
028600     05  FILLER                  PIC X(01)  VALUE SPACE.
028700     05  UL-CYCLE-DATE           PIC 9(08).
028800     05  FILLER                  PIC X(02)  VALUE SPACES.
028900     05  UL-TRAN-REF             PIC X(12).
029000     05  FILLER                  PIC X(04)  VALUE SPACES.
029100     05  UL-ACK-STATUS           PIC X(01).
029200     05  FILLER                  PIC X(05)  VALUE SPACES.
029300     05  UL-REASON-CODE          PIC X(04).
029400     05  FILLER                  PIC X(01)  VALUE SPACE.
029500     05  UL-REASON-TEXT          PIC X(30).
029600     05  FILLER                  PIC X(02)  VALUE SPACES.
029700     05  UL-RESULT               PIC X(30).
029800     05  FILLER                  PIC X(33)  VALUE SPACES.
029900 01  WS-DEPT-COLUMNS.
030000     05  FILLER                  PIC X(01)  VALUE SPACE.
030100     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
030200     05  FILLER                  PIC X(07)  VALUE SPACES.
030300     05  FILLER                  PIC X(05)  VALUE "ITEMS".
030400     05  FILLER                  PIC X(04)  VALUE SPACES.
030500     05  FILLER                  PIC X(09)  VALUE "DELIVERED".
030600     05  FILLER                  PIC X(05)  VALUE SPACES.
030700     05  FILLER                  PIC X(07)  VALUE "BOUNCED".
030800     05  FILLER                  PIC X(05)  VALUE SPACES.
030900     05  FILLER                  PIC X(07)  VALUE "UNACKED".
031000     05  FILLER                  PIC X(73)  VALUE SPACES.
031100 01  WS-DEPT-DETAIL-LINE.
031200     05  FILLER                  PIC X(01)  VALUE SPACE.
031300     05  DL-DEPARTMENT           PIC X(10).
031400     05  FILLER                  PIC X(05)  VALUE SPACES.
031500     05  DL-ITEM-COUNT           PIC ZZZ,ZZ9.
031600     05  FILLER                  PIC X(06)  VALUE SPACES.
031700     05  DL-DELIVERED-COUNT      PIC ZZZ,ZZ9.
031800     05  FILLER                  PIC X(05)  VALUE SPACES.
031900     05  DL-BOUNCED-COUNT        PIC ZZZ,ZZ9.
032000     05  FILLER                  PIC X(05)  VALUE SPACES.
032100     05  DL-UNACKED-COUNT        PIC ZZZ,ZZ9.
032200     05  FILLER                  PIC X(73)  VALUE SPACES.
032300 01  WS-TRAILER-LINE-1.
032400     05  FILLER                  PIC X(01)  VALUE SPACE.
032500     05  FILLER                  PIC X(20)  VALUE
032600             "ITEMS: CARRIED IN = ".
032700     05  TR-CARRY-IN-COUNT       PIC ZZZ,ZZ9.
032800     05  FILLER                  PIC X(12)  VALUE
032900             "  EXTRACT = ".
033000     05  TR-EXTRACT-IN-COUNT     PIC ZZZ,ZZ9.
033100     05  FILLER                  PIC X(15)  VALUE
033200             "  DUPLICATES = ".
033300     05  TR-DUPLICATE-COUNT      PIC ZZZ,ZZ9.
033400     05  FILLER                  PIC X(64)  VALUE SPACES.
033500 01  WS-TRAILER-LINE-2.
033600     05  FILLER                  PIC X(01)  VALUE SPACE.
033700     05  FILLER                  PIC X(12)  VALUE
033800             "DELIVERED = ".
033900     05  TR-DELIVERED-COUNT      PIC ZZZ,ZZ9.
034000     05  FILLER                  PIC X(12)  VALUE
034100             "  BOUNCED = ".
034200     05  TR-BOUNCED-COUNT        PIC ZZZ,ZZ9.
034300     05  FILLER                  PIC X(20)  VALUE
034400             "  UNACKNOWLEDGED = ".
034500     05  TR-UNACKED-COUNT        PIC ZZZ,ZZ9.
034600     05  FILLER                  PIC X(12)  VALUE
034700             "  OVERDUE = ".
034800     05  TR-OVERDUE-COUNT        PIC ZZZ,ZZ9.
034900     05  FILLER                  PIC X(48)  VALUE SPACES.
035000 01  WS-TRAILER-LINE-3.
035100     05  FILLER                  PIC X(01)  VALUE SPACE.
035200     05  FILLER                  PIC X(12)  VALUE
035300             "ACKS READ = ".
035400     05  TR-ACK-READ-COUNT       PIC ZZZ,ZZ9.
035500     05  FILLER                  PIC X(14)  VALUE
035600             "  UNMATCHED = ".
035700     05  TR-UNMATCHED-COUNT      PIC ZZZ,ZZ9.
035800     05  FILLER                  PIC X(92)  VALUE SPACES.
035900 PROCEDURE DIVISION.
036000*--------------------------------------------------------------
036100 0000-MAINLINE.
036200*--------------------------------------------------------------
036300     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
036400     PERFORM 1100-LOAD-ACK         THRU 1100-EXIT
036500         UNTIL WS-END-OF-DLVACK.
036600     PERFORM 2000-RECONCILE-CARRY  THRU 2000-EXIT
036700         UNTIL WS-END-OF-DLVCARRY.
036800     PERFORM 2100-RECONCILE-EXTRACT THRU 2100-EXIT
036900         UNTIL WS-END-OF-DELIVOUT.
037000     PERFORM 3000-SORT-EXCEPTIONS  THRU 3000-EXIT.
037100     PERFORM 3500-SORT-DEPTS       THRU 3500-EXIT.
037200     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
037300     PERFORM 6000-PRINT-UNMATCHED  THRU 6000-EXIT.
037400     PERFORM 6500-PRINT-DEPT-SUMMARY THRU 6500-EXIT.
037500     PERFORM 8100-WRITE-TRAILER    THRU 8100-EXIT.
037600     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
037700     GO TO 9999-EXIT.
037800*--------------------------------------------------------------
037900 1000-INITIALIZE.
038000*--------------------------------------------------------------
038100*    PICK UP THE CYCLE-DATE PARM (DEFAULTING TO TODAY) AND OPEN
038200*    EVERY FILE.  ANY MISSING INPUT - NOTHING CARRIED FROM A
038300*    PRIOR DAY, NO EXTRACT, NO ACKNOWLEDGEMENTS BACK YET - IS
038400*    TREATED AS EMPTY RATHER THAN AN ABEND, SO THE VERY FIRST
038500*    RECONCILIATION IS JUST A NORMAL RUN OF THIS PROGRAM.
038600*--------------------------------------------------------------
038700     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
038800     ACCEPT WS-CURRENT-TIME  FROM TIME.
038900     MOVE SPACES             TO WS-PARM-CARD.
039000     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
039100     IF WS-PARM-CYCLE-DATE IS NUMERIC
039200         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
039300     ELSE
039400         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
039500     END-IF.
039600     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
039700     OPEN OUTPUT DLVCNEW.
039800     OPEN OUTPUT DLVRRPT.
039900     SET WS-NOT-END-OF-DLVACK TO TRUE.
040000     OPEN INPUT DLVACK.
040100     IF WS-DLVACK-STATUS = "35"
040200         SET WS-END-OF-DLVACK TO TRUE
040300         DISPLAY "DLVRECN - NO DLVACK PRESENT, NO "
040400                 "ACKNOWLEDGEMENTS RETURNED THIS CYCLE"
040500     ELSE
040600         PERFORM 1190-READ-DLVACK THRU 1190-EXIT
040700     END-IF.
040800     SET WS-NOT-END-OF-DLVCARRY TO TRUE.
040900     OPEN INPUT DLVCARRY.
041000     IF WS-DLVCARRY-STATUS = "35"
041100         SET WS-END-OF-DLVCARRY TO TRUE
041200         DISPLAY "DLVRECN - NO DLVCARRY PRESENT, NOTHING "
041300                 "CARRIED FROM PRIOR CYCLES"
041400     ELSE
041500         PERFORM 2090-READ-DLVCARRY THRU 2090-EXIT
041600     END-IF.
041700     SET WS-NOT-END-OF-DELIVOUT TO TRUE.
041800     OPEN INPUT DELIVOUT.
041900     IF WS-DELIVOUT-STATUS = "35"
042000         SET WS-END-OF-DELIVOUT TO TRUE
042100         DISPLAY "DLVRECN - NO DELIVOUT PRESENT, NO NEW "
042200                 "DELIVERIES THIS CYCLE"
042300     ELSE
042400         PERFORM 2190-READ-DELIVOUT THRU 2190-EXIT
042500     END-IF.
042600 1000-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900 1100-LOAD-ACK.
043000*--------------------------------------------------------------
043100*    LOAD ONE ACKNOWLEDGEMENT INTO THE TABLE.  ONE WHOSE STATUS
043200*    IS NEITHER DELIVERED NOR BOUNCED IS LOADED AS NEVER
043300*    CLAIMABLE, SO IT PRINTS IN THE UNMATCHED SECTION AND ITS
043400*    ITEM STAYS UNACKNOWLEDGED.  A FULL TABLE DROPS THE ACK
043500*    WITH A CONSOLE MESSAGE RATHER THAN ABENDING - ITS ITEM
043600*    SIMPLY CARRIES FORWARD UNACKNOWLEDGED.
043700*--------------------------------------------------------------
043800     ADD 1 TO WS-ACK-READ-COUNT.
043900     IF WS-ACK-USED < WS-ACK-MAX
044000         ADD 1 TO WS-ACK-USED
044100         MOVE AK-DELIVERY-KEY
044200             TO AT-DELIVERY-KEY (WS-ACK-USED)
044300         MOVE AK-ACK-STATUS
044400             TO AT-ACK-STATUS (WS-ACK-USED)
044500         MOVE AK-REASON-CODE
044600             TO AT-REASON-CODE (WS-ACK-USED)
044700         MOVE AK-REASON-TEXT
044800             TO AT-REASON-TEXT (WS-ACK-USED)
044900         IF AK-DELIVERED OR AK-BOUNCED
045000             MOVE "N" TO AT-USED-SWITCH (WS-ACK-USED)
045100         ELSE
045200             MOVE "X" TO AT-USED-SWITCH (WS-ACK-USED)
045300         END-IF
045400     ELSE
045500         DISPLAY "DLVRECN - ACK TABLE FULL, ACK DROPPED "
045600                 "FOR " AK-CYCLE-DATE " " AK-TRAN-REF
045700     END-IF.
045800     PERFORM 1190-READ-DLVACK THRU 1190-EXIT.
045900 1100-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------
046200 1190-READ-DLVACK.
046300*--------------------------------------------------------------
046400     READ DLVACK INTO DELIVERY-ACK-REC
046500         AT END
046600             SET WS-END-OF-DLVACK TO TRUE
046700     END-READ.
046800 1190-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100 2000-RECONCILE-CARRY.
047200*--------------------------------------------------------------
047300*    WORK ONE ITEM CARRIED UNACKNOWLEDGED FROM A PRIOR DAY.
047400*--------------------------------------------------------------
047500     ADD 1 TO WS-CARRY-IN-COUNT.
047600     MOVE WS-CARRY-ITEM TO DELIVERY-REC.
047700     PERFORM 2500-MATCH-AND-ROUTE THRU 2500-EXIT.
047800     PERFORM 2090-READ-DLVCARRY THRU 2090-EXIT.
047900 2000-EXIT.
048000     EXIT.
048100*--------------------------------------------------------------
048200 2090-READ-DLVCARRY.
048300*--------------------------------------------------------------
048400     READ DLVCARRY INTO WS-CARRY-ITEM
048500         AT END
048600             SET WS-END-OF-DLVCARRY TO TRUE
048700     END-READ.
048800 2090-EXIT.
048900     EXIT.
049000*--------------------------------------------------------------
049100 2100-RECONCILE-EXTRACT.
049200*--------------------------------------------------------------
049300*    WORK ONE OF THIS CYCLE'S NEW DELIVERY INSTRUCTIONS.  IT
049400*    HAS WAITED THROUGH NO RECONCILIATION YET, WHATEVER THE
049500*    EXTRACT SAYS.
049600*--------------------------------------------------------------
049700     ADD 1 TO WS-EXTRACT-IN-COUNT.
049800     MOVE WS-EXTRACT-ITEM TO DELIVERY-REC.
049900     MOVE 0 TO DV-CARRY-COUNT.
050000     PERFORM 2500-MATCH-AND-ROUTE THRU 2500-EXIT.
050100     PERFORM 2190-READ-DELIVOUT THRU 2190-EXIT.
050200 2100-EXIT.
050300     EXIT.
050400*--------------------------------------------------------------
050500 2190-READ-DELIVOUT.
050600*--------------------------------------------------------------
050700     READ DELIVOUT INTO WS-EXTRACT-ITEM
050800         AT END
050900             SET WS-END-OF-DELIVOUT TO TRUE
051000     END-READ.
051100 2190-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------
051400 2500-MATCH-AND-ROUTE.
051500*--------------------------------------------------------------
051600*    MATCH THE ITEM IN DELIVERY-REC AGAINST THE FIRST UNCLAIMED
051700*    ACKNOWLEDGEMENT WITH THE SAME CYCLE DATE AND TRAN-REF.
051800*    DELIVERED MEANS DONE.  BOUNCED MEANS UNDELIVERED - IT IS
051900*    LISTED WITH THE GATEWAY'S REASON AND NOT CARRIED, SINCE
052000*    THE GATEWAY HAS GIVEN ITS FINAL ANSWER.  NO ACK MEANS THE
052100*    ITEM ROLLS FORWARD TO THE NEW CARRY FILE.  AN ITEM ALREADY
052200*    SEEN (SEE WS-SEEN-TABLE) IS COUNTED AND DROPPED.
052300*--------------------------------------------------------------
052310     SET WS-ITEM-NOT-SEEN TO TRUE.
052320     PERFORM 2510-FIND-SEEN THRU 2510-EXIT
052330         VARYING WS-SEEN-SUB FROM 1 BY 1
052340         UNTIL WS-SEEN-SUB > WS-SEEN-USED
052350            OR WS-ITEM-SEEN.
052400     IF WS-ITEM-SEEN
052500         ADD 1 TO WS-DUPLICATE-COUNT
052600         DISPLAY "DLVRECN - DUPLICATE ITEM DROPPED FOR "
052700                 DV-CYCLE-DATE " " DV-TRAN-REF
052800         GO TO 2500-EXIT
052900     END-IF.
053000     IF WS-SEEN-USED < WS-SEEN-MAX
053010         ADD 1 TO WS-SEEN-USED
053020         MOVE DV-DELIVERY-KEY TO WS-SEEN-KEY (WS-SEEN-USED)
053030     ELSE
053040         IF WS-SEEN-TABLE-NOT-FULL
053050             SET WS-SEEN-TABLE-FULL TO TRUE
053060             DISPLAY "DLVRECN - ITEM KEY TABLE FULL, NO "
053070                     "DUPLICATE CHECK FROM " DV-CYCLE-DATE
053080                     " " DV-TRAN-REF
053090         END-IF
053095     END-IF.
053100     PERFORM 2550-LOCATE-DEPT THRU 2550-EXIT.
053200     SET WS-ACK-NOT-MATCHED TO TRUE.
053300     PERFORM 2600-FIND-ACK THRU 2600-EXIT
053400         VARYING WS-ACK-SUB FROM 1 BY 1
053500         UNTIL WS-ACK-SUB > WS-ACK-USED
053600            OR WS-ACK-MATCHED.
053700     IF WS-ACK-NOT-MATCHED
053800         PERFORM 2800-CARRY-FORWARD THRU 2800-EXIT
053900         GO TO 2500-EXIT
054000     END-IF.
054100     SUBTRACT 1 FROM WS-ACK-SUB.
054200     MOVE "Y" TO AT-USED-SWITCH (WS-ACK-SUB).
054300     IF AT-ACK-STATUS (WS-ACK-SUB) = "D"
054400         ADD 1 TO WS-DELIVERED-COUNT
054500         IF WS-DEPT-FOUND
054600             ADD 1 TO DT-DELIVERED-COUNT (WS-DEPT-SUB)
054700         END-IF
054800     ELSE
054900         ADD 1 TO WS-BOUNCED-COUNT
055000         IF WS-DEPT-FOUND
055100             ADD 1 TO DT-BOUNCED-COUNT (WS-DEPT-SUB)
055200         END-IF
055300         PERFORM 2700-ADD-EXCEPTION THRU 2700-EXIT
055400     END-IF.
055500 2500-EXIT.
055600     EXIT.
055610*--------------------------------------------------------------
055620 2510-FIND-SEEN.
055630*--------------------------------------------------------------
055640     IF WS-SEEN-KEY (WS-SEEN-SUB) = DV-DELIVERY-KEY
055650         SET WS-ITEM-SEEN TO TRUE
055660     END-IF.
055670 2510-EXIT.
055680     EXIT.
055700*--------------------------------------------------------------
055800 2550-LOCATE-DEPT.
055900*--------------------------------------------------------------
056000*    FIND THE ITEM'S DEPARTMENT IN THE SUMMARY TABLE, ADDING IT
056100*    IF NEW, AND COUNT THE ITEM AGAINST IT.  A FULL TABLE
056200*    LEAVES WS-DEPT-NOT-FOUND - THE ITEM IS STILL RECONCILED,
056300*    ONLY ITS SUMMARY LINE IS LOST.
056400*--------------------------------------------------------------
056500     SET WS-DEPT-NOT-FOUND TO TRUE.
056600     PERFORM 2560-FIND-DEPT THRU 2560-EXIT
056700         VARYING WS-DEPT-SUB FROM 1 BY 1
056800         UNTIL WS-DEPT-SUB > WS-DEPT-USED
056900            OR WS-DEPT-FOUND.
057000     IF WS-DEPT-FOUND
057100         SUBTRACT 1 FROM WS-DEPT-SUB
057200     ELSE
057300         IF WS-DEPT-USED < WS-DEPT-MAX
057400             ADD 1 TO WS-DEPT-USED
057500             MOVE WS-DEPT-USED TO WS-DEPT-SUB
057600             MOVE DV-DEPARTMENT TO DT-DEPARTMENT (WS-DEPT-SUB)
057700             MOVE 0 TO DT-ITEM-COUNT (WS-DEPT-SUB)
057800             MOVE 0 TO DT-DELIVERED-COUNT (WS-DEPT-SUB)
057900             MOVE 0 TO DT-BOUNCED-COUNT (WS-DEPT-SUB)
058000             MOVE 0 TO DT-UNACKED-COUNT (WS-DEPT-SUB)
058100             SET WS-DEPT-FOUND TO TRUE
058200         ELSE
058300             DISPLAY "DLVRECN - DEPARTMENT TABLE FULL, NO "
058400                     "SUMMARY FOR " DV-DEPARTMENT
058500         END-IF
058600     END-IF.
058700     IF WS-DEPT-FOUND
058800         ADD 1 TO DT-ITEM-COUNT (WS-DEPT-SUB)
058900     END-IF.
059000 2550-EXIT.
059100     EXIT.
059200*--------------------------------------------------------------
059300 2560-FIND-DEPT.
059400*--------------------------------------------------------------
059500     IF DT-DEPARTMENT (WS-DEPT-SUB) = DV-DEPARTMENT
059600         SET WS-DEPT-FOUND TO TRUE
059700     END-IF.
059800 2560-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------
060100 2600-FIND-ACK.
060200*--------------------------------------------------------------
060300     IF  AT-DELIVERY-KEY (WS-ACK-SUB) = DV-DELIVERY-KEY
060400     AND AT-USED-SWITCH (WS-ACK-SUB) = "N"
060500         SET WS-ACK-MATCHED TO TRUE
060600     END-IF.
060700 2600-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------
061000 2700-ADD-EXCEPTION.
061100*--------------------------------------------------------------
061200*    QUEUE THE ITEM FOR THE DEPARTMENT LISTING - BOUNCED WITH
061300*    THE GATEWAY'S REASON, OR UNACKNOWLEDGED WITH NONE.  A FULL
061400*    TABLE LOSES ONLY THE PRINT LINE - THE COUNTS AND THE CARRY
061500*    FILE ARE UNAFFECTED.
061600*--------------------------------------------------------------
061700     IF WS-EXC-USED NOT < WS-EXC-MAX
061800         DISPLAY "DLVRECN - EXCEPTION TABLE FULL, LINE "
061900                 "DROPPED FOR " DV-CYCLE-DATE " " DV-TRAN-REF
062000         GO TO 2700-EXIT
062100     END-IF.
062200     ADD 1 TO WS-EXC-USED.
062300     MOVE DV-DEPARTMENT    TO EX-DEPARTMENT (WS-EXC-USED).
062400     MOVE DV-CYCLE-DATE    TO EX-CYCLE-DATE (WS-EXC-USED).
062500     MOVE DV-TRAN-REF      TO EX-TRAN-REF (WS-EXC-USED).
062600     MOVE DV-REQUESTER-ID  TO EX-REQUESTER-ID (WS-EXC-USED).
062700     MOVE DV-MESSAGE-TYPE  TO EX-MESSAGE-TYPE (WS-EXC-USED).
062800     MOVE DV-CARRY-COUNT   TO EX-CARRY-COUNT (WS-EXC-USED).
062900     IF WS-ACK-MATCHED
063000         SET EX-IS-BOUNCED (WS-EXC-USED) TO TRUE
063100         MOVE AT-REASON-CODE (WS-ACK-SUB)
063200             TO EX-REASON-CODE (WS-EXC-USED)
063300         MOVE AT-REASON-TEXT (WS-ACK-SUB)
063400             TO EX-REASON-TEXT (WS-EXC-USED)
063500     ELSE
063600         SET EX-IS-UNACKED (WS-EXC-USED) TO TRUE
063700         MOVE SPACES TO EX-REASON-CODE (WS-EXC-USED)
063800         MOVE SPACES TO EX-REASON-TEXT (WS-EXC-USED)
063900     END-IF.
064000 2700-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------
064300 2800-CARRY-FORWARD.
064400*--------------------------------------------------------------
064500*    ROLL THE UNACKNOWLEDGED ITEM TO THE NEW CARRY FILE ONE
064600*    RECONCILIATION OLDER AND QUEUE ITS LISTING LINE.  AN ITEM
064700*    THAT WAS ALREADY CARRIED IN IS OVERDUE - THE GATEWAY HAS
064800*    HAD A FULL DAY TO ANSWER FOR IT.
064900*--------------------------------------------------------------
065000     ADD 1 TO WS-UNACKED-COUNT.
065100     IF WS-DEPT-FOUND
065200         ADD 1 TO DT-UNACKED-COUNT (WS-DEPT-SUB)
065300     END-IF.
065400     IF DV-CARRY-COUNT IS NOT NUMERIC
065500         MOVE 0 TO DV-CARRY-COUNT
065600     END-IF.
065700     ADD 1 TO DV-CARRY-COUNT.
065800     IF DV-CARRY-COUNT > 1
065900         ADD 1 TO WS-OVERDUE-COUNT
066000     END-IF.
066100     MOVE DELIVERY-REC TO DLVCNEW-REC.
066200     WRITE DLVCNEW-REC.
066300     PERFORM 2700-ADD-EXCEPTION THRU 2700-EXIT.
066400 2800-EXIT.
066500     EXIT.
066600*--------------------------------------------------------------
066700 3000-SORT-EXCEPTIONS.
066800*--------------------------------------------------------------
066900*    SORT THE EXCEPTIONS INTO DEPARTMENT ORDER (SEE
067000*    EX-SORT-KEY).  A STRAIGHT EXCHANGE SORT IS PLENTY FOR A
067100*    TABLE THIS SIZE.
067200*--------------------------------------------------------------
067300     IF WS-EXC-USED < 2
067400         GO TO 3000-EXIT
067500     END-IF.
067600     PERFORM 3100-SORT-EXC-PASS THRU 3100-EXIT
067700         VARYING WS-EXC-SUB FROM 1 BY 1
067800         UNTIL WS-EXC-SUB >= WS-EXC-USED.
067900 3000-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------
068200 3100-SORT-EXC-PASS.
068300*--------------------------------------------------------------
068400     PERFORM 3150-SORT-EXC-COMPARE THRU 3150-EXIT
068500         VARYING WS-EXC-SUB-2 FROM 1 BY 1
068600         UNTIL WS-EXC-SUB-2 >= WS-EXC-USED.
068700 3100-EXIT.
068800     EXIT.
068900*--------------------------------------------------------------
069000 3150-SORT-EXC-COMPARE.
069100*--------------------------------------------------------------
069200     IF EX-SORT-KEY (WS-EXC-SUB-2) >
069300        EX-SORT-KEY (WS-EXC-SUB-2 + 1)
069400         MOVE WS-EXC-ENTRY (WS-EXC-SUB-2)
069500             TO WS-EXC-SWAP-ENTRY
069600         MOVE WS-EXC-ENTRY (WS-EXC-SUB-2 + 1)
069700             TO WS-EXC-ENTRY (WS-EXC-SUB-2)
069800         MOVE WS-EXC-SWAP-ENTRY
069900             TO WS-EXC-ENTRY (WS-EXC-SUB-2 + 1)
070000     END-IF.
070100 3150-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------
070400 3500-SORT-DEPTS.
070500*--------------------------------------------------------------
070600*    SORT THE DEPARTMENT SUMMARY TABLE INTO DEPARTMENT ORDER.
070700*--------------------------------------------------------------
070800     IF WS-DEPT-USED < 2
070900         GO TO 3500-EXIT
071000     END-IF.
071100     PERFORM 3600-SORT-DEPT-PASS THRU 3600-EXIT
071200         VARYING WS-DEPT-SUB FROM 1 BY 1
071300         UNTIL WS-DEPT-SUB >= WS-DEPT-USED.
071400 3500-EXIT.
071500     EXIT.
071600*--------------------------------------------------------------
071700 3600-SORT-DEPT-PASS.
071800*--------------------------------------------------------------
071900     PERFORM 3650-SORT-DEPT-COMPARE THRU 3650-EXIT
072000         VARYING WS-DEPT-SUB-2 FROM 1 BY 1
072100         UNTIL WS-DEPT-SUB-2 >= WS-DEPT-USED.
072200 3600-EXIT.
072300     EXIT.
072400*--------------------------------------------------------------
072500 3650-SORT-DEPT-COMPARE.
072600*--------------------------------------------------------------
072700     IF DT-DEPARTMENT (WS-DEPT-SUB-2) >
072800        DT-DEPARTMENT (WS-DEPT-SUB-2 + 1)
072900         MOVE WS-DEPT-ENTRY (WS-DEPT-SUB-2)
073000             TO WS-DEPT-SWAP-ENTRY
073100         MOVE WS-DEPT-ENTRY (WS-DEPT-SUB-2 + 1)
073200             TO WS-DEPT-ENTRY (WS-DEPT-SUB-2)
073300         MOVE WS-DEPT-SWAP-ENTRY
073400             TO WS-DEPT-ENTRY (WS-DEPT-SUB-2 + 1)
073500     END-IF.
073600 3650-EXIT.
073700     EXIT.
073800*--------------------------------------------------------------
073900 4000-PRINT-EXCEPTIONS.
074000*--------------------------------------------------------------
074100*    PRINT EVERY UNDELIVERED AND UNACKNOWLEDGED ITEM BY
074200*    DEPARTMENT, WITH A BLANK LINE BETWEEN DEPARTMENTS, SO EACH
074300*    REGIONAL DESK CAN BE HANDED ITS OWN OUTSTANDING ITEMS.
074400*--------------------------------------------------------------
074500     MOVE WS-EXC-COLUMNS TO WS-CURRENT-COLUMNS.
074600     IF WS-LINE-COUNT + 3 >= WS-MAX-LINES-PER-PAGE
074700         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
074800     END-IF.
074900     MOVE SPACES TO DLVRRPT-REC.
075000     WRITE DLVRRPT-REC.
075100     MOVE SPACES TO WS-SECTION-LINE.
075200     MOVE "UNDELIVERED AND UNACKNOWLEDGED ITEMS BY DEPARTMENT"
075300         TO SL-SECTION-TITLE.
075400     MOVE WS-SECTION-LINE TO DLVRRPT-REC.
075500     WRITE DLVRRPT-REC.
075600     MOVE WS-EXC-COLUMNS TO DLVRRPT-REC.
075700     WRITE DLVRRPT-REC.
075800     ADD 3 TO WS-LINE-COUNT.
075900     IF WS-EXC-USED > 0
076000         MOVE EX-DEPARTMENT (1) TO WS-EXC-LAST-DEPT
076100     END-IF.
076200     PERFORM 4100-PRINT-EXCEPTION-LINE THRU 4100-EXIT
076300         VARYING WS-EXC-SUB FROM 1 BY 1
076400         UNTIL WS-EXC-SUB > WS-EXC-USED.
076500 4000-EXIT.
076600     EXIT.
076700*--------------------------------------------------------------
076800 4100-PRINT-EXCEPTION-LINE.
076900*--------------------------------------------------------------
077000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
077100         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
077200     END-IF.
077300     IF EX-DEPARTMENT (WS-EXC-SUB) NOT = WS-EXC-LAST-DEPT
077400         MOVE EX-DEPARTMENT (WS-EXC-SUB) TO WS-EXC-LAST-DEPT
077500         MOVE SPACES TO DLVRRPT-REC
077600         WRITE DLVRRPT-REC
077700         ADD 1 TO WS-LINE-COUNT
077800     END-IF.
077900     MOVE SPACES                       TO WS-EXC-DETAIL-LINE.
078000     MOVE EX-DEPARTMENT (WS-EXC-SUB)   TO XL-DEPARTMENT.
078100     IF EX-IS-BOUNCED (WS-EXC-SUB)
078200         MOVE "BOUNCED"                TO XL-OUTCOME
078300     ELSE
078400         MOVE "NO ACK"                 TO XL-OUTCOME
078500     END-IF.
078600     MOVE EX-CYCLE-DATE (WS-EXC-SUB)   TO XL-CYCLE-DATE.
078700     MOVE EX-TRAN-REF (WS-EXC-SUB)     TO XL-TRAN-REF.
078800     MOVE EX-REQUESTER-ID (WS-EXC-SUB) TO XL-REQUESTER-ID.
078900     MOVE EX-MESSAGE-TYPE (WS-EXC-SUB) TO XL-MESSAGE-TYPE.
079000     MOVE EX-CARRY-COUNT (WS-EXC-SUB)  TO XL-CARRY-COUNT.
079100     MOVE EX-REASON-CODE (WS-EXC-SUB)  TO XL-REASON-CODE.
079200     MOVE EX-REASON-TEXT (WS-EXC-SUB)  TO XL-REASON-TEXT.
079300     MOVE WS-EXC-DETAIL-LINE TO DLVRRPT-REC.
079400     WRITE DLVRRPT-REC.
079500     ADD 1 TO WS-LINE-COUNT.
079600 4100-EXIT.
079700     EXIT.
079800*--------------------------------------------------------------
079900 6000-PRINT-UNMATCHED.
080000*--------------------------------------------------------------
080100*    PRINT EVERY ACKNOWLEDGEMENT NO ITEM CLAIMED - A KEY THE
080200*    GATEWAY MANGLED, A SECOND ACK FOR AN ITEM ALREADY
080300*    ANSWERED, OR A STATUS THAT IS NEITHER DELIVERED NOR
080400*    BOUNCED.  THESE SET RC=4 IN 9000.
080500*--------------------------------------------------------------
080600     MOVE WS-UNM-COLUMNS TO WS-CURRENT-COLUMNS.
080700     IF WS-LINE-COUNT + 3 >= WS-MAX-LINES-PER-PAGE
080800         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
080900     END-IF.
081000     MOVE SPACES TO DLVRRPT-REC.
081100     WRITE DLVRRPT-REC.
081200     MOVE SPACES TO WS-SECTION-LINE.
081300     MOVE "UNMATCHED ACKNOWLEDGEMENTS" TO SL-SECTION-TITLE.
081400     MOVE WS-SECTION-LINE TO DLVRRPT-REC.
081500     WRITE DLVRRPT-REC.
081600     MOVE WS-UNM-COLUMNS TO DLVRRPT-REC.
081700     WRITE DLVRRPT-REC.
081800     ADD 3 TO WS-LINE-COUNT.
081900     PERFORM 6100-PRINT-UNMATCHED-LINE THRU 6100-EXIT
082000         VARYING WS-ACK-SUB FROM 1 BY 1
082100         UNTIL WS-ACK-SUB > WS-ACK-USED.
082200 6000-EXIT.
082300     EXIT.
082400*--------------------------------------------------------------
082500 6100-PRINT-UNMATCHED-LINE.
082600*--------------------------------------------------------------
082700     IF AT-USED-SWITCH (WS-ACK-SUB) = "Y"
082800         GO TO 6100-EXIT
082900     END-IF.
083000     ADD 1 TO WS-UNMATCHED-COUNT.
083100     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
083200         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
083300     END-IF.
083400     MOVE SPACES                      TO WS-UNM-DETAIL-LINE.
083500     MOVE AT-CYCLE-DATE (WS-ACK-SUB)  TO UL-CYCLE-DATE.
083600     MOVE AT-TRAN-REF (WS-ACK-SUB)    TO UL-TRAN-REF.
083700     MOVE AT-ACK-STATUS (WS-ACK-SUB)  TO UL-ACK-STATUS.
083800     MOVE AT-REASON-CODE (WS-ACK-SUB) TO UL-REASON-CODE.
083900     MOVE AT-REASON-TEXT (WS-ACK-SUB) TO UL-REASON-TEXT.
084000     IF AT-USED-SWITCH (WS-ACK-SUB) = "X"
084100         MOVE "INVALID ACK STATUS"     TO UL-RESULT
084200     ELSE
084300         SET WS-ACK-NOT-MATCHED TO TRUE
084400         PERFORM 6150-FIND-CLAIMED THRU 6150-EXIT
084500             VARYING WS-ACK-SUB-2 FROM 1 BY 1
084600             UNTIL WS-ACK-SUB-2 > WS-ACK-USED
084700                OR WS-ACK-MATCHED
084800         IF WS-ACK-MATCHED
084900             MOVE "DUPLICATE ACKNOWLEDGEMENT" TO UL-RESULT
085000         ELSE
085100             MOVE "NO MATCHING DELIVERY"      TO UL-RESULT
085200         END-IF
085300     END-IF.
085400     MOVE WS-UNM-DETAIL-LINE TO DLVRRPT-REC.
085500     WRITE DLVRRPT-REC.
085600     ADD 1 TO WS-LINE-COUNT.
085700 6100-EXIT.
085800     EXIT.
085900*--------------------------------------------------------------
086000 6150-FIND-CLAIMED.
086100*--------------------------------------------------------------
086200     IF  AT-DELIVERY-KEY (WS-ACK-SUB-2) =
086300         AT-DELIVERY-KEY (WS-ACK-SUB)
086400     AND AT-USED-SWITCH (WS-ACK-SUB-2) = "Y"
086500         SET WS-ACK-MATCHED TO TRUE
086600     END-IF.
086700 6150-EXIT.
086800     EXIT.
086900*--------------------------------------------------------------
087000 6500-PRINT-DEPT-SUMMARY.
087100*--------------------------------------------------------------
087200*    PRINT ONE LINE PER DEPARTMENT - ITEMS RECONCILED AND HOW
087300*    EACH ENDED: DELIVERED, BOUNCED OR STILL UNACKNOWLEDGED.
087400*--------------------------------------------------------------
087500     MOVE WS-DEPT-COLUMNS TO WS-CURRENT-COLUMNS.
087600     IF WS-LINE-COUNT + 3 >= WS-MAX-LINES-PER-PAGE
087700         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
087800     END-IF.
087900     MOVE SPACES TO DLVRRPT-REC.
088000     WRITE DLVRRPT-REC.
088100     MOVE SPACES TO WS-SECTION-LINE.
088200     MOVE "DEPARTMENT SUMMARY" TO SL-SECTION-TITLE.
088300     MOVE WS-SECTION-LINE TO DLVRRPT-REC.
088400     WRITE DLVRRPT-REC.
088500     MOVE WS-DEPT-COLUMNS TO DLVRRPT-REC.
088600     WRITE DLVRRPT-REC.
088700     ADD 3 TO WS-LINE-COUNT.
088800     PERFORM 6600-PRINT-DEPT-LINE THRU 6600-EXIT
088900         VARYING WS-DEPT-SUB FROM 1 BY 1
089000         UNTIL WS-DEPT-SUB > WS-DEPT-USED.
089100 6500-EXIT.
089200     EXIT.
089300*--------------------------------------------------------------
089400 6600-PRINT-DEPT-LINE.
089500*--------------------------------------------------------------
089600     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
089700         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
089800     END-IF.
089900     MOVE SPACES TO WS-DEPT-DETAIL-LINE.
090000     MOVE DT-DEPARTMENT (WS-DEPT-SUB)      TO DL-DEPARTMENT.
090100     MOVE DT-ITEM-COUNT (WS-DEPT-SUB)      TO DL-ITEM-COUNT.
090200     MOVE DT-DELIVERED-COUNT (WS-DEPT-SUB)
090300         TO DL-DELIVERED-COUNT.
090400     MOVE DT-BOUNCED-COUNT (WS-DEPT-SUB)   TO DL-BOUNCED-COUNT.
090500     MOVE DT-UNACKED-COUNT (WS-DEPT-SUB)   TO DL-UNACKED-COUNT.
090600     MOVE WS-DEPT-DETAIL-LINE TO DLVRRPT-REC.
090700     WRITE DLVRRPT-REC.
090800     ADD 1 TO WS-LINE-COUNT.
090900 6600-EXIT.
091000     EXIT.
091100*--------------------------------------------------------------
091200 8000-WRITE-HEADERS.
091300*--------------------------------------------------------------
091400     ADD 1 TO WS-PAGE-COUNT.
091500     MOVE 0 TO WS-LINE-COUNT.
091600     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
091700     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
091800     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
091900     MOVE WS-CYCLE-DATE      TO H2-CYCLE-DATE.
092000     MOVE WS-HEADER-LINE-1   TO DLVRRPT-REC.
092100     WRITE DLVRRPT-REC.
092200     MOVE WS-HEADER-LINE-2   TO DLVRRPT-REC.
092300     WRITE DLVRRPT-REC.
092400     MOVE WS-CURRENT-COLUMNS TO DLVRRPT-REC.
092500     WRITE DLVRRPT-REC.
092600     MOVE SPACES             TO DLVRRPT-REC.
092700     WRITE DLVRRPT-REC.
092800     ADD 4 TO WS-LINE-COUNT.
092900 8000-EXIT.
093000     EXIT.
093100*--------------------------------------------------------------
093200 8100-WRITE-TRAILER.
093300*--------------------------------------------------------------
093400*    WRITE THE RUN TOTALS.  A RUN WITH NOTHING TO DO STILL
093500*    PRINTS ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
093600*--------------------------------------------------------------
093700     IF WS-PAGE-COUNT = 0
093800         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
093900     END-IF.
094000     MOVE SPACES TO DLVRRPT-REC.
094100     WRITE DLVRRPT-REC.
094200     MOVE WS-CARRY-IN-COUNT   TO TR-CARRY-IN-COUNT.
094300     MOVE WS-EXTRACT-IN-COUNT TO TR-EXTRACT-IN-COUNT.
094400     MOVE WS-DUPLICATE-COUNT  TO TR-DUPLICATE-COUNT.
094500     MOVE WS-TRAILER-LINE-1   TO DLVRRPT-REC.
094600     WRITE DLVRRPT-REC.
094700     MOVE WS-DELIVERED-COUNT  TO TR-DELIVERED-COUNT.
094800     MOVE WS-BOUNCED-COUNT    TO TR-BOUNCED-COUNT.
094900     MOVE WS-UNACKED-COUNT    TO TR-UNACKED-COUNT.
095000     MOVE WS-OVERDUE-COUNT    TO TR-OVERDUE-COUNT.
095100     MOVE WS-TRAILER-LINE-2   TO DLVRRPT-REC.
095200     WRITE DLVRRPT-REC.
095300     MOVE WS-ACK-READ-COUNT   TO TR-ACK-READ-COUNT.
095400     MOVE WS-UNMATCHED-COUNT  TO TR-UNMATCHED-COUNT.
095500     MOVE WS-TRAILER-LINE-3   TO DLVRRPT-REC.
095600     WRITE DLVRRPT-REC.
095700 8100-EXIT.
095800     EXIT.
095900*--------------------------------------------------------------
096000 9000-TERMINATE.
096100*--------------------------------------------------------------
096200     IF WS-DELIVOUT-STATUS NOT = "35"
096300         CLOSE DELIVOUT
096400     END-IF.
096500     IF WS-DLVCARRY-STATUS NOT = "35"
096600         CLOSE DLVCARRY
096700     END-IF.
096800     IF WS-DLVACK-STATUS NOT = "35"
096900         CLOSE DLVACK
097000     END-IF.
097100     CLOSE DLVCNEW.
097200     CLOSE DLVRRPT.
097300     IF WS-BOUNCED-COUNT > 0
097400      OR WS-UNMATCHED-COUNT > 0
097500      OR WS-OVERDUE-COUNT > 0
097600         MOVE 4 TO RETURN-CODE
097700     ELSE
097800         MOVE 0 TO RETURN-CODE
097900     END-IF.
098000 9000-EXIT.
098100     EXIT.
098200*--------------------------------------------------------------
098300 9999-EXIT.
098400*--------------------------------------------------------------
098500     STOP RUN.
