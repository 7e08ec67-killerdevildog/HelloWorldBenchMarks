000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HELDRPT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  HELD-MESSAGE QUEUE
001100*                    AGING REPORT.  LISTS EVERY GREETING
001200*                    REQUEST HELLOWORLD HAS HELD ON HELDMSG
001300*                    (HELDREC) BECAUSE ITS MESSAGE TYPE'S
001400*                    DELIVERY WINDOW WAS SHUT, BY DEPARTMENT
001500*                    AND MESSAGE TYPE, OLDEST FIRST, WITH HOW
001600*                    LONG EACH HAS WAITED, WHY IT IS HELD AND
001700*                    THE EARLIEST MOMENT ITS WINDOW OPENS.
001800*                    EACH MESSAGE TYPE AND DEPARTMENT GETS A
001900*                    TOTAL LINE WITH ITS OLDEST WAIT.  A HOLD
002000*                    THAT HAS WAITED AT LEAST THE PARM CARD'S
002100*                    DAY COUNT (DEFAULT 2) IS FLAGGED OVERDUE
002200*                    AND ENDS THE RUN RC 4.
002300*--------------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HELDMSG    ASSIGN TO HELDMSG
003100                       ORGANIZATION IS INDEXED
003200                       ACCESS MODE IS SEQUENTIAL
003300                       RECORD KEY IS HM-HELD-KEY
003400                       FILE STATUS IS WS-HELDMSG-STATUS.
003500     SELECT REPTOUT    ASSIGN TO REPTOUT
003600                       ORGANIZATION IS LINE SEQUENTIAL
003700                       FILE STATUS IS WS-REPTOUT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HELDMSG.
004100 COPY HELDREC.
004200 FD  REPTOUT
004300     RECORDING MODE IS F.
004400 01  PRINT-LINE                  PIC X(133).
004500 WORKING-STORAGE SECTION.
004600*--------------------------------------------------------------
004700* PARM CARD - THE NUMBER OF DAYS A HOLD MAY WAIT BEFORE IT IS
004800* REPORTED OVERDUE, DEFAULTING TO WS-DEFAULT-OVERDUE-DAYS
004900*--------------------------------------------------------------
005000 01  WS-PARM-CARD.
005100     05  WS-PARM-OVERDUE-DAYS    PIC X(03).
005200     05  WS-PARM-OVERDUE-DAYS-N  REDEFINES WS-PARM-OVERDUE-DAYS
005300                                 PIC 9(03).
005400     05  FILLER                  PIC X(77).
005500 01  WS-DEFAULT-OVERDUE-DAYS     PIC 9(03) VALUE 2.
005600 01  WS-OVERDUE-DAYS             PIC 9(03).
005700*--------------------------------------------------------------
005800* FILE STATUS FIELDS AND SWITCHES
005900*--------------------------------------------------------------
006000 01  WS-HELDMSG-STATUS           PIC X(02).
006100 01  WS-REPTOUT-STATUS           PIC X(02).
006200 01  WS-EOF-SWITCH               PIC X(01).
006300     88  WS-END-OF-FILE          VALUE "Y".
006400     88  WS-NOT-END-OF-FILE      VALUE "N".
006500 01  WS-PARM-VALID-SWITCH        PIC X(01).
006600     88  WS-PARM-IS-VALID        VALUE "Y".
006700     88  WS-PARM-IS-INVALID      VALUE "N".
006800*--------------------------------------------------------------
006900* HELD TABLE - EVERY HOLD ON THE FILE, SORTED FOR PRINTING.
007000* HE-SORT-KEY ORDERS BY DEPARTMENT, THEN MESSAGE TYPE, THEN
007100* OLDEST HOLD FIRST.  THE CYCLE DATE THE HOLD WAS TAKEN IN IS
007200* PART OF ITS KEY - TRAN-REFS ARE ONLY UNIQUE WITHIN A CYCLE -
007300* SO IT IS CARRIED AND PRINTED BESIDE THE TRAN-REF.
007400*--------------------------------------------------------------
007500 01  WS-HELD-MAX                 PIC 9(04) COMP VALUE 2000.
007600 01  WS-HELD-USED                PIC 9(04) COMP VALUE 0.
007700 01  WS-HELD-SUB                 PIC 9(04) COMP.
007800 01  WS-HELD-SUB-2               PIC 9(04) COMP.
007900 01  WS-HELD-TABLE.
008000     05  WS-HELD-ENTRY           OCCURS 2000 TIMES.
008100         10  HE-SORT-KEY.
008200             15  HE-DEPARTMENT   PIC X(10).
008300             15  HE-MESSAGE-TYPE PIC X(04).
008400             15  HE-HELD-DATE    PIC 9(08).
008500             15  HE-HELD-TIME    PIC 9(08).
008600             15  HE-CYCLE-DATE   PIC 9(08).
008700             15  HE-TRAN-REF     PIC X(12).
008800         10  HE-STEP-NAME        PIC X(08).
008900         10  HE-REASON-TEXT      PIC X(30).
009000         10  HE-RELEASE-DATE     PIC 9(08).
009100         10  HE-RELEASE-TIME     PIC 9(04).
009200         10  HE-AGE-HOURS        PIC 9(07).
009300 01  WS-HELD-SWAP-ENTRY          PIC X(107).
009400 01  WS-LAST-DEPARTMENT          PIC X(10).
009500 01  WS-LAST-MESSAGE-TYPE        PIC X(04).
009600*--------------------------------------------------------------
009700* AGE WORK AREAS - A HOLD'S WAIT IS THE WHOLE HOURS FROM WHEN
009800* IT WAS FIRST HELD TO THE RUN DATE AND TIME
009900*--------------------------------------------------------------
010000 01  WS-DTS-DATE                 PIC 9(08).
010100 01  WS-DTS-PARTS REDEFINES WS-DTS-DATE.
010200     05  WS-DTS-YEAR             PIC 9(04).
010300     05  WS-DTS-MONTH            PIC 9(02).
010400     05  WS-DTS-DAY              PIC 9(02).
010500 01  WS-DTS-WORK-1               PIC 9(07) COMP.
010600 01  WS-DTS-WORK-2               PIC 9(07) COMP.
010700 01  WS-DTS-WORK-3               PIC 9(07) COMP.
010800 01  WS-DTS-SERIAL               PIC 9(07) COMP.
010900 01  WS-RUN-SERIAL               PIC 9(07) COMP.
011000 01  WS-RUN-HOUR                 PIC 9(02).
011100 01  WS-HELD-HOUR                PIC 9(02).
011200 01  WS-AGE-WORK                 PIC S9(07) COMP.
011300 01  WS-AGE-DAYS                 PIC 9(05) COMP.
011400 01  WS-AGE-REM-HOURS            PIC 9(02) COMP.
011500 01  WS-HELD-HHMM                PIC 9(04).
011600*--------------------------------------------------------------
011700* COUNTERS AND RUN CONTEXT.  THE TYPE AND DEPARTMENT FIELDS
011800* ARE THE RUNNING TOTALS FOR THE GROUP BEING PRINTED.
011900*--------------------------------------------------------------
012000 01  WS-RECORD-COUNT             PIC 9(06) COMP VALUE 0.
012100 01  WS-OVERDUE-COUNT            PIC 9(06) COMP VALUE 0.
012200 01  WS-DROPPED-COUNT            PIC 9(06) COMP VALUE 0.
012300 01  WS-OLDEST-HOURS             PIC 9(07) COMP VALUE 0.
012400 01  WS-TYPE-COUNT               PIC 9(06) COMP VALUE 0.
012500 01  WS-TYPE-OVERDUE             PIC 9(06) COMP VALUE 0.
012600 01  WS-TYPE-OLDEST              PIC 9(07) COMP VALUE 0.
012700 01  WS-DEPT-COUNT               PIC 9(06) COMP VALUE 0.
012800 01  WS-DEPT-OVERDUE             PIC 9(06) COMP VALUE 0.
012900 01  WS-DEPT-OLDEST              PIC 9(07) COMP VALUE 0.
013000 01  WS-RUN-DATE                 PIC 9(08).
013100 01  WS-RUN-TIME                 PIC 9(08).
013200*--------------------------------------------------------------
013300* PAGE / LINE CONTROL
013400*--------------------------------------------------------------
013500 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
013600 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
013700 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
013800*--------------------------------------------------------------
013900* REPORT LINE LAYOUTS
014000*--------------------------------------------------------------
014100 01  WS-HEADER-LINE-1.
014200     05  FILLER                  PIC X(01)  VALUE SPACE.
014300     05  FILLER                  PIC X(22)  VALUE
014400             "HELDRPT - HELD MESSAGE".
014500     05  FILLER                  PIC X(12)  VALUE
014600             " QUEUE AGING".
014700     05  FILLER                  PIC X(10)  VALUE "      PAGE".
014800     05  FILLER                  PIC X(01)  VALUE SPACE.
014900     05  H1-PAGE-NUMBER          PIC ZZZ9.
015000     05  FILLER                  PIC X(83)  VALUE SPACES.
015100 01  WS-HEADER-LINE-2.
015200     05  FILLER                  PIC X(01)  VALUE SPACE.
015300     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
015400     05  H2-RUN-DATE             PIC 9(08).
015500     05  FILLER                  PIC X(05)  VALUE SPACES.
015600     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
015700     05  H2-RUN-TIME             PIC 9(08).
015800     05  FILLER                  PIC X(05)  VALUE SPACES.
015900     05  FILLER                  PIC X(15)  VALUE
016000             "OVERDUE AFTER: ".
016100     05  H2-OVERDUE-DAYS         PIC ZZ9.
016200     05  FILLER                  PIC X(05)  VALUE " DAYS".
016300     05  FILLER                  PIC X(61)  VALUE SPACES.
016400 01  WS-HEADER-LINE-3.
016500     05  FILLER                  PIC X(01)  VALUE SPACE.
016600     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
016700     05  FILLER                  PIC X(02)  VALUE SPACES.
016800     05  FILLER                  PIC X(04)  VALUE "TYPE".
016900     05  FILLER                  PIC X(02)  VALUE SPACES.
017000     05  FILLER                  PIC X(08)  VALUE "CYCLE".
017100     05  FILLER                  PIC X(02)  VALUE SPACES.
017200     05  FILLER                  PIC X(12)  VALUE "TRAN-REF".
017300     05  FILLER                  PIC X(02)  VALUE SPACES.
017400     05  FILLER                  PIC X(08)  VALUE "STEP".
017500     05  FILLER                  PIC X(02)  VALUE SPACES.
017600     05  FILLER                  PIC X(13)  VALUE "HELD SINCE".
017700     05  FILLER                  PIC X(02)  VALUE SPACES.
017800     05  FILLER                  PIC X(09)  VALUE "   WAITED".
017900     05  FILLER                  PIC X(02)  VALUE SPACES.
018000     05  FILLER                  PIC X(30)  VALUE "REASON".
018100     05  FILLER                  PIC X(02)  VALUE SPACES.
018200     05  FILLER                  PIC X(13)  VALUE
018300             "EARLIEST OPEN".
018400     05  FILLER                  PIC X(02)  VALUE SPACES.
018500     05  FILLER                  PIC X(07)  VALUE "STATUS".
018600 01  WS-DETAIL-LINE.
018700     05  FILLER                  PIC X(01)  VALUE SPACE.
018800     05  DL-DEPARTMENT           PIC X(10).
018900     05  FILLER                  PIC X(02)  VALUE SPACES.
019000     05  DL-MESSAGE-TYPE         PIC X(04).
019100     05  FILLER                  PIC X(02)  VALUE SPACES.
019200     05  DL-CYCLE-DATE           PIC 9(08).
019300     05  FILLER                  PIC X(02)  VALUE SPACES.
019400     05  DL-TRAN-REF             PIC X(12).
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  DL-STEP-NAME            PIC X(08).
019700     05  FILLER                  PIC X(02)  VALUE SPACES.
019800     05  DL-HELD-DATE            PIC 9(08).
019900     05  FILLER                  PIC X(01)  VALUE SPACE.
020000     05  DL-HELD-TIME            PIC 9(04).
020100     05  FILLER                  PIC X(02)  VALUE SPACES.
020200     05  DL-AGE-DAYS             PIC ZZZ9.
020300     05  FILLER                  PIC X(02)  VALUE "D ".
020400     05  DL-AGE-HOURS            PIC Z9.
020500     05  FILLER                  PIC X(01)  VALUE "H".
020600     05  FILLER                  PIC X(02)  VALUE SPACES.
020700     05  DL-REASON-TEXT          PIC X(30).
020800     05  FILLER                  PIC X(02)  VALUE SPACES.
020900     05  DL-RELEASE-DATE         PIC X(08).
021000     05  FILLER                  PIC X(01)  VALUE SPACE.
021100     05  DL-RELEASE-TIME         PIC X(04).
021200     05  FILLER                  PIC X(02)  VALUE SPACES.
021300     05  DL-STATUS               PIC X(07).
021400 01  WS-TOTAL-LINE.
021500     05  FILLER                  PIC X(01)  VALUE SPACE.
021600     05  TL-DEPARTMENT           PIC X(10).
021700     05  FILLER                  PIC X(02)  VALUE SPACES.
021800     05  TL-MESSAGE-TYPE         PIC X(04).
021900     05  FILLER                  PIC X(02)  VALUE SPACES.
022000     05  TL-CAPTION              PIC X(20).
022100     05  FILLER                  PIC X(07)  VALUE "HELD = ".
022200     05  TL-HELD-COUNT           PIC ZZZ,ZZ9.
022300     05  FILLER                  PIC X(11)  VALUE
022400             "  OLDEST = ".
022500     05  TL-OLDEST-DAYS          PIC ZZZ9.
022600     05  FILLER                  PIC X(02)  VALUE "D ".
022700     05  TL-OLDEST-HOURS         PIC Z9.
022800     05  FILLER                  PIC X(01)  VALUE "H".
022900     05  FILLER                  PIC X(12)  VALUE
023000             "  OVERDUE = ".
023100     05  TL-OVERDUE-COUNT        PIC ZZZ,ZZ9.
023200     05  FILLER                  PIC X(41)  VALUE SPACES.
023300 01  WS-TRAILER-LINE-1.
023400     05  FILLER                  PIC X(01)  VALUE SPACE.
023500     05  FILLER                  PIC X(24)  VALUE
023600             "HELD MESSAGES REPORTED =".
023700     05  TR-RECORD-COUNT         PIC ZZZ,ZZ9.
023800     05  FILLER                  PIC X(101) VALUE SPACES.
023900 01  WS-TRAILER-LINE-2.
024000     05  FILLER                  PIC X(01)  VALUE SPACE.
024100     05  FILLER                  PIC X(10)  VALUE "OVERDUE = ".
024200     05  TR-OVERDUE-COUNT        PIC ZZZ,ZZ9.
024300     05  FILLER                  PIC X(11)  VALUE
024400             "  OLDEST = ".
024500     05  TR-OLDEST-DAYS          PIC ZZZ9.
024600     05  FILLER                  PIC X(02)  VALUE "D ".
024700     05  TR-OLDEST-HOURS         PIC Z9.
024800     05  FILLER                  PIC X(01)  VALUE "H".
024900     05  FILLER                  PIC X(16)  VALUE
025000             "  NOT REPORTED =".
025100     05  TR-DROPPED-COUNT        PIC ZZZ,ZZ9.
025200     05  FILLER                  PIC X(72)  VALUE SPACES.
025300 PROCEDURE DIVISION.
025400*--------------------------------------------------------------
025500 0000-MAINLINE.
025600*--------------------------------------------------------------
025700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
025800     IF WS-PARM-IS-INVALID
025900         GO TO 9999-EXIT
026000     END-IF.
026100     PERFORM 2000-LOAD-HELD      THRU 2000-EXIT
026200             UNTIL WS-END-OF-FILE.
026300     PERFORM 3000-SORT-HELD      THRU 3000-EXIT.
026400     PERFORM 4000-PRINT-HELD     THRU 4000-EXIT.
026500     PERFORM 8100-WRITE-TRAILER  THRU 8100-EXIT.
026600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026700     GO TO 9999-EXIT.
026800*--------------------------------------------------------------
026900 1000-INITIALIZE.
027000*--------------------------------------------------------------
027100*    PICK UP THE OVERDUE DAY COUNT FROM THE PARM CARD - A PARM
027200*    THAT IS PRESENT BUT NOT NUMERIC ENDS THE RUN RC 16 RATHER
027300*    THAN FLAG THE WRONG HOLDS.  A MISSING HELDMSG FILE MEANS
027400*    NOTHING HAS EVER BEEN HELD AND IS A VALID QUIET STATE.
027500*--------------------------------------------------------------
027600     SET WS-PARM-IS-VALID     TO TRUE.
027700     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.
027800     ACCEPT WS-RUN-TIME       FROM TIME.
027900     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
028000     MOVE SPACES              TO WS-PARM-CARD.
028100     ACCEPT WS-PARM-CARD      FROM COMMAND-LINE.
028200     IF WS-PARM-OVERDUE-DAYS = SPACES
028300         MOVE WS-DEFAULT-OVERDUE-DAYS TO WS-OVERDUE-DAYS
028400     ELSE
028500         IF WS-PARM-OVERDUE-DAYS IS NOT NUMERIC
028600             SET WS-PARM-IS-INVALID TO TRUE
028700         ELSE
028800             MOVE WS-PARM-OVERDUE-DAYS-N TO WS-OVERDUE-DAYS
028900         END-IF
029000     END-IF.
029100     IF WS-PARM-IS-INVALID
029200         DISPLAY "HELDRPT - ABEND - PARM OVERDUE DAYS IS "
029300                 "NOT NNN: " WS-PARM-OVERDUE-DAYS
029400         MOVE 16 TO RETURN-CODE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     MOVE WS-RUN-DATE         TO WS-DTS-DATE.
029800     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
029900     MOVE WS-DTS-SERIAL       TO WS-RUN-SERIAL.
030000     DIVIDE WS-RUN-TIME BY 1000000 GIVING WS-RUN-HOUR.
030100     OPEN OUTPUT REPTOUT.
030200     SET WS-NOT-END-OF-FILE   TO TRUE.
030300     OPEN INPUT HELDMSG.
030400     IF WS-HELDMSG-STATUS NOT = "00"
030500         SET WS-END-OF-FILE TO TRUE
030600         DISPLAY "HELDRPT - HELDMSG NOT AVAILABLE, STATUS="
030700                 WS-HELDMSG-STATUS " - NOTHING TO REPORT"
030800     END-IF.
030900 1000-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------
031200 2000-LOAD-HELD.
031300*--------------------------------------------------------------
031400*    READ THE NEXT HOLD, WORK OUT HOW LONG IT HAS WAITED AND
031500*    ADD IT TO THE TABLE.  A FULL TABLE DROPS THE HOLD FROM
031600*    THE LISTING (COUNTED AS NOT REPORTED) RATHER THAN
031700*    ABENDING THE REPORT RUN.
031800*--------------------------------------------------------------
031900     READ HELDMSG NEXT RECORD
032000         AT END
032100             SET WS-END-OF-FILE TO TRUE
032200             GO TO 2000-EXIT
032300     END-READ.
032400     ADD 1 TO WS-RECORD-COUNT.
032500     IF WS-HELD-USED NOT < WS-HELD-MAX
032600         DISPLAY "HELDRPT - HELD TABLE FULL, HOLD NOT "
032700                 "REPORTED " HM-HELD-KEY
032800         ADD 1 TO WS-DROPPED-COUNT
032900         GO TO 2000-EXIT
033000     END-IF.
033100     ADD 1 TO WS-HELD-USED.
033200     MOVE WS-HELD-USED        TO WS-HELD-SUB.
033300     MOVE HM-DEPARTMENT       TO HE-DEPARTMENT (WS-HELD-SUB).
033400     MOVE HM-MESSAGE-TYPE     TO HE-MESSAGE-TYPE (WS-HELD-SUB).
033500     MOVE HM-HELD-DATE        TO HE-HELD-DATE (WS-HELD-SUB).
033600     MOVE HM-HELD-TIME        TO HE-HELD-TIME (WS-HELD-SUB).
033700     MOVE HM-TRAN-REF         TO HE-TRAN-REF (WS-HELD-SUB).
033800     MOVE HM-CYCLE-DATE       TO HE-CYCLE-DATE (WS-HELD-SUB).
033900     MOVE HM-STEP-NAME        TO HE-STEP-NAME (WS-HELD-SUB).
034000     MOVE HM-REASON-TEXT      TO HE-REASON-TEXT (WS-HELD-SUB).
034100     MOVE HM-RELEASE-DATE     TO HE-RELEASE-DATE (WS-HELD-SUB).
034200     MOVE HM-RELEASE-TIME     TO HE-RELEASE-TIME (WS-HELD-SUB).
034300     PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT.
034400     MOVE WS-AGE-WORK         TO HE-AGE-HOURS (WS-HELD-SUB).
034500 2000-EXIT.
034600     EXIT.
034700*--------------------------------------------------------------
034800 2100-COMPUTE-AGE.
034900*--------------------------------------------------------------
035000*    THE WAIT IN WHOLE HOURS: THE DAYS BETWEEN THE FIRST-HELD
035100*    DATE AND THE RUN DATE, PLUS THE DIFFERENCE IN THE HOUR
035200*    OF DAY.  A HELD STAMP THAT IS MISSING OR LATER THAN THE
035300*    RUN CLOCK (A RERUN AGAINST A RESTORED FILE) COUNTS AS NO
035400*    WAIT RATHER THAN A NEGATIVE ONE.
035500*--------------------------------------------------------------
035600     MOVE 0 TO WS-AGE-WORK.
035700     IF HM-HELD-DATE IS NOT NUMERIC
035800      OR HM-HELD-DATE = 0
035900      OR HM-HELD-TIME IS NOT NUMERIC
036000         GO TO 2100-EXIT
036100     END-IF.
036200     MOVE HM-HELD-DATE        TO WS-DTS-DATE.
036300     PERFORM 5000-DATE-TO-SERIAL THRU 5000-EXIT.
036400     DIVIDE HM-HELD-TIME BY 1000000 GIVING WS-HELD-HOUR.
036500     COMPUTE WS-AGE-WORK =
036600             ((WS-RUN-SERIAL - WS-DTS-SERIAL) * 24)
036700             + WS-RUN-HOUR - WS-HELD-HOUR.
036800     IF WS-AGE-WORK < 0
036900         MOVE 0 TO WS-AGE-WORK
037000     END-IF.
037100 2100-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------
037400 3000-SORT-HELD.
037500*--------------------------------------------------------------
037600*    SORT THE HOLDS INTO DEPARTMENT AND MESSAGE TYPE ORDER,
037700*    OLDEST FIRST (SEE HE-SORT-KEY).  A STRAIGHT EXCHANGE
037800*    SORT IS PLENTY FOR A QUEUE THIS SIZE.
037900*--------------------------------------------------------------
038000     IF WS-HELD-USED < 2
038100         GO TO 3000-EXIT
038200     END-IF.
038300     PERFORM 3100-SORT-HELD-PASS THRU 3100-EXIT
038400         VARYING WS-HELD-SUB FROM 1 BY 1
038500         UNTIL WS-HELD-SUB >= WS-HELD-USED.
038600 3000-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------
038900 3100-SORT-HELD-PASS.
039000*--------------------------------------------------------------
039100     PERFORM 3150-SORT-HELD-COMPARE THRU 3150-EXIT
039200         VARYING WS-HELD-SUB-2 FROM 1 BY 1
039300         UNTIL WS-HELD-SUB-2 >= WS-HELD-USED.
039400 3100-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------
039700 3150-SORT-HELD-COMPARE.
039800*--------------------------------------------------------------
039900     IF HE-SORT-KEY (WS-HELD-SUB-2) >
040000        HE-SORT-KEY (WS-HELD-SUB-2 + 1)
040100         MOVE WS-HELD-ENTRY (WS-HELD-SUB-2)
040200             TO WS-HELD-SWAP-ENTRY
040300         MOVE WS-HELD-ENTRY (WS-HELD-SUB-2 + 1)
040400             TO WS-HELD-ENTRY (WS-HELD-SUB-2)
040500         MOVE WS-HELD-SWAP-ENTRY
040600             TO WS-HELD-ENTRY (WS-HELD-SUB-2 + 1)
040700     END-IF.
040800 3150-EXIT.
040900     EXIT.
041000*--------------------------------------------------------------
041100 4000-PRINT-HELD.
041200*--------------------------------------------------------------
041300*    PRINT THE SORTED HOLDS, CLOSING EACH MESSAGE TYPE AND
041400*    EACH DEPARTMENT WITH ITS TOTAL LINE.
041500*--------------------------------------------------------------
041600     IF WS-HELD-USED = 0
041700         GO TO 4000-EXIT
041800     END-IF.
041900     MOVE HE-DEPARTMENT (1)   TO WS-LAST-DEPARTMENT.
042000     MOVE HE-MESSAGE-TYPE (1) TO WS-LAST-MESSAGE-TYPE.
042100     PERFORM 4100-PRINT-HELD-LINE THRU 4100-EXIT
042200         VARYING WS-HELD-SUB FROM 1 BY 1
042300         UNTIL WS-HELD-SUB > WS-HELD-USED.
042400     PERFORM 4300-PRINT-TYPE-TOTAL THRU 4300-EXIT.
042500     PERFORM 4400-PRINT-DEPT-TOTAL THRU 4400-EXIT.
042600 4000-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900 4100-PRINT-HELD-LINE.
043000*--------------------------------------------------------------
043100*    CLOSE OFF THE PREVIOUS GROUP ON A CHANGE OF DEPARTMENT
043200*    OR MESSAGE TYPE, THEN PRINT THE HOLD AND ROLL IT INTO
043300*    THE TYPE, DEPARTMENT AND RUN TOTALS.
043400*--------------------------------------------------------------
043500     IF HE-DEPARTMENT (WS-HELD-SUB) NOT = WS-LAST-DEPARTMENT
043600         PERFORM 4300-PRINT-TYPE-TOTAL THRU 4300-EXIT
043700         PERFORM 4400-PRINT-DEPT-TOTAL THRU 4400-EXIT
043800         MOVE HE-DEPARTMENT (WS-HELD-SUB)
043900             TO WS-LAST-DEPARTMENT
044000         MOVE HE-MESSAGE-TYPE (WS-HELD-SUB)
044100             TO WS-LAST-MESSAGE-TYPE
044200     ELSE
044300         IF HE-MESSAGE-TYPE (WS-HELD-SUB)
044400             NOT = WS-LAST-MESSAGE-TYPE
044500             PERFORM 4300-PRINT-TYPE-TOTAL THRU 4300-EXIT
044600             MOVE HE-MESSAGE-TYPE (WS-HELD-SUB)
044700                 TO WS-LAST-MESSAGE-TYPE
044800         END-IF
044900     END-IF.
045000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
045100         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
045200     END-IF.
045300     MOVE SPACES                        TO WS-DETAIL-LINE.
045400     MOVE HE-DEPARTMENT (WS-HELD-SUB)   TO DL-DEPARTMENT.
045500     MOVE HE-MESSAGE-TYPE (WS-HELD-SUB) TO DL-MESSAGE-TYPE.
045600     MOVE HE-TRAN-REF (WS-HELD-SUB)     TO DL-TRAN-REF.
045700     MOVE HE-CYCLE-DATE (WS-HELD-SUB)   TO DL-CYCLE-DATE.
045800     MOVE HE-STEP-NAME (WS-HELD-SUB)    TO DL-STEP-NAME.
045900     MOVE HE-HELD-DATE (WS-HELD-SUB)    TO DL-HELD-DATE.
046000     DIVIDE HE-HELD-TIME (WS-HELD-SUB) BY 10000
046100         GIVING WS-HELD-HHMM.
046200     MOVE WS-HELD-HHMM                  TO DL-HELD-TIME.
046300     DIVIDE HE-AGE-HOURS (WS-HELD-SUB) BY 24
046400         GIVING WS-AGE-DAYS REMAINDER WS-AGE-REM-HOURS.
046500     MOVE WS-AGE-DAYS                   TO DL-AGE-DAYS.
046600     MOVE WS-AGE-REM-HOURS              TO DL-AGE-HOURS.
046700     MOVE HE-REASON-TEXT (WS-HELD-SUB)  TO DL-REASON-TEXT.
046800     IF HE-RELEASE-DATE (WS-HELD-SUB) = 0
046900         MOVE "NO DAY"                  TO DL-RELEASE-DATE
047000         MOVE SPACES                    TO DL-RELEASE-TIME
047100     ELSE
047200         MOVE HE-RELEASE-DATE (WS-HELD-SUB)
047300             TO DL-RELEASE-DATE
047400         MOVE HE-RELEASE-TIME (WS-HELD-SUB)
047500             TO DL-RELEASE-TIME
047600     END-IF.
047700     ADD 1 TO WS-TYPE-COUNT.
047800     ADD 1 TO WS-DEPT-COUNT.
047900     IF WS-AGE-DAYS NOT < WS-OVERDUE-DAYS
048000         MOVE "OVERDUE"                 TO DL-STATUS
048100         ADD 1 TO WS-TYPE-OVERDUE
048200         ADD 1 TO WS-DEPT-OVERDUE
048300         ADD 1 TO WS-OVERDUE-COUNT
048400     ELSE
048500         MOVE "WAITING"                 TO DL-STATUS
048600     END-IF.
048700     IF HE-AGE-HOURS (WS-HELD-SUB) > WS-TYPE-OLDEST
048800         MOVE HE-AGE-HOURS (WS-HELD-SUB) TO WS-TYPE-OLDEST
048900     END-IF.
049000     IF HE-AGE-HOURS (WS-HELD-SUB) > WS-DEPT-OLDEST
049100         MOVE HE-AGE-HOURS (WS-HELD-SUB) TO WS-DEPT-OLDEST
049200     END-IF.
049300     IF HE-AGE-HOURS (WS-HELD-SUB) > WS-OLDEST-HOURS
049400         MOVE HE-AGE-HOURS (WS-HELD-SUB) TO WS-OLDEST-HOURS
049500     END-IF.
049600     MOVE WS-DETAIL-LINE                TO PRINT-LINE.
049700     WRITE PRINT-LINE.
049800     ADD 1 TO WS-LINE-COUNT.
049900 4100-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------
050200 4300-PRINT-TYPE-TOTAL.
050300*--------------------------------------------------------------
050400*    THE MESSAGE TYPE TOTAL FOR THE GROUP JUST PRINTED, THEN
050500*    CLEAR THE TYPE TOTALS FOR THE NEXT ONE.
050600*--------------------------------------------------------------
050700     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
050800         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
050900     END-IF.
051000     MOVE SPACES                 TO WS-TOTAL-LINE.
051100     MOVE WS-LAST-DEPARTMENT     TO TL-DEPARTMENT.
051200     MOVE WS-LAST-MESSAGE-TYPE   TO TL-MESSAGE-TYPE.
051300     MOVE "MESSAGE TYPE TOTAL"   TO TL-CAPTION.
051400     MOVE WS-TYPE-COUNT          TO TL-HELD-COUNT.
051500     DIVIDE WS-TYPE-OLDEST BY 24
051600         GIVING WS-AGE-DAYS REMAINDER WS-AGE-REM-HOURS.
051700     MOVE WS-AGE-DAYS            TO TL-OLDEST-DAYS.
051800     MOVE WS-AGE-REM-HOURS       TO TL-OLDEST-HOURS.
051900     MOVE WS-TYPE-OVERDUE        TO TL-OVERDUE-COUNT.
052000     MOVE WS-TOTAL-LINE          TO PRINT-LINE.
052100     WRITE PRINT-LINE.
052200     ADD 1 TO WS-LINE-COUNT.
052300     MOVE 0 TO WS-TYPE-COUNT.
052400     MOVE 0 TO WS-TYPE-OVERDUE.
052500     MOVE 0 TO WS-TYPE-OLDEST.
052600 4300-EXIT.
052700     EXIT.
052800*--------------------------------------------------------------
052900 4400-PRINT-DEPT-TOTAL.
053000*--------------------------------------------------------------
053100*    THE DEPARTMENT TOTAL AND A BLANK SEPARATOR LINE, THEN
053200*    CLEAR THE DEPARTMENT TOTALS FOR THE NEXT ONE.
053300*--------------------------------------------------------------
053400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
053500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
053600     END-IF.
053700     MOVE SPACES                 TO WS-TOTAL-LINE.
053800     MOVE WS-LAST-DEPARTMENT     TO TL-DEPARTMENT.
053900     MOVE "DEPARTMENT TOTAL"     TO TL-CAPTION.
054000     MOVE WS-DEPT-COUNT          TO TL-HELD-COUNT.
054100     DIVIDE WS-DEPT-OLDEST BY 24
054200         GIVING WS-AGE-DAYS REMAINDER WS-AGE-REM-HOURS.
054300     MOVE WS-AGE-DAYS            TO TL-OLDEST-DAYS.
054400     MOVE WS-AGE-REM-HOURS       TO TL-OLDEST-HOURS.
054500     MOVE WS-DEPT-OVERDUE        TO TL-OVERDUE-COUNT.
054600     MOVE WS-TOTAL-LINE          TO PRINT-LINE.
054700     WRITE PRINT-LINE.
054800     MOVE SPACES                 TO PRINT-LINE.
054900     WRITE PRINT-LINE.
055000     ADD 2 TO WS-LINE-COUNT.
055100     MOVE 0 TO WS-DEPT-COUNT.
055200     MOVE 0 TO WS-DEPT-OVERDUE.
055300     MOVE 0 TO WS-DEPT-OLDEST.
055400 4400-EXIT.
055500     EXIT.
055600*--------------------------------------------------------------
055700 5000-DATE-TO-SERIAL.
055800*--------------------------------------------------------------
055900*    TURN A CCYYMMDD DATE INTO A RUNNING DAY NUMBER SO A WAIT
056000*    REDUCES TO A SUBTRACTION.  THE ARITHMETIC IS THE
056100*    STANDARD INTEGER DAY-NUMBER FORMULA - EACH DIVISION
056200*    TRUNCATES, WHICH IS WHAT MAKES THE MONTH LENGTHS AND
056300*    LEAP YEARS COME OUT RIGHT.
056400*--------------------------------------------------------------
056500     COMPUTE WS-DTS-WORK-1 =
056600             (WS-DTS-MONTH + 9) / 12.
056700     COMPUTE WS-DTS-WORK-2 =
056800             (7 * (WS-DTS-YEAR + WS-DTS-WORK-1)) / 4.
056900     COMPUTE WS-DTS-WORK-3 =
057000             (275 * WS-DTS-MONTH) / 9.
057100     COMPUTE WS-DTS-SERIAL =
057200             (367 * WS-DTS-YEAR) - WS-DTS-WORK-2
057300             + WS-DTS-WORK-3 + WS-DTS-DAY.
057400 5000-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------
057700 8000-WRITE-HEADERS.
057800*--------------------------------------------------------------
057900     ADD 1 TO WS-PAGE-COUNT.
058000     MOVE 0 TO WS-LINE-COUNT.
058100     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
058200     MOVE WS-RUN-DATE        TO H2-RUN-DATE.
058300     MOVE WS-RUN-TIME        TO H2-RUN-TIME.
058400     MOVE WS-OVERDUE-DAYS    TO H2-OVERDUE-DAYS.
058500     MOVE WS-HEADER-LINE-1   TO PRINT-LINE.
058600     WRITE PRINT-LINE.
058700     MOVE WS-HEADER-LINE-2   TO PRINT-LINE.
058800     WRITE PRINT-LINE.
058900     MOVE WS-HEADER-LINE-3   TO PRINT-LINE.
059000     WRITE PRINT-LINE.
059100     MOVE SPACES             TO PRINT-LINE.
059200     WRITE PRINT-LINE.
059300     ADD 4 TO WS-LINE-COUNT.
059400 8000-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------
059700 8100-WRITE-TRAILER.
059800*--------------------------------------------------------------
059900*    WRITE THE CONTROL TOTALS.  AN EMPTY QUEUE STILL PRINTS
060000*    ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
060100*--------------------------------------------------------------
060200     IF WS-PAGE-COUNT = 0
060300         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
060400     END-IF.
060500     MOVE SPACES             TO PRINT-LINE.
060600     WRITE PRINT-LINE.
060700     MOVE WS-RECORD-COUNT    TO TR-RECORD-COUNT.
060800     MOVE WS-TRAILER-LINE-1  TO PRINT-LINE.
060900     WRITE PRINT-LINE.
061000     MOVE WS-OVERDUE-COUNT   TO TR-OVERDUE-COUNT.
061100     DIVIDE WS-OLDEST-HOURS BY 24
061200         GIVING WS-AGE-DAYS REMAINDER WS-AGE-REM-HOURS.
061300     MOVE WS-AGE-DAYS        TO TR-OLDEST-DAYS.
061400     MOVE WS-AGE-REM-HOURS   TO TR-OLDEST-HOURS.
061500     MOVE WS-DROPPED-COUNT   TO TR-DROPPED-COUNT.
061600     MOVE WS-TRAILER-LINE-2  TO PRINT-LINE.
061700     WRITE PRINT-LINE.
061800 8100-EXIT.
061900     EXIT.
062000*--------------------------------------------------------------
062100 9000-TERMINATE.
062200*--------------------------------------------------------------
062300*    A HOLD PAST THE OVERDUE LIMIT, OR ONE THE TABLE COULD NOT
062400*    LIST, ENDS THE RUN RC 4 SO OPERATIONS LOOK AT THE QUEUE.
062500*--------------------------------------------------------------
062600     IF WS-HELDMSG-STATUS = "00" OR "10"
062700         CLOSE HELDMSG
062800     END-IF.
062900     CLOSE REPTOUT.
063000     IF RETURN-CODE = 0
063100         IF WS-OVERDUE-COUNT > 0 OR WS-DROPPED-COUNT > 0
063200             MOVE 4 TO RETURN-CODE
063300         END-IF
063400     END-IF.
063500 9000-EXIT.
063600     EXIT.
063700*--------------------------------------------------------------
063800 9999-EXIT.
063900*--------------------------------------------------------------
064000     STOP RUN.
