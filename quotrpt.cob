000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    QUOTRPT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  DEPARTMENTAL QUOTA
001100*                    UTILIZATION REPORT.  FOR EVERY DEPARTMENT
001200*                    WITH A QUOTA (QUOTAREC) FOR THE REPORT
001300*                    MONTH, SUMS THE MONTH-TO-DATE USAGE
001400*                    HELLOWORLD HAS COUNTED ON QUOTUSE
001500*                    (QUOTUSRC, ONE ROW PER JOB/STEP) AND
001600*                    PRINTS THE ALLOWANCE, USED, REMAINING AND
001700*                    PERCENTAGE USED, WITH A STATUS OF OK,
001800*                    WARNING (PAST THE WARNING PERCENTAGE), AT
001900*                    LIMIT OR OVER LIMIT (A SOFT QUOTA RUN
002000*                    PAST ITS ALLOWANCE).  THE REPORT MONTH
002100*                    COMES FROM THE PARM CARD (CCYYMM) AND
002200*                    DEFAULTS TO THE CURRENT MONTH.  ENDS WITH
002300*                    RC 4 WHEN ANY DEPARTMENT IS OVER ITS
002400*                    ALLOWANCE.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT QUOTA      ASSIGN TO QUOTA
003300                       ORGANIZATION IS INDEXED
003400                       ACCESS MODE IS SEQUENTIAL
003500                       RECORD KEY IS QT-QUOTA-KEY
003600                       FILE STATUS IS WS-QUOTA-STATUS.
003700     SELECT QUOTUSE    ASSIGN TO QUOTUSE
003800                       ORGANIZATION IS INDEXED
003900                       ACCESS MODE IS DYNAMIC
004000                       RECORD KEY IS QU-USAGE-KEY
004100                       FILE STATUS IS WS-QUOTUSE-STATUS.
004200     SELECT REPTOUT    ASSIGN TO REPTOUT
004300                       ORGANIZATION IS LINE SEQUENTIAL
004400                       FILE STATUS IS WS-REPTOUT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  QUOTA.
004800 COPY QUOTAREC.
004900 FD  QUOTUSE.
005000 COPY QUOTUSRC.
005100 FD  REPTOUT
005200     RECORDING MODE IS F.
005300 01  PRINT-LINE                  PIC X(133).
005400 WORKING-STORAGE SECTION.
005500*--------------------------------------------------------------
005600* PARM CARD - THE REPORT MONTH (CCYYMM), DEFAULTING TO THE
005700* CURRENT MONTH
005800*--------------------------------------------------------------
005900 01  WS-PARM-CARD.
006000     05  WS-PARM-REPORT-MONTH    PIC X(06).
006100     05  WS-PARM-REPORT-MONTH-R  REDEFINES WS-PARM-REPORT-MONTH.
006200         10  WS-PARM-CCYY        PIC 9(04).
006300         10  WS-PARM-MM          PIC 9(02).
006400     05  FILLER                  PIC X(74).
006500 01  WS-REPORT-MONTH             PIC 9(06).
006600*--------------------------------------------------------------
006700* FILE STATUS FIELDS AND SWITCHES
006800*--------------------------------------------------------------
006900 01  WS-QUOTA-STATUS             PIC X(02).
007000 01  WS-QUOTUSE-STATUS           PIC X(02).
007100 01  WS-REPTOUT-STATUS           PIC X(02).
007200 01  WS-EOF-SWITCH               PIC X(01).
007300     88  WS-END-OF-FILE          VALUE "Y".
007400     88  WS-NOT-END-OF-FILE      VALUE "N".
007500 01  WS-QUOTUSE-OPEN-SWITCH      PIC X(01) VALUE "N".
007600     88  WS-QUOTUSE-IS-OPEN      VALUE "Y".
007700     88  WS-QUOTUSE-NOT-OPEN     VALUE "N".
007800 01  WS-SCAN-SWITCH              PIC X(01).
007900     88  WS-END-OF-SCAN          VALUE "Y".
008000     88  WS-NOT-END-OF-SCAN      VALUE "N".
008100 01  WS-PARM-VALID-SWITCH        PIC X(01).
008200     88  WS-PARM-IS-VALID        VALUE "Y".
008300     88  WS-PARM-IS-INVALID      VALUE "N".
008400*--------------------------------------------------------------
008500* UTILIZATION WORK AREAS
008600*--------------------------------------------------------------
008700 01  WS-USED                     PIC 9(07) COMP.
008800 01  WS-REMAINING                PIC 9(07) COMP.
008900 01  WS-PCT-USED                 PIC 9(04) COMP.
009000 01  WS-WARN-BASIS               PIC 9(10) COMP.
009100 01  WS-USE-BASIS                PIC 9(10) COMP.
009200*--------------------------------------------------------------
009300* COUNTERS AND RUN CONTEXT
009400*--------------------------------------------------------------
009500 01  WS-QUOTA-COUNT              PIC 9(06) COMP VALUE 0.
009600 01  WS-WARNING-COUNT            PIC 9(06) COMP VALUE 0.
009700 01  WS-AT-LIMIT-COUNT           PIC 9(06) COMP VALUE 0.
009800 01  WS-OVER-COUNT               PIC 9(06) COMP VALUE 0.
009900 01  WS-RUN-DATE                 PIC 9(08).
010000 01  WS-RUN-TIME                 PIC 9(08).
010100*--------------------------------------------------------------
010200* PAGE / LINE CONTROL
010300*--------------------------------------------------------------
010400 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
010500 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
010600 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
010700*--------------------------------------------------------------
010800* REPORT LINE LAYOUTS
010900*--------------------------------------------------------------
011000 01  WS-HEADER-LINE-1.
011100     05  FILLER                  PIC X(01)  VALUE SPACE.
011200     05  FILLER                  PIC X(26)  VALUE
011300             "QUOTRPT - DEPARTMENT QUOTA".
011400     05  FILLER                  PIC X(12)  VALUE
011500             " UTILIZATION".
011600     05  FILLER                  PIC X(10)  VALUE "      PAGE".
011700     05  FILLER                  PIC X(01)  VALUE SPACE.
011800     05  H1-PAGE-NUMBER          PIC ZZZ9.
011900     05  FILLER                  PIC X(79)  VALUE SPACES.
012000 01  WS-HEADER-LINE-2.
012100     05  FILLER                  PIC X(01)  VALUE SPACE.
012200     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
012300     05  H2-RUN-DATE             PIC 9(08).
012400     05  FILLER                  PIC X(05)  VALUE SPACES.
012500     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
012600     05  H2-RUN-TIME             PIC 9(08).
012700     05  FILLER                  PIC X(05)  VALUE SPACES.
012800     05  FILLER                  PIC X(14)  VALUE
012900             "REPORT MONTH: ".
013000     05  H2-REPORT-MONTH         PIC 9(06).
013100     05  FILLER                  PIC X(64)  VALUE SPACES.
013200 01  WS-HEADER-LINE-3.
013300     05  FILLER                  PIC X(03)  VALUE SPACES.
013400     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
013500     05  FILLER                  PIC X(03)  VALUE SPACES.
013600     05  FILLER                  PIC X(04)  VALUE "TYPE".
013700     05  FILLER                  PIC X(04)  VALUE SPACES.
013800     05  FILLER                  PIC X(09)  VALUE "ALLOWANCE".
013900     05  FILLER                  PIC X(03)  VALUE SPACES.
014000     05  FILLER                  PIC X(05)  VALUE "WARN%".
014100     05  FILLER                  PIC X(08)  VALUE SPACES.
014200     05  FILLER                  PIC X(04)  VALUE "USED".
014300     05  FILLER                  PIC X(03)  VALUE SPACES.
014400     05  FILLER                  PIC X(09)  VALUE "REMAINING".
014500     05  FILLER                  PIC X(03)  VALUE SPACES.
014600     05  FILLER                  PIC X(05)  VALUE "%USED".
014700     05  FILLER                  PIC X(03)  VALUE SPACES.
014800     05  FILLER                  PIC X(06)  VALUE "STATUS".
014900     05  FILLER                  PIC X(51)  VALUE SPACES.
015000 01  WS-DETAIL-LINE.
015100     05  FILLER                  PIC X(03)  VALUE SPACES.
015200     05  DL-DEPARTMENT           PIC X(10).
015300     05  FILLER                  PIC X(03)  VALUE SPACES.
015400     05  DL-LIMIT-TYPE           PIC X(04).
015500     05  FILLER                  PIC X(04)  VALUE SPACES.
015600     05  DL-ALLOWANCE            PIC Z,ZZZ,ZZ9.
015700     05  FILLER                  PIC X(05)  VALUE SPACES.
015800     05  DL-WARN-PCT             PIC ZZ9.
015900     05  FILLER                  PIC X(03)  VALUE SPACES.
016000     05  DL-USED                 PIC Z,ZZZ,ZZ9.
016100     05  FILLER                  PIC X(03)  VALUE SPACES.
016200     05  DL-REMAINING            PIC Z,ZZZ,ZZ9.
016300     05  FILLER                  PIC X(04)  VALUE SPACES.
016400     05  DL-PCT-USED             PIC ZZZ9.
016500     05  FILLER                  PIC X(03)  VALUE SPACES.
016600     05  DL-STATUS               PIC X(10).
016700     05  FILLER                  PIC X(47)  VALUE SPACES.
016800 01  WS-TRAILER-LINE-1.
016900     05  FILLER                  PIC X(01)  VALUE SPACE.
017000     05  FILLER                  PIC X(22)  VALUE
017100             "DEPARTMENTS REPORTED =".
017200     05  TR-QUOTA-COUNT          PIC ZZZ,ZZ9.
017300     05  FILLER                  PIC X(103) VALUE SPACES.
017400 01  WS-TRAILER-LINE-2.
017500     05  FILLER                  PIC X(01)  VALUE SPACE.
017600     05  FILLER                  PIC X(10)  VALUE "WARNING = ".
017700     05  TR-WARNING-COUNT        PIC ZZZ,ZZ9.
017800     05  FILLER                  PIC X(13)  VALUE
017900             "  AT LIMIT = ".
018000     05  TR-AT-LIMIT-COUNT       PIC ZZZ,ZZ9.
018100     05  FILLER                  PIC X(15)  VALUE
018200             "  OVER LIMIT = ".
018300     05  TR-OVER-COUNT           PIC ZZZ,ZZ9.
018400     05  FILLER                  PIC X(73)  VALUE SPACES.
018500 PROCEDURE DIVISION.
018600*--------------------------------------------------------------
018700 0000-MAINLINE.
018800*--------------------------------------------------------------
018900     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
019000     IF WS-PARM-IS-INVALID
019100         GO TO 9999-EXIT
019200     END-IF.
019300     PERFORM 2000-PROCESS-QUOTA  THRU 2000-EXIT
019400             UNTIL WS-END-OF-FILE.
019500     PERFORM 8100-WRITE-TRAILER  THRU 8100-EXIT.
019600     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
019700     GO TO 9999-EXIT.
019800*--------------------------------------------------------------
019900 1000-INITIALIZE.
020000*--------------------------------------------------------------
020100*    PICK UP THE REPORT MONTH FROM THE PARM CARD, DEFAULTING
020200*    TO THE CURRENT MONTH - A PARM THAT IS PRESENT BUT NOT A
020300*    CCYYMM MONTH ENDS THE RUN RC 16 RATHER THAN REPORT THE
020400*    WRONG MONTH.  A MISSING QUOTA TABLE IS A VALID QUIET
020500*    STATE; A MISSING USAGE FILE MEANS NOTHING USED YET.
020600*--------------------------------------------------------------
020700     SET WS-PARM-IS-VALID     TO TRUE.
020800     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.
020900     ACCEPT WS-RUN-TIME       FROM TIME.
021000     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
021100     MOVE SPACES              TO WS-PARM-CARD.
021200     ACCEPT WS-PARM-CARD      FROM COMMAND-LINE.
021300     IF WS-PARM-REPORT-MONTH = SPACES
021400         DIVIDE WS-RUN-DATE BY 100 GIVING WS-REPORT-MONTH
021500     ELSE
021600         IF WS-PARM-REPORT-MONTH IS NOT NUMERIC
021700             SET WS-PARM-IS-INVALID TO TRUE
021800         ELSE
021900             IF WS-PARM-MM < 1 OR WS-PARM-MM > 12
022000                 SET WS-PARM-IS-INVALID TO TRUE
022100             ELSE
022200                 MOVE WS-PARM-REPORT-MONTH TO WS-REPORT-MONTH
022300             END-IF
022400         END-IF
022500     END-IF.
022600     IF WS-PARM-IS-INVALID
022700         DISPLAY "QUOTRPT - ABEND - PARM REPORT MONTH IS "
022800                 "NOT CCYYMM: " WS-PARM-REPORT-MONTH
022900         MOVE 16 TO RETURN-CODE
023000         GO TO 1000-EXIT
023100     END-IF.
023200     OPEN OUTPUT REPTOUT.
023300     SET WS-NOT-END-OF-FILE   TO TRUE.
023400     OPEN INPUT QUOTA.
023500     IF WS-QUOTA-STATUS NOT = "00"
023600         SET WS-END-OF-FILE TO TRUE
023700         DISPLAY "QUOTRPT - QUOTA NOT AVAILABLE, STATUS="
023800                 WS-QUOTA-STATUS " - NOTHING TO REPORT"
023900     END-IF.
024000     OPEN INPUT QUOTUSE.
024100     IF WS-QUOTUSE-STATUS = "00"
024200         SET WS-QUOTUSE-IS-OPEN TO TRUE
024300     ELSE
024400         SET WS-QUOTUSE-NOT-OPEN TO TRUE
024500         DISPLAY "QUOTRPT - QUOTUSE NOT AVAILABLE, STATUS="
024600                 WS-QUOTUSE-STATUS " - NO USAGE COUNTED"
024700     END-IF.
024800 1000-EXIT.
024900     EXIT.
025000*--------------------------------------------------------------
025100 2000-PROCESS-QUOTA.
025200*--------------------------------------------------------------
025300*    READ THE NEXT QUOTA ROW AND, WHEN IT IS FOR THE REPORT
025400*    MONTH, WORK OUT AND PRINT THE DEPARTMENT'S UTILIZATION.
025500*--------------------------------------------------------------
025600     READ QUOTA NEXT RECORD
025700         AT END
025800             SET WS-END-OF-FILE TO TRUE
025900             GO TO 2000-EXIT
026000     END-READ.
026100     IF QT-QUOTA-MONTH NOT = WS-REPORT-MONTH
026200         GO TO 2000-EXIT
026300     END-IF.
026400     ADD 1 TO WS-QUOTA-COUNT.
026500     PERFORM 2100-SUM-USAGE      THRU 2100-EXIT.
026600     PERFORM 2300-PRINT-QUOTA    THRU 2300-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------
027000 2100-SUM-USAGE.
027100*--------------------------------------------------------------
027200*    ADD UP THE DEPARTMENT'S USAGE ACROSS EVERY JOB/STEP ROW
027300*    ON QUOTUSE FOR THE MONTH - THE SAME TOTAL HELLOWORLD
027400*    HOLDS THE DEPARTMENT TO.
027500*--------------------------------------------------------------
027600     MOVE 0 TO WS-USED.
027700     IF WS-QUOTUSE-NOT-OPEN
027800         GO TO 2100-EXIT
027900     END-IF.
028000     SET WS-NOT-END-OF-SCAN TO TRUE.
028100     MOVE QT-DEPARTMENT  TO QU-DEPARTMENT.
028200     MOVE QT-QUOTA-MONTH TO QU-QUOTA-MONTH.
028300     MOVE LOW-VALUES     TO QU-JOB-NAME.
028400     MOVE LOW-VALUES     TO QU-STEP-NAME.
028500     START QUOTUSE KEY IS NOT LESS THAN QU-USAGE-KEY
028600         INVALID KEY
028700             SET WS-END-OF-SCAN TO TRUE
028800     END-START.
028900     PERFORM 2200-ADD-USAGE THRU 2200-EXIT
029000         UNTIL WS-END-OF-SCAN.
029100 2100-EXIT.
029200     EXIT.
029300*--------------------------------------------------------------
029400 2200-ADD-USAGE.
029500*--------------------------------------------------------------
029600     READ QUOTUSE NEXT RECORD
029700         AT END
029800             SET WS-END-OF-SCAN TO TRUE
029900     END-READ.
030000     IF WS-END-OF-SCAN
030100         GO TO 2200-EXIT
030200     END-IF.
030300     IF QU-DEPARTMENT NOT = QT-DEPARTMENT
030400      OR QU-QUOTA-MONTH NOT = QT-QUOTA-MONTH
030500         SET WS-END-OF-SCAN TO TRUE
030600         GO TO 2200-EXIT
030700     END-IF.
030800     ADD QU-USED-COUNT TO WS-USED.
030900 2200-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------
031200 2300-PRINT-QUOTA.
031300*--------------------------------------------------------------
031400*    PRINT ONE DEPARTMENT'S LINE.  REMAINING STOPS AT ZERO -
031500*    A SOFT QUOTA RUN PAST ITS ALLOWANCE SHOWS OVER 100 PER
031600*    CENT USED INSTEAD.  A ZERO ALLOWANCE WITH ANY USAGE
031700*    SHOWS 999 PER CENT RATHER THAN DIVIDE BY ZERO.
031800*--------------------------------------------------------------
031900     IF WS-USED < QT-ALLOWANCE
032000         COMPUTE WS-REMAINING = QT-ALLOWANCE - WS-USED
032100     ELSE
032200         MOVE 0 TO WS-REMAINING
032300     END-IF.
032400     IF QT-ALLOWANCE = 0
032500         IF WS-USED = 0
032600             MOVE 0   TO WS-PCT-USED
032700         ELSE
032800             MOVE 999 TO WS-PCT-USED
032900         END-IF
033000     ELSE
033100         COMPUTE WS-PCT-USED ROUNDED =
033200                 (WS-USED * 100) / QT-ALLOWANCE
033300             ON SIZE ERROR
033400                 MOVE 9999 TO WS-PCT-USED
033500         END-COMPUTE
033600     END-IF.
033700     COMPUTE WS-WARN-BASIS = QT-ALLOWANCE * QT-WARN-PCT.
033800     COMPUTE WS-USE-BASIS  = WS-USED * 100.
033900     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
034000         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
034100     END-IF.
034200     MOVE SPACES             TO WS-DETAIL-LINE.
034300     MOVE QT-DEPARTMENT      TO DL-DEPARTMENT.
034400     IF QT-LIMIT-HARD
034500         MOVE "HARD"         TO DL-LIMIT-TYPE
034600     ELSE
034700         MOVE "SOFT"         TO DL-LIMIT-TYPE
034800     END-IF.
034900     MOVE QT-ALLOWANCE       TO DL-ALLOWANCE.
035000     MOVE QT-WARN-PCT        TO DL-WARN-PCT.
035100     MOVE WS-USED            TO DL-USED.
035200     MOVE WS-REMAINING       TO DL-REMAINING.
035300     MOVE WS-PCT-USED        TO DL-PCT-USED.
035400     EVALUATE TRUE
035500         WHEN WS-USED > QT-ALLOWANCE
035600             ADD 1 TO WS-OVER-COUNT
035700             MOVE "OVER LIMIT" TO DL-STATUS
035800         WHEN WS-USED = QT-ALLOWANCE
035900             ADD 1 TO WS-AT-LIMIT-COUNT
036000             MOVE "AT LIMIT"   TO DL-STATUS
036100         WHEN QT-WARN-PCT > 0
036200          AND WS-USE-BASIS NOT < WS-WARN-BASIS
036300             ADD 1 TO WS-WARNING-COUNT
036400             MOVE "WARNING"    TO DL-STATUS
036500         WHEN OTHER
036600             MOVE "OK"         TO DL-STATUS
036700     END-EVALUATE.
036800     MOVE WS-DETAIL-LINE     TO PRINT-LINE.
036900     WRITE PRINT-LINE.
037000     ADD 1 TO WS-LINE-COUNT.
037100 2300-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------
037400 8000-WRITE-HEADERS.
037500*--------------------------------------------------------------
037600     ADD 1 TO WS-PAGE-COUNT.
037700     MOVE 0 TO WS-LINE-COUNT.
037800     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
037900     MOVE WS-RUN-DATE        TO H2-RUN-DATE.
038000     MOVE WS-RUN-TIME        TO H2-RUN-TIME.
038100     MOVE WS-REPORT-MONTH    TO H2-REPORT-MONTH.
038200     MOVE WS-HEADER-LINE-1   TO PRINT-LINE.
038300     WRITE PRINT-LINE.
038400     MOVE WS-HEADER-LINE-2   TO PRINT-LINE.
038500     WRITE PRINT-LINE.
038600     MOVE WS-HEADER-LINE-3   TO PRINT-LINE.
038700     WRITE PRINT-LINE.
038800     MOVE SPACES             TO PRINT-LINE.
038900     WRITE PRINT-LINE.
039000     ADD 4 TO WS-LINE-COUNT.
039100 8000-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------
039400 8100-WRITE-TRAILER.
039500*--------------------------------------------------------------
039600*    WRITE THE CONTROL TOTALS.  A MONTH WITH NO QUOTAS STILL
039700*    PRINTS ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
039800*--------------------------------------------------------------
039900     IF WS-PAGE-COUNT = 0
040000         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
040100     END-IF.
040200     MOVE SPACES             TO PRINT-LINE.
040300     WRITE PRINT-LINE.
040400     MOVE WS-QUOTA-COUNT     TO TR-QUOTA-COUNT.
040500     MOVE WS-TRAILER-LINE-1  TO PRINT-LINE.
040600     WRITE PRINT-LINE.
040700     MOVE WS-WARNING-COUNT   TO TR-WARNING-COUNT.
040800     MOVE WS-AT-LIMIT-COUNT  TO TR-AT-LIMIT-COUNT.
040900     MOVE WS-OVER-COUNT      TO TR-OVER-COUNT.
041000     MOVE WS-TRAILER-LINE-2  TO PRINT-LINE.
041100     WRITE PRINT-LINE.
041200 8100-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------
041500 9000-TERMINATE.
041600*--------------------------------------------------------------
041700     IF WS-QUOTA-STATUS = "00" OR "10"
041800         CLOSE QUOTA
041900     END-IF.
042000     IF WS-QUOTUSE-IS-OPEN
042100         CLOSE QUOTUSE
042200     END-IF.
042300     CLOSE REPTOUT.
042400     IF RETURN-CODE = 0 AND WS-OVER-COUNT > 0
042500         MOVE 4 TO RETURN-CODE
042600     END-IF.
042700 9000-EXIT.
042800     EXIT.
042900*--------------------------------------------------------------
043000 9999-EXIT.
043100*--------------------------------------------------------------
043200     STOP RUN.
