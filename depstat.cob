000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPSTAT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  JOB-STREAM DEPENDENCY
001100*                    STATUS FOR ONE CYCLE DATE.  WALKS THE
001200*                    JOBDEP TABLE (JOBDEPRC COPYBOOK) ONE
001300*                    DEPENDENT JOB/STEP AT A TIME, LOOKS THE
001400*                    STEP AND EVERY PREDECESSOR UP ON RUNCTL
001500*                    FOR THE PARM CYCLE DATE, AND CLASSES THE
001600*                    STEP DONE (ITSELF COMPLETE), ELIGIBLE (ALL
001700*                    PREDECESSORS COMPLETE) OR BLOCKED (AT LEAST
001800*                    ONE NOT), LISTING EACH PREDECESSOR BENEATH
001900*                    IT AS SATISFIED OR MISSING - THE SAME TEST
002000*                    HELLOWORLD'S 1610 PREDECESSOR CHECK
002100*                    APPLIES AT STEP START, SO THE DESK CAN SEE
002200*                    WHAT WILL BE REFUSED BEFORE THE SCHEDULER
002300*                    TRIES IT.  RC=4 WHEN ANY STEP IS BLOCKED.
002400*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT JOBDEP          ASSIGN TO JOBDEP
003200                            ORGANIZATION IS INDEXED
003300                            ACCESS MODE IS SEQUENTIAL
003400                            RECORD KEY IS JD-JOB-DEP-KEY
003500                            FILE STATUS IS WS-JOBDEP-STATUS.
003600     SELECT RUNCTL          ASSIGN TO RUNCTL
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS RANDOM
003900                            RECORD KEY IS RN-RUN-CTL-KEY
004000                            FILE STATUS IS WS-RUNCTL-STATUS.
004100     SELECT DEPRPT          ASSIGN TO DEPRPT
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS WS-DEPRPT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  JOBDEP.
004700 COPY JOBDEPRC.
004800 FD  RUNCTL.
004900 COPY RUNCTLRC.
005000 FD  DEPRPT
005100     RECORDING MODE IS F.
005200 01  DEPRPT-REC                  PIC X(133).
005300 WORKING-STORAGE SECTION.
005400*--------------------------------------------------------------
005500* PARM CARD - THE CYCLE DATE TO REPORT (REQUIRED, CCYYMMDD).
005600*--------------------------------------------------------------
005700 01  WS-PARM-CARD.
005800     05  WS-PARM-CYCLE-DATE      PIC X(08).
005900     05  FILLER                  PIC X(72).
006000 01  WS-CYCLE-DATE               PIC 9(08).
006100*--------------------------------------------------------------
006200* FILE STATUS FIELDS AND SWITCHES
006300*--------------------------------------------------------------
006400 01  WS-JOBDEP-STATUS            PIC X(02).
006500 01  WS-RUNCTL-STATUS            PIC X(02).
006600 01  WS-DEPRPT-STATUS            PIC X(02).
006700 01  WS-JOBDEP-SWITCH            PIC X(01).
006800     88  WS-END-OF-JOBDEP        VALUE "Y".
006900     88  WS-NOT-END-OF-JOBDEP    VALUE "N".
007000 01  WS-JOBDEP-OPEN-SWITCH       PIC X(01).
007100     88  WS-JOBDEP-IS-OPEN       VALUE "Y".
007200     88  WS-JOBDEP-NOT-OPEN      VALUE "N".
007300 01  WS-RUNCTL-OPEN-SWITCH       PIC X(01).
007400     88  WS-RUNCTL-IS-OPEN       VALUE "Y".
007500     88  WS-RUNCTL-NOT-OPEN      VALUE "N".
007600 01  WS-PARM-VALID-SWITCH        PIC X(01).
007700     88  WS-PARM-IS-VALID        VALUE "Y".
007800     88  WS-PARM-IS-INVALID      VALUE "N".
007900*--------------------------------------------------------------
008000* THE DEPENDENT STEP IN HAND AND ITS PREDECESSORS, COLLECTED
008100* UNTIL THE KEY BREAKS - THE STEP'S STATE IS NOT KNOWN UNTIL
008200* EVERY PREDECESSOR HAS BEEN LOOKED UP.  A STEP WITH MORE
008300* PREDECESSORS THAN THE TABLE HOLDS HAS THE EXCESS CHECKED
008400* BUT NOT LISTED.
008500*--------------------------------------------------------------
008600 01  WS-CUR-JOB-NAME             PIC X(08).
008700 01  WS-CUR-STEP-NAME            PIC X(08).
008800 01  WS-CUR-RUN-STATUS           PIC X(08).
008900 01  WS-CUR-RUN-NUMBER           PIC 9(03).
009000 01  WS-CUR-MISSING-COUNT        PIC 9(04) COMP.
009100 01  WS-CUR-STATE                PIC X(08).
009200     88  WS-STATE-DONE           VALUE "DONE".
009300     88  WS-STATE-ELIGIBLE       VALUE "ELIGIBLE".
009400     88  WS-STATE-BLOCKED        VALUE "BLOCKED".
009500 01  WS-LOOKUP-RUN-STATUS        PIC X(08).
009600 01  WS-LOOKUP-RUN-NUMBER        PIC 9(03).
009700 01  WS-PRED-SUB                 PIC 9(04) COMP.
009800 01  WS-PRED-USED                PIC 9(04) COMP VALUE 0.
009900 01  WS-PRED-TABLE.
010000     05  WS-PRED-ENTRY           OCCURS 50 TIMES.
010100         10  WS-PRED-JOB-NAME    PIC X(08).
010200         10  WS-PRED-STEP-NAME   PIC X(08).
010300         10  WS-PRED-RUN-STATUS  PIC X(08).
010400         10  WS-PRED-DESCRIPTION PIC X(30).
010500*--------------------------------------------------------------
010600* COUNTERS AND RUN CONTEXT
010700*--------------------------------------------------------------
010800 01  WS-STREAM-COUNT             PIC 9(06) COMP VALUE 0.
010900 01  WS-DONE-COUNT               PIC 9(06) COMP VALUE 0.
011000 01  WS-ELIGIBLE-COUNT           PIC 9(06) COMP VALUE 0.
011100 01  WS-BLOCKED-COUNT            PIC 9(06) COMP VALUE 0.
011200 01  WS-CURRENT-DATE             PIC 9(08).
011300 01  WS-CURRENT-TIME             PIC 9(08).
011400*--------------------------------------------------------------
011500* PAGE / LINE CONTROL
011600*--------------------------------------------------------------
011700 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
011800 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
011900 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
012000*--------------------------------------------------------------
012100* REPORT LINE LAYOUTS (DEPRPT)
012200*--------------------------------------------------------------
012300 01  WS-HEADER-LINE-1.
012400     05  FILLER                  PIC X(01)  VALUE SPACE.
012500     05  FILLER                  PIC X(26)  VALUE
012600             "DEPSTAT - JOB-STREAM DEPEN".
012700     05  FILLER                  PIC X(15)  VALUE
012800             "DENCY STATUS   ".
012900     05  FILLER                  PIC X(08)  VALUE "    PAGE".
013000     05  FILLER                  PIC X(01)  VALUE SPACE.
013100     05  H1-PAGE-NUMBER          PIC ZZZ9.
013200     05  FILLER                  PIC X(78)  VALUE SPACES.
013300 01  WS-HEADER-LINE-2.
013400     05  FILLER                  PIC X(01)  VALUE SPACE.
013500     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
013600     05  H2-RUN-DATE             PIC 9(08).
013700     05  FILLER                  PIC X(05)  VALUE SPACES.
013800     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
013900     05  H2-RUN-TIME             PIC 9(08).
014000     05  FILLER                  PIC X(89)  VALUE SPACES.
014100 01  WS-CRITERIA-LINE.
014200     05  FILLER                  PIC X(01)  VALUE SPACE.
014300     05  FILLER                  PIC X(12)  VALUE "CYCLE DATE: ".
014400     05  CR-CYCLE-DATE           PIC 9(08).
014500     05  FILLER                  PIC X(112) VALUE SPACES.
014600 01  WS-HEADER-LINE-3.
014700     05  FILLER                  PIC X(01)  VALUE SPACE.
014800     05  FILLER                  PIC X(08)  VALUE "JOB".
014900     05  FILLER                  PIC X(02)  VALUE SPACES.
015000     05  FILLER                  PIC X(08)  VALUE "STEP".
015100     05  FILLER                  PIC X(03)  VALUE SPACES.
015200     05  FILLER                  PIC X(08)  VALUE "RUNCTL".
015300     05  FILLER                  PIC X(02)  VALUE SPACES.
015400     05  FILLER                  PIC X(03)  VALUE "RUN".
015500     05  FILLER                  PIC X(03)  VALUE SPACES.
015600     05  FILLER                  PIC X(08)  VALUE "STATE".
015700     05  FILLER                  PIC X(02)  VALUE SPACES.
015800     05  FILLER                  PIC X(30)  VALUE
015900             "PREDECESSORS".
016000     05  FILLER                  PIC X(55)  VALUE SPACES.
016100 01  WS-STREAM-LINE.
016200     05  FILLER                  PIC X(01)  VALUE SPACE.
016300     05  SL-JOB-NAME             PIC X(08).
016400     05  FILLER                  PIC X(02)  VALUE SPACES.
016500     05  SL-STEP-NAME            PIC X(08).
016600     05  FILLER                  PIC X(03)  VALUE SPACES.
016700     05  SL-RUN-STATUS           PIC X(08).
016800     05  FILLER                  PIC X(02)  VALUE SPACES.
016900     05  SL-RUN-NUMBER           PIC ZZ9.
017000     05  FILLER                  PIC X(03)  VALUE SPACES.
017100     05  SL-STATE                PIC X(08).
017200     05  FILLER                  PIC X(02)  VALUE SPACES.
017300     05  SL-PRED-SUMMARY         PIC X(30).
017400     05  FILLER                  PIC X(55)  VALUE SPACES.
017500 01  WS-PRED-LINE.
017600     05  FILLER                  PIC X(05)  VALUE SPACES.
017700     05  FILLER                  PIC X(09)  VALUE "AFTER    ".
017800     05  PL-PRED-JOB-NAME        PIC X(08).
017900     05  FILLER                  PIC X(02)  VALUE SPACES.
018000     05  PL-PRED-STEP-NAME       PIC X(08).
018100     05  FILLER                  PIC X(03)  VALUE SPACES.
018200     05  PL-RUN-STATUS           PIC X(08).
018300     05  FILLER                  PIC X(02)  VALUE SPACES.
018400     05  PL-RESULT               PIC X(09).
018500     05  FILLER                  PIC X(02)  VALUE SPACES.
018600     05  PL-DESCRIPTION          PIC X(30).
018700     05  FILLER                  PIC X(47)  VALUE SPACES.
018800 01  WS-PRED-SUMMARY-WORK.
018900     05  PS-MISSING-COUNT        PIC ZZ9.
019000     05  FILLER                  PIC X(04)  VALUE " OF ".
019100     05  PS-PRED-COUNT           PIC ZZ9.
019200     05  FILLER                  PIC X(20)  VALUE
019300             " NOT COMPLETE       ".
019400 01  WS-TRAILER-LINE-1.
019500     05  FILLER                  PIC X(01)  VALUE SPACE.
019600     05  FILLER                  PIC X(10)  VALUE "STREAMS = ".
019700     05  TR-STREAM-COUNT         PIC ZZZ,ZZ9.
019800     05  FILLER                  PIC X(09)  VALUE "  DONE = ".
019900     05  TR-DONE-COUNT           PIC ZZZ,ZZ9.
020000     05  FILLER                  PIC X(13)  VALUE
020100             "  ELIGIBLE = ".
020200     05  TR-ELIGIBLE-COUNT       PIC ZZZ,ZZ9.
020300     05  FILLER                  PIC X(12)  VALUE
020400             "  BLOCKED = ".
020500     05  TR-BLOCKED-COUNT        PIC ZZZ,ZZ9.
020600     05  FILLER                  PIC X(60)  VALUE SPACES.
020700 PROCEDURE DIVISION.
020800*--------------------------------------------------------------
020900 0000-MAINLINE.
021000*--------------------------------------------------------------
021100     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021200     IF WS-PARM-IS-INVALID
021300         GO TO 9999-EXIT
021400     END-IF.
021500     PERFORM 2000-PROCESS-STREAM  THRU 2000-EXIT
021600         UNTIL WS-END-OF-JOBDEP.
021700     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
021800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021900     GO TO 9999-EXIT.
022000*--------------------------------------------------------------
022100 1000-INITIALIZE.
022200*--------------------------------------------------------------
022300*    VALIDATE THE PARM CYCLE DATE, OPEN THE FILES AND PRIME
022400*    THE JOBDEP READ.  A MISSING JOBDEP IS AN EMPTY TABLE - NO
022500*    STREAM WAITS ON ANOTHER - AND A MISSING RUNCTL MEANS
022600*    NOTHING HAS RUN YET FOR ANY DATE.
022700*--------------------------------------------------------------
022800     SET WS-PARM-IS-VALID TO TRUE.
022900     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
023000     ACCEPT WS-CURRENT-TIME  FROM TIME.
023100     MOVE SPACES             TO WS-PARM-CARD.
023200     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
023300     IF WS-PARM-CYCLE-DATE IS NOT NUMERIC
023400         SET WS-PARM-IS-INVALID TO TRUE
023500         MOVE 16 TO RETURN-CODE
023600         DISPLAY "DEPSTAT - ABEND - PARM CYCLE DATE IS "
023700                 "MISSING OR NOT NUMERIC: " WS-PARM-CYCLE-DATE
023800         GO TO 1000-EXIT
023900     END-IF.
024000     MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE.
024100     OPEN OUTPUT DEPRPT.
024200     SET WS-NOT-END-OF-JOBDEP TO TRUE.
024300     OPEN INPUT JOBDEP.
024400     IF WS-JOBDEP-STATUS = "00"
024500         SET WS-JOBDEP-IS-OPEN TO TRUE
024600         PERFORM 1900-READ-NEXT-DEP THRU 1900-EXIT
024700     ELSE
024800         SET WS-JOBDEP-NOT-OPEN TO TRUE
024900         SET WS-END-OF-JOBDEP TO TRUE
025000         DISPLAY "DEPSTAT - JOBDEP NOT AVAILABLE, STATUS="
025100                 WS-JOBDEP-STATUS " - TREATED AS EMPTY"
025200     END-IF.
025300     OPEN INPUT RUNCTL.
025400     IF WS-RUNCTL-STATUS = "00"
025500         SET WS-RUNCTL-IS-OPEN TO TRUE
025600     ELSE
025700         SET WS-RUNCTL-NOT-OPEN TO TRUE
025800         DISPLAY "DEPSTAT - RUNCTL NOT AVAILABLE, STATUS="
025900                 WS-RUNCTL-STATUS " - NO STEP HAS RUN"
026000     END-IF.
026100 1000-EXIT.
026200     EXIT.
026300*--------------------------------------------------------------
026400 1900-READ-NEXT-DEP.
026500*--------------------------------------------------------------
026600     READ JOBDEP NEXT
026700         AT END
026800             SET WS-END-OF-JOBDEP TO TRUE
026900     END-READ.
027000 1900-EXIT.
027100     EXIT.
027200*--------------------------------------------------------------
027300 2000-PROCESS-STREAM.
027400*--------------------------------------------------------------
027500*    ONE DEPENDENT JOB/STEP - COLLECT ITS PREDECESSORS UNTIL
027600*    THE KEY BREAKS, THEN LOOK THE STEP ITSELF UP, CLASS IT
027700*    AND PRINT IT WITH ITS PREDECESSORS BENEATH.
027800*--------------------------------------------------------------
027900     ADD 1 TO WS-STREAM-COUNT.
028000     MOVE JD-JOB-NAME        TO WS-CUR-JOB-NAME.
028100     MOVE JD-STEP-NAME       TO WS-CUR-STEP-NAME.
028200     MOVE 0                  TO WS-PRED-USED.
028300     MOVE 0                  TO WS-CUR-MISSING-COUNT.
028400     PERFORM 2100-COLLECT-PRED THRU 2100-EXIT
028500         UNTIL WS-END-OF-JOBDEP
028600            OR JD-JOB-NAME  NOT = WS-CUR-JOB-NAME
028700            OR JD-STEP-NAME NOT = WS-CUR-STEP-NAME.
028800     MOVE WS-CUR-JOB-NAME    TO RN-JOB-NAME.
028900     MOVE WS-CUR-STEP-NAME   TO RN-STEP-NAME.
029000     PERFORM 2500-LOOKUP-RUN-CONTROL THRU 2500-EXIT.
029100     MOVE WS-LOOKUP-RUN-STATUS TO WS-CUR-RUN-STATUS.
029200     MOVE WS-LOOKUP-RUN-NUMBER TO WS-CUR-RUN-NUMBER.
029300     EVALUATE TRUE
029400         WHEN WS-CUR-RUN-STATUS = "COMPLETE"
029500             SET WS-STATE-DONE     TO TRUE
029600             ADD 1 TO WS-DONE-COUNT
029700         WHEN WS-CUR-MISSING-COUNT = 0
029800             SET WS-STATE-ELIGIBLE TO TRUE
029900             ADD 1 TO WS-ELIGIBLE-COUNT
030000         WHEN OTHER
030100             SET WS-STATE-BLOCKED  TO TRUE
030200             ADD 1 TO WS-BLOCKED-COUNT
030300     END-EVALUATE.
030400     PERFORM 3000-PRINT-STREAM THRU 3000-EXIT.
030500 2000-EXIT.
030600     EXIT.
030700*--------------------------------------------------------------
030800 2100-COLLECT-PRED.
030900*--------------------------------------------------------------
031000*    LOOK ONE PREDECESSOR UP ON RUNCTL FOR THE CYCLE DATE,
031100*    COUNT IT MISSING UNLESS IT IS COMPLETE, PARK IT FOR THE
031200*    LISTING AND READ THE NEXT DEPENDENCY.
031300*--------------------------------------------------------------
031400     MOVE JD-PRED-JOB-NAME   TO RN-JOB-NAME.
031500     MOVE JD-PRED-STEP-NAME  TO RN-STEP-NAME.
031600     PERFORM 2500-LOOKUP-RUN-CONTROL THRU 2500-EXIT.
031700     IF WS-LOOKUP-RUN-STATUS NOT = "COMPLETE"
031800         ADD 1 TO WS-CUR-MISSING-COUNT
031900     END-IF.
032000     IF WS-PRED-USED < 50
032100         ADD 1 TO WS-PRED-USED
032200         MOVE JD-PRED-JOB-NAME
032300             TO WS-PRED-JOB-NAME (WS-PRED-USED)
032400         MOVE JD-PRED-STEP-NAME
032500             TO WS-PRED-STEP-NAME (WS-PRED-USED)
032600         MOVE WS-LOOKUP-RUN-STATUS
032700             TO WS-PRED-RUN-STATUS (WS-PRED-USED)
032800         MOVE JD-DESCRIPTION
032900             TO WS-PRED-DESCRIPTION (WS-PRED-USED)
033000     END-IF.
033100     PERFORM 1900-READ-NEXT-DEP THRU 1900-EXIT.
033200 2100-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------
033500 2500-LOOKUP-RUN-CONTROL.
033600*--------------------------------------------------------------
033700*    READ THE RUNCTL RECORD FOR THE JOB AND STEP ALREADY IN
033800*    THE KEY AND THE PARM CYCLE DATE.  NO RECORD - OR NO
033900*    RUNCTL - IS "NOT RUN".
034000*--------------------------------------------------------------
034100     MOVE "NOT RUN"          TO WS-LOOKUP-RUN-STATUS.
034200     MOVE 0                  TO WS-LOOKUP-RUN-NUMBER.
034300     IF WS-RUNCTL-NOT-OPEN
034400         GO TO 2500-EXIT
034500     END-IF.
034600     MOVE WS-CYCLE-DATE      TO RN-CYCLE-DATE.
034700     READ RUNCTL
034800         INVALID KEY
034900             CONTINUE
035000         NOT INVALID KEY
035100             MOVE RN-STATUS     TO WS-LOOKUP-RUN-STATUS
035200             MOVE RN-RUN-NUMBER TO WS-LOOKUP-RUN-NUMBER
035300     END-READ.
035400 2500-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------
035700 3000-PRINT-STREAM.
035800*--------------------------------------------------------------
035900*    PRINT THE STEP LINE AND ITS PREDECESSOR LINES.  A STEP
036000*    AND ITS PREDECESSORS ARE KEPT ON ONE PAGE WHERE THEY FIT.
036100*--------------------------------------------------------------
036200     IF WS-LINE-COUNT + WS-PRED-USED + 2 > WS-MAX-LINES-PER-PAGE
036300      OR WS-PAGE-COUNT = 0
036400         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
036500     END-IF.
036600     MOVE SPACES             TO WS-STREAM-LINE.
036700     MOVE WS-CUR-JOB-NAME    TO SL-JOB-NAME.
036800     MOVE WS-CUR-STEP-NAME   TO SL-STEP-NAME.
036900     MOVE WS-CUR-RUN-STATUS  TO SL-RUN-STATUS.
037000     MOVE WS-CUR-RUN-NUMBER  TO SL-RUN-NUMBER.
037100     MOVE WS-CUR-STATE       TO SL-STATE.
037200     MOVE WS-CUR-MISSING-COUNT TO PS-MISSING-COUNT.
037300     MOVE WS-PRED-USED       TO PS-PRED-COUNT.
037400     MOVE WS-PRED-SUMMARY-WORK TO SL-PRED-SUMMARY.
037500     MOVE WS-STREAM-LINE     TO DEPRPT-REC.
037600     WRITE DEPRPT-REC.
037700     ADD 1 TO WS-LINE-COUNT.
037800     PERFORM 3100-PRINT-PRED THRU 3100-EXIT
037900         VARYING WS-PRED-SUB FROM 1 BY 1
038000         UNTIL WS-PRED-SUB > WS-PRED-USED.
038100     MOVE SPACES             TO DEPRPT-REC.
038200     WRITE DEPRPT-REC.
038300     ADD 1 TO WS-LINE-COUNT.
038400 3000-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------
038700 3100-PRINT-PRED.
038800*--------------------------------------------------------------
038900     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
039000         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
039100     END-IF.
039200     MOVE WS-PRED-JOB-NAME (WS-PRED-SUB)  TO PL-PRED-JOB-NAME.
039300     MOVE WS-PRED-STEP-NAME (WS-PRED-SUB) TO PL-PRED-STEP-NAME.
039400     MOVE WS-PRED-RUN-STATUS (WS-PRED-SUB) TO PL-RUN-STATUS.
039500     IF WS-PRED-RUN-STATUS (WS-PRED-SUB) = "COMPLETE"
039600         MOVE "SATISFIED"    TO PL-RESULT
039700     ELSE
039800         MOVE "MISSING"      TO PL-RESULT
039900     END-IF.
040000     MOVE WS-PRED-DESCRIPTION (WS-PRED-SUB) TO PL-DESCRIPTION.
040100     MOVE WS-PRED-LINE       TO DEPRPT-REC.
040200     WRITE DEPRPT-REC.
040300     ADD 1 TO WS-LINE-COUNT.
040400 3100-EXIT.
040500     EXIT.
040600*--------------------------------------------------------------
040700 8000-WRITE-HEADERS.
040800*--------------------------------------------------------------
040900     ADD 1 TO WS-PAGE-COUNT.
041000     MOVE 0 TO WS-LINE-COUNT.
041100     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
041200     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
041300     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
041400     MOVE WS-CYCLE-DATE      TO CR-CYCLE-DATE.
041500     MOVE WS-HEADER-LINE-1   TO DEPRPT-REC.
041600     WRITE DEPRPT-REC.
041700     MOVE WS-HEADER-LINE-2   TO DEPRPT-REC.
041800     WRITE DEPRPT-REC.
041900     MOVE WS-CRITERIA-LINE   TO DEPRPT-REC.
042000     WRITE DEPRPT-REC.
042100     MOVE WS-HEADER-LINE-3   TO DEPRPT-REC.
042200     WRITE DEPRPT-REC.
042300     MOVE SPACES             TO DEPRPT-REC.
042400     WRITE DEPRPT-REC.
042500     ADD 5 TO WS-LINE-COUNT.
042600 8000-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900 8100-WRITE-TRAILER.
043000*--------------------------------------------------------------
043100*    WRITE THE STATE COUNTS.  AN EMPTY TABLE STILL PRINTS ITS
043200*    HEADERS AND ZERO COUNTS AS PROOF THE REPORT RAN.
043300*--------------------------------------------------------------
043400     IF WS-PAGE-COUNT = 0
043500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
043600     END-IF.
043700     MOVE WS-STREAM-COUNT    TO TR-STREAM-COUNT.
043800     MOVE WS-DONE-COUNT      TO TR-DONE-COUNT.
043900     MOVE WS-ELIGIBLE-COUNT  TO TR-ELIGIBLE-COUNT.
044000     MOVE WS-BLOCKED-COUNT   TO TR-BLOCKED-COUNT.
044100     MOVE WS-TRAILER-LINE-1  TO DEPRPT-REC.
044200     WRITE DEPRPT-REC.
044300 8100-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------
044600 9000-TERMINATE.
044700*--------------------------------------------------------------
044800     IF WS-JOBDEP-IS-OPEN
044900         CLOSE JOBDEP
045000     END-IF.
045100     IF WS-RUNCTL-IS-OPEN
045200         CLOSE RUNCTL
045300     END-IF.
045400     CLOSE DEPRPT.
045500     IF WS-BLOCKED-COUNT > 0
045600         MOVE 4 TO RETURN-CODE
045700     ELSE
045800         MOVE 0 TO RETURN-CODE
045900     END-IF.
046000 9000-EXIT.
046100     EXIT.
046200*--------------------------------------------------------------
046300 9999-EXIT.
046400*--------------------------------------------------------------
046500     STOP RUN.
