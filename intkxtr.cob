000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTKXTR.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  CUTOFF EXTRACT OF THE
001100*                    GREETING REQUESTS STAGED ON THE INTAKE
001200*                    FILE BY THE INTKMNT ONLINE SCREEN.  RUN
001300*                    AHEAD OF TRANEDIT WITH THE INTAKE FILE
001400*                    CLOSED TO CICS.  EVERY PENDING REQUEST IS
001500*                    WRITTEN TO INTKOUT AS A TRANEDIN CARD
001600*                    (TRANREC) INSIDE A *H/*T BATCH WRAPPER
001700*                    (TRANBTCH) PER DEPARTMENT, UNDER THE
001800*                    DEPARTMENT'S NEXT BATCH NUMBER AND A NEW
001900*                    TX-TRAN-REF OF SOURCE SYSTEM ONLN, SO THE
002000*                    EDIT'S BATCH CONTROLS WORK ON ONLINE
002100*                    REQUESTS JUST AS ON FILE-FED ONES.  EACH
002200*                    REQUEST IS MARKED SUBMITTED AS ITS CARD IS
002300*                    WRITTEN - THE SCREEN NO LONGER LETS IT BE
002400*                    CHANGED OR CANCELLED, AND NO LATER EXTRACT
002500*                    TAKES IT AGAIN.  MODE R REBUILDS A LOST
002600*                    INTKOUT: THE CYCLE'S SUBMITTED REQUESTS
002700*                    ARE WRITTEN AGAIN UNDER THEIR ORIGINAL
002800*                    TRAN-REFS AND BATCH NUMBERS AHEAD OF ANY
002900*                    NEW ONES.  INTKOUT IS CONCATENATED INTO
003000*                    TRANEDIN AT THE POINT WHERE SOURCE SYSTEM
003100*                    ONLN FALLS IN TX-TRAN-REF ORDER.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-370.
003600 OBJECT-COMPUTER.   IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT INTAKE          ASSIGN TO INTAKE
004000                            ORGANIZATION IS INDEXED
004100                            ACCESS MODE IS DYNAMIC
004200                            RECORD KEY IS IN-INTAKE-KEY
004300                            FILE STATUS IS WS-INTAKE-STATUS.
004400     SELECT BCHCTL          ASSIGN TO BCHCTL
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS DYNAMIC
004700                            RECORD KEY IS BC-BATCH-CTL-KEY
004800                            FILE STATUS IS WS-BCHCTL-STATUS.
004900     SELECT INTKOUT         ASSIGN TO INTKOUT
005000                            ORGANIZATION IS LINE SEQUENTIAL
005100                            FILE STATUS IS WS-INTKOUT-STATUS.
005200     SELECT INTKRPT         ASSIGN TO INTKRPT
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS WS-INTKRPT-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  INTAKE.
005800 COPY INTKREC.
005900 FD  BCHCTL.
006000 COPY BCHCTLRC.
006100 FD  INTKOUT
006200     RECORDING MODE IS F.
006300 01  INTKOUT-REC                 PIC X(32).
006400 FD  INTKRPT
006500     RECORDING MODE IS F.
006600 01  INTKRPT-REC                 PIC X(133).
006700 WORKING-STORAGE SECTION.
006800*--------------------------------------------------------------
006900* PARM CARD - THE CYCLE DATE THE REQUESTS ARE SUBMITTED FOR,
007000* DEFAULTING TO TODAY, AND THE RUN MODE: "R" REBUILDS THE
007100* CYCLE'S INTKOUT (SEE HISTORY), ANYTHING ELSE IS A NORMAL
007200* CUTOFF.
007300*--------------------------------------------------------------
007400 01  WS-PARM-CARD.
007500     05  WS-PARM-CYCLE-DATE      PIC X(08).
007600     05  WS-PARM-MODE            PIC X(01).
007700         88  WS-PARM-REBUILD     VALUE "R".
007800     05  FILLER                  PIC X(71).
007900 01  WS-CYCLE-DATE               PIC 9(08).
008000*--------------------------------------------------------------
008100* OUTPUT CARD LAYOUTS (COPYBOOKS)
008200*--------------------------------------------------------------
008300 COPY TRANREC.
008400 COPY TRANBTCH.
008500*--------------------------------------------------------------
008600* FILE STATUS FIELDS AND SWITCHES
008700*--------------------------------------------------------------
008800 01  WS-INTAKE-STATUS            PIC X(02).
008900 01  WS-BCHCTL-STATUS            PIC X(02).
009000 01  WS-INTKOUT-STATUS           PIC X(02).
009100 01  WS-INTKRPT-STATUS           PIC X(02).
009200 01  WS-INTAKE-OPEN-SWITCH       PIC X(01).
009300     88  WS-INTAKE-IS-OPEN       VALUE "Y".
009400     88  WS-INTAKE-NOT-OPEN      VALUE "N".
009500 01  WS-BCHCTL-OPEN-SWITCH       PIC X(01).
009600     88  WS-BCHCTL-IS-OPEN       VALUE "Y".
009700     88  WS-BCHCTL-NOT-OPEN      VALUE "N".
009800 01  WS-INTAKE-SWITCH            PIC X(01).
009900     88  WS-END-OF-INTAKE        VALUE "Y".
010000     88  WS-NOT-END-OF-INTAKE    VALUE "N".
010100 01  WS-BCSCAN-SWITCH            PIC X(01).
010200     88  WS-END-OF-BCSCAN        VALUE "Y".
010300     88  WS-NOT-END-OF-BCSCAN    VALUE "N".
010400 01  WS-CONTROL-SWITCH           PIC X(01).
010500     88  WS-CONTROL-FOUND        VALUE "Y".
010600     88  WS-CONTROL-NOT-FOUND    VALUE "N".
010700 01  WS-DEPT-FOUND-SWITCH        PIC X(01).
010800     88  WS-DEPT-FOUND           VALUE "Y".
010900     88  WS-DEPT-NOT-FOUND       VALUE "N".
011000 01  WS-BATCH-END-SWITCH         PIC X(01).
011100     88  WS-BATCH-END-FOUND      VALUE "Y".
011200     88  WS-BATCH-END-NOT-FOUND  VALUE "N".
011300*--------------------------------------------------------------
011400* EXTRACT TABLE - EVERY REQUEST THIS RUN WILL WRITE.  XT-SORT-
011500* KEY ORDERS RESENT REQUESTS (KIND 1) AHEAD OF NEW ONES (KIND
011600* 2); RESENT ONES BY THEIR ORIGINAL TRAN-REF, WHICH RE-FORMS
011700* THEIR ORIGINAL BATCHES, NEW ONES BY DEPARTMENT THEN INTAKE
011800* NUMBER SO EACH DEPARTMENT BECOMES ONE BATCH IN KEYING ORDER.
011900*--------------------------------------------------------------
012000 01  WS-XTR-MAX                  PIC 9(04) COMP VALUE 2000.
012100 01  WS-XTR-USED                 PIC 9(04) COMP VALUE 0.
012200 01  WS-XTR-SUB                  PIC 9(04) COMP.
012300 01  WS-XTR-SUB-2                PIC 9(04) COMP.
012400 01  WS-XTR-TABLE.
012500     05  WS-XTR-ENTRY            OCCURS 2000 TIMES.
012600         10  XT-SORT-KEY.
012700             15  XT-KIND         PIC X(01).
012800                 88  XT-IS-RESEND    VALUE "1".
012900                 88  XT-IS-NEW       VALUE "2".
013000             15  XT-SORT-DEPT    PIC X(10).
013100             15  XT-SORT-REF     PIC X(12).
013200             15  XT-INTAKE-NUMBER PIC 9(08).
013300         10  XT-DEPARTMENT       PIC X(10).
013400         10  XT-BATCH-NUMBER     PIC 9(04).
013500         10  XT-TRAN-REF         PIC X(12).
013600         10  XT-REQUESTER-ID     PIC X(08).
013700         10  XT-LOCALE-CODE      PIC X(05).
013800         10  XT-MESSAGE-TYPE     PIC X(04).
013900         10  XT-OPERATOR-ID      PIC X(08).
014000 01  WS-XTR-SWAP-ENTRY           PIC X(82).
014100*--------------------------------------------------------------
014200* DEPARTMENT BATCH-NUMBER TABLE - THE HIGHEST BATCH NUMBER
014300* ANY EXTRACT HAS ALREADY GIVEN EACH DEPARTMENT.  A NEW BATCH
014400* TAKES ONE ABOVE THE HIGHER OF THIS AND THE DEPARTMENT'S
014500* HIGHEST NUMBER ON BCHCTL, SO IT IS NEVER A DUPLICATE OR OUT
014600* OF SEQUENCE TO THE EDIT EVEN BEFORE TRANEDIT HAS RECORDED
014700* AN EARLIER EXTRACT'S BATCH.
014800*--------------------------------------------------------------
014900 01  WS-DBN-MAX                  PIC 9(04) COMP VALUE 200.
015000 01  WS-DBN-USED                 PIC 9(04) COMP VALUE 0.
015100 01  WS-DBN-SUB                  PIC 9(04) COMP.
015200 01  WS-DBN-TABLE.
015300     05  WS-DBN-ENTRY            OCCURS 200 TIMES.
015400         10  DB-DEPARTMENT       PIC X(10).
015500         10  DB-LAST-BATCH       PIC 9(04).
015600*--------------------------------------------------------------
015700* THE BATCH BEING WRITTEN
015800*--------------------------------------------------------------
015900 01  WS-GROUP-START              PIC 9(04) COMP.
016000 01  WS-GROUP-END                PIC 9(04) COMP.
016100 01  WS-GROUP-COUNT              PIC 9(04) COMP.
016200 01  WS-GROUP-KEY.
016300     05  WS-GK-KIND              PIC X(01).
016400     05  WS-GK-DEPARTMENT        PIC X(10).
016500     05  WS-GK-BATCH-NUMBER      PIC 9(04).
016600 01  WS-ENTRY-GROUP-KEY.
016700     05  WS-EK-KIND              PIC X(01).
016800     05  WS-EK-DEPARTMENT        PIC X(10).
016900     05  WS-EK-BATCH-NUMBER      PIC 9(04).
017000 01  WS-BATCH-NUMBER             PIC 9(04).
017100 01  WS-BCHCTL-HIGH              PIC 9(04).
017200*--------------------------------------------------------------
017300* CONTROL RECORD VALUES AND ONLN SEQUENCE NUMBERS
017400*--------------------------------------------------------------
017500 01  WS-CTL-LAST-INTAKE          PIC 9(08) VALUE 0.
017600 01  WS-LAST-TRAN-SEQ            PIC 9(08) VALUE 0.
017700 01  WS-HIGH-INTAKE-SEEN         PIC 9(08) VALUE 0.
017800 01  WS-ONLN-SOURCE              PIC X(04) VALUE "ONLN".
017900*--------------------------------------------------------------
018000* COUNTERS AND RUN CONTEXT
018100*--------------------------------------------------------------
018200 01  WS-NEW-COUNT                PIC 9(06) COMP VALUE 0.
018300 01  WS-RESEND-COUNT             PIC 9(06) COMP VALUE 0.
018400 01  WS-BATCH-COUNT              PIC 9(06) COMP VALUE 0.
018500 01  WS-LEFT-PENDING-COUNT       PIC 9(06) COMP VALUE 0.
018600 01  WS-UPDATE-FAIL-COUNT        PIC 9(06) COMP VALUE 0.
018700 01  WS-CURRENT-DATE             PIC 9(08).
018800 01  WS-CURRENT-TIME             PIC 9(08).
018900*--------------------------------------------------------------
019000* PAGE / LINE CONTROL
019100*--------------------------------------------------------------
019200 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
019300 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
019400 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
019500*--------------------------------------------------------------
019600* REPORT LINE LAYOUTS (INTKRPT)
019700*--------------------------------------------------------------
019800 01  WS-HEADER-LINE-1.
019900     05  FILLER                  PIC X(01)  VALUE SPACE.
020000     05  FILLER                  PIC X(26)  VALUE
020100             "INTKXTR - GREETING REQUEST".
020200     05  FILLER                  PIC X(23)  VALUE
020300             " INTAKE CUTOFF EXTRACT ".
020400     05  FILLER                  PIC X(10)  VALUE "      PAGE".
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  H1-PAGE-NUMBER          PIC ZZZ9.
020700     05  FILLER                  PIC X(68)  VALUE SPACES.
020800 01  WS-HEADER-LINE-2.
020900     05  FILLER                  PIC X(01)  VALUE SPACE.
021000     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
021100     05  H2-RUN-DATE             PIC 9(08).
021200     05  FILLER                  PIC X(05)  VALUE SPACES.
021300     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
021400     05  H2-RUN-TIME             PIC 9(08).
021500     05  FILLER                  PIC X(05)  VALUE SPACES.
021600     05  FILLER                  PIC X(13)  VALUE
021700             "CYCLE DATE: ".
021800     05  H2-CYCLE-DATE           PIC 9(08).
021900     05  FILLER                  PIC X(05)  VALUE SPACES.
022000     05  H2-MODE                 PIC X(20).
022100     05  FILLER                  PIC X(38)  VALUE SPACES.
022200 01  WS-HEADER-LINE-3.
022300     05  FILLER                  PIC X(01)  VALUE SPACE.
022400     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
022500     05  FILLER                  PIC X(02)  VALUE SPACES.
022600     05  FILLER                  PIC X(05)  VALUE "BATCH".
022700     05  FILLER                  PIC X(02)  VALUE SPACES.
022800     05  FILLER                  PIC X(08)  VALUE "TRAN REF".
022900     05  FILLER                  PIC X(06)  VALUE SPACES.
023000     05  FILLER                  PIC X(09)  VALUE "INTAKE NO".
023100     05  FILLER                  PIC X(02)  VALUE SPACES.
023200     05  FILLER                  PIC X(09)  VALUE "REQUESTER".
023300     05  FILLER                  PIC X(01)  VALUE SPACE.
023400     05  FILLER                  PIC X(06)  VALUE "LOCALE".
023500     05  FILLER                  PIC X(01)  VALUE SPACE.
023600     05  FILLER                  PIC X(04)  VALUE "TYPE".
023700     05  FILLER                  PIC X(02)  VALUE SPACES.
023800     05  FILLER                  PIC X(08)  VALUE "OPERATOR".
023900     05  FILLER                  PIC X(02)  VALUE SPACES.
024000     05  FILLER                  PIC X(06)  VALUE "ACTION".
024100     05  FILLER                  PIC X(49)  VALUE SPACES.
024200 01  WS-DETAIL-LINE.
024300     05  FILLER                  PIC X(01)  VALUE SPACE.
024400     05  DL-DEPARTMENT           PIC X(10).
024500     05  FILLER                  PIC X(02)  VALUE SPACES.
024600     05  DL-BATCH-NUMBER         PIC 9(04).
024700     05  FILLER                  PIC X(03)  VALUE SPACES.
024800     05  DL-TRAN-REF             PIC X(12).
024900     05  FILLER                  PIC X(02)  VALUE SPACES.
025000     05  DL-INTAKE-NUMBER        PIC 9(08).
025100     05  FILLER                  PIC X(03)  VALUE SPACES.
025200     05  DL-REQUESTER-ID         PIC X(08).
025300     05  FILLER                  PIC X(02)  VALUE SPACES.
025400     05  DL-LOCALE-CODE          PIC X(05).
025500     05  FILLER                  PIC X(02)  VALUE SPACES.
025600     05  DL-MESSAGE-TYPE         PIC X(04).
025700     05  FILLER                  PIC X(02)  VALUE SPACES.
025800     05  DL-OPERATOR-ID          PIC X(08).
025900     05  FILLER                  PIC X(02)  VALUE SPACES.
026000     05  DL-ACTION               PIC X(20).
026100     05  FILLER                  PIC X(35)  VALUE SPACES.
026200 01  WS-MESSAGE-LINE.
026300     05  FILLER                  PIC X(01)  VALUE SPACE.
026400     05  ML-MESSAGE              PIC X(80).
026500     05  FILLER                  PIC X(52)  VALUE SPACES.
026600 01  WS-TRAILER-LINE-1.
026700     05  FILLER                  PIC X(01)  VALUE SPACE.
026800     05  FILLER                  PIC X(22)  VALUE
026900             "REQUESTS EXTRACTED = ".
027000     05  TR-NEW-COUNT            PIC ZZZ,ZZ9.
027100     05  FILLER                  PIC X(11)  VALUE
027200             "  RESENT = ".
027300     05  TR-RESEND-COUNT         PIC ZZZ,ZZ9.
027400     05  FILLER                  PIC X(12)  VALUE
027500             "  BATCHES = ".
027600     05  TR-BATCH-COUNT          PIC ZZZ,ZZ9.
027700     05  FILLER                  PIC X(66)  VALUE SPACES.
027800 01  WS-TRAILER-LINE-2.
027900     05  FILLER                  PIC X(01)  VALUE SPACE.
028000     05  FILLER                  PIC X(22)  VALUE
028100             "LEFT PENDING       = ".
028200     05  TR-LEFT-PENDING-COUNT   PIC ZZZ,ZZ9.
028300     05  FILLER                  PIC X(20)  VALUE
028400             "  UPDATE FAILURES = ".
028500     05  TR-UPDATE-FAIL-COUNT    PIC ZZZ,ZZ9.
028600     05  FILLER                  PIC X(76)  VALUE SPACES.
028700 PROCEDURE DIVISION.
028800*--------------------------------------------------------------
028900 0000-MAINLINE.
029000*--------------------------------------------------------------
029100     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
029200     IF WS-INTAKE-IS-OPEN
029300         PERFORM 1200-LOAD-REQUEST THRU 1200-EXIT
029400             UNTIL WS-END-OF-INTAKE
029500         PERFORM 3000-SORT-EXTRACT THRU 3000-EXIT
029600         MOVE 1 TO WS-XTR-SUB
029700         PERFORM 4000-WRITE-BATCH  THRU 4000-EXIT
029800             UNTIL WS-XTR-SUB > WS-XTR-USED
029900         PERFORM 6000-UPDATE-CONTROL THRU 6000-EXIT
030000     END-IF.
030100     PERFORM 8100-WRITE-TRAILER    THRU 8100-EXIT.
030200     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
030300     GO TO 9999-EXIT.
030400*--------------------------------------------------------------
030500 1000-INITIALIZE.
030600*--------------------------------------------------------------
030700*    PICK UP THE PARM (CYCLE DATE DEFAULTING TO TODAY, RUN
030800*    MODE) AND OPEN THE FILES.  NO INTAKE FILE YET MEANS NO
030900*    DESK HAS KEYED ANYTHING - AN EMPTY INTKOUT IS WRITTEN SO
031000*    THE TRANEDIN CONCATENATION STILL RESOLVES.  NO BCHCTL
031100*    MEANS NO BATCH HAS EVER BEEN EDITED - NUMBERS START FROM
031200*    THE INTAKE FILE'S OWN HISTORY.  ANY OTHER INTAKE OPEN
031300*    FAILURE ENDS THE RUN RC 16 WITH NOTHING EXTRACTED.
031400*--------------------------------------------------------------
031500     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
031600     ACCEPT WS-CURRENT-TIME  FROM TIME.
031700     MOVE SPACES             TO WS-PARM-CARD.
031800     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
031900     IF WS-PARM-CYCLE-DATE IS NUMERIC
032000         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
032100     ELSE
032200         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
032300     END-IF.
032400     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
032500     OPEN OUTPUT INTKOUT.
032600     OPEN OUTPUT INTKRPT.
032700     SET WS-BCHCTL-NOT-OPEN TO TRUE.
032800     OPEN INPUT BCHCTL.
032900     IF WS-BCHCTL-STATUS = "00"
033000         SET WS-BCHCTL-IS-OPEN TO TRUE
033100     ELSE
033200         DISPLAY "INTKXTR - BCHCTL NOT AVAILABLE, STATUS="
033300                 WS-BCHCTL-STATUS " - BATCH NUMBERS FROM "
033400                 "INTAKE HISTORY ONLY"
033500     END-IF.
033600     SET WS-INTAKE-NOT-OPEN   TO TRUE.
033700     SET WS-NOT-END-OF-INTAKE TO TRUE.
033800     OPEN I-O INTAKE.
033900     IF WS-INTAKE-STATUS = "35"
034000         DISPLAY "INTKXTR - NO INTAKE FILE PRESENT, NOTHING "
034100                 "TO EXTRACT"
034200         GO TO 1000-EXIT
034300     END-IF.
034400     IF WS-INTAKE-STATUS NOT = "00"
034500         MOVE SPACES TO ML-MESSAGE
034600         STRING "INTAKE OPEN FAILED, STATUS="
034700                WS-INTAKE-STATUS
034800                " - NOTHING EXTRACTED"
034900                DELIMITED BY SIZE INTO ML-MESSAGE
035000         DISPLAY "INTKXTR - ABEND - " ML-MESSAGE
035100         PERFORM 8300-WRITE-MESSAGE THRU 8300-EXIT
035200         MOVE 16 TO RETURN-CODE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     SET WS-INTAKE-IS-OPEN TO TRUE.
035600     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
035700     MOVE 1 TO IN-INTAKE-NUMBER.
035800     START INTAKE KEY NOT < IN-INTAKE-KEY
035900         INVALID KEY
036000             SET WS-END-OF-INTAKE TO TRUE
036100     END-START.
036200     IF WS-NOT-END-OF-INTAKE
036300         PERFORM 1290-READ-INTAKE THRU 1290-EXIT
036400     END-IF.
036500 1000-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------
036800 1100-READ-CONTROL.
036900*--------------------------------------------------------------
037000*    PICK UP THE CONTROL RECORD (INTAKE NUMBER ZERO) - THE
037100*    LAST ONLN SEQUENCE NUMBER ANY EXTRACT ASSIGNED.
037200*--------------------------------------------------------------
037300     SET WS-CONTROL-NOT-FOUND TO TRUE.
037400     MOVE 0 TO IN-INTAKE-NUMBER.
037500     READ INTAKE
037600         INVALID KEY
037700             DISPLAY "INTKXTR - NO INTAKE CONTROL RECORD, "
037800                     "ONE WILL BE WRITTEN"
037900         NOT INVALID KEY
038000             SET WS-CONTROL-FOUND TO TRUE
038100             MOVE IN-CTL-LAST-INTAKE   TO WS-CTL-LAST-INTAKE
038200             MOVE IN-CTL-LAST-TRAN-SEQ TO WS-LAST-TRAN-SEQ
038300     END-READ.
038400 1100-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------
038700 1200-LOAD-REQUEST.
038800*--------------------------------------------------------------
038900*    SORT ONE INTAKE RECORD INTO THE RUN.  A PENDING REQUEST
039000*    IS TAKEN NEW.  A SUBMITTED ONE ADDS TO THE DEPARTMENT'S
039100*    BATCH-NUMBER HISTORY AND THE HIGHEST ONLN SEQUENCE SEEN
039200*    AND, ON A REBUILD, IS TAKEN AGAIN WHEN IT WAS SUBMITTED
039300*    FOR THIS CYCLE.  CANCELLED REQUESTS ARE PASSED BY.  A
039400*    FULL TABLE LEAVES THE REST PENDING FOR THE NEXT EXTRACT
039500*    AND ENDS THE RUN RC 4.
039600*--------------------------------------------------------------
039700     IF IN-INTAKE-NUMBER > WS-HIGH-INTAKE-SEEN
039800         MOVE IN-INTAKE-NUMBER TO WS-HIGH-INTAKE-SEEN
039900     END-IF.
040000     IF IN-STATUS-SUBMITTED
040100         PERFORM 1250-NOTE-SUBMITTED THRU 1250-EXIT
040200     END-IF.
040300     IF IN-STATUS-PENDING
040400      OR (IN-STATUS-SUBMITTED AND WS-PARM-REBUILD
040500          AND IN-SUBMIT-DATE = WS-CYCLE-DATE)
040600         PERFORM 1300-ADD-EXTRACT THRU 1300-EXIT
040700     END-IF.
040800     PERFORM 1290-READ-INTAKE THRU 1290-EXIT.
040900 1200-EXIT.
041000     EXIT.
041100*--------------------------------------------------------------
041200 1250-NOTE-SUBMITTED.
041300*--------------------------------------------------------------
041400     IF IN-SOURCE-SYSTEM = WS-ONLN-SOURCE
041500      AND IN-SEQUENCE-NUMBER > WS-LAST-TRAN-SEQ
041600         MOVE IN-SEQUENCE-NUMBER TO WS-LAST-TRAN-SEQ
041700     END-IF.
041800     PERFORM 1400-LOCATE-DEPT THRU 1400-EXIT.
041900     IF WS-DEPT-FOUND
042000      AND IN-BATCH-NUMBER > DB-LAST-BATCH (WS-DBN-SUB)
042100         MOVE IN-BATCH-NUMBER TO DB-LAST-BATCH (WS-DBN-SUB)
042200     END-IF.
042300 1250-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------
042600 1290-READ-INTAKE.
042700*--------------------------------------------------------------
042800     READ INTAKE NEXT
042900         AT END
043000             SET WS-END-OF-INTAKE TO TRUE
043100     END-READ.
043200 1290-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------
043500 1300-ADD-EXTRACT.
043600*--------------------------------------------------------------
043700     IF WS-XTR-USED NOT < WS-XTR-MAX
043800         ADD 1 TO WS-LEFT-PENDING-COUNT
043900         GO TO 1300-EXIT
044000     END-IF.
044100     ADD 1 TO WS-XTR-USED.
044200     MOVE IN-INTAKE-NUMBER TO XT-INTAKE-NUMBER (WS-XTR-USED).
044300     MOVE IN-DEPARTMENT    TO XT-DEPARTMENT (WS-XTR-USED).
044400     MOVE IN-REQUESTER-ID  TO XT-REQUESTER-ID (WS-XTR-USED).
044500     MOVE IN-LOCALE-CODE   TO XT-LOCALE-CODE (WS-XTR-USED).
044600     MOVE IN-MESSAGE-TYPE  TO XT-MESSAGE-TYPE (WS-XTR-USED).
044700     MOVE IN-OPERATOR-ID   TO XT-OPERATOR-ID (WS-XTR-USED).
044800     IF IN-STATUS-SUBMITTED
044900         SET XT-IS-RESEND (WS-XTR-USED) TO TRUE
045000         MOVE SPACES          TO XT-SORT-DEPT (WS-XTR-USED)
045100         MOVE IN-TRAN-REF     TO XT-SORT-REF (WS-XTR-USED)
045200         MOVE IN-TRAN-REF     TO XT-TRAN-REF (WS-XTR-USED)
045300         MOVE IN-BATCH-NUMBER TO XT-BATCH-NUMBER (WS-XTR-USED)
045400     ELSE
045500         SET XT-IS-NEW (WS-XTR-USED) TO TRUE
045600         MOVE IN-DEPARTMENT   TO XT-SORT-DEPT (WS-XTR-USED)
045700         MOVE SPACES          TO XT-SORT-REF (WS-XTR-USED)
045800         MOVE SPACES          TO XT-TRAN-REF (WS-XTR-USED)
045900         MOVE 0               TO XT-BATCH-NUMBER (WS-XTR-USED)
046000     END-IF.
046100 1300-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------
046400 1400-LOCATE-DEPT.
046500*--------------------------------------------------------------
046600*    FIND THE DEPARTMENT IN IN-DEPARTMENT IN THE BATCH-NUMBER
046700*    TABLE, ADDING IT AT ZERO IF NEW.  A FULL TABLE LEAVES
046800*    WS-DEPT-NOT-FOUND.
046900*--------------------------------------------------------------
047000     SET WS-DEPT-NOT-FOUND TO TRUE.
047100     PERFORM 1450-FIND-DEPT THRU 1450-EXIT
047200         VARYING WS-DBN-SUB FROM 1 BY 1
047300         UNTIL WS-DBN-SUB > WS-DBN-USED
047400            OR WS-DEPT-FOUND.
047500     IF WS-DEPT-FOUND
047600         SUBTRACT 1 FROM WS-DBN-SUB
047700         GO TO 1400-EXIT
047800     END-IF.
047900     IF WS-DBN-USED < WS-DBN-MAX
048000         ADD 1 TO WS-DBN-USED
048100         MOVE WS-DBN-USED   TO WS-DBN-SUB
048200         MOVE IN-DEPARTMENT TO DB-DEPARTMENT (WS-DBN-SUB)
048300         MOVE 0             TO DB-LAST-BATCH (WS-DBN-SUB)
048400         SET WS-DEPT-FOUND TO TRUE
048500     ELSE
048600         DISPLAY "INTKXTR - DEPARTMENT TABLE FULL AT "
048700                 IN-DEPARTMENT
048800     END-IF.
048900 1400-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------
049200 1450-FIND-DEPT.
049300*--------------------------------------------------------------
049400     IF DB-DEPARTMENT (WS-DBN-SUB) = IN-DEPARTMENT
049500         SET WS-DEPT-FOUND TO TRUE
049600     END-IF.
049700 1450-EXIT.
049800     EXIT.
049900*--------------------------------------------------------------
050000 3000-SORT-EXTRACT.
050100*--------------------------------------------------------------
050200*    SORT THE EXTRACT INTO WRITING ORDER (SEE XT-SORT-KEY).  A
050300*    STRAIGHT EXCHANGE SORT IS PLENTY FOR A TABLE THIS SIZE.
050400*--------------------------------------------------------------
050500     IF WS-XTR-USED < 2
050600         GO TO 3000-EXIT
050700     END-IF.
050800     PERFORM 3100-SORT-XTR-PASS THRU 3100-EXIT
050900         VARYING WS-XTR-SUB FROM 1 BY 1
051000         UNTIL WS-XTR-SUB >= WS-XTR-USED.
051100 3000-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------
051400 3100-SORT-XTR-PASS.
051500*--------------------------------------------------------------
051600     PERFORM 3150-SORT-XTR-COMPARE THRU 3150-EXIT
051700         VARYING WS-XTR-SUB-2 FROM 1 BY 1
051800         UNTIL WS-XTR-SUB-2 >= WS-XTR-USED.
051900 3100-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------
052200 3150-SORT-XTR-COMPARE.
052300*--------------------------------------------------------------
052400     IF XT-SORT-KEY (WS-XTR-SUB-2) >
052500        XT-SORT-KEY (WS-XTR-SUB-2 + 1)
052600         MOVE WS-XTR-ENTRY (WS-XTR-SUB-2)
052700             TO WS-XTR-SWAP-ENTRY
052800         MOVE WS-XTR-ENTRY (WS-XTR-SUB-2 + 1)
052900             TO WS-XTR-ENTRY (WS-XTR-SUB-2)
053000         MOVE WS-XTR-SWAP-ENTRY
053100             TO WS-XTR-ENTRY (WS-XTR-SUB-2 + 1)
053200     END-IF.
053300 3150-EXIT.
053400     EXIT.
053500*--------------------------------------------------------------
053600 4000-WRITE-BATCH.
053700*--------------------------------------------------------------
053800*    WRITE ONE BATCH - THE RUN OF ENTRIES FROM WS-XTR-SUB THAT
053900*    SHARE KIND, DEPARTMENT AND (FOR A RESEND) BATCH NUMBER -
054000*    AS *H HEADER, CARDS AND *T TRAILER.  THE HEADER CARRIES
054100*    THE COUNT AHEAD, SO THE BATCH IS MEASURED FIRST.  A NEW
054200*    BATCH TAKES THE DEPARTMENT'S NEXT NUMBER.
054300*--------------------------------------------------------------
054400     MOVE WS-XTR-SUB TO WS-GROUP-START.
054500     MOVE WS-XTR-SUB TO WS-GROUP-END.
054600     MOVE WS-XTR-SUB TO WS-XTR-SUB-2.
054700     PERFORM 4050-BUILD-ENTRY-KEY THRU 4050-EXIT.
054800     MOVE WS-ENTRY-GROUP-KEY TO WS-GROUP-KEY.
054900     SET WS-BATCH-END-NOT-FOUND TO TRUE.
055000     PERFORM 4100-MEASURE-BATCH THRU 4100-EXIT
055100         VARYING WS-XTR-SUB-2 FROM WS-GROUP-START BY 1
055200         UNTIL WS-XTR-SUB-2 > WS-XTR-USED
055300            OR WS-BATCH-END-FOUND.
055400     COMPUTE WS-GROUP-COUNT = WS-GROUP-END - WS-GROUP-START + 1.
055500     IF WS-GK-KIND = "1"
055600         MOVE WS-GK-BATCH-NUMBER TO WS-BATCH-NUMBER
055700     ELSE
055800         PERFORM 4200-NEXT-BATCH-NUMBER THRU 4200-EXIT
055900     END-IF.
056000     MOVE SPACES              TO TRAN-BATCH-CARD.
056100     SET BT-TYPE-HEADER       TO TRUE.
056200     MOVE WS-GK-DEPARTMENT    TO BT-DEPARTMENT.
056300     MOVE WS-BATCH-NUMBER     TO BT-BATCH-NUMBER.
056400     MOVE WS-GROUP-COUNT      TO BT-EXPECTED-COUNT.
056500     MOVE TRAN-BATCH-CARD     TO INTKOUT-REC.
056600     WRITE INTKOUT-REC.
056700     PERFORM 4300-WRITE-CARD THRU 4300-EXIT
056800         VARYING WS-XTR-SUB FROM WS-GROUP-START BY 1
056900         UNTIL WS-XTR-SUB > WS-GROUP-END.
057000     MOVE SPACES              TO TRAN-BATCH-CARD.
057100     SET BT-TYPE-TRAILER      TO TRUE.
057200     MOVE WS-BATCH-NUMBER     TO BT-TRL-BATCH-NUMBER.
057300     MOVE WS-GROUP-COUNT      TO BT-TRL-ACTUAL-COUNT.
057400     MOVE TRAN-BATCH-CARD     TO INTKOUT-REC.
057500     WRITE INTKOUT-REC.
057600     ADD 1 TO WS-BATCH-COUNT.
057700     COMPUTE WS-XTR-SUB = WS-GROUP-END + 1.
057800 4000-EXIT.
057900     EXIT.
058000*--------------------------------------------------------------
058100 4050-BUILD-ENTRY-KEY.
058200*--------------------------------------------------------------
058300     MOVE XT-KIND (WS-XTR-SUB-2)       TO WS-EK-KIND.
058400     MOVE XT-DEPARTMENT (WS-XTR-SUB-2) TO WS-EK-DEPARTMENT.
058500     MOVE XT-BATCH-NUMBER (WS-XTR-SUB-2)
058600         TO WS-EK-BATCH-NUMBER.
058700 4050-EXIT.
058800     EXIT.
058900*--------------------------------------------------------------
059000 4100-MEASURE-BATCH.
059100*--------------------------------------------------------------
059200*    STRETCH THE BATCH OVER THE ENTRY AT WS-XTR-SUB-2 WHEN IT
059300*    SHARES THE BATCH'S KEY; THE FIRST ONE THAT DOES NOT ENDS
059400*    THE BATCH.
059500*--------------------------------------------------------------
059600     PERFORM 4050-BUILD-ENTRY-KEY THRU 4050-EXIT.
059700     IF WS-ENTRY-GROUP-KEY = WS-GROUP-KEY
059800         MOVE WS-XTR-SUB-2 TO WS-GROUP-END
059900     ELSE
060000         SET WS-BATCH-END-FOUND TO TRUE
060100     END-IF.
060200 4100-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------
060500 4200-NEXT-BATCH-NUMBER.
060600*--------------------------------------------------------------
060700*    ONE ABOVE THE HIGHER OF THE DEPARTMENT'S HIGHEST NUMBER
060800*    ON BCHCTL AND THE HIGHEST ANY EXTRACT HAS GIVEN IT, WHICH
060900*    BECOMES THE NEW HIGHEST.
061000*--------------------------------------------------------------
061100     MOVE 0 TO WS-BCHCTL-HIGH.
061200     IF WS-BCHCTL-IS-OPEN
061300         MOVE WS-GK-DEPARTMENT TO BC-DEPARTMENT
061400         MOVE 0                TO BC-BATCH-NUMBER
061500         SET WS-NOT-END-OF-BCSCAN TO TRUE
061600         START BCHCTL KEY NOT < BC-BATCH-CTL-KEY
061700             INVALID KEY
061800                 SET WS-END-OF-BCSCAN TO TRUE
061900         END-START
062000         PERFORM 4250-SCAN-BATCH-CTL THRU 4250-EXIT
062100             UNTIL WS-END-OF-BCSCAN
062200     END-IF.
062300     MOVE WS-GK-DEPARTMENT TO IN-DEPARTMENT.
062400     PERFORM 1400-LOCATE-DEPT THRU 1400-EXIT.
062500     MOVE WS-BCHCTL-HIGH TO WS-BATCH-NUMBER.
062600     IF WS-DEPT-FOUND
062700      AND DB-LAST-BATCH (WS-DBN-SUB) > WS-BATCH-NUMBER
062800         MOVE DB-LAST-BATCH (WS-DBN-SUB) TO WS-BATCH-NUMBER
062900     END-IF.
063000     IF WS-BATCH-NUMBER = 9999
063100         MOVE 0 TO WS-BATCH-NUMBER
063200         DISPLAY "INTKXTR - BATCH NUMBERS EXHAUSTED FOR "
063300                 WS-GK-DEPARTMENT " - NUMBERING RESTARTS AT 1"
063400     END-IF.
063500     ADD 1 TO WS-BATCH-NUMBER.
063600     IF WS-DEPT-FOUND
063700         MOVE WS-BATCH-NUMBER TO DB-LAST-BATCH (WS-DBN-SUB)
063800     END-IF.
063900 4200-EXIT.
064000     EXIT.
064100*--------------------------------------------------------------
064200 4250-SCAN-BATCH-CTL.
064300*--------------------------------------------------------------
064400     READ BCHCTL NEXT
064500         AT END
064600             SET WS-END-OF-BCSCAN TO TRUE
064700             GO TO 4250-EXIT
064800     END-READ.
064900     IF BC-DEPARTMENT NOT = WS-GK-DEPARTMENT
065000         SET WS-END-OF-BCSCAN TO TRUE
065100         GO TO 4250-EXIT
065200     END-IF.
065300     IF BC-BATCH-NUMBER > WS-BCHCTL-HIGH
065400         MOVE BC-BATCH-NUMBER TO WS-BCHCTL-HIGH
065500     END-IF.
065600 4250-EXIT.
065700     EXIT.
065800*--------------------------------------------------------------
065900 4300-WRITE-CARD.
066000*--------------------------------------------------------------
066100*    WRITE ONE REQUEST AS A TRANEDIN CARD - A NEW ONE UNDER
066200*    THE NEXT ONLN SEQUENCE NUMBER - AND AT ONCE MARK IT
066300*    SUBMITTED ON THE INTAKE FILE WITH THE CYCLE DATE, ITS
066400*    TRAN-REF AND ITS BATCH, SO A RERUN AFTER A FAILURE NEVER
066500*    SENDS IT TWICE.  A BLANK LOCALE GOES OUT BLANK FOR
066600*    HELLOWORLD TO DEFAULT ON THE DAY.
066700*--------------------------------------------------------------
066800     IF XT-IS-NEW (WS-XTR-SUB)
066900         ADD 1 TO WS-LAST-TRAN-SEQ
067000         MOVE WS-ONLN-SOURCE   TO XT-TRAN-REF (WS-XTR-SUB) (1:4)
067100         MOVE WS-LAST-TRAN-SEQ TO XT-TRAN-REF (WS-XTR-SUB) (5:8)
067200         MOVE WS-BATCH-NUMBER  TO XT-BATCH-NUMBER (WS-XTR-SUB)
067300         ADD 1 TO WS-NEW-COUNT
067400     ELSE
067500         ADD 1 TO WS-RESEND-COUNT
067600     END-IF.
067700     MOVE SPACES                       TO GREET-TRAN-REC.
067800     MOVE XT-REQUESTER-ID (WS-XTR-SUB) TO TX-REQUESTER-ID.
067900     MOVE XT-LOCALE-CODE (WS-XTR-SUB)  TO TX-LOCALE-CODE.
068000     MOVE XT-MESSAGE-TYPE (WS-XTR-SUB) TO TX-MESSAGE-TYPE.
068100     MOVE XT-TRAN-REF (WS-XTR-SUB)     TO TX-TRAN-REF.
068200     MOVE GREET-TRAN-REC               TO INTKOUT-REC.
068300     WRITE INTKOUT-REC.
068400     PERFORM 4350-MARK-SUBMITTED THRU 4350-EXIT.
068500     PERFORM 4380-PRINT-CARD THRU 4380-EXIT.
068600 4300-EXIT.
068700     EXIT.
068800*--------------------------------------------------------------
068900 4350-MARK-SUBMITTED.
069000*--------------------------------------------------------------
069100     MOVE XT-INTAKE-NUMBER (WS-XTR-SUB) TO IN-INTAKE-NUMBER.
069200     READ INTAKE
069300         INVALID KEY
069400             ADD 1 TO WS-UPDATE-FAIL-COUNT
069500             DISPLAY "INTKXTR - INTAKE " IN-INTAKE-NUMBER
069600                     " VANISHED - NOT MARKED SUBMITTED"
069700             GO TO 4350-EXIT
069800     END-READ.
069900     SET IN-STATUS-SUBMITTED          TO TRUE.
070000     MOVE WS-CYCLE-DATE               TO IN-SUBMIT-DATE.
070100     MOVE XT-TRAN-REF (WS-XTR-SUB)    TO IN-TRAN-REF.
070200     MOVE XT-BATCH-NUMBER (WS-XTR-SUB) TO IN-BATCH-NUMBER.
070300     REWRITE INTAKE-REC
070400         INVALID KEY
070500             ADD 1 TO WS-UPDATE-FAIL-COUNT
070600             DISPLAY "INTKXTR - INTAKE " IN-INTAKE-NUMBER
070700                     " REWRITE FAILED, STATUS="
070800                     WS-INTAKE-STATUS
070900     END-REWRITE.
071000 4350-EXIT.
071100     EXIT.
071200*--------------------------------------------------------------
071300 4380-PRINT-CARD.
071400*--------------------------------------------------------------
071500     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
071600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
071700     END-IF.
071800     MOVE SPACES                        TO WS-DETAIL-LINE.
071900     MOVE XT-DEPARTMENT (WS-XTR-SUB)    TO DL-DEPARTMENT.
072000     MOVE XT-BATCH-NUMBER (WS-XTR-SUB)  TO DL-BATCH-NUMBER.
072100     MOVE XT-TRAN-REF (WS-XTR-SUB)      TO DL-TRAN-REF.
072200     MOVE XT-INTAKE-NUMBER (WS-XTR-SUB) TO DL-INTAKE-NUMBER.
072300     MOVE XT-REQUESTER-ID (WS-XTR-SUB)  TO DL-REQUESTER-ID.
072400     MOVE XT-LOCALE-CODE (WS-XTR-SUB)   TO DL-LOCALE-CODE.
072500     MOVE XT-MESSAGE-TYPE (WS-XTR-SUB)  TO DL-MESSAGE-TYPE.
072600     MOVE XT-OPERATOR-ID (WS-XTR-SUB)   TO DL-OPERATOR-ID.
072700     IF XT-IS-NEW (WS-XTR-SUB)
072800         MOVE "SUBMITTED"               TO DL-ACTION
072900     ELSE
073000         MOVE "RESENT"                  TO DL-ACTION
073100     END-IF.
073200     MOVE WS-DETAIL-LINE TO INTKRPT-REC.
073300     WRITE INTKRPT-REC.
073400     ADD 1 TO WS-LINE-COUNT.
073500 4380-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------
073800 6000-UPDATE-CONTROL.
073900*--------------------------------------------------------------
074000*    RECORD THE LAST ONLN SEQUENCE NUMBER ASSIGNED AND THE
074100*    CYCLE EXTRACTED ON THE CONTROL RECORD, WRITING IT IF THE
074200*    SCREEN NEVER DID.
074300*--------------------------------------------------------------
074400     MOVE 0 TO IN-INTAKE-NUMBER.
074500     IF WS-CONTROL-FOUND
074600         READ INTAKE
074700             INVALID KEY
074800                 SET WS-CONTROL-NOT-FOUND TO TRUE
074900         END-READ
075000     END-IF.
075100     IF WS-CONTROL-NOT-FOUND
075200         MOVE SPACES               TO INTAKE-REC
075300         MOVE 0                    TO IN-INTAKE-NUMBER
075400         SET IN-STATUS-CONTROL     TO TRUE
075500         MOVE WS-HIGH-INTAKE-SEEN  TO IN-CTL-LAST-INTAKE
075600     END-IF.
075700     MOVE WS-LAST-TRAN-SEQ         TO IN-CTL-LAST-TRAN-SEQ.
075800     MOVE WS-CYCLE-DATE            TO IN-CTL-LAST-EXTRACT.
075900     IF WS-CONTROL-FOUND
076000         REWRITE INTAKE-REC
076100             INVALID KEY
076200                 DISPLAY "INTKXTR - CONTROL RECORD REWRITE "
076300                         "FAILED, STATUS=" WS-INTAKE-STATUS
076400         END-REWRITE
076500     ELSE
076600         WRITE INTAKE-REC
076700             INVALID KEY
076800                 DISPLAY "INTKXTR - CONTROL RECORD WRITE "
076900                         "FAILED, STATUS=" WS-INTAKE-STATUS
077000         END-WRITE
077100     END-IF.
077200 6000-EXIT.
077300     EXIT.
077400*--------------------------------------------------------------
077500 8000-WRITE-HEADERS.
077600*--------------------------------------------------------------
077700     ADD 1 TO WS-PAGE-COUNT.
077800     MOVE 0 TO WS-LINE-COUNT.
077900     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
078000     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
078100     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
078200     MOVE WS-CYCLE-DATE      TO H2-CYCLE-DATE.
078300     IF WS-PARM-REBUILD
078400         MOVE "MODE: REBUILD"    TO H2-MODE
078500     ELSE
078600         MOVE "MODE: CUTOFF"     TO H2-MODE
078700     END-IF.
078800     MOVE WS-HEADER-LINE-1   TO INTKRPT-REC.
078900     WRITE INTKRPT-REC.
079000     MOVE WS-HEADER-LINE-2   TO INTKRPT-REC.
079100     WRITE INTKRPT-REC.
079200     MOVE WS-HEADER-LINE-3   TO INTKRPT-REC.
079300     WRITE INTKRPT-REC.
079400     MOVE SPACES             TO INTKRPT-REC.
079500     WRITE INTKRPT-REC.
079600     ADD 4 TO WS-LINE-COUNT.
079700 8000-EXIT.
079800     EXIT.
079900*--------------------------------------------------------------
080000 8100-WRITE-TRAILER.
080100*--------------------------------------------------------------
080200*    WRITE THE RUN TOTALS.  A CUTOFF WITH NOTHING PENDING
080300*    STILL PRINTS ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
080400*--------------------------------------------------------------
080500     IF WS-PAGE-COUNT = 0
080600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
080700     END-IF.
080800     MOVE SPACES TO INTKRPT-REC.
080900     WRITE INTKRPT-REC.
081000     MOVE WS-NEW-COUNT          TO TR-NEW-COUNT.
081100     MOVE WS-RESEND-COUNT       TO TR-RESEND-COUNT.
081200     MOVE WS-BATCH-COUNT        TO TR-BATCH-COUNT.
081300     MOVE WS-TRAILER-LINE-1     TO INTKRPT-REC.
081400     WRITE INTKRPT-REC.
081500     MOVE WS-LEFT-PENDING-COUNT TO TR-LEFT-PENDING-COUNT.
081600     MOVE WS-UPDATE-FAIL-COUNT  TO TR-UPDATE-FAIL-COUNT.
081700     MOVE WS-TRAILER-LINE-2     TO INTKRPT-REC.
081800     WRITE INTKRPT-REC.
081900 8100-EXIT.
082000     EXIT.
082100*--------------------------------------------------------------
082200 8300-WRITE-MESSAGE.
082300*--------------------------------------------------------------
082400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
082500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
082600     END-IF.
082700     MOVE WS-MESSAGE-LINE TO INTKRPT-REC.
082800     WRITE INTKRPT-REC.
082900     ADD 1 TO WS-LINE-COUNT.
083000 8300-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------
083300 9000-TERMINATE.
083400*--------------------------------------------------------------
083500*    RC 16 WHEN THE INTAKE FILE COULD NOT BE OPENED (SET IN
083600*    1000), RC 8 WHEN A SUBMITTED REQUEST COULD NOT BE MARKED,
083700*    RC 4 WHEN THE TABLE FILLED AND REQUESTS WERE LEFT
083800*    PENDING FOR THE NEXT EXTRACT.
083900*--------------------------------------------------------------
084000     IF WS-INTAKE-IS-OPEN
084100         CLOSE INTAKE
084200     END-IF.
084300     IF WS-BCHCTL-IS-OPEN
084400         CLOSE BCHCTL
084500     END-IF.
084600     CLOSE INTKOUT.
084700     CLOSE INTKRPT.
084800     IF RETURN-CODE = 16
084900         GO TO 9000-EXIT
085000     END-IF.
085100     IF WS-UPDATE-FAIL-COUNT > 0
085200         MOVE 8 TO RETURN-CODE
085300     ELSE
085400         IF WS-LEFT-PENDING-COUNT > 0
085500             MOVE 4 TO RETURN-CODE
085600         ELSE
085700             MOVE 0 TO RETURN-CODE
085800         END-IF
085900     END-IF.
086000 9000-EXIT.
086100     EXIT.
086200*--------------------------------------------------------------
086300 9999-EXIT.
086400*--------------------------------------------------------------
086500     STOP RUN.
