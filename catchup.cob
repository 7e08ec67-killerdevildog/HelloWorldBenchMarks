000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CATCHUP.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  MULTI-DATE CATCH-UP
001100*                    AFTER AN OUTAGE.  WALKS EVERY DATE FROM
001200*                    THE PARM FROM-DATE TO THE PARM TO-DATE IN
001300*                    ORDER, SKIPPING THE HOLIDAYS POSTED ON
001400*                    CALFILE, AND LOOKS EACH BUSINESS DATE UP
001500*                    ON RUNCTL FOR THE JOB AND STEP.  MODE P
001600*                    (THE DEFAULT) IS THE PLAN: ONE HELLOWORLD
001700*                    PARM CARD PER DATE STILL TO RUN, WITH THE
001800*                    "C" CATCH-UP OVERRIDE, WRITTEN TO CTCHPARM
001900*                    IN CYCLE-DATE ORDER FOR THE CATCH-UP JCL
002000*                    TO RUN ONE HELLOWORLD STEP PER CARD
002100*                    AGAINST THAT DATE'S TRANFILE.  A DATE
002200*                    ALREADY COMPLETE IS NEVER PLANNED AGAIN -
002300*                    THE SAME DUPLICATE-RUN GUARD HELLOWORLD'S
002400*                    1620 APPLIES - SO RESUBMITTING THE JOB
002500*                    AFTER A FAILURE RESTARTS AT THE FAILING
002600*                    DATE, NOT AT THE FROM-DATE.  MODE S IS THE
002700*                    SUMMARY RUN AT THE END OF THE CATCH-UP:
002800*                    EACH DATE WITH ITS RUNCTL STATUS, RUN
002900*                    NUMBER, HELLOWORLD CONTROL TOTALS FROM
003000*                    BALFILE AND RETURN CODE FROM COMPLOG, AND
003100*                    EACH SKIPPED DATE WITH THE REASON.  BOTH
003200*                    MODES PRINT TO CTCHRPT.  RC=16 ON A BAD
003300*                    PARM OR A RANGE REACHING PAST THE STREAM'S
003400*                    EXPECTED PROCESSING DATE; PLAN RC=4 WHEN
003500*                    THERE IS NOTHING LEFT TO RUN; SUMMARY RC=8
003600*                    WHEN ANY BUSINESS DATE IS NOT COMPLETE.
003610*  2026-10-15  MC    ABEND (RC=16) WHEN CTCHRPT CANNOT BE
003620*                    OPENED.  HOLIDAYS IN THE RANGE BEYOND THE
003630*                    100 THE TABLE HOLDS ARE COUNTED, REPORTED
003640*                    ON THE CONSOLE AND END THE RUN RC=4 AT
003650*                    LEAST, SINCE THOSE DATES ARE NOT SKIPPED.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CALFILE         ASSIGN TO CALFILE
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS WS-CALFILE-STATUS.
004700     SELECT RUNCTL          ASSIGN TO RUNCTL
004800                            ORGANIZATION IS INDEXED
004900                            ACCESS MODE IS RANDOM
005000                            RECORD KEY IS RN-RUN-CTL-KEY
005100                            FILE STATUS IS WS-RUNCTL-STATUS.
005200     SELECT BALFILE         ASSIGN TO BALFILE
005300                            ORGANIZATION IS LINE SEQUENTIAL
005400                            FILE STATUS IS WS-BALFILE-STATUS.
005500     SELECT COMPLOG         ASSIGN TO COMPLOG
005600                            ORGANIZATION IS LINE SEQUENTIAL
005700                            FILE STATUS IS WS-COMPLOG-STATUS.
005800     SELECT CTCHPARM        ASSIGN TO CTCHPARM
005900                            ORGANIZATION IS LINE SEQUENTIAL
006000                            FILE STATUS IS WS-CTCHPARM-STATUS.
006100     SELECT CTCHRPT         ASSIGN TO CTCHRPT
006200                            ORGANIZATION IS LINE SEQUENTIAL
006300                            FILE STATUS IS WS-CTCHRPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CALFILE
006700     RECORDING MODE IS F.
006800 01  CALFILE-REC                 PIC X(80).
006900 FD  RUNCTL.
007000 COPY RUNCTLRC.
007100 FD  BALFILE
007200     RECORDING MODE IS F.
007300 01  BALFILE-REC                 PIC X(80).
007400 FD  COMPLOG
007500     RECORDING MODE IS F.
007600 01  COMPLOG-REC                 PIC X(72).
007700 FD  CTCHPARM
007800     RECORDING MODE IS F.
007900 01  CTCHPARM-REC                PIC X(80).
008000 FD  CTCHRPT
008100     RECORDING MODE IS F.
008200 01  CTCHRPT-REC                 PIC X(133).
008300 WORKING-STORAGE SECTION.
008400*--------------------------------------------------------------
008500* PARM CARD - JOB NAME (DEFAULT HELLOWLD), FROM AND TO CYCLE
008600* DATES (REQUIRED, CCYYMMDD), MODE (P PLAN, THE DEFAULT, OR
008700* S SUMMARY), AND THE STEP NAME, SHIFT CODE AND LOCALE CODE
008800* TO CARRY ONTO THE HELLOWORLD PARM CARDS (DEFAULT STEP01,
008900* 1 AND ENUS, THE SAME DEFAULTS HELLOWORLD APPLIES).
009000*--------------------------------------------------------------
009100 01  WS-PARM-CARD.
009200     05  WS-PARM-JOB-NAME        PIC X(08).
009300     05  WS-PARM-FROM-DATE       PIC X(08).
009400     05  WS-PARM-TO-DATE         PIC X(08).
009500     05  WS-PARM-MODE            PIC X(01).
009600         88  WS-PARM-MODE-PLAN   VALUE "P" " ".
009700         88  WS-PARM-MODE-SUMMARY
009800                                 VALUE "S".
009900     05  WS-PARM-STEP-NAME       PIC X(08).
010000     05  WS-PARM-SHIFT-CODE      PIC X(01).
010100     05  WS-PARM-LOCALE-CODE     PIC X(05).
010200     05  FILLER                  PIC X(41).
010300 01  WS-JOB-NAME                 PIC X(08).
010400 01  WS-STEP-NAME                PIC X(08).
010500 01  WS-SHIFT-CODE               PIC X(01).
010600 01  WS-LOCALE-CODE              PIC X(05).
010700 01  WS-FROM-DATE                PIC 9(08).
010800 01  WS-TO-DATE                  PIC 9(08).
010900*--------------------------------------------------------------
011000* HELLOWORLD PARM CARD WRITTEN TO CTCHPARM - THE SAME LAYOUT
011100* AS HELLOWORLD'S WS-PARM-CARD, OVERRIDE CODE "C".
011200*--------------------------------------------------------------
011300 01  WS-OUT-PARM-CARD.
011400     05  WS-OUT-JOB-NAME         PIC X(08).
011500     05  WS-OUT-CYCLE-DATE       PIC 9(08).
011600     05  WS-OUT-SHIFT-CODE       PIC X(01).
011700     05  WS-OUT-LOCALE-CODE      PIC X(05).
011800     05  WS-OUT-OVERRIDE-CODE    PIC X(01).
011900     05  WS-OUT-STEP-NAME        PIC X(08).
012000     05  FILLER                  PIC X(49).
012100*--------------------------------------------------------------
012200* CALENDAR, CONTROL-TOTAL AND COMPLETION RECORDS (COPYBOOKS)
012300*--------------------------------------------------------------
012400 COPY CALREC.
012500 COPY BALREC.
012600 COPY JOBENDR.
012700*--------------------------------------------------------------
012800* FILE STATUS FIELDS AND SWITCHES
012900*--------------------------------------------------------------
013000 01  WS-CALFILE-STATUS           PIC X(02).
013100 01  WS-RUNCTL-STATUS            PIC X(02).
013200 01  WS-BALFILE-STATUS           PIC X(02).
013300 01  WS-COMPLOG-STATUS           PIC X(02).
013400 01  WS-CTCHPARM-STATUS          PIC X(02).
013500 01  WS-CTCHRPT-STATUS           PIC X(02).
013600 01  WS-CALFILE-SWITCH           PIC X(01).
013700     88  WS-END-OF-CALFILE       VALUE "Y".
013800     88  WS-NOT-END-OF-CALFILE   VALUE "N".
013900 01  WS-BALFILE-SWITCH           PIC X(01).
014000     88  WS-END-OF-BALFILE       VALUE "Y".
014100     88  WS-NOT-END-OF-BALFILE   VALUE "N".
014200 01  WS-COMPLOG-SWITCH           PIC X(01).
014300     88  WS-END-OF-COMPLOG       VALUE "Y".
014400     88  WS-NOT-END-OF-COMPLOG   VALUE "N".
014500 01  WS-RUNCTL-OPEN-SWITCH       PIC X(01).
014600     88  WS-RUNCTL-IS-OPEN       VALUE "Y".
014700     88  WS-RUNCTL-NOT-OPEN      VALUE "N".
014800 01  WS-PARM-VALID-SWITCH        PIC X(01).
014900     88  WS-PARM-IS-VALID        VALUE "Y".
015000     88  WS-PARM-IS-INVALID      VALUE "N".
015100 01  WS-CAL-CONTROL-SWITCH       PIC X(01).
015200     88  WS-CAL-CONTROL-EXACT    VALUE "E".
015300     88  WS-CAL-CONTROL-DEFAULT  VALUE "D".
015400     88  WS-CAL-NO-CONTROL       VALUE "N".
015500 01  WS-CAL-EXPECTED-DATE        PIC 9(08).
015600 01  WS-FOUND-SWITCH             PIC X(01).
015700     88  WS-ENTRY-FOUND          VALUE "Y".
015800     88  WS-ENTRY-NOT-FOUND      VALUE "N".
015900*--------------------------------------------------------------
016000* DATE VALIDATION AND DAY-STEPPING WORK AREAS
016100*--------------------------------------------------------------
016200 01  WS-DATE-WORK                PIC 9(08).
016300 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
016400     05  WS-DTW-YEAR             PIC 9(04).
016500     05  WS-DTW-MONTH            PIC 9(02).
016600     05  WS-DTW-DAY              PIC 9(02).
016700 01  WS-DTW-MAX-DAY              PIC 9(02).
016800 01  WS-DTW-LEAP-SWITCH          PIC X(01).
016900     88  WS-DTW-IS-LEAP-YEAR     VALUE "Y".
017000     88  WS-DTW-NOT-LEAP-YEAR    VALUE "N".
017100 01  WS-DATE-VALID-SWITCH        PIC X(01).
017200     88  WS-DATE-IS-VALID        VALUE "Y".
017300     88  WS-DATE-IS-INVALID      VALUE "N".
017400 01  WS-DIVIDE-QUOTIENT          PIC 9(04).
017500 01  WS-DIVIDE-REMAINDER         PIC 9(04).
017600*--------------------------------------------------------------
017700* POSTED HOLIDAYS THAT FALL INSIDE THE RANGE.  OVERFLOW IS
017710* COUNTED AND REPORTED ON THE CONSOLE - THOSE DATES ARE NOT
017720* SKIPPED, SO THE RUN ENDS RC=4 AT LEAST FOR OPERATIONS TO
017730* CHECK THE PLAN.
017800*--------------------------------------------------------------
017900 01  WS-HOL-MAX                  PIC 9(04) COMP VALUE 100.
018000 01  WS-HOL-USED                 PIC 9(04) COMP VALUE 0.
018050 01  WS-HOL-OVERFLOW-COUNT       PIC 9(04) COMP VALUE 0.
018100 01  WS-HOL-SUB                  PIC 9(04) COMP.
018200 01  WS-HOL-TABLE.
018300     05  WS-HOL-ENTRY            OCCURS 100 TIMES.
018400         10  HL-DATE             PIC 9(08).
018500         10  HL-DESCRIPTION      PIC X(20).
018600*--------------------------------------------------------------
018700* ONE ENTRY PER CALENDAR DATE IN THE RANGE, IN DATE ORDER,
018800* WITH ITS RUNCTL STATE AND - FOR THE RUN RUNCTL HOLDS - THE
018900* HELLOWORLD CONTROL TOTALS AND THE LATEST RETURN CODE.
019000*--------------------------------------------------------------
019100 01  WS-DATE-MAX                 PIC 9(04) COMP VALUE 100.
019200 01  WS-DATE-USED                PIC 9(04) COMP VALUE 0.
019300 01  WS-DATE-SUB                 PIC 9(04) COMP.
019400 01  WS-DATE-TABLE.
019500     05  WS-DATE-ENTRY           OCCURS 100 TIMES.
019600         10  CD-CYCLE-DATE       PIC 9(08).
019700         10  CD-HOLIDAY-SWITCH   PIC X(01).
019800             88  CD-IS-HOLIDAY   VALUE "Y".
019900             88  CD-NOT-HOLIDAY  VALUE "N".
020000         10  CD-HOLIDAY-DESC     PIC X(20).
020100         10  CD-RUN-STATUS       PIC X(08).
020200         10  CD-RUN-NUMBER       PIC 9(03).
020300         10  CD-COUNTS-SWITCH    PIC X(01).
020400             88  CD-HAS-COUNTS   VALUE "Y".
020500             88  CD-NO-COUNTS    VALUE "N".
020600         10  CD-READ-COUNT       PIC 9(09) COMP.
020700         10  CD-ACCEPTED-COUNT   PIC 9(09) COMP.
020800         10  CD-REJECTED-COUNT   PIC 9(09) COMP.
020900         10  CD-PRINTED-COUNT    PIC 9(09) COMP.
021000         10  CD-URGENT-COUNT     PIC 9(09) COMP.
021100         10  CD-RC-SWITCH        PIC X(01).
021200             88  CD-HAS-RC       VALUE "Y".
021300             88  CD-NO-RC        VALUE "N".
021400         10  CD-RETURN-CODE      PIC 9(04).
021500*--------------------------------------------------------------
021600* COUNTERS AND RUN CONTEXT
021700*--------------------------------------------------------------
021800 01  WS-HOLIDAY-COUNT            PIC 9(06) COMP VALUE 0.
021900 01  WS-COMPLETE-COUNT           PIC 9(06) COMP VALUE 0.
022000 01  WS-OPEN-COUNT               PIC 9(06) COMP VALUE 0.
022100 01  WS-RESTART-DATE             PIC 9(08) VALUE 0.
022200 01  WS-DATE-STATE               PIC X(08).
022300 01  WS-DATE-REASON              PIC X(40).
022400 01  WS-CURRENT-DATE             PIC 9(08).
022500 01  WS-CURRENT-TIME             PIC 9(08).
022600*--------------------------------------------------------------
022700* PAGE / LINE CONTROL
022800*--------------------------------------------------------------
022900 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
023000 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
023100 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
023200*--------------------------------------------------------------
023300* REPORT LINE LAYOUTS (CTCHRPT)
023400*--------------------------------------------------------------
023500 01  WS-HEADER-LINE-1.
023600     05  FILLER                  PIC X(01)  VALUE SPACE.
023700     05  FILLER                  PIC X(10)  VALUE "CATCHUP - ".
023800     05  H1-TITLE                PIC X(40).
023900     05  FILLER                  PIC X(08)  VALUE "    PAGE".
024000     05  FILLER                  PIC X(01)  VALUE SPACE.
024100     05  H1-PAGE-NUMBER          PIC ZZZ9.
024200     05  FILLER                  PIC X(69)  VALUE SPACES.
024300 01  WS-HEADER-LINE-2.
024400     05  FILLER                  PIC X(01)  VALUE SPACE.
024500     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
024600     05  H2-RUN-DATE             PIC 9(08).
024700     05  FILLER                  PIC X(05)  VALUE SPACES.
024800     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
024900     05  H2-RUN-TIME             PIC 9(08).
025000     05  FILLER                  PIC X(89)  VALUE SPACES.
025100 01  WS-CRITERIA-LINE.
025200     05  FILLER                  PIC X(01)  VALUE SPACE.
025300     05  FILLER                  PIC X(05)  VALUE "JOB: ".
025400     05  CR-JOB-NAME             PIC X(08).
025500     05  FILLER                  PIC X(08)  VALUE "  STEP: ".
025600     05  CR-STEP-NAME            PIC X(08).
025700     05  FILLER                  PIC X(08)  VALUE "  FROM: ".
025800     05  CR-FROM-DATE            PIC 9(08).
025900     05  FILLER                  PIC X(06)  VALUE "  TO: ".
026000     05  CR-TO-DATE              PIC 9(08).
026100     05  FILLER                  PIC X(12)  VALUE
026200             "  EXPECTED: ".
026300     05  CR-EXPECTED-DATE        PIC X(08).
026400     05  FILLER                  PIC X(53)  VALUE SPACES.
026500 01  WS-HEADER-LINE-3.
026600     05  FILLER                  PIC X(01)  VALUE SPACE.
026700     05  FILLER                  PIC X(10)  VALUE "CYCLE DATE".
026800     05  FILLER                  PIC X(02)  VALUE SPACES.
026900     05  FILLER                  PIC X(08)  VALUE "STATE".
027000     05  FILLER                  PIC X(02)  VALUE SPACES.
027100     05  FILLER                  PIC X(03)  VALUE "RUN".
027200     05  FILLER                  PIC X(02)  VALUE SPACES.
027300     05  FILLER                  PIC X(11)  VALUE
027400             "       READ".
027500     05  FILLER                  PIC X(02)  VALUE SPACES.
027600     05  FILLER                  PIC X(11)  VALUE
027700             "   ACCEPTED".
027800     05  FILLER                  PIC X(02)  VALUE SPACES.
027900     05  FILLER                  PIC X(11)  VALUE
028000             "   REJECTED".
028100     05  FILLER                  PIC X(02)  VALUE SPACES.
028200     05  FILLER                  PIC X(11)  VALUE
028300             "    PRINTED".
028400     05  FILLER                  PIC X(02)  VALUE SPACES.
028500     05  FILLER                  PIC X(11)  VALUE
028600             "     URGENT".
028700     05  FILLER                  PIC X(02)  VALUE SPACES.
028800     05  FILLER                  PIC X(04)  VALUE "  RC".
028900     05  FILLER                  PIC X(02)  VALUE SPACES.
029000     05  FILLER                  PIC X(34)  VALUE "REMARKS".
029100 01  WS-DETAIL-LINE.
029200     05  FILLER                  PIC X(01)  VALUE SPACE.
029300     05  DL-CYCLE-DATE           PIC 9(08).
029400     05  FILLER                  PIC X(04)  VALUE SPACES.
029500     05  DL-STATE                PIC X(08).
029600     05  FILLER                  PIC X(02)  VALUE SPACES.
029700     05  DL-RUN-AREA.
029800         10  DL-RUN-NUMBER       PIC ZZ9.
029900     05  FILLER                  PIC X(02)  VALUE SPACES.
030000     05  DL-COUNT-AREA.
030100         10  DL-READ-COUNT       PIC ZZZ,ZZZ,ZZ9.
030200         10  FILLER              PIC X(02)  VALUE SPACES.
030300         10  DL-ACCEPTED-COUNT   PIC ZZZ,ZZZ,ZZ9.
030400         10  FILLER              PIC X(02)  VALUE SPACES.
030500         10  DL-REJECTED-COUNT   PIC ZZZ,ZZZ,ZZ9.
030600         10  FILLER              PIC X(02)  VALUE SPACES.
030700         10  DL-PRINTED-COUNT    PIC ZZZ,ZZZ,ZZ9.
030800         10  FILLER              PIC X(02)  VALUE SPACES.
030900         10  DL-URGENT-COUNT     PIC ZZZ,ZZZ,ZZ9.
031000     05  FILLER                  PIC X(02)  VALUE SPACES.
031100     05  DL-RC-AREA.
031200         10  DL-RETURN-CODE      PIC ZZZ9.
031300     05  FILLER                  PIC X(02)  VALUE SPACES.
031400     05  DL-REASON               PIC X(34).
031500 01  WS-TRAILER-LINE-1.
031600     05  FILLER                  PIC X(01)  VALUE SPACE.
031700     05  FILLER                  PIC X(17)  VALUE
031800             "DATES IN RANGE = ".
031900     05  TR-DATE-COUNT           PIC ZZZ,ZZ9.
032000     05  FILLER                  PIC X(13)  VALUE
032100             "  HOLIDAYS = ".
032200     05  TR-HOLIDAY-COUNT        PIC ZZZ,ZZ9.
032300     05  FILLER                  PIC X(13)  VALUE
032400             "  COMPLETE = ".
032500     05  TR-COMPLETE-COUNT       PIC ZZZ,ZZ9.
032600     05  FILLER                  PIC X(02)  VALUE SPACES.
032700     05  TR-OPEN-LABEL           PIC X(15).
032800     05  TR-OPEN-COUNT           PIC ZZZ,ZZ9.
032900     05  FILLER                  PIC X(44)  VALUE SPACES.
033000 01  WS-TRAILER-LINE-2.
033100     05  FILLER                  PIC X(01)  VALUE SPACE.
033200     05  TR-RESTART-TEXT         PIC X(50).
033300     05  FILLER                  PIC X(82)  VALUE SPACES.
033400 PROCEDURE DIVISION.
033500*--------------------------------------------------------------
033600 0000-MAINLINE.
033700*--------------------------------------------------------------
033800     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
033900     IF WS-PARM-IS-INVALID
034000         GO TO 9999-EXIT
034100     END-IF.
034200     PERFORM 2000-SCAN-BALFILE    THRU 2000-EXIT.
034300     PERFORM 2500-SCAN-COMPLOG    THRU 2500-EXIT.
034400     PERFORM 3000-PROCESS-DATE    THRU 3000-EXIT
034500         VARYING WS-DATE-SUB FROM 1 BY 1
034600         UNTIL WS-DATE-SUB > WS-DATE-USED.
034700     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
034800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
034900     GO TO 9999-EXIT.
035000*--------------------------------------------------------------
035100 1000-INITIALIZE.
035200*--------------------------------------------------------------
035300*    VALIDATE THE PARM, LOAD THE CALENDAR, REFUSE A RANGE THAT
035400*    REACHES PAST THE STREAM'S EXPECTED PROCESSING DATE (THE
035500*    SAME TEST HELLOWORLD APPLIES TO A "C" PARM CARD), BUILD
035600*    THE DATE TABLE AND OPEN THE OUTPUTS.  A MISSING RUNCTL
035700*    MEANS NO DATE HAS RUN YET.
035800*--------------------------------------------------------------
035900     SET WS-PARM-IS-VALID TO TRUE.
036000     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
036100     ACCEPT WS-CURRENT-TIME  FROM TIME.
036200     MOVE SPACES             TO WS-PARM-CARD.
036300     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
036400     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
036500         MOVE "HELLOWLD"     TO WS-JOB-NAME
036600     ELSE
036700         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
036800     END-IF.
036900     IF WS-PARM-STEP-NAME = SPACES OR LOW-VALUES
037000         MOVE "STEP01"       TO WS-STEP-NAME
037100     ELSE
037200         MOVE WS-PARM-STEP-NAME TO WS-STEP-NAME
037300     END-IF.
037400     IF WS-PARM-SHIFT-CODE = SPACE OR LOW-VALUE
037500         MOVE "1"            TO WS-SHIFT-CODE
037600     ELSE
037700         MOVE WS-PARM-SHIFT-CODE TO WS-SHIFT-CODE
037800     END-IF.
037900     IF WS-PARM-LOCALE-CODE = SPACES OR LOW-VALUES
038000         MOVE "ENUS "        TO WS-LOCALE-CODE
038100     ELSE
038200         MOVE WS-PARM-LOCALE-CODE TO WS-LOCALE-CODE
038300     END-IF.
038400     IF NOT WS-PARM-MODE-PLAN AND NOT WS-PARM-MODE-SUMMARY
038500         SET WS-PARM-IS-INVALID TO TRUE
038600         DISPLAY "CATCHUP - ABEND - PARM MODE MUST BE P OR S: "
038700                 WS-PARM-MODE
038800         GO TO 1000-ABEND
038900     END-IF.
039000     IF WS-PARM-FROM-DATE IS NOT NUMERIC
039100         SET WS-PARM-IS-INVALID TO TRUE
039200         DISPLAY "CATCHUP - ABEND - PARM FROM DATE IS MISSING "
039300                 "OR NOT NUMERIC: " WS-PARM-FROM-DATE
039400         GO TO 1000-ABEND
039500     END-IF.
039600     MOVE WS-PARM-FROM-DATE  TO WS-DATE-WORK.
039700     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
039800     IF WS-DATE-IS-INVALID
039900         SET WS-PARM-IS-INVALID TO TRUE
040000         DISPLAY "CATCHUP - ABEND - PARM FROM DATE IS NOT A "
040100                 "VALID DATE: " WS-PARM-FROM-DATE
040200         GO TO 1000-ABEND
040300     END-IF.
040400     MOVE WS-DATE-WORK       TO WS-FROM-DATE.
040500     IF WS-PARM-TO-DATE IS NOT NUMERIC
040600         SET WS-PARM-IS-INVALID TO TRUE
040700         DISPLAY "CATCHUP - ABEND - PARM TO DATE IS MISSING "
040800                 "OR NOT NUMERIC: " WS-PARM-TO-DATE
040900         GO TO 1000-ABEND
041000     END-IF.
041100     MOVE WS-PARM-TO-DATE    TO WS-DATE-WORK.
041200     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
041300     IF WS-DATE-IS-INVALID
041400         SET WS-PARM-IS-INVALID TO TRUE
041500         DISPLAY "CATCHUP - ABEND - PARM TO DATE IS NOT A "
041600                 "VALID DATE: " WS-PARM-TO-DATE
041700         GO TO 1000-ABEND
041800     END-IF.
041900     MOVE WS-DATE-WORK       TO WS-TO-DATE.
042000     IF WS-FROM-DATE > WS-TO-DATE
042100         SET WS-PARM-IS-INVALID TO TRUE
042200         DISPLAY "CATCHUP - ABEND - FROM DATE " WS-FROM-DATE
042300                 " IS LATER THAN TO DATE " WS-TO-DATE
042400         GO TO 1000-ABEND
042500     END-IF.
042600     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
042700     IF  NOT WS-CAL-NO-CONTROL
042800     AND WS-TO-DATE > WS-CAL-EXPECTED-DATE
042900         SET WS-PARM-IS-INVALID TO TRUE
043000         DISPLAY "CATCHUP - ABEND - TO DATE " WS-TO-DATE
043100                 " IS LATER THAN THE EXPECTED PROCESSING DATE "
043200                 WS-CAL-EXPECTED-DATE
043300         GO TO 1000-ABEND
043400     END-IF.
043500     OPEN INPUT RUNCTL.
043600     IF WS-RUNCTL-STATUS = "00"
043700         SET WS-RUNCTL-IS-OPEN TO TRUE
043800     ELSE
043900         SET WS-RUNCTL-NOT-OPEN TO TRUE
044000         DISPLAY "CATCHUP - RUNCTL NOT AVAILABLE, STATUS="
044100                 WS-RUNCTL-STATUS " - NO DATE HAS RUN"
044200     END-IF.
044300     PERFORM 1300-BUILD-DATE-TABLE THRU 1300-EXIT.
044400     IF WS-PARM-IS-INVALID
044500         IF WS-RUNCTL-IS-OPEN
044600             CLOSE RUNCTL
044700         END-IF
044800         GO TO 1000-ABEND
044900     END-IF.
045000     IF WS-PARM-MODE-SUMMARY
045100         MOVE "MULTI-DATE CATCH-UP SUMMARY" TO H1-TITLE
045200     ELSE
045300         MOVE "MULTI-DATE CATCH-UP PLAN"    TO H1-TITLE
045400         OPEN OUTPUT CTCHPARM
045500         IF WS-CTCHPARM-STATUS NOT = "00"
045600             SET WS-PARM-IS-INVALID TO TRUE
045700             DISPLAY "CATCHUP - ABEND - CTCHPARM OPEN FAILED, "
045800                     "STATUS=" WS-CTCHPARM-STATUS
045900             IF WS-RUNCTL-IS-OPEN
046000                 CLOSE RUNCTL
046100             END-IF
046200             GO TO 1000-ABEND
046300         END-IF
046400     END-IF.
046500     OPEN OUTPUT CTCHRPT.
046510     IF WS-CTCHRPT-STATUS NOT = "00"
046520         SET WS-PARM-IS-INVALID TO TRUE
046530         DISPLAY "CATCHUP - ABEND - CTCHRPT OPEN FAILED, "
046540                 "STATUS=" WS-CTCHRPT-STATUS
046550         IF WS-RUNCTL-IS-OPEN
046560             CLOSE RUNCTL
046570         END-IF
046580         IF WS-PARM-MODE-PLAN
046590             CLOSE CTCHPARM
046591         END-IF
046592         GO TO 1000-ABEND
046593     END-IF.
046600     GO TO 1000-EXIT.
046700 1000-ABEND.
046800     MOVE 16 TO RETURN-CODE.
046900 1000-EXIT.
047000     EXIT.
047100*--------------------------------------------------------------
047200 1100-VALIDATE-DATE.
047300*--------------------------------------------------------------
047400*    CHECK THE CCYYMMDD DATE IN WS-DATE-WORK FOR A VALID MONTH
047500*    AND A DAY THAT FITS THAT MONTH.
047600*--------------------------------------------------------------
047700     SET WS-DATE-IS-VALID TO TRUE.
047800     IF WS-DTW-MONTH < 1 OR WS-DTW-MONTH > 12
047900         SET WS-DATE-IS-INVALID TO TRUE
048000         GO TO 1100-EXIT
048100     END-IF.
048200     PERFORM 1150-SET-MONTH-LENGTH THRU 1150-EXIT.
048300     IF WS-DTW-DAY < 1 OR WS-DTW-DAY > WS-DTW-MAX-DAY
048400         SET WS-DATE-IS-INVALID TO TRUE
048500     END-IF.
048600 1100-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------
048900 1150-SET-MONTH-LENGTH.
049000*--------------------------------------------------------------
049100*    NUMBER OF DAYS IN THE MONTH OF WS-DATE-WORK, INCLUDING
049200*    FEBRUARY IN A LEAP YEAR.
049300*--------------------------------------------------------------
049400     DIVIDE WS-DTW-YEAR BY 400
049500         GIVING WS-DIVIDE-QUOTIENT
049600         REMAINDER WS-DIVIDE-REMAINDER
049700     END-DIVIDE.
049800     IF WS-DIVIDE-REMAINDER = 0
049900         SET WS-DTW-IS-LEAP-YEAR TO TRUE
050000     ELSE
050100         DIVIDE WS-DTW-YEAR BY 100
050200             GIVING WS-DIVIDE-QUOTIENT
050300             REMAINDER WS-DIVIDE-REMAINDER
050400         END-DIVIDE
050500         IF WS-DIVIDE-REMAINDER = 0
050600             SET WS-DTW-NOT-LEAP-YEAR TO TRUE
050700         ELSE
050800             DIVIDE WS-DTW-YEAR BY 4
050900                 GIVING WS-DIVIDE-QUOTIENT
051000                 REMAINDER WS-DIVIDE-REMAINDER
051100             END-DIVIDE
051200             IF WS-DIVIDE-REMAINDER = 0
051300                 SET WS-DTW-IS-LEAP-YEAR TO TRUE
051400             ELSE
051500                 SET WS-DTW-NOT-LEAP-YEAR TO TRUE
051600             END-IF
051700         END-IF
051800     END-IF.
051900     EVALUATE WS-DTW-MONTH
052000         WHEN 04 WHEN 06 WHEN 09 WHEN 11
052100             MOVE 30 TO WS-DTW-MAX-DAY
052200         WHEN 02
052300             IF WS-DTW-IS-LEAP-YEAR
052400                 MOVE 29 TO WS-DTW-MAX-DAY
052500             ELSE
052600                 MOVE 28 TO WS-DTW-MAX-DAY
052700             END-IF
052800         WHEN OTHER
052900             MOVE 31 TO WS-DTW-MAX-DAY
053000     END-EVALUATE.
053100 1150-EXIT.
053200     EXIT.
053300*--------------------------------------------------------------
053400 1200-LOAD-CALENDAR.
053500*--------------------------------------------------------------
053600*    READ CALFILE FOR THE STREAM'S EXPECTED PROCESSING DATE
053700*    (EXACT JOB-NAME CONTROL RECORD FIRST, SHOP-WIDE DEFAULT
053800*    SECOND) AND THE HOLIDAYS INSIDE THE RANGE.  A MISSING
053900*    CALENDAR HAS NO HOLIDAYS AND NO EXPECTED DATE TO CHECK.
054000*--------------------------------------------------------------
054100     SET WS-CAL-NO-CONTROL   TO TRUE.
054200     MOVE 0                  TO WS-CAL-EXPECTED-DATE.
054300     SET WS-NOT-END-OF-CALFILE TO TRUE.
054400     OPEN INPUT CALFILE.
054500     IF WS-CALFILE-STATUS NOT = "00"
054600         DISPLAY "CATCHUP - CALFILE NOT AVAILABLE, STATUS="
054700                 WS-CALFILE-STATUS " - NO HOLIDAYS SKIPPED"
054800         GO TO 1200-EXIT
054900     END-IF.
055000     PERFORM 1250-READ-CAL THRU 1250-EXIT
055100         UNTIL WS-END-OF-CALFILE.
055200     CLOSE CALFILE.
055210     IF WS-HOL-OVERFLOW-COUNT > 0
055220         DISPLAY "CATCHUP - HOLIDAY TABLE FULL, "
055230                 WS-HOL-OVERFLOW-COUNT " HOLIDAY(S) IN THE RANGE "
055240                 "NOT SKIPPED - CHECK THE PLAN"
055250     END-IF.
055300 1200-EXIT.
055400     EXIT.
055500*--------------------------------------------------------------
055600 1250-READ-CAL.
055700*--------------------------------------------------------------
055800     READ CALFILE INTO SHOP-CAL-REC
055900         AT END
056000             SET WS-END-OF-CALFILE TO TRUE
056100             GO TO 1250-EXIT
056200     END-READ.
056300     EVALUATE TRUE
056400         WHEN CA-TYPE-CONTROL
056500             IF CA-CYCLE-ID = WS-JOB-NAME
056600                 SET WS-CAL-CONTROL-EXACT TO TRUE
056700                 MOVE CA-DATE TO WS-CAL-EXPECTED-DATE
056800             ELSE
056900                 IF  CA-CYCLE-ID = SPACES
057000                 AND NOT WS-CAL-CONTROL-EXACT
057100                     SET WS-CAL-CONTROL-DEFAULT TO TRUE
057200                     MOVE CA-DATE TO WS-CAL-EXPECTED-DATE
057300                 END-IF
057400             END-IF
057500         WHEN CA-TYPE-HOLIDAY
057600             IF  CA-DATE NOT < WS-FROM-DATE
057700             AND CA-DATE NOT > WS-TO-DATE
057800                 IF WS-HOL-USED < WS-HOL-MAX
057900                     ADD 1 TO WS-HOL-USED
058000                     MOVE CA-DATE    TO HL-DATE (WS-HOL-USED)
058100                     MOVE CA-DESCRIPTION
058200                         TO HL-DESCRIPTION (WS-HOL-USED)
058210                 ELSE
058220                     ADD 1 TO WS-HOL-OVERFLOW-COUNT
058230                 END-IF
058300             END-IF
058400     END-EVALUATE.
058500 1250-EXIT.
058600     EXIT.
058700*--------------------------------------------------------------
058800 1300-BUILD-DATE-TABLE.
058900*--------------------------------------------------------------
059000*    ONE ENTRY PER CALENDAR DATE FROM THE FROM-DATE TO THE
059100*    TO-DATE.  A RANGE LONGER THAN THE TABLE IS REFUSED
059200*    RATHER THAN QUIETLY CUT SHORT.
059300*--------------------------------------------------------------
059400     MOVE WS-FROM-DATE       TO WS-DATE-WORK.
059500     PERFORM 1310-ADD-DATE THRU 1310-EXIT
059600         UNTIL WS-DATE-WORK > WS-TO-DATE
059700            OR WS-DATE-USED NOT < WS-DATE-MAX.
059800     IF WS-DATE-WORK NOT > WS-TO-DATE
059900         SET WS-PARM-IS-INVALID TO TRUE
060000         DISPLAY "CATCHUP - ABEND - RANGE " WS-FROM-DATE
060100                 " TO " WS-TO-DATE " IS LONGER THAN "
060200                 WS-DATE-MAX " DAYS"
060300     END-IF.
060400 1300-EXIT.
060500     EXIT.
060600*--------------------------------------------------------------
060700 1310-ADD-DATE.
060800*--------------------------------------------------------------
060900*    ADD THE DATE IN WS-DATE-WORK, MARK IT IF IT IS A POSTED
061000*    HOLIDAY, LOOK UP ITS RUNCTL RECORD, THEN STEP TO THE
061100*    NEXT DAY.
061200*--------------------------------------------------------------
061300     ADD 1 TO WS-DATE-USED.
061400     MOVE WS-DATE-WORK       TO CD-CYCLE-DATE (WS-DATE-USED).
061500     SET CD-NOT-HOLIDAY (WS-DATE-USED) TO TRUE.
061600     MOVE SPACES             TO CD-HOLIDAY-DESC (WS-DATE-USED).
061700     MOVE "NOT RUN"          TO CD-RUN-STATUS (WS-DATE-USED).
061800     MOVE 0                  TO CD-RUN-NUMBER (WS-DATE-USED).
061900     SET CD-NO-COUNTS (WS-DATE-USED) TO TRUE.
062000     MOVE 0 TO CD-READ-COUNT     (WS-DATE-USED)
062100               CD-ACCEPTED-COUNT (WS-DATE-USED)
062200               CD-REJECTED-COUNT (WS-DATE-USED)
062300               CD-PRINTED-COUNT  (WS-DATE-USED)
062400               CD-URGENT-COUNT   (WS-DATE-USED).
062500     SET CD-NO-RC (WS-DATE-USED) TO TRUE.
062600     MOVE 0                  TO CD-RETURN-CODE (WS-DATE-USED).
062700     SET WS-ENTRY-NOT-FOUND TO TRUE.
062800     PERFORM 1320-FIND-HOLIDAY THRU 1320-EXIT
062900         VARYING WS-HOL-SUB FROM 1 BY 1
063000         UNTIL WS-HOL-SUB > WS-HOL-USED
063100            OR WS-ENTRY-FOUND.
063200     IF WS-ENTRY-FOUND
063300         SUBTRACT 1 FROM WS-HOL-SUB
063400         SET CD-IS-HOLIDAY (WS-DATE-USED) TO TRUE
063500         MOVE HL-DESCRIPTION (WS-HOL-SUB)
063600             TO CD-HOLIDAY-DESC (WS-DATE-USED)
063700     END-IF.
063800     IF WS-RUNCTL-IS-OPEN
063900         MOVE WS-JOB-NAME    TO RN-JOB-NAME
064000         MOVE WS-STEP-NAME   TO RN-STEP-NAME
064100         MOVE WS-DATE-WORK   TO RN-CYCLE-DATE
064200         READ RUNCTL
064300             INVALID KEY
064400                 CONTINUE
064500             NOT INVALID KEY
064600                 MOVE RN-STATUS
064700                     TO CD-RUN-STATUS (WS-DATE-USED)
064800                 MOVE RN-RUN-NUMBER
064900                     TO CD-RUN-NUMBER (WS-DATE-USED)
065000         END-READ
065100     END-IF.
065200     PERFORM 1350-NEXT-DATE THRU 1350-EXIT.
065300 1310-EXIT.
065400     EXIT.
065500*--------------------------------------------------------------
065600 1320-FIND-HOLIDAY.
065700*--------------------------------------------------------------
065800     IF HL-DATE (WS-HOL-SUB) = WS-DATE-WORK
065900         SET WS-ENTRY-FOUND TO TRUE
066000     END-IF.
066100 1320-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------
066400 1350-NEXT-DATE.
066500*--------------------------------------------------------------
066600*    STEP WS-DATE-WORK ON ONE DAY, ROLLING THE MONTH AND YEAR.
066700*--------------------------------------------------------------
066800     PERFORM 1150-SET-MONTH-LENGTH THRU 1150-EXIT.
066900     ADD 1 TO WS-DTW-DAY.
067000     IF WS-DTW-DAY > WS-DTW-MAX-DAY
067100         MOVE 1 TO WS-DTW-DAY
067200         ADD 1 TO WS-DTW-MONTH
067300         IF WS-DTW-MONTH > 12
067400             MOVE 1 TO WS-DTW-MONTH
067500             ADD 1 TO WS-DTW-YEAR
067600         END-IF
067700     END-IF.
067800 1350-EXIT.
067900     EXIT.
068000*--------------------------------------------------------------
068100 2000-SCAN-BALFILE.
068200*--------------------------------------------------------------
068300*    PICK UP HELLOWORLD'S CONTROL TOTALS FOR EACH DATE'S RUNCTL
068400*    RUN.  A RESTARTED RUN KEEPS ITS RUN NUMBER AND WRITES ITS
068500*    TOTALS AGAIN, SO THE LAST RECORD ON THE FILE WINS.  A
068600*    MISSING BALFILE LEAVES EVERY DATE WITHOUT COUNTS.
068700*--------------------------------------------------------------
068800     SET WS-NOT-END-OF-BALFILE TO TRUE.
068900     OPEN INPUT BALFILE.
069000     IF WS-BALFILE-STATUS NOT = "00"
069100         DISPLAY "CATCHUP - BALFILE NOT AVAILABLE, STATUS="
069200                 WS-BALFILE-STATUS " - NO COUNTS SHOWN"
069300         GO TO 2000-EXIT
069400     END-IF.
069500     PERFORM 2100-READ-BALFILE THRU 2100-EXIT
069600         UNTIL WS-END-OF-BALFILE.
069700     CLOSE BALFILE.
069800 2000-EXIT.
069900     EXIT.
070000*--------------------------------------------------------------
070100 2100-READ-BALFILE.
070200*--------------------------------------------------------------
070300     READ BALFILE INTO CTL-TOTAL-REC
070400         AT END
070500             SET WS-END-OF-BALFILE TO TRUE
070600             GO TO 2100-EXIT
070700     END-READ.
070800     IF CB-JOB-NAME     NOT = WS-JOB-NAME
070900      OR CB-STEP-NAME   NOT = WS-STEP-NAME
071000      OR CB-PROGRAM-ID  NOT = "HelloWor"
071100      OR CB-CYCLE-DATE  IS NOT NUMERIC
071200      OR CB-RUN-NUMBER  IS NOT NUMERIC
071300      OR CB-COUNT       IS NOT NUMERIC
071400         GO TO 2100-EXIT
071500     END-IF.
071600     MOVE CB-CYCLE-DATE      TO WS-DATE-WORK.
071700     PERFORM 2900-LOCATE-DATE THRU 2900-EXIT.
071800     IF WS-ENTRY-NOT-FOUND
071900         GO TO 2100-EXIT
072000     END-IF.
072100     IF CB-RUN-NUMBER NOT = CD-RUN-NUMBER (WS-DATE-SUB)
072200         GO TO 2100-EXIT
072300     END-IF.
072400     SET CD-HAS-COUNTS (WS-DATE-SUB) TO TRUE.
072500     EVALUATE TRUE
072600         WHEN CB-CNT-READ
072700             MOVE CB-COUNT TO CD-READ-COUNT (WS-DATE-SUB)
072800         WHEN CB-CNT-ACCEPTED
072900             MOVE CB-COUNT TO CD-ACCEPTED-COUNT (WS-DATE-SUB)
073000         WHEN CB-CNT-REJECTED
073100             MOVE CB-COUNT TO CD-REJECTED-COUNT (WS-DATE-SUB)
073200         WHEN CB-CNT-PRINTED
073300             MOVE CB-COUNT TO CD-PRINTED-COUNT (WS-DATE-SUB)
073400         WHEN CB-CNT-URGENT
073500             MOVE CB-COUNT TO CD-URGENT-COUNT (WS-DATE-SUB)
073600     END-EVALUATE.
073700 2100-EXIT.
073800     EXIT.
073900*--------------------------------------------------------------
074000 2500-SCAN-COMPLOG.
074100*--------------------------------------------------------------
074200*    PICK UP THE RETURN CODE OF THE LATEST HELLOWORLD
074300*    COMPLETION FOR EACH DATE'S RUNCTL RUN.  COMPLETIONS
074400*    WRITTEN BEFORE JE-CYCLE-DATE WAS CARRIED CANNOT BE TIED
074500*    TO A DATE AND ARE PASSED OVER.
074600*--------------------------------------------------------------
074700     SET WS-NOT-END-OF-COMPLOG TO TRUE.
074800     OPEN INPUT COMPLOG.
074900     IF WS-COMPLOG-STATUS NOT = "00"
075000         DISPLAY "CATCHUP - COMPLOG NOT AVAILABLE, STATUS="
075100                 WS-COMPLOG-STATUS " - NO RETURN CODES SHOWN"
075200         GO TO 2500-EXIT
075300     END-IF.
075400     PERFORM 2600-READ-COMPLOG THRU 2600-EXIT
075500         UNTIL WS-END-OF-COMPLOG.
075600     CLOSE COMPLOG.
075700 2500-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------
076000 2600-READ-COMPLOG.
076100*--------------------------------------------------------------
076200     READ COMPLOG INTO JOB-END-REC
076300         AT END
076400             SET WS-END-OF-COMPLOG TO TRUE
076500             GO TO 2600-EXIT
076600     END-READ.
076700     IF JE-JOB-NAME     NOT = WS-JOB-NAME
076800      OR JE-STEP-NAME   NOT = WS-STEP-NAME
076900      OR JE-PROGRAM-ID  NOT = "HelloWor"
077000      OR JE-CYCLE-DATE  IS NOT NUMERIC
077100      OR JE-RUN-NUMBER  IS NOT NUMERIC
077200      OR JE-RETURN-CODE IS NOT NUMERIC
077300         GO TO 2600-EXIT
077400     END-IF.
077500     MOVE JE-CYCLE-DATE      TO WS-DATE-WORK.
077600     PERFORM 2900-LOCATE-DATE THRU 2900-EXIT.
077700     IF WS-ENTRY-NOT-FOUND
077800         GO TO 2600-EXIT
077900     END-IF.
078000     IF JE-RUN-NUMBER = CD-RUN-NUMBER (WS-DATE-SUB)
078100         SET CD-HAS-RC (WS-DATE-SUB) TO TRUE
078200         MOVE JE-RETURN-CODE TO CD-RETURN-CODE (WS-DATE-SUB)
078300     END-IF.
078400 2600-EXIT.
078500     EXIT.
078600*--------------------------------------------------------------
078700 2900-LOCATE-DATE.
078800*--------------------------------------------------------------
078900*    FIND THE DATE IN WS-DATE-WORK IN THE DATE TABLE, LEAVING
079000*    WS-DATE-SUB ON IT.
079100*--------------------------------------------------------------
079200     SET WS-ENTRY-NOT-FOUND TO TRUE.
079300     PERFORM 2950-FIND-DATE THRU 2950-EXIT
079400         VARYING WS-DATE-SUB FROM 1 BY 1
079500         UNTIL WS-DATE-SUB > WS-DATE-USED
079600            OR WS-ENTRY-FOUND.
079700     IF WS-ENTRY-FOUND
079800         SUBTRACT 1 FROM WS-DATE-SUB
079900     END-IF.
080000 2900-EXIT.
080100     EXIT.
080200*--------------------------------------------------------------
080300 2950-FIND-DATE.
080400*--------------------------------------------------------------
080500     IF CD-CYCLE-DATE (WS-DATE-SUB) = WS-DATE-WORK
080600         SET WS-ENTRY-FOUND TO TRUE
080700     END-IF.
080800 2950-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------
081100 3000-PROCESS-DATE.
081200*--------------------------------------------------------------
081300*    CLASS ONE DATE AND PRINT IT.  A POSTED HOLIDAY IS SKIPPED
081400*    IN BOTH MODES.  A DATE RUNCTL HOLDS COMPLETE IS SKIPPED
081500*    BY THE PLAN - IT IS NOT RUN TWICE - AND SHOWN COMPLETE BY
081600*    THE SUMMARY.  ANY OTHER DATE IS STILL OPEN: THE PLAN
081700*    WRITES ITS PARM CARD, THE SUMMARY REPORTS IT NOT
081800*    COMPLETE.  THE FIRST OPEN DATE IS WHERE THE CATCH-UP
081900*    RESTARTS.
082000*--------------------------------------------------------------
082100     MOVE SPACES             TO WS-DATE-REASON.
082200     EVALUATE TRUE
082300         WHEN CD-IS-HOLIDAY (WS-DATE-SUB)
082400             ADD 1 TO WS-HOLIDAY-COUNT
082500             MOVE "SKIPPED"  TO WS-DATE-STATE
082600             STRING "POSTED HOLIDAY - " DELIMITED BY SIZE
082700                    CD-HOLIDAY-DESC (WS-DATE-SUB)
082800                                       DELIMITED BY SIZE
082900                 INTO WS-DATE-REASON
083000             END-STRING
083100         WHEN CD-RUN-STATUS (WS-DATE-SUB) = "COMPLETE"
083200             ADD 1 TO WS-COMPLETE-COUNT
083300             IF WS-PARM-MODE-SUMMARY
083400                 MOVE "COMPLETE" TO WS-DATE-STATE
083500             ELSE
083600                 MOVE "SKIPPED"  TO WS-DATE-STATE
083700                 MOVE "ALREADY COMPLETE - NOT RUN AGAIN"
083800                     TO WS-DATE-REASON
083900             END-IF
084000         WHEN OTHER
084100             ADD 1 TO WS-OPEN-COUNT
084200             IF WS-RESTART-DATE = 0
084300                 MOVE CD-CYCLE-DATE (WS-DATE-SUB)
084400                     TO WS-RESTART-DATE
084500             END-IF
084600             IF WS-PARM-MODE-SUMMARY
084700                 MOVE CD-RUN-STATUS (WS-DATE-SUB)
084800                     TO WS-DATE-STATE
084900                 MOVE "NOT COMPLETE" TO WS-DATE-REASON
085000             ELSE
085100                 PERFORM 3100-PLAN-DATE THRU 3100-EXIT
085200             END-IF
085300     END-EVALUATE.
085400     PERFORM 3500-PRINT-DATE THRU 3500-EXIT.
085500 3000-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------
085800 3100-PLAN-DATE.
085900*--------------------------------------------------------------
086000*    WRITE THE HELLOWORLD PARM CARD FOR AN OPEN DATE.  A DATE
086100*    WITH AN INPROG OR FAILED RUN IS A RESTART - HELLOWORLD
086200*    PICKS UP ITS OWN CHECKPOINT AND RUN NUMBER FROM THERE.
086300*--------------------------------------------------------------
086400     MOVE SPACES             TO WS-OUT-PARM-CARD.
086500     MOVE WS-JOB-NAME        TO WS-OUT-JOB-NAME.
086600     MOVE CD-CYCLE-DATE (WS-DATE-SUB) TO WS-OUT-CYCLE-DATE.
086700     MOVE WS-SHIFT-CODE      TO WS-OUT-SHIFT-CODE.
086800     MOVE WS-LOCALE-CODE     TO WS-OUT-LOCALE-CODE.
086900     MOVE "C"                TO WS-OUT-OVERRIDE-CODE.
087000     MOVE WS-STEP-NAME       TO WS-OUT-STEP-NAME.
087100     MOVE WS-OUT-PARM-CARD   TO CTCHPARM-REC.
087200     WRITE CTCHPARM-REC.
087300     IF CD-RUN-STATUS (WS-DATE-SUB) = "NOT RUN"
087400         MOVE "RUN"          TO WS-DATE-STATE
087500         MOVE "PARM CARD WRITTEN" TO WS-DATE-REASON
087600     ELSE
087700         MOVE "RESTART"      TO WS-DATE-STATE
087800         STRING "PARM CARD WRITTEN - PRIOR RUN WAS "
087900                                       DELIMITED BY SIZE
088000                CD-RUN-STATUS (WS-DATE-SUB)
088100                                       DELIMITED BY SPACE
088200             INTO WS-DATE-REASON
088300         END-STRING
088400     END-IF.
088500 3100-EXIT.
088600     EXIT.
088700*--------------------------------------------------------------
088800 3500-PRINT-DATE.
088900*--------------------------------------------------------------
089000*    PRINT ONE DATE.  RUN NUMBER, COUNTS AND RETURN CODE ARE
089100*    LEFT BLANK WHERE THE DATE HAS NONE.
089200*--------------------------------------------------------------
089300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
089400      OR WS-PAGE-COUNT = 0
089500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
089600     END-IF.
089700     MOVE CD-CYCLE-DATE (WS-DATE-SUB) TO DL-CYCLE-DATE.
089800     MOVE WS-DATE-STATE      TO DL-STATE.
089900     IF CD-RUN-NUMBER (WS-DATE-SUB) = 0
090000         MOVE SPACES         TO DL-RUN-AREA
090100     ELSE
090200         MOVE CD-RUN-NUMBER (WS-DATE-SUB) TO DL-RUN-NUMBER
090300     END-IF.
090400     IF CD-HAS-COUNTS (WS-DATE-SUB)
090500         MOVE CD-READ-COUNT     (WS-DATE-SUB) TO DL-READ-COUNT
090600         MOVE CD-ACCEPTED-COUNT (WS-DATE-SUB)
090700             TO DL-ACCEPTED-COUNT
090800         MOVE CD-REJECTED-COUNT (WS-DATE-SUB)
090900             TO DL-REJECTED-COUNT
091000         MOVE CD-PRINTED-COUNT  (WS-DATE-SUB)
091100             TO DL-PRINTED-COUNT
091200         MOVE CD-URGENT-COUNT   (WS-DATE-SUB)
091300             TO DL-URGENT-COUNT
091400     ELSE
091500         MOVE SPACES         TO DL-COUNT-AREA
091600     END-IF.
091700     IF CD-HAS-RC (WS-DATE-SUB)
091800         MOVE CD-RETURN-CODE (WS-DATE-SUB) TO DL-RETURN-CODE
091900     ELSE
092000         MOVE SPACES         TO DL-RC-AREA
092100     END-IF.
092200     MOVE WS-DATE-REASON     TO DL-REASON.
092300     MOVE WS-DETAIL-LINE     TO CTCHRPT-REC.
092400     WRITE CTCHRPT-REC.
092500     ADD 1 TO WS-LINE-COUNT.
092600 3500-EXIT.
092700     EXIT.
092800*--------------------------------------------------------------
092900 8000-WRITE-HEADERS.
093000*--------------------------------------------------------------
093100     ADD 1 TO WS-PAGE-COUNT.
093200     MOVE 0 TO WS-LINE-COUNT.
093300     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
093400     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
093500     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
093600     MOVE WS-JOB-NAME        TO CR-JOB-NAME.
093700     MOVE WS-STEP-NAME       TO CR-STEP-NAME.
093800     MOVE WS-FROM-DATE       TO CR-FROM-DATE.
093900     MOVE WS-TO-DATE         TO CR-TO-DATE.
094000     IF WS-CAL-NO-CONTROL
094100         MOVE "NONE"         TO CR-EXPECTED-DATE
094200     ELSE
094300         MOVE WS-CAL-EXPECTED-DATE TO CR-EXPECTED-DATE
094400     END-IF.
094500     MOVE WS-HEADER-LINE-1   TO CTCHRPT-REC.
094600     WRITE CTCHRPT-REC.
094700     MOVE WS-HEADER-LINE-2   TO CTCHRPT-REC.
094800     WRITE CTCHRPT-REC.
094900     MOVE WS-CRITERIA-LINE   TO CTCHRPT-REC.
095000     WRITE CTCHRPT-REC.
095100     MOVE WS-HEADER-LINE-3   TO CTCHRPT-REC.
095200     WRITE CTCHRPT-REC.
095300     MOVE SPACES             TO CTCHRPT-REC.
095400     WRITE CTCHRPT-REC.
095500     ADD 5 TO WS-LINE-COUNT.
095600 8000-EXIT.
095700     EXIT.
095800*--------------------------------------------------------------
095900 8100-WRITE-TRAILER.
096000*--------------------------------------------------------------
096100*    WRITE THE DATE COUNTS AND WHERE THE CATCH-UP STANDS - THE
096200*    DATE IT RESTARTS AT, OR THAT EVERY BUSINESS DATE IN THE
096300*    RANGE IS COMPLETE.
096400*--------------------------------------------------------------
096500     IF WS-PAGE-COUNT = 0
096600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
096700     END-IF.
096800     MOVE SPACES             TO CTCHRPT-REC.
096900     WRITE CTCHRPT-REC.
097000     MOVE WS-DATE-USED       TO TR-DATE-COUNT.
097100     MOVE WS-HOLIDAY-COUNT   TO TR-HOLIDAY-COUNT.
097200     MOVE WS-COMPLETE-COUNT  TO TR-COMPLETE-COUNT.
097300     IF WS-PARM-MODE-SUMMARY
097400         MOVE "NOT COMPLETE = " TO TR-OPEN-LABEL
097500     ELSE
097600         MOVE "PLANNED = "   TO TR-OPEN-LABEL
097700     END-IF.
097800     MOVE WS-OPEN-COUNT      TO TR-OPEN-COUNT.
097900     MOVE WS-TRAILER-LINE-1  TO CTCHRPT-REC.
098000     WRITE CTCHRPT-REC.
098100     MOVE SPACES             TO TR-RESTART-TEXT.
098200     IF WS-RESTART-DATE = 0
098300         MOVE "ALL BUSINESS DATES IN RANGE COMPLETE"
098400             TO TR-RESTART-TEXT
098500     ELSE
098600         STRING "CATCH-UP RESTARTS AT CYCLE DATE "
098700                                       DELIMITED BY SIZE
098800                WS-RESTART-DATE        DELIMITED BY SIZE
098900             INTO TR-RESTART-TEXT
099000         END-STRING
099100     END-IF.
099200     MOVE WS-TRAILER-LINE-2  TO CTCHRPT-REC.
099300     WRITE CTCHRPT-REC.
099400     DISPLAY "CATCHUP - " TR-RESTART-TEXT.
099500 8100-EXIT.
099600     EXIT.
099700*--------------------------------------------------------------
099800 9000-TERMINATE.
099900*--------------------------------------------------------------
100000*    PLAN: RC=4 WHEN THERE IS NOTHING LEFT TO RUN.  SUMMARY:
100100*    RC=8 WHEN ANY BUSINESS DATE IS NOT COMPLETE.  EITHER
100110*    MODE: AT LEAST RC=4 WHEN THE HOLIDAY TABLE OVERFLOWED.
100200*--------------------------------------------------------------
100300     IF WS-RUNCTL-IS-OPEN
100400         CLOSE RUNCTL
100500     END-IF.
100600     IF WS-PARM-MODE-PLAN
100700         CLOSE CTCHPARM
100800     END-IF.
100900     CLOSE CTCHRPT.
101000     MOVE 0 TO RETURN-CODE.
101100     IF WS-PARM-MODE-SUMMARY
101200         IF WS-OPEN-COUNT > 0
101300             MOVE 8 TO RETURN-CODE
101400         END-IF
101500     ELSE
101600         IF WS-OPEN-COUNT = 0
101700             MOVE 4 TO RETURN-CODE
101800         END-IF
101900     END-IF.
101910     IF  WS-HOL-OVERFLOW-COUNT > 0
101920     AND RETURN-CODE < 4
101930         MOVE 4 TO RETURN-CODE
101940     END-IF.
102000 9000-EXIT.
102100     EXIT.
102200*--------------------------------------------------------------
102300 9999-EXIT.
102400*--------------------------------------------------------------
102500     STOP RUN.
