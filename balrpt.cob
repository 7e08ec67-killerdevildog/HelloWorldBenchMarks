000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALRPT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  JOB-STREAM CONTROL-TOTAL
001100*                    BALANCING.  READS THE CONTROL TOTALS EVERY
001200*                    STEP OF THE GREETING STREAM APPENDS TO THE
001300*                    SHARED BALFILE (BALREC) AND, FOR THE JOB
001400*                    AND CYCLE DATE ON THE PARM CARD, PROVES
001500*                    THAT INPUT EQUALS OUTPUT PLUS REJECTS AT
001600*                    EVERY HAND-OFF - TRANEDIT, THE RECYCLE,
001700*                    TRANSPLT, EACH HELLOWORLD STEP (INCLUDING
001800*                    ITS STATFILE TOTALS), RPTMERGE AND
001900*                    RPTBURST.  PRINTS ONE LINE PER CHECK AS
002000*                    BALANCED, OUT OF BALANCE, MISSING OR NOT
002100*                    RUN, AND ENDS RC 8 ON ANY BREAK SO THE
002200*                    STREAM STOPS BEFORE BILLING.  WHEN A STEP
002300*                    WAS RERUN FOR THE CYCLE ONLY ITS LATEST
002400*                    RUN'S COUNTS ARE PROVED.
002410*  2026-10-15  MC    THE HELLOWORLD ACCEPTED PROOF NOW ALLOWS
002420*                    FOR THE DELIVERY-WINDOW HOLD QUEUE -
002430*                    ACCEPTED PLUS RELEASED MUST EQUAL PRINTED
002440*                    PLUS URGENT PLUS HELD.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BALFILE    ASSIGN TO BALFILE
003300                       ORGANIZATION IS LINE SEQUENTIAL
003400                       FILE STATUS IS WS-BALFILE-STATUS.
003500     SELECT BALRPT     ASSIGN TO BALRPT
003600                       ORGANIZATION IS LINE SEQUENTIAL
003700                       FILE STATUS IS WS-BALRPT-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BALFILE
004100     RECORDING MODE IS F.
004200 01  BALFILE-REC                 PIC X(80).
004300 FD  BALRPT
004400     RECORDING MODE IS F.
004500 01  PRINT-LINE                  PIC X(133).
004600 WORKING-STORAGE SECTION.
004700*--------------------------------------------------------------
004800* PARM CARD - THE CYCLE DATE TO BALANCE (CCYYMMDD, REQUIRED)
004900* AND THE JOB NAME, DEFAULTING TO HELLOWLD
005000*--------------------------------------------------------------
005100 01  WS-PARM-CARD.
005200     05  WS-PARM-CYCLE-DATE      PIC X(08).
005300     05  WS-PARM-JOB-NAME        PIC X(08).
005400     05  FILLER                  PIC X(64).
005500 01  WS-CYCLE-DATE               PIC 9(08).
005600 01  WS-JOB-NAME                 PIC X(08).
005700*--------------------------------------------------------------
005800* CONTROL-TOTAL RECORD - ALSO THE SEARCH KEY FOR 3000/3100
005900* ONCE BALFILE HAS BEEN LOADED
006000*--------------------------------------------------------------
006100 COPY BALREC.
006200*--------------------------------------------------------------
006300* FILE STATUS FIELDS AND SWITCHES
006400*--------------------------------------------------------------
006500 01  WS-BALFILE-STATUS           PIC X(02).
006600 01  WS-BALRPT-STATUS            PIC X(02).
006700 01  WS-EOF-SWITCH               PIC X(01).
006800     88  WS-END-OF-FILE          VALUE "Y".
006900     88  WS-NOT-END-OF-FILE      VALUE "N".
007000 01  WS-PARM-VALID-SWITCH        PIC X(01).
007100     88  WS-PARM-IS-VALID        VALUE "Y".
007200     88  WS-PARM-IS-INVALID      VALUE "N".
007300 01  WS-FOUND-SWITCH             PIC X(01).
007400     88  WS-ENTRY-FOUND          VALUE "Y".
007500     88  WS-ENTRY-NOT-FOUND      VALUE "N".
007600 01  WS-TRANEDIT-SWITCH          PIC X(01) VALUE "N".
007700     88  WS-TRANEDIT-RAN         VALUE "Y".
007800     88  WS-TRANEDIT-NOT-RAN     VALUE "N".
007900 01  WS-PRIOR-RCYC-SWITCH        PIC X(01) VALUE "N".
008000     88  WS-PRIOR-RCYC-FOUND     VALUE "Y".
008100     88  WS-PRIOR-RCYC-NOT-FOUND VALUE "N".
008200 01  WS-RPTMERGE-SWITCH          PIC X(01) VALUE "N".
008300     88  WS-RPTMERGE-RAN         VALUE "Y".
008400     88  WS-RPTMERGE-NOT-RAN     VALUE "N".
008500*--------------------------------------------------------------
008600* CONTROL TOTALS FOR THE CYCLE - ONE ENTRY PER PROGRAM, STEP
008700* AND COUNT, HOLDING THE HIGHEST RUN NUMBER SEEN
008800*--------------------------------------------------------------
008900 01  WS-BAL-MAX                  PIC 9(04) COMP VALUE 500.
009000 01  WS-BAL-USED                 PIC 9(04) COMP VALUE 0.
009100 01  WS-BAL-SUB                  PIC 9(04) COMP.
009200 01  WS-BAL-TABLE.
009300     05  WS-BAL-ENTRY            OCCURS 500 TIMES.
009400         10  BT-PROGRAM-ID       PIC X(08).
009500         10  BT-STEP-NAME        PIC X(08).
009600         10  BT-COUNT-ID         PIC X(08).
009700         10  BT-RUN-NUMBER       PIC 9(03).
009800         10  BT-COUNT            PIC 9(09) COMP.
009900         10  BT-WRITE-STAMP      PIC X(16).
010000*--------------------------------------------------------------
010100* HELLOWORLD STEPS THAT REPORTED FOR THE CYCLE
010200*--------------------------------------------------------------
010300 01  WS-HWS-MAX                  PIC 9(04) COMP VALUE 20.
010400 01  WS-HWS-USED                 PIC 9(04) COMP VALUE 0.
010500 01  WS-HWS-SUB                  PIC 9(04) COMP.
010600 01  WS-HWS-TABLE.
010700     05  WS-HWS-ENTRY            OCCURS 20 TIMES.
010800         10  HS-STEP-NAME        PIC X(08).
010900*--------------------------------------------------------------
011000* SEARCH RESULTS AND RUN-STAMP WORK AREAS
011100*--------------------------------------------------------------
011200 01  WS-FOUND-COUNT              PIC 9(09) COMP.
011300 01  WS-FOUND-STAMP              PIC X(16).
011400 01  WS-SUM-COUNT                PIC 9(09) COMP.
011500 01  WS-REC-STAMP.
011600     05  WS-REC-STAMP-DATE       PIC 9(08).
011700     05  WS-REC-STAMP-TIME       PIC 9(08).
011800 01  WS-TRANEDIT-STAMP           PIC X(16).
011900 01  WS-REC-RUN-KEY.
012000     05  WS-REC-RUN-CYCLE        PIC 9(08).
012100     05  WS-REC-RUN-NUMBER       PIC 9(03).
012200 01  WS-PRIOR-RUN-KEY.
012300     05  WS-PRIOR-RUN-CYCLE      PIC 9(08) VALUE 0.
012400     05  WS-PRIOR-RUN-NUMBER     PIC 9(03) VALUE 0.
012500*--------------------------------------------------------------
012600* COUNTS PROVED AT THE HAND-OFFS
012700*--------------------------------------------------------------
012800 01  WS-TE-CLEAN                 PIC 9(09) COMP VALUE 0.
012900 01  WS-TE-REJECTED              PIC 9(09) COMP VALUE 0.
013000 01  WS-PR-NEXT-IN               PIC 9(09) COMP VALUE 0.
013100 01  WS-PR-MERGED                PIC 9(09) COMP VALUE 0.
013200 01  WS-FEED-COUNT               PIC 9(09) COMP VALUE 0.
013300 01  WS-HW-READ                  PIC 9(09) COMP VALUE 0.
013400 01  WS-HW-REJECTED              PIC 9(09) COMP VALUE 0.
013500 01  WS-HW-URGENT                PIC 9(09) COMP VALUE 0.
013600 01  WS-HW-PRINTED               PIC 9(09) COMP VALUE 0.
013700 01  WS-MG-DETAIL                PIC 9(09) COMP VALUE 0.
013800 01  WS-STEP-READ                PIC 9(09) COMP.
013900 01  WS-STEP-ACCEPTED            PIC 9(09) COMP.
014000 01  WS-WORK-COUNT               PIC 9(09) COMP.
014100*--------------------------------------------------------------
014200* THE CHECK BEING PRINTED
014300*--------------------------------------------------------------
014400 01  WS-CHK-STEP                 PIC X(08).
014500 01  WS-CHK-TEXT                 PIC X(40).
014600 01  WS-CHK-LEFT                 PIC 9(09) COMP.
014700 01  WS-CHK-RIGHT                PIC 9(09) COMP.
014800 01  WS-CHK-STATE                PIC X(01).
014900     88  WS-CHK-COMPARE          VALUE "C".
015000     88  WS-CHK-NOT-RUN          VALUE "N".
015100     88  WS-CHK-MISSING          VALUE "M".
015200*--------------------------------------------------------------
015300* COUNTERS AND RUN CONTEXT
015400*--------------------------------------------------------------
015500 01  WS-CHECK-COUNT              PIC 9(06) COMP VALUE 0.
015600 01  WS-BALANCED-COUNT           PIC 9(06) COMP VALUE 0.
015700 01  WS-BREAK-COUNT              PIC 9(06) COMP VALUE 0.
015800 01  WS-NOT-RUN-COUNT            PIC 9(06) COMP VALUE 0.
015900 01  WS-RUN-DATE                 PIC 9(08).
016000 01  WS-RUN-TIME                 PIC 9(08).
016100*--------------------------------------------------------------
016200* PAGE / LINE CONTROL
016300*--------------------------------------------------------------
016400 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
016500 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
016600 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
016700*--------------------------------------------------------------
016800* REPORT LINE LAYOUTS
016900*--------------------------------------------------------------
017000 01  WS-HEADER-LINE-1.
017100     05  FILLER                  PIC X(01)  VALUE SPACE.
017200     05  FILLER                  PIC X(26)  VALUE
017300             "BALRPT - STREAM BALANCING ".
017400     05  FILLER                  PIC X(06)  VALUE
017500             "REPORT".
017600     05  FILLER                  PIC X(10)  VALUE "      PAGE".
017700     05  FILLER                  PIC X(01)  VALUE SPACE.
017800     05  H1-PAGE-NUMBER          PIC ZZZ9.
017900     05  FILLER                  PIC X(85)  VALUE SPACES.
018000 01  WS-HEADER-LINE-2.
018100     05  FILLER                  PIC X(01)  VALUE SPACE.
018200     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
018300     05  H2-RUN-DATE             PIC 9(08).
018400     05  FILLER                  PIC X(05)  VALUE SPACES.
018500     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
018600     05  H2-RUN-TIME             PIC 9(08).
018700     05  FILLER                  PIC X(05)  VALUE SPACES.
018800     05  FILLER                  PIC X(10)  VALUE "JOB NAME: ".
018900     05  H2-JOB-NAME             PIC X(08).
019000     05  FILLER                  PIC X(05)  VALUE SPACES.
019100     05  FILLER                  PIC X(12)  VALUE
019200             "CYCLE DATE: ".
019300     05  H2-CYCLE-DATE           PIC 9(08).
019400     05  FILLER                  PIC X(41)  VALUE SPACES.
019500 01  WS-HEADER-LINE-3.
019600     05  FILLER                  PIC X(03)  VALUE SPACES.
019700     05  FILLER                  PIC X(04)  VALUE "STEP".
019800     05  FILLER                  PIC X(06)  VALUE SPACES.
019900     05  FILLER                  PIC X(14)  VALUE
020000             "HAND-OFF CHECK".
020100     05  FILLER                  PIC X(28)  VALUE SPACES.
020200     05  FILLER                  PIC X(13)  VALUE
020300             "    LEFT SIDE".
020400     05  FILLER                  PIC X(02)  VALUE SPACES.
020500     05  FILLER                  PIC X(13)  VALUE
020600             "   RIGHT SIDE".
020700     05  FILLER                  PIC X(03)  VALUE SPACES.
020800     05  FILLER                  PIC X(06)  VALUE "RESULT".
020900     05  FILLER                  PIC X(41)  VALUE SPACES.
021000 01  WS-DETAIL-LINE.
021100     05  FILLER                  PIC X(03)  VALUE SPACES.
021200     05  DL-STEP                 PIC X(08).
021300     05  FILLER                  PIC X(02)  VALUE SPACES.
021400     05  DL-CHECK                PIC X(40).
021500     05  FILLER                  PIC X(02)  VALUE SPACES.
021600     05  DL-LEFT                 PIC Z,ZZZ,ZZZ,ZZ9.
021700     05  FILLER                  PIC X(02)  VALUE SPACES.
021800     05  DL-RIGHT                PIC Z,ZZZ,ZZZ,ZZ9.
021900     05  FILLER                  PIC X(03)  VALUE SPACES.
022000     05  DL-RESULT               PIC X(14).
022100     05  FILLER                  PIC X(33)  VALUE SPACES.
022200 01  WS-TRAILER-LINE-1.
022300     05  FILLER                  PIC X(01)  VALUE SPACE.
022400     05  FILLER                  PIC X(13)  VALUE
022500             "CHECKS MADE =".
022600     05  TR-CHECK-COUNT          PIC ZZZ,ZZ9.
022700     05  FILLER                  PIC X(112) VALUE SPACES.
022800 01  WS-TRAILER-LINE-2.
022900     05  FILLER                  PIC X(01)  VALUE SPACE.
023000     05  FILLER                  PIC X(11)  VALUE "BALANCED = ".
023100     05  TR-BALANCED-COUNT       PIC ZZZ,ZZ9.
023200     05  FILLER                  PIC X(19)  VALUE
023300             "  OUT OF BALANCE = ".
023400     05  TR-BREAK-COUNT          PIC ZZZ,ZZ9.
023500     05  FILLER                  PIC X(12)  VALUE
023600             "  NOT RUN = ".
023700     05  TR-NOT-RUN-COUNT        PIC ZZZ,ZZ9.
023800     05  FILLER                  PIC X(69)  VALUE SPACES.
023900 01  WS-TRAILER-LINE-3.
024000     05  FILLER                  PIC X(01)  VALUE SPACE.
024100     05  TR-VERDICT              PIC X(40).
024200     05  FILLER                  PIC X(92)  VALUE SPACES.
024300 PROCEDURE DIVISION.
024400*--------------------------------------------------------------
024500 0000-MAINLINE.
024600*--------------------------------------------------------------
024700     PERFORM 1000-INITIALIZE     THRU 1000-EXIT.
024800     IF WS-PARM-IS-INVALID
024900         GO TO 9999-EXIT
025000     END-IF.
025100     PERFORM 2000-LOAD-BALFILE   THRU 2000-EXIT.
025200     PERFORM 2500-FIND-PRIOR-RECYCLE THRU 2500-EXIT.
025300     PERFORM 4100-PROVE-TRANEDIT THRU 4100-EXIT.
025400     PERFORM 4200-PROVE-RECYCLE  THRU 4200-EXIT.
025500     PERFORM 4300-PROVE-FEED     THRU 4300-EXIT.
025600     PERFORM 4400-PROVE-TRANSPLT THRU 4400-EXIT.
025700     PERFORM 4500-PROVE-HELLOWORLD THRU 4500-EXIT.
025800     PERFORM 4600-PROVE-RPTMERGE THRU 4600-EXIT.
025900     PERFORM 4700-PROVE-RPTBURST THRU 4700-EXIT.
026000     PERFORM 8100-WRITE-TRAILER  THRU 8100-EXIT.
026100     PERFORM 9000-TERMINATE      THRU 9000-EXIT.
026200     GO TO 9999-EXIT.
026300*--------------------------------------------------------------
026400 1000-INITIALIZE.
026500*--------------------------------------------------------------
026600*    PICK UP THE CYCLE DATE AND JOB NAME FROM THE PARM CARD.
026700*    THE CYCLE DATE IS REQUIRED - BALANCING "TODAY" WOULD PROVE
026800*    THE WRONG CYCLE AFTER MIDNIGHT OR ON A CATCH-UP RUN - SO A
026900*    MISSING OR NON-NUMERIC DATE ENDS THE RUN RC 16.
027000*--------------------------------------------------------------
027100     SET WS-PARM-IS-VALID     TO TRUE.
027200     ACCEPT WS-RUN-DATE       FROM DATE YYYYMMDD.
027300     ACCEPT WS-RUN-TIME       FROM TIME.
027400     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
027500     MOVE SPACES              TO WS-PARM-CARD.
027600     ACCEPT WS-PARM-CARD      FROM COMMAND-LINE.
027700     IF WS-PARM-CYCLE-DATE IS NOT NUMERIC
027800         DISPLAY "BALRPT - ABEND - PARM CYCLE DATE IS "
027900                 "NOT CCYYMMDD: " WS-PARM-CYCLE-DATE
028000         SET WS-PARM-IS-INVALID TO TRUE
028100         MOVE 16 TO RETURN-CODE
028200         GO TO 1000-EXIT
028300     END-IF.
028400     MOVE WS-PARM-CYCLE-DATE  TO WS-CYCLE-DATE.
028500     IF WS-PARM-JOB-NAME = SPACES
028600         MOVE "HELLOWLD"      TO WS-JOB-NAME
028700     ELSE
028800         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
028900     END-IF.
029000     OPEN OUTPUT BALRPT.
029100     IF WS-BALRPT-STATUS NOT = "00"
029200         DISPLAY "BALRPT - ABEND - BALRPT OPEN FAILED, STATUS="
029300                 WS-BALRPT-STATUS
029400         SET WS-PARM-IS-INVALID TO TRUE
029500         MOVE 16 TO RETURN-CODE
029600     END-IF.
029700 1000-EXIT.
029800     EXIT.
029900*--------------------------------------------------------------
030000 2000-LOAD-BALFILE.
030100*--------------------------------------------------------------
030200*    LOAD EVERY CONTROL TOTAL FOR THE JOB AND CYCLE DATE.  A
030300*    MISSING BALFILE MEANS NO STEP REPORTED - THE REQUIRED
030400*    STEPS THEN SHOW AS MISSING AND THE RUN ENDS RC 8.
030500*--------------------------------------------------------------
030600     SET WS-NOT-END-OF-FILE   TO TRUE.
030700     OPEN INPUT BALFILE.
030800     IF WS-BALFILE-STATUS NOT = "00"
030900         DISPLAY "BALRPT - BALFILE NOT AVAILABLE, STATUS="
031000                 WS-BALFILE-STATUS " - NO CONTROL TOTALS"
031100         GO TO 2000-EXIT
031200     END-IF.
031300     PERFORM 2100-LOAD-ONE-TOTAL THRU 2100-EXIT
031400         UNTIL WS-END-OF-FILE.
031500     CLOSE BALFILE.
031600 2000-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------
031900 2100-LOAD-ONE-TOTAL.
032000*--------------------------------------------------------------
032100*    KEEP ONE CONTROL TOTAL.  A STEP RERUN FOR THE CYCLE
032200*    REPORTS AGAIN UNDER A HIGHER RUN NUMBER AND ITS COUNTS
032300*    REPLACE THE EARLIER RUN'S.
032400*--------------------------------------------------------------
032500     READ BALFILE INTO CTL-TOTAL-REC
032600         AT END
032700             SET WS-END-OF-FILE TO TRUE
032800             GO TO 2100-EXIT
032900     END-READ.
033000     IF CB-JOB-NAME NOT = WS-JOB-NAME
033100      OR CB-CYCLE-DATE NOT = WS-CYCLE-DATE
033200         GO TO 2100-EXIT
033300     END-IF.
033400     IF CB-PROGRAM-ID = "HelloWor"
033500         PERFORM 2200-NOTE-HELLOWORLD-STEP THRU 2200-EXIT
033600     END-IF.
033700     SET WS-ENTRY-NOT-FOUND TO TRUE.
033800     PERFORM 2150-FIND-TOTAL THRU 2150-EXIT
033900         VARYING WS-BAL-SUB FROM 1 BY 1
034000         UNTIL WS-BAL-SUB > WS-BAL-USED
034100            OR WS-ENTRY-FOUND.
034200     IF WS-ENTRY-FOUND
034300         SUBTRACT 1 FROM WS-BAL-SUB
034400         IF CB-RUN-NUMBER < BT-RUN-NUMBER (WS-BAL-SUB)
034500             GO TO 2100-EXIT
034600         END-IF
034700     ELSE
034800         IF WS-BAL-USED < WS-BAL-MAX
034900             ADD 1 TO WS-BAL-USED
035000             MOVE WS-BAL-USED TO WS-BAL-SUB
035100             MOVE CB-PROGRAM-ID
035200                 TO BT-PROGRAM-ID (WS-BAL-SUB)
035300             MOVE CB-STEP-NAME
035400                 TO BT-STEP-NAME (WS-BAL-SUB)
035500             MOVE CB-COUNT-ID
035600                 TO BT-COUNT-ID (WS-BAL-SUB)
035700         ELSE
035800             DISPLAY "BALRPT - CONTROL TOTAL TABLE FULL, "
035900                     "TOTAL DROPPED FOR " CB-STEP-NAME " "
036000                     CB-COUNT-ID
036100             GO TO 2100-EXIT
036200         END-IF
036300     END-IF.
036400     MOVE CB-WRITE-DATE       TO WS-REC-STAMP-DATE.
036500     MOVE CB-WRITE-TIME       TO WS-REC-STAMP-TIME.
036600     MOVE CB-RUN-NUMBER       TO BT-RUN-NUMBER (WS-BAL-SUB).
036700     MOVE CB-COUNT            TO BT-COUNT (WS-BAL-SUB).
036800     MOVE WS-REC-STAMP        TO BT-WRITE-STAMP (WS-BAL-SUB).
036900 2100-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------
037200 2150-FIND-TOTAL.
037300*--------------------------------------------------------------
037400     IF  BT-PROGRAM-ID (WS-BAL-SUB) = CB-PROGRAM-ID
037500     AND BT-STEP-NAME (WS-BAL-SUB)  = CB-STEP-NAME
037600     AND BT-COUNT-ID (WS-BAL-SUB)   = CB-COUNT-ID
037700         SET WS-ENTRY-FOUND TO TRUE
037800     END-IF.
037900 2150-EXIT.
038000     EXIT.
038100*--------------------------------------------------------------
038200 2200-NOTE-HELLOWORLD-STEP.
038300*--------------------------------------------------------------
038400*    REMEMBER EACH HELLOWORLD STEP THAT REPORTED, SO EVERY
038500*    PARTITION'S STEP IS PROVED ON ITS OWN.
038600*--------------------------------------------------------------
038700     SET WS-ENTRY-NOT-FOUND TO TRUE.
038800     PERFORM 2250-FIND-STEP THRU 2250-EXIT
038900         VARYING WS-HWS-SUB FROM 1 BY 1
039000         UNTIL WS-HWS-SUB > WS-HWS-USED
039100            OR WS-ENTRY-FOUND.
039200     IF WS-ENTRY-FOUND
039300         GO TO 2200-EXIT
039400     END-IF.
039500     IF WS-HWS-USED < WS-HWS-MAX
039600         ADD 1 TO WS-HWS-USED
039700         MOVE CB-STEP-NAME TO HS-STEP-NAME (WS-HWS-USED)
039800     ELSE
039900         DISPLAY "BALRPT - STEP TABLE FULL, STEP "
040000                 CB-STEP-NAME " NOT PROVED"
040100     END-IF.
040200 2200-EXIT.
040300     EXIT.
040400*--------------------------------------------------------------
040500 2250-FIND-STEP.
040600*--------------------------------------------------------------
040700     IF HS-STEP-NAME (WS-HWS-SUB) = CB-STEP-NAME
040800         SET WS-ENTRY-FOUND TO TRUE
040900     END-IF.
041000 2250-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------
041300 2500-FIND-PRIOR-RECYCLE.
041400*--------------------------------------------------------------
041500*    THE RECYCLE OF AN EARLIER CYCLE MERGES ITS REPAIRS INTO
041600*    THIS CYCLE'S EDITED TRANFILE (TRANNEXT IN, TRANMRG OUT).
041700*    FIND THE LATEST TRANRCYC RUN FOR AN EARLIER CYCLE THAT
041800*    REPORTED AFTER THIS CYCLE'S TRANEDIT - ITS NEXT-TRANFILE
041900*    COUNT MUST BE TRANEDIT'S CLEAN COUNT, AND ITS MERGED
042000*    COUNT IS THEN WHAT THE REST OF THE STREAM WAS FED.
042100*--------------------------------------------------------------
042200     MOVE "TRANEDIT"          TO CB-PROGRAM-ID.
042300     MOVE "TRANEDIT"          TO CB-STEP-NAME.
042400     SET CB-CNT-READ          TO TRUE.
042500     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
042600     IF WS-ENTRY-NOT-FOUND
042700         GO TO 2500-EXIT
042800     END-IF.
042900     SET WS-TRANEDIT-RAN      TO TRUE.
043000     MOVE WS-FOUND-STAMP      TO WS-TRANEDIT-STAMP.
043100     SET WS-NOT-END-OF-FILE   TO TRUE.
043200     OPEN INPUT BALFILE.
043300     IF WS-BALFILE-STATUS NOT = "00"
043400         GO TO 2500-EXIT
043500     END-IF.
043600     PERFORM 2600-CHECK-ONE-RECYCLE THRU 2600-EXIT
043700         UNTIL WS-END-OF-FILE.
043800     CLOSE BALFILE.
043900 2500-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------
044200 2600-CHECK-ONE-RECYCLE.
044300*--------------------------------------------------------------
044400     READ BALFILE INTO CTL-TOTAL-REC
044500         AT END
044600             SET WS-END-OF-FILE TO TRUE
044700             GO TO 2600-EXIT
044800     END-READ.
044900     IF CB-JOB-NAME NOT = WS-JOB-NAME
045000      OR CB-PROGRAM-ID NOT = "TRANRCYC"
045100      OR CB-CYCLE-DATE NOT < WS-CYCLE-DATE
045200         GO TO 2600-EXIT
045300     END-IF.
045400     MOVE CB-WRITE-DATE       TO WS-REC-STAMP-DATE.
045500     MOVE CB-WRITE-TIME       TO WS-REC-STAMP-TIME.
045600     IF WS-REC-STAMP < WS-TRANEDIT-STAMP
045700         GO TO 2600-EXIT
045800     END-IF.
045900     MOVE CB-CYCLE-DATE       TO WS-REC-RUN-CYCLE.
046000     MOVE CB-RUN-NUMBER       TO WS-REC-RUN-NUMBER.
046100     IF WS-REC-RUN-KEY < WS-PRIOR-RUN-KEY
046200         GO TO 2600-EXIT
046300     END-IF.
046400     IF WS-REC-RUN-KEY > WS-PRIOR-RUN-KEY
046500         MOVE WS-REC-RUN-KEY  TO WS-PRIOR-RUN-KEY
046600         MOVE 0               TO WS-PR-NEXT-IN
046700         MOVE 0               TO WS-PR-MERGED
046800         SET WS-PRIOR-RCYC-FOUND TO TRUE
046900     END-IF.
047000     IF CB-CNT-NEXT-IN
047100         MOVE CB-COUNT        TO WS-PR-NEXT-IN
047200     END-IF.
047300     IF CB-CNT-MERGED
047400         MOVE CB-COUNT        TO WS-PR-MERGED
047500     END-IF.
047600 2600-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------
047900 3000-FIND-COUNT.
048000*--------------------------------------------------------------
048100*    LOOK UP THE COUNT NAMED BY CB-PROGRAM-ID, CB-STEP-NAME AND
048200*    CB-COUNT-ID.  A COUNT THE STEP NEVER REPORTED IS ZERO.
048300*--------------------------------------------------------------
048400     MOVE 0                   TO WS-FOUND-COUNT.
048500     MOVE SPACES              TO WS-FOUND-STAMP.
048600     SET WS-ENTRY-NOT-FOUND   TO TRUE.
048700     PERFORM 2150-FIND-TOTAL THRU 2150-EXIT
048800         VARYING WS-BAL-SUB FROM 1 BY 1
048900         UNTIL WS-BAL-SUB > WS-BAL-USED
049000            OR WS-ENTRY-FOUND.
049100     IF WS-ENTRY-FOUND
049200         SUBTRACT 1 FROM WS-BAL-SUB
049300         MOVE BT-COUNT (WS-BAL-SUB)       TO WS-FOUND-COUNT
049400         MOVE BT-WRITE-STAMP (WS-BAL-SUB) TO WS-FOUND-STAMP
049500     END-IF.
049600 3000-EXIT.
049700     EXIT.
049800*--------------------------------------------------------------
049900 3100-SUM-HELLOWORLD.
050000*--------------------------------------------------------------
050100*    ADD UP THE COUNT NAMED BY CB-COUNT-ID ACROSS EVERY
050200*    HELLOWORLD STEP THAT REPORTED FOR THE CYCLE.
050300*--------------------------------------------------------------
050400     MOVE 0                   TO WS-SUM-COUNT.
050500     PERFORM 3150-ADD-STEP-COUNT THRU 3150-EXIT
050600         VARYING WS-BAL-SUB FROM 1 BY 1
050700         UNTIL WS-BAL-SUB > WS-BAL-USED.
050800 3100-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------
051100 3150-ADD-STEP-COUNT.
051200*--------------------------------------------------------------
051300     IF  BT-PROGRAM-ID (WS-BAL-SUB) = "HelloWor"
051400     AND BT-COUNT-ID (WS-BAL-SUB)   = CB-COUNT-ID
051500         ADD BT-COUNT (WS-BAL-SUB) TO WS-SUM-COUNT
051600     END-IF.
051700 3150-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------
052000 4100-PROVE-TRANEDIT.
052100*--------------------------------------------------------------
052200*    THE EDIT MUST ACCOUNT FOR EVERY CARD IT READ AS EITHER
052300*    CLEAN (TRANFILE) OR REJECTED (TRANREJ).  THE EDIT IS
052400*    REQUIRED - A CYCLE WITHOUT ITS TOTALS IS A BREAK.
052500*--------------------------------------------------------------
052600     MOVE "TRANEDIT"          TO WS-CHK-STEP.
052700     MOVE "READ = CLEAN + REJECTED"
052800                              TO WS-CHK-TEXT.
052900     IF WS-TRANEDIT-NOT-RAN
053000         SET WS-CHK-MISSING   TO TRUE
053100         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
053200         GO TO 4100-EXIT
053300     END-IF.
053400     MOVE "TRANEDIT"          TO CB-PROGRAM-ID.
053500     MOVE "TRANEDIT"          TO CB-STEP-NAME.
053600     SET CB-CNT-READ          TO TRUE.
053700     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
053800     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
053900     SET CB-CNT-CLEAN         TO TRUE.
054000     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
054100     MOVE WS-FOUND-COUNT      TO WS-TE-CLEAN.
054200     SET CB-CNT-REJECTED      TO TRUE.
054300     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
054400     MOVE WS-FOUND-COUNT      TO WS-TE-REJECTED.
054500     COMPUTE WS-CHK-RIGHT = WS-TE-CLEAN + WS-TE-REJECTED.
054600     SET WS-CHK-COMPARE       TO TRUE.
054700     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
054800 4100-EXIT.
054900     EXIT.
055000*--------------------------------------------------------------
055100 4200-PROVE-RECYCLE.
055200*--------------------------------------------------------------
055300*    THIS CYCLE'S RECYCLE, WHEN IT HAS RUN: EVERY REJECT AND
055400*    SUSPENDED REJECT TAKEN IN IS EITHER REPAIRED OR SUSPENDED
055500*    AGAIN, THE MERGED TRANFILE IS THE NEXT TRANFILE PLUS THE
055600*    REPAIRS, AND THE REJECTS TAKEN IN ARE THE EDIT'S PLUS
055700*    EVERY HELLOWORLD STEP'S.  THE RECYCLE USUALLY RUNS THE
055800*    NEXT DAY, SO NOT HAVING RUN YET IS NOT A BREAK.
055900*--------------------------------------------------------------
056000     MOVE "TRANRCYC"          TO WS-CHK-STEP.
056100     MOVE "TRANRCYC"          TO CB-PROGRAM-ID.
056200     MOVE "TRANRCYC"          TO CB-STEP-NAME.
056300     SET CB-CNT-REJ-IN        TO TRUE.
056400     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
056500     IF WS-ENTRY-NOT-FOUND
056600         MOVE "REJECTS RECYCLED"  TO WS-CHK-TEXT
056700         SET WS-CHK-NOT-RUN   TO TRUE
056800         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
056900         GO TO 4200-EXIT
057000     END-IF.
057100     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
057200     SET CB-CNT-SUSP-IN       TO TRUE.
057300     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
057400     ADD WS-FOUND-COUNT       TO WS-CHK-LEFT.
057500     SET CB-CNT-REPAIRED      TO TRUE.
057600     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
057700     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
057800     MOVE WS-FOUND-COUNT      TO WS-WORK-COUNT.
057900     SET CB-CNT-SUSPENDED     TO TRUE.
058000     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
058100     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
058200     MOVE "REJIN + SUSPIN = REPAIRED + SUSPENDED"
058300                              TO WS-CHK-TEXT.
058400     SET WS-CHK-COMPARE       TO TRUE.
058500     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
058600     SET CB-CNT-NEXT-IN       TO TRUE.
058700     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
058800     COMPUTE WS-CHK-LEFT = WS-FOUND-COUNT + WS-WORK-COUNT.
058900     SET CB-CNT-MERGED        TO TRUE.
059000     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
059100     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
059200     MOVE "NEXT TRANFILE + REPAIRED = MERGED"
059300                              TO WS-CHK-TEXT.
059400     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
059500     SET CB-CNT-REJ-IN        TO TRUE.
059600     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
059700     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
059800     SET CB-CNT-REJECTED      TO TRUE.
059900     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
060000     COMPUTE WS-CHK-RIGHT = WS-TE-REJECTED + WS-SUM-COUNT.
060100     MOVE "REJIN = TRANEDIT + HELLOWORLD REJECTS"
060200                              TO WS-CHK-TEXT.
060300     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
060400 4200-EXIT.
060500     EXIT.
060600*--------------------------------------------------------------
060700 4300-PROVE-FEED.
060800*--------------------------------------------------------------
060900*    WORK OUT WHAT THE REST OF THE STREAM WAS FED: THE EARLIER
061000*    CYCLE'S MERGED TRANFILE WHEN ITS RECYCLE MERGED INTO THIS
061100*    CYCLE (AFTER PROVING IT TOOK IN EVERY CLEAN CARD), ELSE
061200*    THE EDIT'S CLEAN TRANFILE.
061300*--------------------------------------------------------------
061400     IF WS-PRIOR-RCYC-NOT-FOUND
061500         MOVE WS-TE-CLEAN     TO WS-FEED-COUNT
061600         GO TO 4300-EXIT
061700     END-IF.
061800     MOVE "TRANRCYC"          TO WS-CHK-STEP.
061900     MOVE "PRIOR CYCLE NEXT TRANFILE = CLEAN"
062000                              TO WS-CHK-TEXT.
062100     MOVE WS-PR-NEXT-IN       TO WS-CHK-LEFT.
062200     MOVE WS-TE-CLEAN         TO WS-CHK-RIGHT.
062300     SET WS-CHK-COMPARE       TO TRUE.
062400     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
062500     MOVE WS-PR-MERGED        TO WS-FEED-COUNT.
062600 4300-EXIT.
062700     EXIT.
062800*--------------------------------------------------------------
062900 4400-PROVE-TRANSPLT.
063000*--------------------------------------------------------------
063100*    THE SPLIT MUST READ THE WHOLE FEED AND WRITE EVERY RECORD
063200*    TO EXACTLY ONE PARTITION.  AN UNPARTITIONED STREAM DOES
063300*    NOT RUN IT.
063400*--------------------------------------------------------------
063500     MOVE "TRANSPLT"          TO WS-CHK-STEP.
063600     MOVE "TRANSPLT"          TO CB-PROGRAM-ID.
063700     MOVE "TRANSPLT"          TO CB-STEP-NAME.
063800     SET CB-CNT-READ          TO TRUE.
063900     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
064000     IF WS-ENTRY-NOT-FOUND
064100         MOVE "READ = SUM OF PARTITIONS" TO WS-CHK-TEXT
064200         SET WS-CHK-NOT-RUN   TO TRUE
064300         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
064400         GO TO 4400-EXIT
064500     END-IF.
064600     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
064700     MOVE WS-FEED-COUNT       TO WS-CHK-RIGHT.
064800     MOVE "READ = TRANFILE FED"  TO WS-CHK-TEXT.
064900     SET WS-CHK-COMPARE       TO TRUE.
065000     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
065100     MOVE 0                   TO WS-CHK-RIGHT.
065200     SET CB-CNT-PART-1        TO TRUE.
065300     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
065400     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
065500     SET CB-CNT-PART-2        TO TRUE.
065600     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
065700     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
065800     SET CB-CNT-PART-3        TO TRUE.
065900     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
066000     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
066100     SET CB-CNT-PART-4        TO TRUE.
066200     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
066300     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
066400     MOVE "READ = SUM OF PARTITIONS" TO WS-CHK-TEXT.
066500     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
066600     MOVE WS-CHK-LEFT         TO WS-FEED-COUNT.
066700 4400-EXIT.
066800     EXIT.
066900*--------------------------------------------------------------
067000 4500-PROVE-HELLOWORLD.
067100*--------------------------------------------------------------
067200*    BETWEEN THEM THE HELLOWORLD STEPS MUST HAVE TAKEN EVERY
067300*    RECORD THEY WERE FED - READ, OR SKIPPED AS ALREADY DONE
067400*    ON A RESTART - AND EACH STEP MUST BALANCE ON ITS OWN.
067500*    AT LEAST ONE STEP IS REQUIRED.
067600*--------------------------------------------------------------
067700     MOVE "*ALL"              TO WS-CHK-STEP.
067800     MOVE "HELLOWORLD SKIPPED + READ = FED"
067900                              TO WS-CHK-TEXT.
068000     IF WS-HWS-USED = 0
068100         SET WS-CHK-MISSING   TO TRUE
068200         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
068300         GO TO 4500-EXIT
068400     END-IF.
068500     SET CB-CNT-SKIPPED       TO TRUE.
068600     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
068700     MOVE WS-SUM-COUNT        TO WS-CHK-LEFT.
068800     SET CB-CNT-READ          TO TRUE.
068900     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
069000     MOVE WS-SUM-COUNT        TO WS-HW-READ.
069100     ADD WS-HW-READ           TO WS-CHK-LEFT.
069200     MOVE WS-FEED-COUNT       TO WS-CHK-RIGHT.
069300     SET WS-CHK-COMPARE       TO TRUE.
069400     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
069500     SET CB-CNT-REJECTED      TO TRUE.
069600     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
069700     MOVE WS-SUM-COUNT        TO WS-HW-REJECTED.
069800     SET CB-CNT-URGENT        TO TRUE.
069900     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
070000     MOVE WS-SUM-COUNT        TO WS-HW-URGENT.
070100     SET CB-CNT-PRINTED       TO TRUE.
070200     PERFORM 3100-SUM-HELLOWORLD THRU 3100-EXIT.
070300     MOVE WS-SUM-COUNT        TO WS-HW-PRINTED.
070400     PERFORM 4550-PROVE-ONE-STEP THRU 4550-EXIT
070500         VARYING WS-HWS-SUB FROM 1 BY 1
070600         UNTIL WS-HWS-SUB > WS-HWS-USED.
070700 4500-EXIT.
070800     EXIT.
070900*--------------------------------------------------------------
071000 4550-PROVE-ONE-STEP.
071100*--------------------------------------------------------------
071200*    ONE HELLOWORLD STEP: EVERY TRANSACTION READ IS ACCEPTED OR
071300*    REJECTED (TRANREJ), EVERY ACCEPTED ONE - AND EVERY HELD
071310*    ONE RELEASED FROM HELDMSG AT THE START OF THE RUN - IS
071400*    PRINTED ON RPTPRINT OR URGPRINT OR HELD ON HELDMSG FOR ITS
071410*    DELIVERY WINDOW, AND EACH STATFILE DIMENSION CARRIES
071500*    EVERY TRANSACTION READ.
071600*--------------------------------------------------------------
071700     MOVE HS-STEP-NAME (WS-HWS-SUB) TO WS-CHK-STEP.
071800     MOVE "HelloWor"          TO CB-PROGRAM-ID.
071900     MOVE HS-STEP-NAME (WS-HWS-SUB) TO CB-STEP-NAME.
072000     SET WS-CHK-COMPARE       TO TRUE.
072100     SET CB-CNT-READ          TO TRUE.
072200     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
072300     MOVE WS-FOUND-COUNT      TO WS-STEP-READ.
072400     SET CB-CNT-ACCEPTED      TO TRUE.
072500     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
072600     MOVE WS-FOUND-COUNT      TO WS-STEP-ACCEPTED.
072700     SET CB-CNT-REJECTED      TO TRUE.
072800     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
072900     MOVE WS-STEP-READ        TO WS-CHK-LEFT.
073000     COMPUTE WS-CHK-RIGHT = WS-STEP-ACCEPTED + WS-FOUND-COUNT.
073100     MOVE "READ = ACCEPTED + REJECTED" TO WS-CHK-TEXT.
073200     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
073300     SET CB-CNT-PRINTED       TO TRUE.
073400     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
073500     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
073600     SET CB-CNT-URGENT        TO TRUE.
073700     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
073800     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
073810     SET CB-CNT-HELD          TO TRUE.
073820     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
073830     ADD WS-FOUND-COUNT       TO WS-CHK-RIGHT.
073840     SET CB-CNT-RELEASED      TO TRUE.
073850     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
073900     COMPUTE WS-CHK-LEFT = WS-STEP-ACCEPTED + WS-FOUND-COUNT.
074000     MOVE "ACCEPTED+RELEASED = PRINTED+URGENT+HELD"
074050                              TO WS-CHK-TEXT.
074100     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
074200     MOVE WS-STEP-READ        TO WS-CHK-LEFT.
074300     SET CB-CNT-STAT-LOCALE   TO TRUE.
074400     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
074500     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
074600     MOVE "READ = STATFILE LOCALE TOTAL" TO WS-CHK-TEXT.
074700     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
074800     SET CB-CNT-STAT-MSGTYPE  TO TRUE.
074900     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
075000     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
075100     MOVE "READ = STATFILE MESSAGE TYPE TOTAL"
075200                              TO WS-CHK-TEXT.
075300     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
075400     SET CB-CNT-STAT-REQ      TO TRUE.
075500     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
075600     MOVE WS-FOUND-COUNT      TO WS-CHK-RIGHT.
075700     MOVE "READ = STATFILE REQUESTER TOTAL"
075800                              TO WS-CHK-TEXT.
075900     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
076000 4550-EXIT.
076100     EXIT.
076200*--------------------------------------------------------------
076300 4600-PROVE-RPTMERGE.
076400*--------------------------------------------------------------
076500*    THE COMBINED REPORT'S TRAILER AND DETAIL LINES MUST BE
076600*    THE SUM OF THE HELLOWORLD STEPS THAT FED IT.
076700*--------------------------------------------------------------
076800     MOVE "RPTMERGE"          TO WS-CHK-STEP.
076900     MOVE "RPTMERGE"          TO CB-PROGRAM-ID.
077000     MOVE "RPTMERGE"          TO CB-STEP-NAME.
077100     SET CB-CNT-TRL-TRANS     TO TRUE.
077200     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
077300     IF WS-ENTRY-NOT-FOUND
077400         MOVE "COMBINED REPORT TOTALS" TO WS-CHK-TEXT
077500         SET WS-CHK-NOT-RUN   TO TRUE
077600         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
077700         GO TO 4600-EXIT
077800     END-IF.
077900     SET WS-RPTMERGE-RAN      TO TRUE.
078000     SET WS-CHK-COMPARE       TO TRUE.
078100     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
078200     MOVE WS-HW-READ          TO WS-CHK-RIGHT.
078300     MOVE "TRAILER TRANSACTIONS = HELLOWORLD READ"
078400                              TO WS-CHK-TEXT.
078500     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
078600     SET CB-CNT-TRL-REJECTS   TO TRUE.
078700     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
078800     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
078900     MOVE WS-HW-REJECTED      TO WS-CHK-RIGHT.
079000     MOVE "TRAILER REJECTS = HELLOWORLD REJECTED"
079100                              TO WS-CHK-TEXT.
079200     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
079300     SET CB-CNT-TRL-URGENT    TO TRUE.
079400     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
079500     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
079600     MOVE WS-HW-URGENT        TO WS-CHK-RIGHT.
079700     MOVE "TRAILER URGENT = HELLOWORLD URGENT"
079800                              TO WS-CHK-TEXT.
079900     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
080000     SET CB-CNT-DETAIL        TO TRUE.
080100     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
080200     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
080300     MOVE WS-FOUND-COUNT      TO WS-MG-DETAIL.
080400     MOVE WS-HW-PRINTED       TO WS-CHK-RIGHT.
080500     MOVE "DETAIL LINES = HELLOWORLD PRINTED"
080600                              TO WS-CHK-TEXT.
080700     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
080800 4600-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------
081100 4700-PROVE-RPTBURST.
081200*--------------------------------------------------------------
081300*    THE BURST MUST READ EVERY DETAIL LINE OF THE COMBINED
081400*    REPORT (OR OF THE SINGLE STEP'S REPORT WHEN NOTHING WAS
081500*    MERGED) AND WRITE EACH TO ONE DEPARTMENT'S REPORT.  THE
081600*    BURST RUNS AFTER BALANCING, SO IT SHOWS AS NOT RUN UNTIL
081700*    THIS REPORT IS RERUN AFTER IT.
081800*--------------------------------------------------------------
081900     MOVE "RPTBURST"          TO WS-CHK-STEP.
082000     MOVE "RPTBURST"          TO CB-PROGRAM-ID.
082100     MOVE "RPTBURST"          TO CB-STEP-NAME.
082200     SET CB-CNT-DETAIL        TO TRUE.
082300     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
082400     IF WS-ENTRY-NOT-FOUND
082500         MOVE "DETAIL LINES BURST" TO WS-CHK-TEXT
082600         SET WS-CHK-NOT-RUN   TO TRUE
082700         PERFORM 7000-PRINT-CHECK THRU 7000-EXIT
082800         GO TO 4700-EXIT
082900     END-IF.
083000     SET WS-CHK-COMPARE       TO TRUE.
083100     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
083200     IF WS-RPTMERGE-RAN
083300         MOVE WS-MG-DETAIL    TO WS-CHK-RIGHT
083400         MOVE "DETAIL READ = RPTMERGE DETAIL LINES"
083500                              TO WS-CHK-TEXT
083600     ELSE
083700         MOVE WS-HW-PRINTED   TO WS-CHK-RIGHT
083800         MOVE "DETAIL READ = HELLOWORLD PRINTED"
083900                              TO WS-CHK-TEXT
084000     END-IF.
084100     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
084200     SET CB-CNT-BURST         TO TRUE.
084300     PERFORM 3000-FIND-COUNT  THRU 3000-EXIT.
084400     MOVE WS-CHK-LEFT         TO WS-CHK-RIGHT.
084500     MOVE WS-FOUND-COUNT      TO WS-CHK-LEFT.
084600     MOVE "LINES BURST = DETAIL READ" TO WS-CHK-TEXT.
084700     PERFORM 7000-PRINT-CHECK THRU 7000-EXIT.
084800 4700-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------
085100 7000-PRINT-CHECK.
085200*--------------------------------------------------------------
085300*    PRINT ONE CHECK AND COUNT ITS RESULT.  A REQUIRED STEP
085400*    THAT NEVER REPORTED COUNTS AS A BREAK; AN OPTIONAL STEP
085500*    THAT HAS NOT RUN IS LISTED WITHOUT FIGURES.
085600*--------------------------------------------------------------
085700     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
085800         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
085900     END-IF.
086000     ADD 1 TO WS-CHECK-COUNT.
086100     MOVE SPACES             TO WS-DETAIL-LINE.
086200     MOVE WS-CHK-STEP        TO DL-STEP.
086300     MOVE WS-CHK-TEXT        TO DL-CHECK.
086400     EVALUATE TRUE
086500         WHEN WS-CHK-NOT-RUN
086600             ADD 1 TO WS-NOT-RUN-COUNT
086700             MOVE "NOT RUN"        TO DL-RESULT
086800         WHEN WS-CHK-MISSING
086900             ADD 1 TO WS-BREAK-COUNT
087000             MOVE "MISSING"        TO DL-RESULT
087100         WHEN WS-CHK-LEFT = WS-CHK-RIGHT
087200             ADD 1 TO WS-BALANCED-COUNT
087300             MOVE WS-CHK-LEFT      TO DL-LEFT
087400             MOVE WS-CHK-RIGHT     TO DL-RIGHT
087500             MOVE "BALANCED"       TO DL-RESULT
087600         WHEN OTHER
087700             ADD 1 TO WS-BREAK-COUNT
087800             MOVE WS-CHK-LEFT      TO DL-LEFT
087900             MOVE WS-CHK-RIGHT     TO DL-RIGHT
088000             MOVE "OUT OF BALANCE" TO DL-RESULT
088100             DISPLAY "BALRPT - OUT OF BALANCE - " WS-CHK-STEP
088200                     " " WS-CHK-TEXT
088300     END-EVALUATE.
088400     MOVE WS-DETAIL-LINE     TO PRINT-LINE.
088500     WRITE PRINT-LINE.
088600     ADD 1 TO WS-LINE-COUNT.
088700 7000-EXIT.
088800     EXIT.
088900*--------------------------------------------------------------
089000 8000-WRITE-HEADERS.
089100*--------------------------------------------------------------
089200     ADD 1 TO WS-PAGE-COUNT.
089300     MOVE 0 TO WS-LINE-COUNT.
089400     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
089500     MOVE WS-RUN-DATE        TO H2-RUN-DATE.
089600     MOVE WS-RUN-TIME        TO H2-RUN-TIME.
089700     MOVE WS-JOB-NAME        TO H2-JOB-NAME.
089800     MOVE WS-CYCLE-DATE      TO H2-CYCLE-DATE.
089900     MOVE WS-HEADER-LINE-1   TO PRINT-LINE.
090000     WRITE PRINT-LINE.
090100     MOVE WS-HEADER-LINE-2   TO PRINT-LINE.
090200     WRITE PRINT-LINE.
090300     MOVE WS-HEADER-LINE-3   TO PRINT-LINE.
090400     WRITE PRINT-LINE.
090500     MOVE SPACES             TO PRINT-LINE.
090600     WRITE PRINT-LINE.
090700     ADD 4 TO WS-LINE-COUNT.
090800 8000-EXIT.
090900     EXIT.
091000*--------------------------------------------------------------
091100 8100-WRITE-TRAILER.
091200*--------------------------------------------------------------
091300*    WRITE THE CHECK COUNTS AND THE VERDICT FOR THE CYCLE.
091400*--------------------------------------------------------------
091500     IF WS-PAGE-COUNT = 0
091600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
091700     END-IF.
091800     MOVE SPACES             TO PRINT-LINE.
091900     WRITE PRINT-LINE.
092000     MOVE WS-CHECK-COUNT     TO TR-CHECK-COUNT.
092100     MOVE WS-TRAILER-LINE-1  TO PRINT-LINE.
092200     WRITE PRINT-LINE.
092300     MOVE WS-BALANCED-COUNT  TO TR-BALANCED-COUNT.
092400     MOVE WS-BREAK-COUNT     TO TR-BREAK-COUNT.
092500     MOVE WS-NOT-RUN-COUNT   TO TR-NOT-RUN-COUNT.
092600     MOVE WS-TRAILER-LINE-2  TO PRINT-LINE.
092700     WRITE PRINT-LINE.
092800     IF WS-BREAK-COUNT = 0
092900         MOVE "*** CYCLE IN BALANCE ***"     TO TR-VERDICT
093000     ELSE
093100         MOVE "*** CYCLE OUT OF BALANCE ***" TO TR-VERDICT
093200     END-IF.
093300     MOVE WS-TRAILER-LINE-3  TO PRINT-LINE.
093400     WRITE PRINT-LINE.
093500 8100-EXIT.
093600     EXIT.
093700*--------------------------------------------------------------
093800 9000-TERMINATE.
093900*--------------------------------------------------------------
094000     CLOSE BALRPT.
094100     IF WS-BREAK-COUNT > 0
094200         DISPLAY "BALRPT - " WS-JOB-NAME " CYCLE " WS-CYCLE-DATE
094300                 " OUT OF BALANCE - SEE BALRPT"
094400         MOVE 8 TO RETURN-CODE
094500     END-IF.
094600 9000-EXIT.
094700     EXIT.
094800*--------------------------------------------------------------
094900 9999-EXIT.
095000*--------------------------------------------------------------
095100     STOP RUN.
