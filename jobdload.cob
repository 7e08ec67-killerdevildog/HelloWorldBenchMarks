000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    JOBDLOAD.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  BATCH MAINTENANCE APPLY
001100*                    FOR THE JOBDEP JOB-STREAM DEPENDENCY TABLE
001200*                    (JOBDEPRC COPYBOOK, KEYED BY JOB/STEP PLUS
001300*                    PREDECESSOR JOB/STEP), BUILT IN THE SAME
001400*                    SHAPE AS ONCLLOAD.  READS A SEQUENTIAL FILE
001500*                    OF ADD/CHANGE/DELETE ACTION RECORDS,
001600*                    APPLIES THEM TO THE INDEXED TABLE, AND
001700*                    PRINTS A CONTROL REPORT WITH INPUT COUNTS
001800*                    BY ACTION AND APPLIED/REJECTED TOTALS, SO
001900*                    OPERATIONS OWNS WHICH STREAMS MUST FINISH
002000*                    BEFORE WHICH WITHOUT A PROGRAMMER RUNNING A
002100*                    ONE-OFF UPDATE.  REJECTS (DUPLICATE ADD,
002200*                    CHANGE OR DELETE OF A MISSING ENTRY, BAD
002300*                    ACTION CODE, BLANK KEY, A STEP NAMED AS
002400*                    ITS OWN PREDECESSOR) GO TO A REJECT FILE
002500*                    FOR THE NEXT CYCLE, NOT AN ABEND.
002600*--------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT JOBDUPDT        ASSIGN TO JOBDUPDT
003400                            ORGANIZATION IS LINE SEQUENTIAL
003500                            FILE STATUS IS WS-JOBDUPDT-STATUS.
003600     SELECT JOBDEP          ASSIGN TO JOBDEP
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS RANDOM
003900                            RECORD KEY IS JD-JOB-DEP-KEY
004000                            FILE STATUS IS WS-JOBDEP-STATUS.
004100     SELECT JOBDREJ         ASSIGN TO JOBDREJ
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS WS-JOBDREJ-STATUS.
004400     SELECT JOBDRPT         ASSIGN TO JOBDRPT
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS WS-JOBDRPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  JOBDUPDT
005000     RECORDING MODE IS F.
005100 01  JOBDUPDT-REC                PIC X(80).
005200 FD  JOBDEP.
005300 COPY JOBDEPRC.
005400 FD  JOBDREJ
005500     RECORDING MODE IS F.
005600 01  JOBDREJ-REC                 PIC X(110).
005700 FD  JOBDRPT
005800     RECORDING MODE IS F.
005900 01  JOBDRPT-REC                 PIC X(133).
006000 WORKING-STORAGE SECTION.
006100*--------------------------------------------------------------
006200* MAINTENANCE ACTION RECORD - ONE ADD/CHANGE/DELETE REQUEST
006300* AGAINST JOBDEP, KEYED BY JOB/STEP PLUS PREDECESSOR JOB/STEP.
006400* A CHANGE REPLACES ONLY THE DESCRIPTION - TO MOVE A
006500* DEPENDENCY, DELETE IT AND ADD THE NEW ONE.
006600*--------------------------------------------------------------
006700 01  WS-ACTION-REC.
006800     05  DA-ACTION               PIC X(01).
006900         88  DA-ACTION-ADD       VALUE "A".
007000         88  DA-ACTION-CHANGE    VALUE "C".
007100         88  DA-ACTION-DELETE    VALUE "D".
007200         88  DA-ACTION-VALID     VALUE "A" "C" "D".
007300     05  DA-JOB-NAME             PIC X(08).
007400     05  DA-STEP-NAME            PIC X(08).
007500     05  DA-PRED-JOB-NAME        PIC X(08).
007600     05  DA-PRED-STEP-NAME       PIC X(08).
007700     05  DA-DESCRIPTION          PIC X(30).
007800     05  FILLER                  PIC X(17).
007900*--------------------------------------------------------------
008000* REJECT RECORD - ORIGINAL ACTION IMAGE PLUS THE REASON.
008100*--------------------------------------------------------------
008200 01  WS-REJECT-REC.
008300     05  DA-REJ-IMAGE            PIC X(80).
008400     05  DA-REJ-REASON           PIC X(30).
008500*--------------------------------------------------------------
008600* FILE STATUS FIELDS AND SWITCHES
008700*--------------------------------------------------------------
008800 01  WS-JOBDUPDT-STATUS          PIC X(02) VALUE SPACES.
008900 01  WS-JOBDEP-STATUS            PIC X(02).
009000 01  WS-JOBDREJ-STATUS           PIC X(02).
009100 01  WS-JOBDRPT-STATUS           PIC X(02).
009200 01  WS-JOBDUPDT-SWITCH          PIC X(01).
009300     88  WS-END-OF-JOBDUPDT      VALUE "Y".
009400     88  WS-NOT-END-OF-JOBDUPDT  VALUE "N".
009500 01  WS-JOBDEP-OPEN-SWITCH       PIC X(01).
009600     88  WS-JOBDEP-IS-OPEN       VALUE "Y".
009700     88  WS-JOBDEP-NOT-OPEN      VALUE "N".
009800 01  WS-APPLY-SWITCH             PIC X(01).
009900     88  WS-ACTION-APPLIED       VALUE "Y".
010000     88  WS-ACTION-REJECTED      VALUE "N".
010100*--------------------------------------------------------------
010200* COUNTERS AND RUN CONTEXT
010300*--------------------------------------------------------------
010400 01  WS-READ-COUNT               PIC 9(06) COMP VALUE 0.
010500 01  WS-ADD-COUNT                PIC 9(06) COMP VALUE 0.
010600 01  WS-CHANGE-COUNT             PIC 9(06) COMP VALUE 0.
010700 01  WS-DELETE-COUNT             PIC 9(06) COMP VALUE 0.
010800 01  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE 0.
010900 01  WS-REJECT-COUNT             PIC 9(06) COMP VALUE 0.
011000 01  WS-REJECT-REASON            PIC X(30).
011100 01  WS-CURRENT-DATE             PIC 9(08).
011200 01  WS-CURRENT-TIME             PIC 9(08).
011300*--------------------------------------------------------------
011400* PAGE / LINE CONTROL
011500*--------------------------------------------------------------
011600 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
011700 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
011800 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
011900*--------------------------------------------------------------
012000* CONTROL REPORT LINE LAYOUTS (JOBDRPT)
012100*--------------------------------------------------------------
012200 01  WS-HEADER-LINE-1.
012300     05  FILLER                  PIC X(01)  VALUE SPACE.
012400     05  FILLER                  PIC X(26)  VALUE
012500             "JOBDLOAD - JOB DEPENDENCY ".
012600     05  FILLER                  PIC X(19)  VALUE
012700             "MAINTENANCE CONTROL".
012800     05  FILLER                  PIC X(09)  VALUE "     PAGE".
012900     05  FILLER                  PIC X(01)  VALUE SPACE.
013000     05  H1-PAGE-NUMBER          PIC ZZZ9.
013100     05  FILLER                  PIC X(73)  VALUE SPACES.
013200 01  WS-HEADER-LINE-2.
013300     05  FILLER                  PIC X(01)  VALUE SPACE.
013400     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
013500     05  H2-RUN-DATE             PIC 9(08).
013600     05  FILLER                  PIC X(05)  VALUE SPACES.
013700     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
013800     05  H2-RUN-TIME             PIC 9(08).
013900     05  FILLER                  PIC X(89)  VALUE SPACES.
014000 01  WS-HEADER-LINE-3.
014100     05  FILLER                  PIC X(01)  VALUE SPACE.
014200     05  FILLER                  PIC X(06)  VALUE "ACTION".
014300     05  FILLER                  PIC X(03)  VALUE SPACES.
014400     05  FILLER                  PIC X(08)  VALUE "JOB".
014500     05  FILLER                  PIC X(02)  VALUE SPACES.
014600     05  FILLER                  PIC X(08)  VALUE "STEP".
014700     05  FILLER                  PIC X(03)  VALUE SPACES.
014800     05  FILLER                  PIC X(08)  VALUE "PRED JOB".
014900     05  FILLER                  PIC X(02)  VALUE SPACES.
015000     05  FILLER                  PIC X(09)  VALUE "PRED STEP".
015100     05  FILLER                  PIC X(02)  VALUE SPACES.
015200     05  FILLER                  PIC X(06)  VALUE "RESULT".
015300     05  FILLER                  PIC X(75)  VALUE SPACES.
015400 01  WS-DETAIL-LINE.
015500     05  FILLER                  PIC X(03)  VALUE SPACES.
015600     05  DL-ACTION               PIC X(01).
015700     05  FILLER                  PIC X(06)  VALUE SPACES.
015800     05  DL-JOB-NAME             PIC X(08).
015900     05  FILLER                  PIC X(02)  VALUE SPACES.
016000     05  DL-STEP-NAME            PIC X(08).
016100     05  FILLER                  PIC X(03)  VALUE SPACES.
016200     05  DL-PRED-JOB-NAME        PIC X(08).
016300     05  FILLER                  PIC X(02)  VALUE SPACES.
016400     05  DL-PRED-STEP-NAME       PIC X(08).
016500     05  FILLER                  PIC X(03)  VALUE SPACES.
016600     05  DL-RESULT               PIC X(30).
016700     05  FILLER                  PIC X(51)  VALUE SPACES.
016800 01  WS-TRAILER-LINE-1.
016900     05  FILLER                  PIC X(01)  VALUE SPACE.
017000     05  FILLER                  PIC X(15)  VALUE
017100             "ACTIONS READ = ".
017200     05  TR-READ-COUNT           PIC ZZZ,ZZ9.
017300     05  FILLER                  PIC X(09)  VALUE "  ADDS = ".
017400     05  TR-ADD-COUNT            PIC ZZZ,ZZ9.
017500     05  FILLER                  PIC X(12)  VALUE
017600             "  CHANGES = ".
017700     05  TR-CHANGE-COUNT         PIC ZZZ,ZZ9.
017800     05  FILLER                  PIC X(12)  VALUE
017900             "  DELETES = ".
018000     05  TR-DELETE-COUNT         PIC ZZZ,ZZ9.
018100     05  FILLER                  PIC X(56)  VALUE SPACES.
018200 01  WS-TRAILER-LINE-2.
018300     05  FILLER                  PIC X(01)  VALUE SPACE.
018400     05  FILLER                  PIC X(10)  VALUE "APPLIED = ".
018500     05  TR-APPLIED-COUNT        PIC ZZZ,ZZ9.
018600     05  FILLER                  PIC X(13)  VALUE
018700             "  REJECTED = ".
018800     05  TR-REJECT-COUNT         PIC ZZZ,ZZ9.
018900     05  FILLER                  PIC X(95)  VALUE SPACES.
019000 PROCEDURE DIVISION.
019100*--------------------------------------------------------------
019200 0000-MAINLINE.
019300*--------------------------------------------------------------
019400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
019500     PERFORM 2000-APPLY-ACTION    THRU 2000-EXIT
019600         UNTIL WS-END-OF-JOBDUPDT.
019700     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
019800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
019900     GO TO 9999-EXIT.
020000*--------------------------------------------------------------
020100 1000-INITIALIZE.
020200*--------------------------------------------------------------
020300*    OPEN EVERY FILE AND PRIME THE APPLY LOOP.  A JOBDEP TABLE
020400*    THAT DOES NOT EXIST YET IS CREATED EMPTY AND RE-OPENED
020500*    I-O, SO THE VERY FIRST LOAD IS JUST A NORMAL RUN OF THIS
020600*    PROGRAM.  A MISSING JOBDUPDT IS TREATED AS ZERO ACTIONS
020700*    RATHER THAN AN ABEND.
020800*--------------------------------------------------------------
020900     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
021000     ACCEPT WS-CURRENT-TIME  FROM TIME.
021100     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
021200     OPEN OUTPUT JOBDREJ.
021300     OPEN OUTPUT JOBDRPT.
021400     OPEN I-O JOBDEP.
021500     IF WS-JOBDEP-STATUS = "35"
021600         OPEN OUTPUT JOBDEP
021700         CLOSE JOBDEP
021800         OPEN I-O JOBDEP
021900     END-IF.
022000     IF WS-JOBDEP-STATUS NOT = "00"
022100         SET WS-JOBDEP-NOT-OPEN TO TRUE
022200         DISPLAY "JOBDLOAD - ABEND - JOBDEP OPEN FAILED, "
022300                 "STATUS=" WS-JOBDEP-STATUS
022400         MOVE 16 TO RETURN-CODE
022500         SET WS-END-OF-JOBDUPDT TO TRUE
022600         GO TO 1000-EXIT
022700     END-IF.
022800*    THE OPEN RESULT IS REMEMBERED IN A SWITCH, NOT THE FILE
022900*    STATUS - EVERY LATER READ/WRITE/DELETE OVERWRITES THE
023000*    STATUS FIELD.
023100     SET WS-JOBDEP-IS-OPEN TO TRUE.
023200     SET WS-NOT-END-OF-JOBDUPDT TO TRUE.
023300     OPEN INPUT JOBDUPDT.
023400     IF WS-JOBDUPDT-STATUS = "35"
023500         SET WS-END-OF-JOBDUPDT TO TRUE
023600         DISPLAY "JOBDLOAD - NO JOBDUPDT PRESENT, NO "
023700                 "ACTIONS TO APPLY THIS RUN"
023800     ELSE
023900         PERFORM 1900-READ-NEXT-ACTION THRU 1900-EXIT
024000     END-IF.
024100 1000-EXIT.
024200     EXIT.
024300*--------------------------------------------------------------
024400 1900-READ-NEXT-ACTION.
024500*--------------------------------------------------------------
024600     READ JOBDUPDT INTO WS-ACTION-REC
024700         AT END
024800             SET WS-END-OF-JOBDUPDT TO TRUE
024900     END-READ.
025000 1900-EXIT.
025100     EXIT.
025200*--------------------------------------------------------------
025300 2000-APPLY-ACTION.
025400*--------------------------------------------------------------
025500*    APPLY ONE MAINTENANCE ACTION TO JOBDEP AND PRINT ITS
025600*    RESULT LINE.  EVERY ACTION PRINTS, APPLIED OR REJECTED,
025700*    SO THE CONTROL REPORT IS A FULL ACCOUNT OF THE INPUT.  ALL
025800*    FOUR KEY PARTS ARE REQUIRED - HELLOWORLD'S OWN STEP NAME
025900*    DEFAULT IS NOT GUESSED AT HERE - AND A STEP MAY NOT WAIT
026000*    ON ITSELF, OR IT COULD NEVER RUN.
026100*--------------------------------------------------------------
026200     ADD 1 TO WS-READ-COUNT.
026300     SET WS-ACTION-APPLIED TO TRUE.
026400     MOVE SPACES TO WS-REJECT-REASON.
026500     IF NOT DA-ACTION-VALID
026600         SET WS-ACTION-REJECTED TO TRUE
026700         MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
026800         GO TO 2000-RESULT
026900     END-IF.
027000     IF DA-JOB-NAME = SPACES OR LOW-VALUES
027100      OR DA-STEP-NAME = SPACES OR LOW-VALUES
027200         SET WS-ACTION-REJECTED TO TRUE
027300         MOVE "JOB OR STEP NAME IS BLANK" TO WS-REJECT-REASON
027400         GO TO 2000-RESULT
027500     END-IF.
027600     IF DA-PRED-JOB-NAME = SPACES OR LOW-VALUES
027700      OR DA-PRED-STEP-NAME = SPACES OR LOW-VALUES
027800         SET WS-ACTION-REJECTED TO TRUE
027900         MOVE "PREDECESSOR JOB/STEP IS BLANK"
028000             TO WS-REJECT-REASON
028100         GO TO 2000-RESULT
028200     END-IF.
028300     IF  DA-PRED-JOB-NAME  = DA-JOB-NAME
028400     AND DA-PRED-STEP-NAME = DA-STEP-NAME
028500         SET WS-ACTION-REJECTED TO TRUE
028600         MOVE "STEP IS ITS OWN PREDECESSOR" TO WS-REJECT-REASON
028700         GO TO 2000-RESULT
028800     END-IF.
028900     EVALUATE TRUE
029000         WHEN DA-ACTION-ADD
029100             ADD 1 TO WS-ADD-COUNT
029200             PERFORM 3000-APPLY-ADD    THRU 3000-EXIT
029300         WHEN DA-ACTION-CHANGE
029400             ADD 1 TO WS-CHANGE-COUNT
029500             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
029600         WHEN DA-ACTION-DELETE
029700             ADD 1 TO WS-DELETE-COUNT
029800             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
029900     END-EVALUATE.
030000 2000-RESULT.
030100     IF WS-ACTION-APPLIED
030200         ADD 1 TO WS-APPLIED-COUNT
030300         PERFORM 4000-PRINT-RESULT THRU 4000-EXIT
030400     ELSE
030500         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
030600     END-IF.
030700     PERFORM 1900-READ-NEXT-ACTION THRU 1900-EXIT.
030800 2000-EXIT.
030900     EXIT.
031000*--------------------------------------------------------------
031100 3000-APPLY-ADD.
031200*--------------------------------------------------------------
031300*    ADD A NEW DEPENDENCY.  A DUPLICATE KEY MEANS THE
031400*    DEPENDENCY IS ALREADY ON THE TABLE, SO IT REJECTS.
031500*--------------------------------------------------------------
031600     MOVE SPACES              TO JOB-DEP-REC.
031700     MOVE DA-JOB-NAME         TO JD-JOB-NAME.
031800     MOVE DA-STEP-NAME        TO JD-STEP-NAME.
031900     MOVE DA-PRED-JOB-NAME    TO JD-PRED-JOB-NAME.
032000     MOVE DA-PRED-STEP-NAME   TO JD-PRED-STEP-NAME.
032100     MOVE DA-DESCRIPTION      TO JD-DESCRIPTION.
032200     WRITE JOB-DEP-REC
032300         INVALID KEY
032400             SET WS-ACTION-REJECTED TO TRUE
032500             MOVE "DEPENDENCY ALREADY ON TABLE"
032600                 TO WS-REJECT-REASON
032700     END-WRITE.
032800 3000-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------
033100 3100-APPLY-CHANGE.
033200*--------------------------------------------------------------
033300*    CHANGE AN EXISTING DEPENDENCY - THE DESCRIPTION IS THE
033400*    ONLY NON-KEY FIELD.
033500*--------------------------------------------------------------
033600     MOVE DA-JOB-NAME         TO JD-JOB-NAME.
033700     MOVE DA-STEP-NAME        TO JD-STEP-NAME.
033800     MOVE DA-PRED-JOB-NAME    TO JD-PRED-JOB-NAME.
033900     MOVE DA-PRED-STEP-NAME   TO JD-PRED-STEP-NAME.
034000     READ JOBDEP
034100         INVALID KEY
034200             SET WS-ACTION-REJECTED TO TRUE
034300             MOVE "DEPENDENCY NOT ON TABLE"
034400                 TO WS-REJECT-REASON
034500         NOT INVALID KEY
034600             MOVE DA-DESCRIPTION TO JD-DESCRIPTION
034700             REWRITE JOB-DEP-REC
034800                 INVALID KEY
034900                     SET WS-ACTION-REJECTED TO TRUE
035000                     MOVE "REWRITE FAILED - SEE CONSOLE"
035100                         TO WS-REJECT-REASON
035200                     DISPLAY "JOBDLOAD - REWRITE FAILED, "
035300                             "STATUS=" WS-JOBDEP-STATUS
035400             END-REWRITE
035500     END-READ.
035600 3100-EXIT.
035700     EXIT.
035800*--------------------------------------------------------------
035900 3200-APPLY-DELETE.
036000*--------------------------------------------------------------
036100*    DELETE A DEPENDENCY.  A MISSING KEY REJECTS TO THE NEXT
036200*    CYCLE RATHER THAN ABENDING THE LOAD.
036300*--------------------------------------------------------------
036400     MOVE DA-JOB-NAME         TO JD-JOB-NAME.
036500     MOVE DA-STEP-NAME        TO JD-STEP-NAME.
036600     MOVE DA-PRED-JOB-NAME    TO JD-PRED-JOB-NAME.
036700     MOVE DA-PRED-STEP-NAME   TO JD-PRED-STEP-NAME.
036800     DELETE JOBDEP
036900         INVALID KEY
037000             SET WS-ACTION-REJECTED TO TRUE
037100             MOVE "DEPENDENCY NOT ON TABLE"
037200                 TO WS-REJECT-REASON
037300     END-DELETE.
037400 3200-EXIT.
037500     EXIT.
037600*--------------------------------------------------------------
037700 3500-WRITE-REJECT.
037800*--------------------------------------------------------------
037900*    WRITE THE REJECTED ACTION, ORIGINAL IMAGE INTACT, TO THE
038000*    REJECT FILE AND PRINT ITS RESULT LINE.
038100*--------------------------------------------------------------
038200     ADD 1 TO WS-REJECT-COUNT.
038300     MOVE SPACES             TO WS-REJECT-REC.
038400     MOVE WS-ACTION-REC      TO DA-REJ-IMAGE.
038500     MOVE WS-REJECT-REASON   TO DA-REJ-REASON.
038600     MOVE WS-REJECT-REC      TO JOBDREJ-REC.
038700     WRITE JOBDREJ-REC.
038800     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
038900 3500-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------
039200 4000-PRINT-RESULT.
039300*--------------------------------------------------------------
039400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
039500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
039600     END-IF.
039700     MOVE SPACES             TO WS-DETAIL-LINE.
039800     MOVE DA-ACTION          TO DL-ACTION.
039900     MOVE DA-JOB-NAME        TO DL-JOB-NAME.
040000     MOVE DA-STEP-NAME       TO DL-STEP-NAME.
040100     MOVE DA-PRED-JOB-NAME   TO DL-PRED-JOB-NAME.
040200     MOVE DA-PRED-STEP-NAME  TO DL-PRED-STEP-NAME.
040300     IF WS-ACTION-APPLIED
040400         MOVE "APPLIED"      TO DL-RESULT
040500     ELSE
040600         MOVE WS-REJECT-REASON TO DL-RESULT
040700     END-IF.
040800     MOVE WS-DETAIL-LINE     TO JOBDRPT-REC.
040900     WRITE JOBDRPT-REC.
041000     ADD 1 TO WS-LINE-COUNT.
041100 4000-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------
041400 8000-WRITE-HEADERS.
041500*--------------------------------------------------------------
041600     ADD 1 TO WS-PAGE-COUNT.
041700     MOVE 0 TO WS-LINE-COUNT.
041800     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
041900     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
042000     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
042100     MOVE WS-HEADER-LINE-1   TO JOBDRPT-REC.
042200     WRITE JOBDRPT-REC.
042300     MOVE WS-HEADER-LINE-2   TO JOBDRPT-REC.
042400     WRITE JOBDRPT-REC.
042500     MOVE WS-HEADER-LINE-3   TO JOBDRPT-REC.
042600     WRITE JOBDRPT-REC.
042700     MOVE SPACES             TO JOBDRPT-REC.
042800     WRITE JOBDRPT-REC.
042900     ADD 4 TO WS-LINE-COUNT.
043000 8000-EXIT.
043100     EXIT.
043200*--------------------------------------------------------------
043300 8100-WRITE-TRAILER.
043400*--------------------------------------------------------------
043500*    WRITE THE CONTROL TOTALS.  A RUN WITH NO ACTIONS STILL
043600*    PRINTS ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
043700*--------------------------------------------------------------
043800     IF WS-PAGE-COUNT = 0
043900         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
044000     END-IF.
044100     MOVE WS-READ-COUNT      TO TR-READ-COUNT.
044200     MOVE WS-ADD-COUNT       TO TR-ADD-COUNT.
044300     MOVE WS-CHANGE-COUNT    TO TR-CHANGE-COUNT.
044400     MOVE WS-DELETE-COUNT    TO TR-DELETE-COUNT.
044500     MOVE WS-TRAILER-LINE-1  TO JOBDRPT-REC.
044600     WRITE JOBDRPT-REC.
044700     MOVE WS-APPLIED-COUNT   TO TR-APPLIED-COUNT.
044800     MOVE WS-REJECT-COUNT    TO TR-REJECT-COUNT.
044900     MOVE WS-TRAILER-LINE-2  TO JOBDRPT-REC.
045000     WRITE JOBDRPT-REC.
045100 8100-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------
045400 9000-TERMINATE.
045500*--------------------------------------------------------------
045600     IF WS-JOBDUPDT-STATUS NOT = "35"
045700        AND WS-JOBDUPDT-STATUS NOT = SPACES
045800         CLOSE JOBDUPDT
045900     END-IF.
046000     IF WS-JOBDEP-IS-OPEN
046100         CLOSE JOBDEP
046200     END-IF.
046300     CLOSE JOBDREJ.
046400     CLOSE JOBDRPT.
046500     IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
046600         MOVE 4 TO RETURN-CODE
046700     END-IF.
046800 9000-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100 9999-EXIT.
047200*--------------------------------------------------------------
047300     STOP RUN.
