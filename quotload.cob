000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    QUOTLOAD.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  BATCH MAINTENANCE APPLY
001100*                    FOR THE QUOTA CONTROL TABLE (QUOTAREC
001200*                    COPYBOOK, KEYED BY DEPARTMENT PLUS CCYYMM
001300*                    MONTH), BUILT IN THE SAME SHAPE AS
001400*                    ONCLLOAD.  READS A SEQUENTIAL FILE OF ADD/
001500*                    CHANGE/DELETE ACTION RECORDS, APPLIES THEM
001600*                    TO THE INDEXED TABLE, AND PRINTS A CONTROL
001700*                    REPORT WITH INPUT COUNTS BY ACTION AND
001800*                    APPLIED/REJECTED TOTALS, SO EACH
001900*                    DEPARTMENT'S MONTHLY ALLOWANCE, WARNING
002000*                    PERCENTAGE AND HARD/SOFT LIMIT ARE SET
002100*                    WITHOUT A PROGRAMMER RUNNING A ONE-OFF
002200*                    UPDATE.  REJECTS (DUPLICATE ADD, CHANGE OR
002300*                    DELETE OF A MISSING ENTRY, BAD ACTION
002400*                    CODE, BLANK DEPARTMENT, BAD MONTH,
002500*                    ALLOWANCE, PERCENTAGE OR LIMIT TYPE) GO TO
002600*                    A REJECT FILE FOR THE NEXT CYCLE, NOT AN
002700*                    ABEND.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT QUOTUPDT        ASSIGN TO QUOTUPDT
003600                            ORGANIZATION IS LINE SEQUENTIAL
003700                            FILE STATUS IS WS-QUOTUPDT-STATUS.
003800     SELECT QUOTA           ASSIGN TO QUOTA
003900                            ORGANIZATION IS INDEXED
004000                            ACCESS MODE IS RANDOM
004100                            RECORD KEY IS QT-QUOTA-KEY
004200                            FILE STATUS IS WS-QUOTA-STATUS.
004300     SELECT QUOTREJ         ASSIGN TO QUOTREJ
004400                            ORGANIZATION IS LINE SEQUENTIAL
004500                            FILE STATUS IS WS-QUOTREJ-STATUS.
004600     SELECT QUOTLRPT        ASSIGN TO QUOTLRPT
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS WS-QUOTLRPT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  QUOTUPDT
005200     RECORDING MODE IS F.
005300 01  QUOTUPDT-REC                PIC X(80).
005400 FD  QUOTA.
005500 COPY QUOTAREC.
005600 FD  QUOTREJ
005700     RECORDING MODE IS F.
005800 01  QUOTREJ-REC                 PIC X(110).
005900 FD  QUOTLRPT
006000     RECORDING MODE IS F.
006100 01  QUOTLRPT-REC                PIC X(133).
006200 WORKING-STORAGE SECTION.
006300*--------------------------------------------------------------
006400* MAINTENANCE ACTION RECORD - ONE ADD/CHANGE/DELETE REQUEST
006500* AGAINST QUOTA, KEYED BY DEPARTMENT PLUS CCYYMM MONTH.  THE
006600* NUMERIC FIELDS ARRIVE AS TEXT AND ARE PROVED NUMERIC
006700* THROUGH THEIR REDEFINITIONS BEFORE THEY ARE USED.
006800*--------------------------------------------------------------
006900 01  WS-ACTION-REC.
007000     05  QL-ACTION               PIC X(01).
007100         88  QL-ACTION-ADD       VALUE "A".
007200         88  QL-ACTION-CHANGE    VALUE "C".
007300         88  QL-ACTION-DELETE    VALUE "D".
007400         88  QL-ACTION-VALID     VALUE "A" "C" "D".
007500     05  QL-DEPARTMENT           PIC X(10).
007600     05  QL-QUOTA-MONTH          PIC X(06).
007700     05  QL-QUOTA-MONTH-N        REDEFINES QL-QUOTA-MONTH
007800                                 PIC 9(06).
007900     05  QL-QUOTA-MONTH-R        REDEFINES QL-QUOTA-MONTH.
008000         10  QL-QUOTA-CCYY       PIC 9(04).
008100         10  QL-QUOTA-MM         PIC 9(02).
008200     05  QL-ALLOWANCE            PIC X(07).
008300     05  QL-ALLOWANCE-N          REDEFINES QL-ALLOWANCE
008400                                 PIC 9(07).
008500     05  QL-WARN-PCT             PIC X(03).
008600     05  QL-WARN-PCT-N           REDEFINES QL-WARN-PCT
008700                                 PIC 9(03).
008800     05  QL-LIMIT-TYPE           PIC X(01).
008900         88  QL-LIMIT-VALID      VALUE "H" "S".
009000     05  FILLER                  PIC X(52).
009100*--------------------------------------------------------------
009200* REJECT RECORD - ORIGINAL ACTION IMAGE PLUS THE REASON.
009300*--------------------------------------------------------------
009400 01  WS-REJECT-REC.
009500     05  QL-REJ-IMAGE            PIC X(80).
009600     05  QL-REJ-REASON           PIC X(30).
009700*--------------------------------------------------------------
009800* FILE STATUS FIELDS AND SWITCHES
009900*--------------------------------------------------------------
010000 01  WS-QUOTUPDT-STATUS          PIC X(02) VALUE SPACES.
010100 01  WS-QUOTA-STATUS             PIC X(02).
010200 01  WS-QUOTREJ-STATUS           PIC X(02).
010300 01  WS-QUOTLRPT-STATUS          PIC X(02).
010400 01  WS-QUOTUPDT-SWITCH          PIC X(01).
010500     88  WS-END-OF-QUOTUPDT      VALUE "Y".
010600     88  WS-NOT-END-OF-QUOTUPDT  VALUE "N".
010700 01  WS-QUOTA-OPEN-SWITCH        PIC X(01).
010800     88  WS-QUOTA-IS-OPEN        VALUE "Y".
010900     88  WS-QUOTA-NOT-OPEN       VALUE "N".
011000 01  WS-APPLY-SWITCH             PIC X(01).
011100     88  WS-ACTION-APPLIED       VALUE "Y".
011200     88  WS-ACTION-REJECTED      VALUE "N".
011300*--------------------------------------------------------------
011400* COUNTERS AND RUN CONTEXT
011500*--------------------------------------------------------------
011600 01  WS-READ-COUNT               PIC 9(06) COMP VALUE 0.
011700 01  WS-ADD-COUNT                PIC 9(06) COMP VALUE 0.
011800 01  WS-CHANGE-COUNT             PIC 9(06) COMP VALUE 0.
011900 01  WS-DELETE-COUNT             PIC 9(06) COMP VALUE 0.
012000 01  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE 0.
012100 01  WS-REJECT-COUNT             PIC 9(06) COMP VALUE 0.
012200 01  WS-REJECT-REASON            PIC X(30).
012300 01  WS-CURRENT-DATE             PIC 9(08).
012400 01  WS-CURRENT-TIME             PIC 9(08).
012500*--------------------------------------------------------------
012600* PAGE / LINE CONTROL
012700*--------------------------------------------------------------
012800 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
012900 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
013000 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
013100*--------------------------------------------------------------
013200* CONTROL REPORT LINE LAYOUTS (QUOTLRPT)
013300*--------------------------------------------------------------
013400 01  WS-HEADER-LINE-1.
013500     05  FILLER                  PIC X(01)  VALUE SPACE.
013600     05  FILLER                  PIC X(26)  VALUE
013700             "QUOTLOAD - QUOTA TABLE MAI".
013800     05  FILLER                  PIC X(17)  VALUE
013900             "NTENANCE CONTROL".
014000     05  FILLER                  PIC X(10)  VALUE "      PAGE".
014100     05  FILLER                  PIC X(01)  VALUE SPACE.
014200     05  H1-PAGE-NUMBER          PIC ZZZ9.
014300     05  FILLER                  PIC X(74)  VALUE SPACES.
014400 01  WS-HEADER-LINE-2.
014500     05  FILLER                  PIC X(01)  VALUE SPACE.
014600     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
014700     05  H2-RUN-DATE             PIC 9(08).
014800     05  FILLER                  PIC X(05)  VALUE SPACES.
014900     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
015000     05  H2-RUN-TIME             PIC 9(08).
015100     05  FILLER                  PIC X(89)  VALUE SPACES.
015200 01  WS-HEADER-LINE-3.
015300     05  FILLER                  PIC X(01)  VALUE SPACE.
015400     05  FILLER                  PIC X(06)  VALUE "ACTION".
015500     05  FILLER                  PIC X(03)  VALUE SPACES.
015600     05  FILLER                  PIC X(10)  VALUE "DEPARTMENT".
015700     05  FILLER                  PIC X(03)  VALUE SPACES.
015800     05  FILLER                  PIC X(06)  VALUE "MONTH ".
015900     05  FILLER                  PIC X(03)  VALUE SPACES.
016000     05  FILLER                  PIC X(09)  VALUE "ALLOWANCE".
016100     05  FILLER                  PIC X(03)  VALUE SPACES.
016200     05  FILLER                  PIC X(05)  VALUE "WARN%".
016300     05  FILLER                  PIC X(03)  VALUE SPACES.
016400     05  FILLER                  PIC X(04)  VALUE "TYPE".
016500     05  FILLER                  PIC X(03)  VALUE SPACES.
016600     05  FILLER                  PIC X(06)  VALUE "RESULT".
016700     05  FILLER                  PIC X(68)  VALUE SPACES.
016800 01  WS-DETAIL-LINE.
016900     05  FILLER                  PIC X(03)  VALUE SPACES.
017000     05  DL-ACTION               PIC X(01).
017100     05  FILLER                  PIC X(05)  VALUE SPACES.
017200     05  DL-DEPARTMENT           PIC X(10).
017300     05  FILLER                  PIC X(03)  VALUE SPACES.
017400     05  DL-QUOTA-MONTH          PIC X(06).
017500     05  FILLER                  PIC X(05)  VALUE SPACES.
017600     05  DL-ALLOWANCE            PIC X(07).
017700     05  FILLER                  PIC X(06)  VALUE SPACES.
017800     05  DL-WARN-PCT             PIC X(03).
017900     05  FILLER                  PIC X(05)  VALUE SPACES.
018000     05  DL-LIMIT-TYPE           PIC X(01).
018100     05  FILLER                  PIC X(05)  VALUE SPACES.
018200     05  DL-RESULT               PIC X(30).
018300     05  FILLER                  PIC X(43)  VALUE SPACES.
018400 01  WS-TRAILER-LINE-1.
018500     05  FILLER                  PIC X(01)  VALUE SPACE.
018600     05  FILLER                  PIC X(15)  VALUE
018700             "ACTIONS READ = ".
018800     05  TR-READ-COUNT           PIC ZZZ,ZZ9.
018900     05  FILLER                  PIC X(09)  VALUE "  ADDS = ".
019000     05  TR-ADD-COUNT            PIC ZZZ,ZZ9.
019100     05  FILLER                  PIC X(12)  VALUE
019200             "  CHANGES = ".
019300     05  TR-CHANGE-COUNT         PIC ZZZ,ZZ9.
019400     05  FILLER                  PIC X(12)  VALUE
019500             "  DELETES = ".
019600     05  TR-DELETE-COUNT         PIC ZZZ,ZZ9.
019700     05  FILLER                  PIC X(56)  VALUE SPACES.
019800 01  WS-TRAILER-LINE-2.
019900     05  FILLER                  PIC X(01)  VALUE SPACE.
020000     05  FILLER                  PIC X(10)  VALUE "APPLIED = ".
020100     05  TR-APPLIED-COUNT        PIC ZZZ,ZZ9.
020200     05  FILLER                  PIC X(13)  VALUE
020300             "  REJECTED = ".
020400     05  TR-REJECT-COUNT         PIC ZZZ,ZZ9.
020500     05  FILLER                  PIC X(95)  VALUE SPACES.
020600 PROCEDURE DIVISION.
020700*--------------------------------------------------------------
020800 0000-MAINLINE.
020900*--------------------------------------------------------------
021000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021100     PERFORM 2000-APPLY-ACTION    THRU 2000-EXIT
021200         UNTIL WS-END-OF-QUOTUPDT.
021300     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
021400     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
021500     GO TO 9999-EXIT.
021600*--------------------------------------------------------------
021700 1000-INITIALIZE.
021800*--------------------------------------------------------------
021900*    OPEN EVERY FILE AND PRIME THE APPLY LOOP.  A QUOTA TABLE
022000*    THAT DOES NOT EXIST YET IS CREATED EMPTY AND RE-OPENED
022100*    I-O, SO THE VERY FIRST LOAD IS JUST A NORMAL RUN OF THIS
022200*    PROGRAM.  A MISSING QUOTUPDT IS TREATED AS ZERO ACTIONS
022300*    RATHER THAN AN ABEND.
022400*--------------------------------------------------------------
022500     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
022600     ACCEPT WS-CURRENT-TIME  FROM TIME.
022700     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
022800     OPEN OUTPUT QUOTREJ.
022900     OPEN OUTPUT QUOTLRPT.
023000     OPEN I-O QUOTA.
023100     IF WS-QUOTA-STATUS = "35"
023200         OPEN OUTPUT QUOTA
023300         CLOSE QUOTA
023400         OPEN I-O QUOTA
023500     END-IF.
023600     IF WS-QUOTA-STATUS NOT = "00"
023700         SET WS-QUOTA-NOT-OPEN TO TRUE
023800         DISPLAY "QUOTLOAD - ABEND - QUOTA OPEN FAILED, "
023900                 "STATUS=" WS-QUOTA-STATUS
024000         MOVE 16 TO RETURN-CODE
024100         SET WS-END-OF-QUOTUPDT TO TRUE
024200         GO TO 1000-EXIT
024300     END-IF.
024400*    THE OPEN RESULT IS REMEMBERED IN A SWITCH, NOT THE FILE
024500*    STATUS - EVERY LATER READ/WRITE/DELETE OVERWRITES THE
024600*    STATUS FIELD.
024700     SET WS-QUOTA-IS-OPEN TO TRUE.
024800     SET WS-NOT-END-OF-QUOTUPDT TO TRUE.
024900     OPEN INPUT QUOTUPDT.
025000     IF WS-QUOTUPDT-STATUS = "35"
025100         SET WS-END-OF-QUOTUPDT TO TRUE
025200         DISPLAY "QUOTLOAD - NO QUOTUPDT PRESENT, NO "
025300                 "ACTIONS TO APPLY THIS RUN"
025400     ELSE
025500         PERFORM 1900-READ-NEXT-ACTION THRU 1900-EXIT
025600     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900*--------------------------------------------------------------
026000 1900-READ-NEXT-ACTION.
026100*--------------------------------------------------------------
026200     READ QUOTUPDT INTO WS-ACTION-REC
026300         AT END
026400             SET WS-END-OF-QUOTUPDT TO TRUE
026500     END-READ.
026600 1900-EXIT.
026700     EXIT.
026800*--------------------------------------------------------------
026900 2000-APPLY-ACTION.
027000*--------------------------------------------------------------
027100*    APPLY ONE MAINTENANCE ACTION TO QUOTA AND PRINT ITS
027200*    RESULT LINE.  EVERY ACTION PRINTS, APPLIED OR REJECTED,
027300*    SO THE CONTROL REPORT IS A FULL ACCOUNT OF THE INPUT.
027400*    THE KEY IS PROVED FOR EVERY ACTION; THE ALLOWANCE,
027500*    WARNING PERCENTAGE AND LIMIT TYPE ONLY FOR AN ADD OR
027600*    CHANGE - A DELETE NEEDS NOTHING BUT THE KEY.
027700*--------------------------------------------------------------
027800     ADD 1 TO WS-READ-COUNT.
027900     SET WS-ACTION-APPLIED TO TRUE.
028000     MOVE SPACES TO WS-REJECT-REASON.
028100     IF NOT QL-ACTION-VALID
028200         SET WS-ACTION-REJECTED TO TRUE
028300         MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
028400         GO TO 2000-RESULT
028500     END-IF.
028600     IF QL-DEPARTMENT = SPACES OR LOW-VALUES
028700         SET WS-ACTION-REJECTED TO TRUE
028800         MOVE "DEPARTMENT IS BLANK" TO WS-REJECT-REASON
028900         GO TO 2000-RESULT
029000     END-IF.
029100     IF QL-QUOTA-MONTH NOT NUMERIC
029200         SET WS-ACTION-REJECTED TO TRUE
029300         MOVE "MONTH NOT CCYYMM" TO WS-REJECT-REASON
029400         GO TO 2000-RESULT
029500     END-IF.
029600     IF QL-QUOTA-MM < 1 OR QL-QUOTA-MM > 12
029700         SET WS-ACTION-REJECTED TO TRUE
029800         MOVE "MONTH NOT CCYYMM" TO WS-REJECT-REASON
029900         GO TO 2000-RESULT
030000     END-IF.
030100     IF QL-ACTION-DELETE
030200         GO TO 2000-APPLY
030300     END-IF.
030400     IF QL-ALLOWANCE NOT NUMERIC
030500         SET WS-ACTION-REJECTED TO TRUE
030600         MOVE "ALLOWANCE NOT NUMERIC" TO WS-REJECT-REASON
030700         GO TO 2000-RESULT
030800     END-IF.
030900     IF QL-WARN-PCT NOT NUMERIC
031000         SET WS-ACTION-REJECTED TO TRUE
031100         MOVE "WARNING PCT NOT NUMERIC" TO WS-REJECT-REASON
031200         GO TO 2000-RESULT
031300     END-IF.
031400     IF QL-WARN-PCT-N > 100
031500         SET WS-ACTION-REJECTED TO TRUE
031600         MOVE "WARNING PCT OVER 100" TO WS-REJECT-REASON
031700         GO TO 2000-RESULT
031800     END-IF.
031900     IF NOT QL-LIMIT-VALID
032000         SET WS-ACTION-REJECTED TO TRUE
032100         MOVE "LIMIT TYPE NOT H OR S" TO WS-REJECT-REASON
032200         GO TO 2000-RESULT
032300     END-IF.
032400 2000-APPLY.
032500     EVALUATE TRUE
032600         WHEN QL-ACTION-ADD
032700             ADD 1 TO WS-ADD-COUNT
032800             PERFORM 3000-APPLY-ADD    THRU 3000-EXIT
032900         WHEN QL-ACTION-CHANGE
033000             ADD 1 TO WS-CHANGE-COUNT
033100             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
033200         WHEN QL-ACTION-DELETE
033300             ADD 1 TO WS-DELETE-COUNT
033400             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
033500     END-EVALUATE.
033600 2000-RESULT.
033700     IF WS-ACTION-APPLIED
033800         ADD 1 TO WS-APPLIED-COUNT
033900         PERFORM 4000-PRINT-RESULT THRU 4000-EXIT
034000     ELSE
034100         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
034200     END-IF.
034300     PERFORM 1900-READ-NEXT-ACTION THRU 1900-EXIT.
034400 2000-EXIT.
034500     EXIT.
034600*--------------------------------------------------------------
034700 3000-APPLY-ADD.
034800*--------------------------------------------------------------
034900*    ADD A NEW DEPARTMENT/MONTH QUOTA.  A DUPLICATE KEY MEANS
035000*    THE DESK SHOULD HAVE SENT A CHANGE, SO IT REJECTS.
035100*--------------------------------------------------------------
035200     MOVE SPACES              TO QUOTA-REC.
035300     MOVE QL-DEPARTMENT       TO QT-DEPARTMENT.
035400     MOVE QL-QUOTA-MONTH-N    TO QT-QUOTA-MONTH.
035500     MOVE QL-ALLOWANCE-N      TO QT-ALLOWANCE.
035600     MOVE QL-WARN-PCT-N       TO QT-WARN-PCT.
035700     MOVE QL-LIMIT-TYPE       TO QT-LIMIT-TYPE.
035800     WRITE QUOTA-REC
035900         INVALID KEY
036000             SET WS-ACTION-REJECTED TO TRUE
036100             MOVE "QUOTA ALREADY ON TABLE"
036200                 TO WS-REJECT-REASON
036300     END-WRITE.
036400 3000-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------
036700 3100-APPLY-CHANGE.
036800*--------------------------------------------------------------
036900*    CHANGE AN EXISTING QUOTA - FULL REPLACEMENT OF THE
037000*    NON-KEY FIELDS.  USAGE ALREADY COUNTED ON QUOTUSE IS
037100*    UNTOUCHED; A RAISED ALLOWANCE TAKES EFFECT ON THE NEXT
037200*    TRANSACTION CHECKED.
037300*--------------------------------------------------------------
037400     MOVE QL-DEPARTMENT    TO QT-DEPARTMENT.
037500     MOVE QL-QUOTA-MONTH-N TO QT-QUOTA-MONTH.
037600     READ QUOTA
037700         INVALID KEY
037800             SET WS-ACTION-REJECTED TO TRUE
037900             MOVE "QUOTA NOT ON TABLE"
038000                 TO WS-REJECT-REASON
038100         NOT INVALID KEY
038200             MOVE QL-ALLOWANCE-N  TO QT-ALLOWANCE
038300             MOVE QL-WARN-PCT-N   TO QT-WARN-PCT
038400             MOVE QL-LIMIT-TYPE   TO QT-LIMIT-TYPE
038500             REWRITE QUOTA-REC
038600                 INVALID KEY
038700                     SET WS-ACTION-REJECTED TO TRUE
038800                     MOVE "REWRITE FAILED - SEE CONSOLE"
038900                         TO WS-REJECT-REASON
039000                     DISPLAY "QUOTLOAD - REWRITE FAILED, "
039100                             "STATUS=" WS-QUOTA-STATUS
039200             END-REWRITE
039300     END-READ.
039400 3100-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------
039700 3200-APPLY-DELETE.
039800*--------------------------------------------------------------
039900*    DELETE A QUOTA, LEAVING THE DEPARTMENT UNLIMITED FOR THE
040000*    MONTH.  A MISSING KEY REJECTS TO THE NEXT CYCLE RATHER
040100*    THAN ABENDING THE LOAD.
040200*--------------------------------------------------------------
040300     MOVE QL-DEPARTMENT    TO QT-DEPARTMENT.
040400     MOVE QL-QUOTA-MONTH-N TO QT-QUOTA-MONTH.
040500     DELETE QUOTA
040600         INVALID KEY
040700             SET WS-ACTION-REJECTED TO TRUE
040800             MOVE "QUOTA NOT ON TABLE"
040900                 TO WS-REJECT-REASON
041000     END-DELETE.
041100 3200-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------
041400 3500-WRITE-REJECT.
041500*--------------------------------------------------------------
041600*    WRITE THE REJECTED ACTION, ORIGINAL IMAGE INTACT, TO THE
041700*    REJECT FILE AND PRINT ITS RESULT LINE.
041800*--------------------------------------------------------------
041900     ADD 1 TO WS-REJECT-COUNT.
042000     MOVE SPACES             TO WS-REJECT-REC.
042100     MOVE WS-ACTION-REC      TO QL-REJ-IMAGE.
042200     MOVE WS-REJECT-REASON   TO QL-REJ-REASON.
042300     MOVE WS-REJECT-REC      TO QUOTREJ-REC.
042400     WRITE QUOTREJ-REC.
042500     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
042600 3500-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900 4000-PRINT-RESULT.
043000*--------------------------------------------------------------
043100     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
043200         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
043300     END-IF.
043400     MOVE SPACES             TO WS-DETAIL-LINE.
043500     MOVE QL-ACTION          TO DL-ACTION.
043600     MOVE QL-DEPARTMENT      TO DL-DEPARTMENT.
043700     MOVE QL-QUOTA-MONTH     TO DL-QUOTA-MONTH.
043800     MOVE QL-ALLOWANCE       TO DL-ALLOWANCE.
043900     MOVE QL-WARN-PCT        TO DL-WARN-PCT.
044000     MOVE QL-LIMIT-TYPE      TO DL-LIMIT-TYPE.
044100     IF WS-ACTION-APPLIED
044200         MOVE "APPLIED"      TO DL-RESULT
044300     ELSE
044400         MOVE WS-REJECT-REASON TO DL-RESULT
044500     END-IF.
044600     MOVE WS-DETAIL-LINE     TO QUOTLRPT-REC.
044700     WRITE QUOTLRPT-REC.
044800     ADD 1 TO WS-LINE-COUNT.
044900 4000-EXIT.
045000     EXIT.
045100*--------------------------------------------------------------
045200 8000-WRITE-HEADERS.
045300*--------------------------------------------------------------
045400     ADD 1 TO WS-PAGE-COUNT.
045500     MOVE 0 TO WS-LINE-COUNT.
045600     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
045700     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
045800     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
045900     MOVE WS-HEADER-LINE-1   TO QUOTLRPT-REC.
046000     WRITE QUOTLRPT-REC.
046100     MOVE WS-HEADER-LINE-2   TO QUOTLRPT-REC.
046200     WRITE QUOTLRPT-REC.
046300     MOVE WS-HEADER-LINE-3   TO QUOTLRPT-REC.
046400     WRITE QUOTLRPT-REC.
046500     MOVE SPACES             TO QUOTLRPT-REC.
046600     WRITE QUOTLRPT-REC.
046700     ADD 4 TO WS-LINE-COUNT.
046800 8000-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------
047100 8100-WRITE-TRAILER.
047200*--------------------------------------------------------------
047300*    WRITE THE CONTROL TOTALS.  A RUN WITH NO ACTIONS STILL
047400*    PRINTS ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
047500*--------------------------------------------------------------
047600     IF WS-PAGE-COUNT = 0
047700         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
047800     END-IF.
047900     MOVE WS-READ-COUNT      TO TR-READ-COUNT.
048000     MOVE WS-ADD-COUNT       TO TR-ADD-COUNT.
048100     MOVE WS-CHANGE-COUNT    TO TR-CHANGE-COUNT.
048200     MOVE WS-DELETE-COUNT    TO TR-DELETE-COUNT.
048300     MOVE WS-TRAILER-LINE-1  TO QUOTLRPT-REC.
048400     WRITE QUOTLRPT-REC.
048500     MOVE WS-APPLIED-COUNT   TO TR-APPLIED-COUNT.
048600     MOVE WS-REJECT-COUNT    TO TR-REJECT-COUNT.
048700     MOVE WS-TRAILER-LINE-2  TO QUOTLRPT-REC.
048800     WRITE QUOTLRPT-REC.
048900 8100-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------
049200 9000-TERMINATE.
049300*--------------------------------------------------------------
049400     IF WS-QUOTUPDT-STATUS NOT = "35"
049500        AND WS-QUOTUPDT-STATUS NOT = SPACES
049600         CLOSE QUOTUPDT
049700     END-IF.
049800     IF WS-QUOTA-IS-OPEN
049900         CLOSE QUOTA
050000     END-IF.
050100     CLOSE QUOTREJ.
050200     CLOSE QUOTLRPT.
050300     IF RETURN-CODE = 0 AND WS-REJECT-COUNT > 0
050400         MOVE 4 TO RETURN-CODE
050500     END-IF.
050600 9000-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------
050900 9999-EXIT.
051000*--------------------------------------------------------------
051100     STOP RUN.
