000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    REFAUDIT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  NIGHTLY CROSS-FILE
001100*                    REFERENTIAL INTEGRITY AUDIT OF THE
001200*                    REFERENCE MASTERS, WHICH ARE EACH KEPT BY
001300*                    THEIR OWN APPLY (GRTLOAD/GREETMNT,
001400*                    REQMLOAD, MSGTLOAD, ONCLLOAD) AND NEVER
001500*                    CHECKED AGAINST ONE ANOTHER.  REPORTS
001600*                    REQMAST DEFAULT LOCALES WITH NO GREETTAB
001700*                    ROW IN EFFECT FOR THE PARM CYCLE DATE,
001800*                    GREETTAB LOCALES WHOSE EFFECTIVE RANGES
001900*                    LEAVE A GAP OR OVERLAP, REQMAST
002000*                    DEPARTMENTS MISSING AN ONCALL ENTRY FOR A
002100*                    SHIFT, ONCALL DEPARTMENTS NO LONGER ON
002200*                    REQMAST, RATEFILE MESSAGE TYPES NOT ON
002300*                    MSGTYPE AND MSGTYPE TYPES WITH NO RATE.
002400*                    EACH FINDING CARRIES A SEVERITY - RC=8
002500*                    WHEN ANY ERROR IS FOUND, RC=4 WHEN ONLY
002600*                    WARNINGS ARE - SO THE SCHEDULER CAN HOLD
002700*                    THE OVERNIGHT RUN UNTIL THE DESK HAS
002800*                    FIXED THE TABLES.
002900*--------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT GREETTAB        ASSIGN TO GREETTAB
003700                            ORGANIZATION IS INDEXED
003800                            ACCESS MODE IS SEQUENTIAL
003900                            RECORD KEY IS GT-GREETING-KEY
004000                            FILE STATUS IS WS-GREETTAB-STATUS.
004100     SELECT REQMAST         ASSIGN TO REQMAST
004200                            ORGANIZATION IS INDEXED
004300                            ACCESS MODE IS SEQUENTIAL
004400                            RECORD KEY IS RQ-REQUESTER-ID
004500                            FILE STATUS IS WS-REQMAST-STATUS.
004600     SELECT ONCALL          ASSIGN TO ONCALL
004700                            ORGANIZATION IS INDEXED
004800                            ACCESS MODE IS SEQUENTIAL
004900                            RECORD KEY IS OC-ON-CALL-KEY
005000                            FILE STATUS IS WS-ONCALL-STATUS.
005100     SELECT MSGTYPE         ASSIGN TO MSGTYPE
005200                            ORGANIZATION IS INDEXED
005300                            ACCESS MODE IS SEQUENTIAL
005400                            RECORD KEY IS MT-MESSAGE-TYPE
005500                            FILE STATUS IS WS-MSGTYPE-STATUS.
005600     SELECT RATEFILE        ASSIGN TO RATEFILE
005700                            ORGANIZATION IS LINE SEQUENTIAL
005800                            FILE STATUS IS WS-RATEFILE-STATUS.
005900     SELECT REFARPT         ASSIGN TO REFARPT
006000                            ORGANIZATION IS LINE SEQUENTIAL
006100                            FILE STATUS IS WS-REFARPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  GREETTAB.
006500 COPY GREETREC.
006600 FD  REQMAST.
006700 COPY REQMREC.
006800 FD  ONCALL.
006900 COPY ONCALLRC.
007000 FD  MSGTYPE.
007100 COPY MSGTREC.
007200 FD  RATEFILE
007300     RECORDING MODE IS F.
007400 01  RATEFILE-REC                PIC X(80).
007500 FD  REFARPT
007600     RECORDING MODE IS F.
007700 01  REFARPT-REC                 PIC X(133).
007800 WORKING-STORAGE SECTION.
007900*--------------------------------------------------------------
008000* PARM CARD - THE CYCLE DATE TO AUDIT AGAINST (REQUIRED,
008100* CCYYMMDD) AND, OPTIONALLY, THE SHIFT CODES EVERY DEPARTMENT
008200* MUST HAVE COVERED ON ONCALL (E.G. "123").  WITH NO SHIFT
008300* CODES ON THE PARM, EVERY SHIFT THE ROSTER COVERS FOR ANY
008400* DEPARTMENT IS EXPECTED FOR ALL OF THEM.
008500*--------------------------------------------------------------
008600 01  WS-PARM-CARD.
008700     05  WS-PARM-CYCLE-DATE      PIC X(08).
008800     05  WS-PARM-SHIFT-CODES.
008900         10  WS-PARM-SHIFT-CODE  PIC X(01) OCCURS 10 TIMES.
009000     05  FILLER                  PIC X(62).
009100 01  WS-CYCLE-DATE               PIC 9(08).
009200*--------------------------------------------------------------
009300* RATE TABLE RECORD (COPYBOOK)
009400*--------------------------------------------------------------
009500 COPY RATEREC.
009600*--------------------------------------------------------------
009700* FILE STATUS FIELDS AND SWITCHES
009800*--------------------------------------------------------------
009900 01  WS-GREETTAB-STATUS          PIC X(02).
010000 01  WS-REQMAST-STATUS           PIC X(02).
010100 01  WS-ONCALL-STATUS            PIC X(02).
010200 01  WS-MSGTYPE-STATUS           PIC X(02).
010300 01  WS-RATEFILE-STATUS          PIC X(02).
010400 01  WS-REFARPT-STATUS           PIC X(02).
010500 01  WS-EOF-SWITCH               PIC X(01).
010600     88  WS-END-OF-FILE          VALUE "Y".
010700     88  WS-NOT-END-OF-FILE      VALUE "N".
010800 01  WS-GREETTAB-OPEN-SWITCH     PIC X(01).
010900     88  WS-GREETTAB-IS-OPEN     VALUE "Y".
011000     88  WS-GREETTAB-NOT-OPEN    VALUE "N".
011100 01  WS-REQMAST-OPEN-SWITCH      PIC X(01).
011200     88  WS-REQMAST-IS-OPEN      VALUE "Y".
011300     88  WS-REQMAST-NOT-OPEN     VALUE "N".
011400 01  WS-ONCALL-OPEN-SWITCH       PIC X(01).
011500     88  WS-ONCALL-IS-OPEN       VALUE "Y".
011600     88  WS-ONCALL-NOT-OPEN      VALUE "N".
011700 01  WS-MSGTYPE-OPEN-SWITCH      PIC X(01).
011800     88  WS-MSGTYPE-IS-OPEN      VALUE "Y".
011900     88  WS-MSGTYPE-NOT-OPEN     VALUE "N".
012000 01  WS-RATEFILE-OPEN-SWITCH     PIC X(01).
012100     88  WS-RATEFILE-IS-OPEN     VALUE "Y".
012200     88  WS-RATEFILE-NOT-OPEN    VALUE "N".
012300 01  WS-PARM-VALID-SWITCH        PIC X(01).
012400     88  WS-PARM-IS-VALID        VALUE "Y".
012500     88  WS-PARM-IS-INVALID      VALUE "N".
012600 01  WS-FOUND-SWITCH             PIC X(01).
012700     88  WS-ENTRY-FOUND          VALUE "Y".
012800     88  WS-ENTRY-NOT-FOUND      VALUE "N".
012900 01  WS-SHIFTS-FROM-PARM-SWITCH  PIC X(01).
013000     88  WS-SHIFTS-FROM-PARM     VALUE "Y".
013100     88  WS-SHIFTS-FROM-ROSTER   VALUE "N".
013200 01  WS-DEFAULT-RATE-SWITCH      PIC X(01) VALUE "N".
013300     88  WS-DEFAULT-RATE-SET     VALUE "Y".
013400*--------------------------------------------------------------
013500* GREETTAB LOCALE TABLE - ONE ENTRY PER LOCALE, FLAGGED WHEN A
013600* ROW IS IN EFFECT FOR THE CYCLE DATE - AND THE RUNNING RANGE
013700* OF THE LOCALE IN HAND.  THE ROWS ARRIVE IN KEY ORDER, SO
013800* WS-LOC-COVERED-TO IS THE FURTHEST EFFECTIVE-TO SEEN SO FAR
013900* FOR THE LOCALE; THE NEXT ROW MUST START THE DAY AFTER IT TO
014000* NEITHER LEAVE A GAP NOR OVERLAP.
014100*--------------------------------------------------------------
014200 01  WS-LOC-MAX                  PIC 9(04) COMP VALUE 200.
014300 01  WS-LOC-USED                 PIC 9(04) COMP VALUE 0.
014400 01  WS-LOC-SUB                  PIC 9(04) COMP.
014500 01  WS-LOC-TABLE.
014600     05  WS-LOC-ENTRY            OCCURS 200 TIMES.
014700         10  LT-LOCALE-CODE      PIC X(05).
014800         10  LT-IN-EFFECT        PIC X(01).
014900             88  LT-IS-IN-EFFECT VALUE "Y".
015000 01  WS-LOC-CURRENT              PIC X(05) VALUE SPACES.
015100 01  WS-LOC-COVERED-TO           PIC 9(08).
015200*--------------------------------------------------------------
015300* REQMAST DEPARTMENT TABLE - ONE ENTRY PER DEPARTMENT, FLAGGED
015400* WHEN AT LEAST ONE OF ITS REQUESTERS IS ACTIVE.  ONLY A
015500* DEPARTMENT WITH AN ACTIVE REQUESTER CAN RAISE AN ALERT, SO
015600* ONLY THOSE ARE HELD TO FULL ONCALL COVERAGE.
015700*--------------------------------------------------------------
015800 01  WS-DPT-MAX                  PIC 9(04) COMP VALUE 500.
015900 01  WS-DPT-USED                 PIC 9(04) COMP VALUE 0.
016000 01  WS-DPT-SUB                  PIC 9(04) COMP.
016100 01  WS-DPT-TABLE.
016200     05  WS-DPT-ENTRY            OCCURS 500 TIMES.
016300         10  DT-DEPARTMENT       PIC X(10).
016400         10  DT-ACTIVE           PIC X(01).
016500             88  DT-IS-ACTIVE    VALUE "Y".
016600*--------------------------------------------------------------
016700* ONCALL ROSTER TABLE AND THE SHIFT CODES EXPECTED PER DESK.
016800*--------------------------------------------------------------
016900 01  WS-ONC-MAX                  PIC 9(04) COMP VALUE 1000.
017000 01  WS-ONC-USED                 PIC 9(04) COMP VALUE 0.
017100 01  WS-ONC-SUB                  PIC 9(04) COMP.
017200 01  WS-ONC-TABLE.
017300     05  WS-ONC-ENTRY            OCCURS 1000 TIMES.
017400         10  OT-DEPARTMENT       PIC X(10).
017500         10  OT-SHIFT-CODE       PIC X(01).
017600 01  WS-SHF-MAX                  PIC 9(04) COMP VALUE 10.
017700 01  WS-SHF-USED                 PIC 9(04) COMP VALUE 0.
017800 01  WS-SHF-SUB                  PIC 9(04) COMP.
017900 01  WS-SHF-TABLE.
018000     05  ST-SHIFT-CODE           PIC X(01) OCCURS 10 TIMES.
018100 01  WS-PARM-SUB                 PIC 9(04) COMP.
018200 01  WS-ORPHAN-LAST-DEPT         PIC X(10) VALUE SPACES.
018300*--------------------------------------------------------------
018400* MSGTYPE AND RATEFILE MESSAGE-TYPE TABLES.
018500*--------------------------------------------------------------
018600 01  WS-MTY-MAX                  PIC 9(04) COMP VALUE 200.
018700 01  WS-MTY-USED                 PIC 9(04) COMP VALUE 0.
018800 01  WS-MTY-SUB                  PIC 9(04) COMP.
018900 01  WS-MTY-TABLE.
019000     05  MY-MESSAGE-TYPE         PIC X(04) OCCURS 200 TIMES.
019100 01  WS-MRT-MAX                  PIC 9(04) COMP VALUE 200.
019200 01  WS-MRT-USED                 PIC 9(04) COMP VALUE 0.
019300 01  WS-MRT-SUB                  PIC 9(04) COMP.
019400 01  WS-MRT-TABLE.
019500     05  MR-MSG-TYPE             PIC X(04) OCCURS 200 TIMES.
019600*--------------------------------------------------------------
019700* DATE-TO-SERIAL WORK AREA - A RUNNING DAY NUMBER, SO "THE DAY
019800* AFTER" A RANGE ENDS IS A PLAIN ADD ACROSS MONTH AND YEAR ENDS.
019900*--------------------------------------------------------------
020000 01  WS-DTS-DATE                 PIC 9(08).
020100 01  WS-DTS-PARTS REDEFINES WS-DTS-DATE.
020200     05  WS-DTS-YEAR             PIC 9(04).
020300     05  WS-DTS-MONTH            PIC 9(02).
020400     05  WS-DTS-DAY              PIC 9(02).
020500 01  WS-DTS-WORK-1               PIC 9(07) COMP.
020600 01  WS-DTS-WORK-2               PIC 9(07) COMP.
020700 01  WS-DTS-WORK-3               PIC 9(07) COMP.
020800 01  WS-DTS-SERIAL               PIC 9(07) COMP.
020900 01  WS-COVERED-SERIAL           PIC 9(07) COMP.
021000*--------------------------------------------------------------
021100* THE FINDING IN HAND - FILLED BY EACH CHECK AND WRITTEN BY
021200* 7000-WRITE-FINDING, WHICH ALSO KEEPS THE SEVERITY COUNTS.
021300*--------------------------------------------------------------
021400 01  WS-FND-SEVERITY             PIC X(01).
021500     88  WS-FND-ERROR            VALUE "E".
021600     88  WS-FND-WARNING          VALUE "W".
021700 01  WS-FND-CODE                 PIC X(04).
021800 01  WS-FND-FILE                 PIC X(08).
021900 01  WS-FND-KEY                  PIC X(20).
022000 01  WS-FND-TEXT                 PIC X(70).
022100 01  WS-DISPLAY-DATE-1           PIC 9(08).
022200 01  WS-DISPLAY-DATE-2           PIC 9(08).
022300*--------------------------------------------------------------
022400* COUNTERS AND RUN CONTEXT
022500*--------------------------------------------------------------
022600 01  WS-GREETTAB-READ-COUNT      PIC 9(06) COMP VALUE 0.
022700 01  WS-REQMAST-READ-COUNT       PIC 9(06) COMP VALUE 0.
022800 01  WS-ONCALL-READ-COUNT        PIC 9(06) COMP VALUE 0.
022900 01  WS-MSGTYPE-READ-COUNT       PIC 9(06) COMP VALUE 0.
023000 01  WS-RATEFILE-READ-COUNT      PIC 9(06) COMP VALUE 0.
023100 01  WS-FINDING-COUNT            PIC 9(06) COMP VALUE 0.
023200 01  WS-ERROR-COUNT              PIC 9(06) COMP VALUE 0.
023300 01  WS-WARNING-COUNT            PIC 9(06) COMP VALUE 0.
023400 01  WS-LOCL-COUNT               PIC 9(06) COMP VALUE 0.
023500 01  WS-GAPS-COUNT               PIC 9(06) COMP VALUE 0.
023600 01  WS-OVLP-COUNT               PIC 9(06) COMP VALUE 0.
023700 01  WS-NOOC-COUNT               PIC 9(06) COMP VALUE 0.
023800 01  WS-ORPH-COUNT               PIC 9(06) COMP VALUE 0.
023900 01  WS-NOMT-COUNT               PIC 9(06) COMP VALUE 0.
024000 01  WS-NORT-COUNT               PIC 9(06) COMP VALUE 0.
024100 01  WS-CURRENT-DATE             PIC 9(08).
024200 01  WS-CURRENT-TIME             PIC 9(08).
024300*--------------------------------------------------------------
024400* PAGE / LINE CONTROL
024500*--------------------------------------------------------------
024600 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
024700 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
024800 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
024900*--------------------------------------------------------------
025000* REPORT LINE LAYOUTS (REFARPT)
025100*--------------------------------------------------------------
025200 01  WS-HEADER-LINE-1.
025300     05  FILLER                  PIC X(01)  VALUE SPACE.
025400     05  FILLER                  PIC X(26)  VALUE
025500             "REFAUDIT - REFERENCE MASTE".
025600     05  FILLER                  PIC X(15)  VALUE
025700             "R INTEGRITY    ".
025800     05  FILLER                  PIC X(08)  VALUE "    PAGE".
025900     05  FILLER                  PIC X(01)  VALUE SPACE.
026000     05  H1-PAGE-NUMBER          PIC ZZZ9.
026100     05  FILLER                  PIC X(78)  VALUE SPACES.
026200 01  WS-HEADER-LINE-2.
026300     05  FILLER                  PIC X(01)  VALUE SPACE.
026400     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
026500     05  H2-RUN-DATE             PIC 9(08).
026600     05  FILLER                  PIC X(05)  VALUE SPACES.
026700     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
026800     05  H2-RUN-TIME             PIC 9(08).
026900     05  FILLER                  PIC X(89)  VALUE SPACES.
027000 01  WS-CRITERIA-LINE.
027100     05  FILLER                  PIC X(01)  VALUE SPACE.
027200     05  FILLER                  PIC X(12)  VALUE "CYCLE DATE: ".
027300     05  CR-CYCLE-DATE           PIC 9(08).
027400     05  FILLER                  PIC X(05)  VALUE SPACES.
027500     05  FILLER                  PIC X(08)  VALUE "SHIFTS: ".
027600     05  CR-SHIFT-CODES          PIC X(10).
027700     05  FILLER                  PIC X(89)  VALUE SPACES.
027800 01  WS-HEADER-LINE-3.
027900     05  FILLER                  PIC X(01)  VALUE SPACE.
028000     05  FILLER                  PIC X(07)  VALUE "SEV".
028100     05  FILLER                  PIC X(02)  VALUE SPACES.
028200     05  FILLER                  PIC X(04)  VALUE "CODE".
028300     05  FILLER                  PIC X(02)  VALUE SPACES.
028400     05  FILLER                  PIC X(08)  VALUE "FILE".
028500     05  FILLER                  PIC X(02)  VALUE SPACES.
028600     05  FILLER                  PIC X(20)  VALUE "KEY".
028700     05  FILLER                  PIC X(02)  VALUE SPACES.
028800     05  FILLER                  PIC X(70)  VALUE "FINDING".
028900     05  FILLER                  PIC X(15)  VALUE SPACES.
029000 01  WS-FINDING-LINE.
029100     05  FILLER                  PIC X(01)  VALUE SPACE.
029200     05  FL-SEVERITY             PIC X(07).
029300     05  FILLER                  PIC X(02)  VALUE SPACES.
029400     05  FL-CODE                 PIC X(04).
029500     05  FILLER                  PIC X(02)  VALUE SPACES.
029600     05  FL-FILE                 PIC X(08).
029700     05  FILLER                  PIC X(02)  VALUE SPACES.
029800     05  FL-KEY                  PIC X(20).
029900     05  FILLER                  PIC X(02)  VALUE SPACES.
030000     05  FL-TEXT                 PIC X(70).
030100     05  FILLER                  PIC X(15)  VALUE SPACES.
030200 01  WS-TRAILER-LINE-1.
030300     05  FILLER                  PIC X(01)  VALUE SPACE.
030400     05  FILLER                  PIC X(11)  VALUE "FINDINGS = ".
030500     05  TR-FINDING-COUNT        PIC ZZZ,ZZ9.
030600     05  FILLER                  PIC X(11)  VALUE "  ERRORS = ".
030700     05  TR-ERROR-COUNT          PIC ZZZ,ZZ9.
030800     05  FILLER                  PIC X(13)  VALUE
030900             "  WARNINGS = ".
031000     05  TR-WARNING-COUNT        PIC ZZZ,ZZ9.
031100     05  FILLER                  PIC X(76)  VALUE SPACES.
031200 01  WS-TRAILER-LINE-2.
031300     05  FILLER                  PIC X(01)  VALUE SPACE.
031400     05  FILLER                  PIC X(07)  VALUE "LOCL = ".
031500     05  TR-LOCL-COUNT           PIC ZZZ,ZZ9.
031600     05  FILLER                  PIC X(09)  VALUE "  GAPS = ".
031700     05  TR-GAPS-COUNT           PIC ZZZ,ZZ9.
031800     05  FILLER                  PIC X(09)  VALUE "  OVLP = ".
031900     05  TR-OVLP-COUNT           PIC ZZZ,ZZ9.
032000     05  FILLER                  PIC X(09)  VALUE "  NOOC = ".
032100     05  TR-NOOC-COUNT           PIC ZZZ,ZZ9.
032200     05  FILLER                  PIC X(09)  VALUE "  ORPH = ".
032300     05  TR-ORPH-COUNT           PIC ZZZ,ZZ9.
032400     05  FILLER                  PIC X(09)  VALUE "  NOMT = ".
032500     05  TR-NOMT-COUNT           PIC ZZZ,ZZ9.
032600     05  FILLER                  PIC X(09)  VALUE "  NORT = ".
032700     05  TR-NORT-COUNT           PIC ZZZ,ZZ9.
032800     05  FILLER                  PIC X(13)  VALUE SPACES.
032900 01  WS-TRAILER-LINE-3.
033000     05  FILLER                  PIC X(01)  VALUE SPACE.
033100     05  FILLER                  PIC X(11)  VALUE "GREETTAB = ".
033200     05  TR-GREETTAB-COUNT       PIC ZZZ,ZZ9.
033300     05  FILLER                  PIC X(12)  VALUE "  REQMAST = ".
033400     05  TR-REQMAST-COUNT        PIC ZZZ,ZZ9.
033500     05  FILLER                  PIC X(11)  VALUE "  ONCALL = ".
033600     05  TR-ONCALL-COUNT         PIC ZZZ,ZZ9.
033700     05  FILLER                  PIC X(12)  VALUE "  MSGTYPE = ".
033800     05  TR-MSGTYPE-COUNT        PIC ZZZ,ZZ9.
033900     05  FILLER                  PIC X(13)  VALUE
034000             "  RATEFILE = ".
034100     05  TR-RATEFILE-COUNT       PIC ZZZ,ZZ9.
034200     05  FILLER                  PIC X(38)  VALUE SPACES.
034300 PROCEDURE DIVISION.
034400*--------------------------------------------------------------
034500 0000-MAINLINE.
034600*--------------------------------------------------------------
034700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
034800     IF WS-PARM-IS-INVALID
034900         GO TO 9999-EXIT
035000     END-IF.
035100     PERFORM 2000-AUDIT-GREETTAB  THRU 2000-EXIT.
035200     PERFORM 3000-LOAD-ONCALL     THRU 3000-EXIT.
035300     PERFORM 4000-AUDIT-REQMAST   THRU 4000-EXIT.
035400     PERFORM 4500-AUDIT-ONCALL    THRU 4500-EXIT.
035500     PERFORM 5000-AUDIT-RATES     THRU 5000-EXIT.
035600     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
035700     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
035800     GO TO 9999-EXIT.
035900*--------------------------------------------------------------
036000 1000-INITIALIZE.
036100*--------------------------------------------------------------
036200*    VALIDATE THE PARM, PICK UP ANY SHIFT CODES FROM IT, AND
036300*    OPEN THE MASTERS.  A MASTER THAT CANNOT BE OPENED IS AN
036400*    ERROR FINDING IN ITS OWN RIGHT, AND THE CHECKS THAT NEED
036500*    IT ARE SKIPPED RATHER THAN FLOODING THE REPORT WITH ONE
036600*    FINDING PER RECORD THAT POINTS AT IT.
036700*--------------------------------------------------------------
036800     SET WS-PARM-IS-VALID TO TRUE.
036900     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
037000     ACCEPT WS-CURRENT-TIME  FROM TIME.
037100     MOVE SPACES             TO WS-PARM-CARD.
037200     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
037300     IF WS-PARM-CYCLE-DATE IS NOT NUMERIC
037400         SET WS-PARM-IS-INVALID TO TRUE
037500         MOVE 16 TO RETURN-CODE
037600         DISPLAY "REFAUDIT - ABEND - PARM CYCLE DATE IS "
037700                 "MISSING OR NOT NUMERIC: " WS-PARM-CYCLE-DATE
037800         GO TO 1000-EXIT
037900     END-IF.
038000     MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE.
038100     PERFORM 1100-ADD-PARM-SHIFT THRU 1100-EXIT
038200         VARYING WS-PARM-SUB FROM 1 BY 1
038300         UNTIL WS-PARM-SUB > 10.
038400     IF WS-SHF-USED > 0
038500         SET WS-SHIFTS-FROM-PARM   TO TRUE
038600     ELSE
038700         SET WS-SHIFTS-FROM-ROSTER TO TRUE
038800     END-IF.
038900     OPEN OUTPUT REFARPT.
039000     OPEN INPUT GREETTAB.
039100     IF WS-GREETTAB-STATUS = "00"
039200         SET WS-GREETTAB-IS-OPEN TO TRUE
039300     ELSE
039400         SET WS-GREETTAB-NOT-OPEN TO TRUE
039500         MOVE "GREETTAB" TO WS-FND-FILE
039600         MOVE WS-GREETTAB-STATUS TO WS-FND-KEY
039700         PERFORM 1900-FILE-NOT-AVAILABLE THRU 1900-EXIT
039800     END-IF.
039900     OPEN INPUT REQMAST.
040000     IF WS-REQMAST-STATUS = "00"
040100         SET WS-REQMAST-IS-OPEN TO TRUE
040200     ELSE
040300         SET WS-REQMAST-NOT-OPEN TO TRUE
040400         MOVE "REQMAST" TO WS-FND-FILE
040500         MOVE WS-REQMAST-STATUS TO WS-FND-KEY
040600         PERFORM 1900-FILE-NOT-AVAILABLE THRU 1900-EXIT
040700     END-IF.
040800     OPEN INPUT ONCALL.
040900     IF WS-ONCALL-STATUS = "00"
041000         SET WS-ONCALL-IS-OPEN TO TRUE
041100     ELSE
041200         SET WS-ONCALL-NOT-OPEN TO TRUE
041300         MOVE "ONCALL" TO WS-FND-FILE
041400         MOVE WS-ONCALL-STATUS TO WS-FND-KEY
041500         PERFORM 1900-FILE-NOT-AVAILABLE THRU 1900-EXIT
041600     END-IF.
041700     OPEN INPUT MSGTYPE.
041800     IF WS-MSGTYPE-STATUS = "00"
041900         SET WS-MSGTYPE-IS-OPEN TO TRUE
042000     ELSE
042100         SET WS-MSGTYPE-NOT-OPEN TO TRUE
042200         MOVE "MSGTYPE" TO WS-FND-FILE
042300         MOVE WS-MSGTYPE-STATUS TO WS-FND-KEY
042400         PERFORM 1900-FILE-NOT-AVAILABLE THRU 1900-EXIT
042500     END-IF.
042600     OPEN INPUT RATEFILE.
042700     IF WS-RATEFILE-STATUS = "00"
042800         SET WS-RATEFILE-IS-OPEN TO TRUE
042900     ELSE
043000         SET WS-RATEFILE-NOT-OPEN TO TRUE
043100         MOVE "RATEFILE" TO WS-FND-FILE
043200         MOVE WS-RATEFILE-STATUS TO WS-FND-KEY
043300         PERFORM 1900-FILE-NOT-AVAILABLE THRU 1900-EXIT
043400     END-IF.
043500 1000-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------
043800 1100-ADD-PARM-SHIFT.
043900*--------------------------------------------------------------
044000     IF WS-PARM-SHIFT-CODE (WS-PARM-SUB) NOT = SPACE
044100      AND WS-PARM-SHIFT-CODE (WS-PARM-SUB) NOT = LOW-VALUE
044200         ADD 1 TO WS-SHF-USED
044300         MOVE WS-PARM-SHIFT-CODE (WS-PARM-SUB)
044400             TO ST-SHIFT-CODE (WS-SHF-USED)
044500     END-IF.
044600 1100-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------
044900 1900-FILE-NOT-AVAILABLE.
045000*--------------------------------------------------------------
045100*    A MASTER THAT WILL NOT OPEN - THE FILE NAME IS IN
045200*    WS-FND-FILE AND THE OPEN STATUS IN WS-FND-KEY.
045300*--------------------------------------------------------------
045400     SET WS-FND-ERROR TO TRUE.
045500     MOVE "NOFL"             TO WS-FND-CODE.
045600     MOVE "FILE NOT AVAILABLE - CHECKS AGAINST IT WERE SKIPPED"
045700         TO WS-FND-TEXT.
045800     DISPLAY "REFAUDIT - " WS-FND-FILE " NOT AVAILABLE, STATUS="
045900             WS-FND-KEY.
046000     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
046100 1900-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------
046400 2000-AUDIT-GREETTAB.
046500*--------------------------------------------------------------
046600*    ONE PASS OF GREETTAB IN KEY ORDER - LOCALE, THEN
046700*    EFFECTIVE-FROM - CHECKING EACH LOCALE'S RANGES FOR GAPS
046800*    AND OVERLAPS AND NOTING WHICH LOCALES HAVE A ROW IN
046900*    EFFECT FOR THE CYCLE DATE.
047000*--------------------------------------------------------------
047100     IF WS-GREETTAB-NOT-OPEN
047200         GO TO 2000-EXIT
047300     END-IF.
047400     SET WS-NOT-END-OF-FILE TO TRUE.
047500     PERFORM 2100-CHECK-GREETING THRU 2100-EXIT
047600         UNTIL WS-END-OF-FILE.
047700 2000-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------
048000 2100-CHECK-GREETING.
048100*--------------------------------------------------------------
048200*    THE FIRST ROW OF A LOCALE OPENS ITS TABLE ENTRY.  EVERY
048300*    LATER ROW IS HELD AGAINST THE FURTHEST EFFECTIVE-TO SEEN
048400*    SO FAR: STARTING ON OR BEFORE IT IS AN OVERLAP, STARTING
048500*    MORE THAN A DAY AFTER IT IS A GAP.  AN OVERLAP IS A
048600*    WARNING - HELLOWORLD RESOLVES IT BY LATEST EFFECTIVE-FROM,
048700*    WHICH IS HOW A SEASONAL ROW OVERRIDES A STANDING ONE - BUT
048800*    A GAP IS AN ERROR, THE LOCALE FALLING BACK TO THE ENGLISH
048900*    DEFAULT FOR EVERY DAY IN IT.
049000*--------------------------------------------------------------
049100     READ GREETTAB NEXT
049200         AT END
049300             SET WS-END-OF-FILE TO TRUE
049400             GO TO 2100-EXIT
049500     END-READ.
049600     ADD 1 TO WS-GREETTAB-READ-COUNT.
049700     IF GT-LOCALE-CODE NOT = WS-LOC-CURRENT
049800         MOVE GT-LOCALE-CODE    TO WS-LOC-CURRENT
049900         MOVE GT-EFFECTIVE-TO   TO WS-LOC-COVERED-TO
050000         PERFORM 2200-ADD-LOCALE THRU 2200-EXIT
050100     ELSE
050200         PERFORM 2300-CHECK-RANGE THRU 2300-EXIT
050300     END-IF.
050400     IF  GT-EFFECTIVE-FROM NOT > WS-CYCLE-DATE
050500     AND GT-EFFECTIVE-TO   NOT < WS-CYCLE-DATE
050600     AND WS-LOC-SUB NOT > WS-LOC-MAX
050700         MOVE "Y" TO LT-IN-EFFECT (WS-LOC-SUB)
050800     END-IF.
050900 2100-EXIT.
051000     EXIT.
051100*--------------------------------------------------------------
051200 2200-ADD-LOCALE.
051300*--------------------------------------------------------------
051400*    OPEN A TABLE ENTRY FOR A NEW LOCALE.  WS-LOC-SUB IS LEFT
051500*    POINTING AT IT FOR THE REST OF THE LOCALE'S ROWS - OR
051600*    PAST THE END OF THE TABLE WHEN IT IS FULL, WHICH IS
051700*    REPORTED ONCE.
051800*--------------------------------------------------------------
051900     IF WS-LOC-USED < WS-LOC-MAX
052000         ADD 1 TO WS-LOC-USED
052100         MOVE WS-LOC-USED        TO WS-LOC-SUB
052200         MOVE GT-LOCALE-CODE     TO LT-LOCALE-CODE (WS-LOC-SUB)
052300         MOVE "N"                TO LT-IN-EFFECT (WS-LOC-SUB)
052400     ELSE
052500         COMPUTE WS-LOC-SUB = WS-LOC-MAX + 1
052600         IF WS-LOC-USED = WS-LOC-MAX
052700             ADD 1 TO WS-LOC-USED
052800             MOVE "GREETTAB"     TO WS-FND-FILE
052900             MOVE GT-LOCALE-CODE TO WS-FND-KEY
053000             PERFORM 7100-TABLE-FULL THRU 7100-EXIT
053100         END-IF
053200     END-IF.
053300 2200-EXIT.
053400     EXIT.
053500*--------------------------------------------------------------
053600 2300-CHECK-RANGE.
053700*--------------------------------------------------------------
053800     MOVE WS-LOC-COVERED-TO  TO WS-DISPLAY-DATE-1.
053900     MOVE GT-EFFECTIVE-FROM  TO WS-DISPLAY-DATE-2.
054000     MOVE "GREETTAB"         TO WS-FND-FILE.
054100     MOVE SPACES             TO WS-FND-KEY.
054200     STRING GT-LOCALE-CODE       DELIMITED BY SIZE
054300            " "                  DELIMITED BY SIZE
054400            GT-EFFECTIVE-FROM    DELIMITED BY SIZE
054500         INTO WS-FND-KEY
054600     END-STRING.
054700     MOVE SPACES             TO WS-FND-TEXT.
054800     IF GT-EFFECTIVE-FROM NOT > WS-LOC-COVERED-TO
054900         SET WS-FND-WARNING  TO TRUE
055000         MOVE "OVLP"         TO WS-FND-CODE
055100         ADD 1 TO WS-OVLP-COUNT
055200         STRING "RANGE STARTING " DELIMITED BY SIZE
055300                WS-DISPLAY-DATE-2 DELIMITED BY SIZE
055400                " OVERLAPS RANGE COVERED TO "
055500                                  DELIMITED BY SIZE
055600                WS-DISPLAY-DATE-1 DELIMITED BY SIZE
055700                " - LATEST FROM WINS"
055800                                  DELIMITED BY SIZE
055900             INTO WS-FND-TEXT
056000         END-STRING
056100         PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
056200     ELSE
056300         MOVE WS-LOC-COVERED-TO TO WS-DTS-DATE
056400         PERFORM 5900-DATE-TO-SERIAL THRU 5900-EXIT
056500         MOVE WS-DTS-SERIAL  TO WS-COVERED-SERIAL
056600         MOVE GT-EFFECTIVE-FROM TO WS-DTS-DATE
056700         PERFORM 5900-DATE-TO-SERIAL THRU 5900-EXIT
056800         IF WS-DTS-SERIAL > WS-COVERED-SERIAL + 1
056900             SET WS-FND-ERROR TO TRUE
057000             MOVE "GAPS"     TO WS-FND-CODE
057100             ADD 1 TO WS-GAPS-COUNT
057200             STRING "NO ROW IN EFFECT AFTER "
057300                                  DELIMITED BY SIZE
057400                    WS-DISPLAY-DATE-1 DELIMITED BY SIZE
057500                    " UNTIL RANGE STARTING "
057600                                  DELIMITED BY SIZE
057700                    WS-DISPLAY-DATE-2 DELIMITED BY SIZE
057800                 INTO WS-FND-TEXT
057900             END-STRING
058000             PERFORM 7000-WRITE-FINDING THRU 7000-EXIT
058100         END-IF
058200     END-IF.
058300     IF GT-EFFECTIVE-TO > WS-LOC-COVERED-TO
058400         MOVE GT-EFFECTIVE-TO TO WS-LOC-COVERED-TO
058500     END-IF.
058600 2300-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------
058900 3000-LOAD-ONCALL.
059000*--------------------------------------------------------------
059100*    LOAD THE ONCALL ROSTER, AND - WHEN THE PARM NAMED NO
059200*    SHIFT CODES - COLLECT EVERY SHIFT CODE IT COVERS AS THE
059300*    SET EACH DEPARTMENT IS EXPECTED TO HAVE.
059400*--------------------------------------------------------------
059500     IF WS-ONCALL-NOT-OPEN
059600         GO TO 3000-EXIT
059700     END-IF.
059800     SET WS-NOT-END-OF-FILE TO TRUE.
059900     PERFORM 3100-LOAD-ONE-ONCALL THRU 3100-EXIT
060000         UNTIL WS-END-OF-FILE.
060100 3000-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------
060400 3100-LOAD-ONE-ONCALL.
060500*--------------------------------------------------------------
060600     READ ONCALL NEXT
060700         AT END
060800             SET WS-END-OF-FILE TO TRUE
060900             GO TO 3100-EXIT
061000     END-READ.
061100     ADD 1 TO WS-ONCALL-READ-COUNT.
061200     IF WS-ONC-USED < WS-ONC-MAX
061300         ADD 1 TO WS-ONC-USED
061400         MOVE OC-DEPARTMENT  TO OT-DEPARTMENT (WS-ONC-USED)
061500         MOVE OC-SHIFT-CODE  TO OT-SHIFT-CODE (WS-ONC-USED)
061600     ELSE
061700         IF WS-ONC-USED = WS-ONC-MAX
061800             ADD 1 TO WS-ONC-USED
061900             MOVE "ONCALL"       TO WS-FND-FILE
062000             MOVE OC-DEPARTMENT  TO WS-FND-KEY
062100             PERFORM 7100-TABLE-FULL THRU 7100-EXIT
062200         END-IF
062300     END-IF.
062400     IF WS-SHIFTS-FROM-PARM
062500         GO TO 3100-EXIT
062600     END-IF.
062700     SET WS-ENTRY-NOT-FOUND TO TRUE.
062800     PERFORM 3150-FIND-SHIFT THRU 3150-EXIT
062900         VARYING WS-SHF-SUB FROM 1 BY 1
063000         UNTIL WS-SHF-SUB > WS-SHF-USED
063100            OR WS-ENTRY-FOUND.
063200     IF WS-ENTRY-NOT-FOUND AND WS-SHF-USED < WS-SHF-MAX
063300         ADD 1 TO WS-SHF-USED
063400         MOVE OC-SHIFT-CODE TO ST-SHIFT-CODE (WS-SHF-USED)
063500     END-IF.
063600 3100-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------
063900 3150-FIND-SHIFT.
064000*--------------------------------------------------------------
064100     IF ST-SHIFT-CODE (WS-SHF-SUB) = OC-SHIFT-CODE
064200         SET WS-ENTRY-FOUND TO TRUE
064300     END-IF.
064400 3150-EXIT.
064500     EXIT.
064600*--------------------------------------------------------------
064700 4000-AUDIT-REQMAST.
064800*--------------------------------------------------------------
064900*    ONE PASS OF REQMAST - CHECK EACH REQUESTER'S DEFAULT
065000*    LOCALE AGAINST GREETTAB AND COLLECT ITS DEPARTMENT.
065100*--------------------------------------------------------------
065200     IF WS-REQMAST-NOT-OPEN
065300         GO TO 4000-EXIT
065400     END-IF.
065500     SET WS-NOT-END-OF-FILE TO TRUE.
065600     PERFORM 4100-CHECK-REQUESTER THRU 4100-EXIT
065700         UNTIL WS-END-OF-FILE.
065800 4000-EXIT.
065900     EXIT.
066000*--------------------------------------------------------------
066100 4100-CHECK-REQUESTER.
066200*--------------------------------------------------------------
066300*    A DEFAULT LOCALE WITH NO GREETTAB ROW IN EFFECT FOR THE
066400*    CYCLE DATE SENDS THE REQUESTER THE ENGLISH FALLBACK - AN
066500*    ERROR FOR AN ACTIVE REQUESTER, A WARNING FOR AN INACTIVE
066600*    ONE THAT CANNOT SUBMIT TODAY.  A BLANK DEFAULT LOCALE
066700*    TAKES THE RUN'S LOCALE AND IS NOT CHECKED.
066800*--------------------------------------------------------------
066900     READ REQMAST NEXT
067000         AT END
067100             SET WS-END-OF-FILE TO TRUE
067200             GO TO 4100-EXIT
067300     END-READ.
067400     ADD 1 TO WS-REQMAST-READ-COUNT.
067500     PERFORM 4200-COLLECT-DEPARTMENT THRU 4200-EXIT.
067600     IF WS-GREETTAB-NOT-OPEN
067700      OR RQ-DEFAULT-LOCALE = SPACES
067800         GO TO 4100-EXIT
067900     END-IF.
068000     SET WS-ENTRY-NOT-FOUND TO TRUE.
068100     PERFORM 4150-FIND-LOCALE THRU 4150-EXIT
068200         VARYING WS-LOC-SUB FROM 1 BY 1
068300         UNTIL WS-LOC-SUB > WS-LOC-USED
068400            OR WS-LOC-SUB > WS-LOC-MAX
068500            OR WS-ENTRY-FOUND.
068600     IF WS-ENTRY-FOUND
068700         SUBTRACT 1 FROM WS-LOC-SUB
068800         IF LT-IS-IN-EFFECT (WS-LOC-SUB)
068900             GO TO 4100-EXIT
069000         END-IF
069100     END-IF.
069200     IF RQ-STATUS-ACTIVE
069300         SET WS-FND-ERROR    TO TRUE
069400     ELSE
069500         SET WS-FND-WARNING  TO TRUE
069600     END-IF.
069700     MOVE "LOCL"             TO WS-FND-CODE.
069800     MOVE "REQMAST"          TO WS-FND-FILE.
069900     MOVE RQ-REQUESTER-ID    TO WS-FND-KEY.
070000     MOVE SPACES             TO WS-FND-TEXT.
070100     IF WS-ENTRY-FOUND
070200         STRING "DEFAULT LOCALE " DELIMITED BY SIZE
070300                RQ-DEFAULT-LOCALE DELIMITED BY SIZE
070400                " HAS NO GREETTAB ROW IN EFFECT FOR THE CYCLE"
070500                " DATE"           DELIMITED BY SIZE
070600             INTO WS-FND-TEXT
070700         END-STRING
070800     ELSE
070900         STRING "DEFAULT LOCALE " DELIMITED BY SIZE
071000                RQ-DEFAULT-LOCALE DELIMITED BY SIZE
071100                " IS NOT ON GREETTAB"
071200                                  DELIMITED BY SIZE
071300             INTO WS-FND-TEXT
071400         END-STRING
071500     END-IF.
071600     ADD 1 TO WS-LOCL-COUNT.
071700     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
071800 4100-EXIT.
071900     EXIT.
072000*--------------------------------------------------------------
072100 4150-FIND-LOCALE.
072200*--------------------------------------------------------------
072300     IF LT-LOCALE-CODE (WS-LOC-SUB) = RQ-DEFAULT-LOCALE
072400         SET WS-ENTRY-FOUND TO TRUE
072500     END-IF.
072600 4150-EXIT.
072700     EXIT.
072800*--------------------------------------------------------------
072900 4200-COLLECT-DEPARTMENT.
073000*--------------------------------------------------------------
073100     IF RQ-DEPARTMENT = SPACES
073200         GO TO 4200-EXIT
073300     END-IF.
073400     SET WS-ENTRY-NOT-FOUND TO TRUE.
073500     PERFORM 4250-FIND-DEPARTMENT THRU 4250-EXIT
073600         VARYING WS-DPT-SUB FROM 1 BY 1
073700         UNTIL WS-DPT-SUB > WS-DPT-USED
073800            OR WS-DPT-SUB > WS-DPT-MAX
073900            OR WS-ENTRY-FOUND.
074000     IF WS-ENTRY-FOUND
074100         SUBTRACT 1 FROM WS-DPT-SUB
074200     ELSE
074300         IF WS-DPT-USED < WS-DPT-MAX
074400             ADD 1 TO WS-DPT-USED
074500             MOVE WS-DPT-USED    TO WS-DPT-SUB
074600             MOVE RQ-DEPARTMENT  TO DT-DEPARTMENT (WS-DPT-SUB)
074700             MOVE "N"            TO DT-ACTIVE (WS-DPT-SUB)
074800         ELSE
074900             IF WS-DPT-USED = WS-DPT-MAX
075000                 ADD 1 TO WS-DPT-USED
075100                 MOVE "REQMAST"      TO WS-FND-FILE
075200                 MOVE RQ-DEPARTMENT  TO WS-FND-KEY
075300                 PERFORM 7100-TABLE-FULL THRU 7100-EXIT
075400             END-IF
075500             GO TO 4200-EXIT
075600         END-IF
075700     END-IF.
075800     IF RQ-STATUS-ACTIVE
075900         MOVE "Y" TO DT-ACTIVE (WS-DPT-SUB)
076000     END-IF.
076100 4200-EXIT.
076200     EXIT.
076300*--------------------------------------------------------------
076400 4250-FIND-DEPARTMENT.
076500*--------------------------------------------------------------
076600     IF DT-DEPARTMENT (WS-DPT-SUB) = RQ-DEPARTMENT
076700         SET WS-ENTRY-FOUND TO TRUE
076800     END-IF.
076900 4250-EXIT.
077000     EXIT.
077100*--------------------------------------------------------------
077200 4500-AUDIT-ONCALL.
077300*--------------------------------------------------------------
077400*    HOLD REQMAST'S DEPARTMENTS AND THE ONCALL ROSTER AGAINST
077500*    EACH OTHER.  NEEDS BOTH FILES.
077600*--------------------------------------------------------------
077700     IF WS-REQMAST-NOT-OPEN OR WS-ONCALL-NOT-OPEN
077800         GO TO 4500-EXIT
077900     END-IF.
078000     PERFORM 4600-CHECK-DEPT-COVERAGE THRU 4600-EXIT
078100         VARYING WS-DPT-SUB FROM 1 BY 1
078200         UNTIL WS-DPT-SUB > WS-DPT-USED
078300            OR WS-DPT-SUB > WS-DPT-MAX.
078400     PERFORM 4800-CHECK-ORPHAN THRU 4800-EXIT
078500         VARYING WS-ONC-SUB FROM 1 BY 1
078600         UNTIL WS-ONC-SUB > WS-ONC-USED
078700            OR WS-ONC-SUB > WS-ONC-MAX.
078800 4500-EXIT.
078900     EXIT.
079000*--------------------------------------------------------------
079100 4600-CHECK-DEPT-COVERAGE.
079200*--------------------------------------------------------------
079300*    A DEPARTMENT WITH AN ACTIVE REQUESTER MUST HAVE A ROSTER
079400*    ENTRY FOR EVERY EXPECTED SHIFT, OR ITS ALERTS ON THAT
079500*    SHIFT PAGE NOBODY.
079600*--------------------------------------------------------------
079700     IF NOT DT-IS-ACTIVE (WS-DPT-SUB)
079800         GO TO 4600-EXIT
079900     END-IF.
080000     PERFORM 4700-CHECK-SHIFT THRU 4700-EXIT
080100         VARYING WS-SHF-SUB FROM 1 BY 1
080200         UNTIL WS-SHF-SUB > WS-SHF-USED.
080300 4600-EXIT.
080400     EXIT.
080500*--------------------------------------------------------------
080600 4700-CHECK-SHIFT.
080700*--------------------------------------------------------------
080800     SET WS-ENTRY-NOT-FOUND TO TRUE.
080900     PERFORM 4750-FIND-ROSTER THRU 4750-EXIT
081000         VARYING WS-ONC-SUB FROM 1 BY 1
081100         UNTIL WS-ONC-SUB > WS-ONC-USED
081200            OR WS-ONC-SUB > WS-ONC-MAX
081300            OR WS-ENTRY-FOUND.
081400     IF WS-ENTRY-FOUND
081500         GO TO 4700-EXIT
081600     END-IF.
081700     SET WS-FND-ERROR        TO TRUE.
081800     MOVE "NOOC"             TO WS-FND-CODE.
081900     MOVE "ONCALL"           TO WS-FND-FILE.
082000     MOVE SPACES             TO WS-FND-KEY.
082100     STRING DT-DEPARTMENT (WS-DPT-SUB) DELIMITED BY SIZE
082200            " "                        DELIMITED BY SIZE
082300            ST-SHIFT-CODE (WS-SHF-SUB) DELIMITED BY SIZE
082400         INTO WS-FND-KEY
082500     END-STRING.
082600     MOVE SPACES             TO WS-FND-TEXT.
082700     STRING "REQMAST DEPARTMENT HAS NO ONCALL CONTACT FOR SHIFT "
082800                                       DELIMITED BY SIZE
082900            ST-SHIFT-CODE (WS-SHF-SUB) DELIMITED BY SIZE
083000         INTO WS-FND-TEXT
083100     END-STRING.
083200     ADD 1 TO WS-NOOC-COUNT.
083300     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
083400 4700-EXIT.
083500     EXIT.
083600*--------------------------------------------------------------
083700 4750-FIND-ROSTER.
083800*--------------------------------------------------------------
083900     IF  OT-DEPARTMENT (WS-ONC-SUB) = DT-DEPARTMENT (WS-DPT-SUB)
084000     AND OT-SHIFT-CODE (WS-ONC-SUB) = ST-SHIFT-CODE (WS-SHF-SUB)
084100         SET WS-ENTRY-FOUND TO TRUE
084200     END-IF.
084300 4750-EXIT.
084400     EXIT.
084500*--------------------------------------------------------------
084600 4800-CHECK-ORPHAN.
084700*--------------------------------------------------------------
084800*    A ROSTER DEPARTMENT NOT ON REQMAST IS A LEFTOVER - A
084900*    WARNING, REPORTED ONCE PER DEPARTMENT (THE ROSTER IS IN
085000*    DEPARTMENT ORDER, SO ITS SHIFTS ARE TOGETHER).
085100*--------------------------------------------------------------
085200     IF OT-DEPARTMENT (WS-ONC-SUB) = WS-ORPHAN-LAST-DEPT
085300         GO TO 4800-EXIT
085400     END-IF.
085500     MOVE OT-DEPARTMENT (WS-ONC-SUB) TO WS-ORPHAN-LAST-DEPT.
085600     SET WS-ENTRY-NOT-FOUND TO TRUE.
085700     PERFORM 4850-FIND-ROSTER-DEPT THRU 4850-EXIT
085800         VARYING WS-DPT-SUB FROM 1 BY 1
085900         UNTIL WS-DPT-SUB > WS-DPT-USED
086000            OR WS-DPT-SUB > WS-DPT-MAX
086100            OR WS-ENTRY-FOUND.
086200     IF WS-ENTRY-FOUND
086300         GO TO 4800-EXIT
086400     END-IF.
086500     SET WS-FND-WARNING      TO TRUE.
086600     MOVE "ORPH"             TO WS-FND-CODE.
086700     MOVE "ONCALL"           TO WS-FND-FILE.
086800     MOVE WS-ORPHAN-LAST-DEPT TO WS-FND-KEY.
086900     MOVE "ONCALL DEPARTMENT IS NO LONGER ON REQMAST"
087000         TO WS-FND-TEXT.
087100     ADD 1 TO WS-ORPH-COUNT.
087200     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
087300 4800-EXIT.
087400     EXIT.
087500*--------------------------------------------------------------
087600 4850-FIND-ROSTER-DEPT.
087700*--------------------------------------------------------------
087800     IF DT-DEPARTMENT (WS-DPT-SUB) = WS-ORPHAN-LAST-DEPT
087900         SET WS-ENTRY-FOUND TO TRUE
088000     END-IF.
088100 4850-EXIT.
088200     EXIT.
088300*--------------------------------------------------------------
088400 5000-AUDIT-RATES.
088500*--------------------------------------------------------------
088600*    LOAD MSGTYPE'S TYPES AND RATEFILE'S MESSAGE-RATE TYPES,
088700*    THEN HOLD EACH AGAINST THE OTHER.  NEEDS BOTH FILES.
088800*--------------------------------------------------------------
088900     IF WS-MSGTYPE-NOT-OPEN OR WS-RATEFILE-NOT-OPEN
089000         GO TO 5000-EXIT
089100     END-IF.
089200     SET WS-NOT-END-OF-FILE TO TRUE.
089300     PERFORM 5100-LOAD-MSGTYPE THRU 5100-EXIT
089400         UNTIL WS-END-OF-FILE.
089500     SET WS-NOT-END-OF-FILE TO TRUE.
089600     PERFORM 5200-LOAD-RATE THRU 5200-EXIT
089700         UNTIL WS-END-OF-FILE.
089800     PERFORM 5300-CHECK-RATE-TYPE THRU 5300-EXIT
089900         VARYING WS-MRT-SUB FROM 1 BY 1
090000         UNTIL WS-MRT-SUB > WS-MRT-USED
090100            OR WS-MRT-SUB > WS-MRT-MAX.
090200     PERFORM 5400-CHECK-MSG-TYPE THRU 5400-EXIT
090300         VARYING WS-MTY-SUB FROM 1 BY 1
090400         UNTIL WS-MTY-SUB > WS-MTY-USED
090500            OR WS-MTY-SUB > WS-MTY-MAX.
090600 5000-EXIT.
090700     EXIT.
090800*--------------------------------------------------------------
090900 5100-LOAD-MSGTYPE.
091000*--------------------------------------------------------------
091100     READ MSGTYPE NEXT
091200         AT END
091300             SET WS-END-OF-FILE TO TRUE
091400             GO TO 5100-EXIT
091500     END-READ.
091600     ADD 1 TO WS-MSGTYPE-READ-COUNT.
091700     IF WS-MTY-USED < WS-MTY-MAX
091800         ADD 1 TO WS-MTY-USED
091900         MOVE MT-MESSAGE-TYPE TO MY-MESSAGE-TYPE (WS-MTY-USED)
092000     ELSE
092100         IF WS-MTY-USED = WS-MTY-MAX
092200             ADD 1 TO WS-MTY-USED
092300             MOVE "MSGTYPE"       TO WS-FND-FILE
092400             MOVE MT-MESSAGE-TYPE TO WS-FND-KEY
092500             PERFORM 7100-TABLE-FULL THRU 7100-EXIT
092600         END-IF
092700     END-IF.
092800 5100-EXIT.
092900     EXIT.
093000*--------------------------------------------------------------
093100 5200-LOAD-RATE.
093200*--------------------------------------------------------------
093300*    ONLY MESSAGE-RATE RECORDS NAME A MESSAGE TYPE.  THE *ALL
093400*    DEFAULT IS NOTED, NOT TABLED - IT IS NOT A TYPE.
093500*--------------------------------------------------------------
093600     READ RATEFILE INTO RATE-TAB-REC
093700         AT END
093800             SET WS-END-OF-FILE TO TRUE
093900             GO TO 5200-EXIT
094000     END-READ.
094100     ADD 1 TO WS-RATEFILE-READ-COUNT.
094200     IF NOT RA-TYPE-MSG-RATE
094300         GO TO 5200-EXIT
094400     END-IF.
094500     IF RA-MSG-TYPE-DEFAULT
094600         SET WS-DEFAULT-RATE-SET TO TRUE
094700         GO TO 5200-EXIT
094800     END-IF.
094900     IF WS-MRT-USED < WS-MRT-MAX
095000         ADD 1 TO WS-MRT-USED
095100         MOVE RA-MSG-TYPE    TO MR-MSG-TYPE (WS-MRT-USED)
095200     ELSE
095300         IF WS-MRT-USED = WS-MRT-MAX
095400             ADD 1 TO WS-MRT-USED
095500             MOVE "RATEFILE"     TO WS-FND-FILE
095600             MOVE RA-MSG-TYPE    TO WS-FND-KEY
095700             PERFORM 7100-TABLE-FULL THRU 7100-EXIT
095800         END-IF
095900     END-IF.
096000 5200-EXIT.
096100     EXIT.
096200*--------------------------------------------------------------
096300 5300-CHECK-RATE-TYPE.
096400*--------------------------------------------------------------
096500*    A RATE FOR A TYPE MSGTYPE DOES NOT KNOW CAN NEVER BE
096600*    CHARGED - A WARNING, USUALLY A TYPE RETIRED WITHOUT ITS
096700*    RATE BEING TAKEN OUT.
096800*--------------------------------------------------------------
096900     SET WS-ENTRY-NOT-FOUND TO TRUE.
097000     PERFORM 5350-FIND-MSG-TYPE THRU 5350-EXIT
097100         VARYING WS-MTY-SUB FROM 1 BY 1
097200         UNTIL WS-MTY-SUB > WS-MTY-USED
097300            OR WS-MTY-SUB > WS-MTY-MAX
097400            OR WS-ENTRY-FOUND.
097500     IF WS-ENTRY-FOUND
097600         GO TO 5300-EXIT
097700     END-IF.
097800     SET WS-FND-WARNING      TO TRUE.
097900     MOVE "NOMT"             TO WS-FND-CODE.
098000     MOVE "RATEFILE"         TO WS-FND-FILE.
098100     MOVE MR-MSG-TYPE (WS-MRT-SUB) TO WS-FND-KEY.
098200     MOVE "RATEFILE MESSAGE TYPE IS NOT ON MSGTYPE"
098300         TO WS-FND-TEXT.
098400     ADD 1 TO WS-NOMT-COUNT.
098500     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
098600 5300-EXIT.
098700     EXIT.
098800*--------------------------------------------------------------
098900 5350-FIND-MSG-TYPE.
099000*--------------------------------------------------------------
099100     IF MY-MESSAGE-TYPE (WS-MTY-SUB) = MR-MSG-TYPE (WS-MRT-SUB)
099200         SET WS-ENTRY-FOUND TO TRUE
099300     END-IF.
099400 5350-EXIT.
099500     EXIT.
099600*--------------------------------------------------------------
099700 5400-CHECK-MSG-TYPE.
099800*--------------------------------------------------------------
099900*    A MSGTYPE TYPE WITH NO RATE OF ITS OWN IS BILLED AT THE
100000*    *ALL DEFAULT WHEN THERE IS ONE (A WARNING) AND AT ZERO
100100*    WHEN THERE IS NOT (AN ERROR - BILLRUN GIVES IT AWAY).
100200*--------------------------------------------------------------
100300     SET WS-ENTRY-NOT-FOUND TO TRUE.
100400     PERFORM 5450-FIND-RATE THRU 5450-EXIT
100500         VARYING WS-MRT-SUB FROM 1 BY 1
100600         UNTIL WS-MRT-SUB > WS-MRT-USED
100700            OR WS-MRT-SUB > WS-MRT-MAX
100800            OR WS-ENTRY-FOUND.
100900     IF WS-ENTRY-FOUND
101000         GO TO 5400-EXIT
101100     END-IF.
101200     MOVE "NORT"             TO WS-FND-CODE.
101300     MOVE "MSGTYPE"          TO WS-FND-FILE.
101400     MOVE MY-MESSAGE-TYPE (WS-MTY-SUB) TO WS-FND-KEY.
101500     IF WS-DEFAULT-RATE-SET
101600         SET WS-FND-WARNING  TO TRUE
101700         MOVE "NO RATE OF ITS OWN - BILLED AT THE *ALL DEFAULT"
101800             TO WS-FND-TEXT
101900     ELSE
102000         SET WS-FND-ERROR    TO TRUE
102100         MOVE "NO RATE AND NO *ALL DEFAULT - BILLED AT ZERO"
102200             TO WS-FND-TEXT
102300     END-IF.
102400     ADD 1 TO WS-NORT-COUNT.
102500     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
102600 5400-EXIT.
102700     EXIT.
102800*--------------------------------------------------------------
102900 5450-FIND-RATE.
103000*--------------------------------------------------------------
103100     IF MR-MSG-TYPE (WS-MRT-SUB) = MY-MESSAGE-TYPE (WS-MTY-SUB)
103200         SET WS-ENTRY-FOUND TO TRUE
103300     END-IF.
103400 5450-EXIT.
103500     EXIT.
103600*--------------------------------------------------------------
103700 5900-DATE-TO-SERIAL.
103800*--------------------------------------------------------------
103900*    TURN A CCYYMMDD DATE INTO A RUNNING DAY NUMBER - THE SAME
104000*    INTEGER DAY-NUMBER FORMULA VOLRPT USES.  EACH DIVISION
104100*    TRUNCATES, WHICH IS WHAT MAKES THE MONTH LENGTHS AND LEAP
104200*    YEARS COME OUT RIGHT.
104300*--------------------------------------------------------------
104400     COMPUTE WS-DTS-WORK-1 =
104500             (WS-DTS-MONTH + 9) / 12.
104600     COMPUTE WS-DTS-WORK-2 =
104700             (7 * (WS-DTS-YEAR + WS-DTS-WORK-1)) / 4.
104800     COMPUTE WS-DTS-WORK-3 =
104900             (275 * WS-DTS-MONTH) / 9.
105000     COMPUTE WS-DTS-SERIAL =
105100             (367 * WS-DTS-YEAR) - WS-DTS-WORK-2
105200             + WS-DTS-WORK-3 + WS-DTS-DAY.
105300 5900-EXIT.
105400     EXIT.
105500*--------------------------------------------------------------
105600 7000-WRITE-FINDING.
105700*--------------------------------------------------------------
105800*    PRINT THE FINDING IN HAND AND COUNT IT BY SEVERITY.
105900*--------------------------------------------------------------
106000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
106100      OR WS-PAGE-COUNT = 0
106200         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
106300     END-IF.
106400     ADD 1 TO WS-FINDING-COUNT.
106500     IF WS-FND-ERROR
106600         ADD 1 TO WS-ERROR-COUNT
106700         MOVE "ERROR"        TO FL-SEVERITY
106800     ELSE
106900         ADD 1 TO WS-WARNING-COUNT
107000         MOVE "WARNING"      TO FL-SEVERITY
107100     END-IF.
107200     MOVE WS-FND-CODE        TO FL-CODE.
107300     MOVE WS-FND-FILE        TO FL-FILE.
107400     MOVE WS-FND-KEY         TO FL-KEY.
107500     MOVE WS-FND-TEXT        TO FL-TEXT.
107600     MOVE WS-FINDING-LINE    TO REFARPT-REC.
107700     WRITE REFARPT-REC.
107800     ADD 1 TO WS-LINE-COUNT.
107900 7000-EXIT.
108000     EXIT.
108100*--------------------------------------------------------------
108200 7100-TABLE-FULL.
108300*--------------------------------------------------------------
108400*    A WORKING TABLE OVERFLOWED - THE REST OF THAT FILE WAS NOT
108500*    AUDITED, WHICH THE DESK NEEDS TO KNOW BEFORE TRUSTING A
108600*    CLEAN REPORT.  THE FILE AND FIRST KEY LEFT OUT ARE IN
108700*    WS-FND-FILE AND WS-FND-KEY.
108800*--------------------------------------------------------------
108900     SET WS-FND-WARNING      TO TRUE.
109000     MOVE "TFUL"             TO WS-FND-CODE.
109100     MOVE "AUDIT TABLE FULL - THIS KEY ONWARD NOT AUDITED"
109200         TO WS-FND-TEXT.
109300     PERFORM 7000-WRITE-FINDING THRU 7000-EXIT.
109400 7100-EXIT.
109500     EXIT.
109600*--------------------------------------------------------------
109700 8000-WRITE-HEADERS.
109800*--------------------------------------------------------------
109900     ADD 1 TO WS-PAGE-COUNT.
110000     MOVE 0 TO WS-LINE-COUNT.
110100     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
110200     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
110300     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
110400     MOVE WS-CYCLE-DATE      TO CR-CYCLE-DATE.
110500     MOVE WS-SHF-TABLE       TO CR-SHIFT-CODES.
110600     MOVE WS-HEADER-LINE-1   TO REFARPT-REC.
110700     WRITE REFARPT-REC.
110800     MOVE WS-HEADER-LINE-2   TO REFARPT-REC.
110900     WRITE REFARPT-REC.
111000     MOVE WS-CRITERIA-LINE   TO REFARPT-REC.
111100     WRITE REFARPT-REC.
111200     MOVE WS-HEADER-LINE-3   TO REFARPT-REC.
111300     WRITE REFARPT-REC.
111400     MOVE SPACES             TO REFARPT-REC.
111500     WRITE REFARPT-REC.
111600     ADD 5 TO WS-LINE-COUNT.
111700 8000-EXIT.
111800     EXIT.
111900*--------------------------------------------------------------
112000 8100-WRITE-TRAILER.
112100*--------------------------------------------------------------
112200*    WRITE THE SEVERITY COUNTS, THE COUNTS PER CHECK AND THE
112300*    RECORDS READ FROM EACH MASTER.  A CLEAN AUDIT STILL PRINTS
112400*    ITS HEADERS AND ZERO COUNTS AS PROOF IT RAN.
112500*--------------------------------------------------------------
112600     IF WS-PAGE-COUNT = 0
112700         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
112800     END-IF.
112900     MOVE SPACES             TO REFARPT-REC.
113000     WRITE REFARPT-REC.
113100     MOVE WS-FINDING-COUNT   TO TR-FINDING-COUNT.
113200     MOVE WS-ERROR-COUNT     TO TR-ERROR-COUNT.
113300     MOVE WS-WARNING-COUNT   TO TR-WARNING-COUNT.
113400     MOVE WS-TRAILER-LINE-1  TO REFARPT-REC.
113500     WRITE REFARPT-REC.
113600     MOVE WS-LOCL-COUNT      TO TR-LOCL-COUNT.
113700     MOVE WS-GAPS-COUNT      TO TR-GAPS-COUNT.
113800     MOVE WS-OVLP-COUNT      TO TR-OVLP-COUNT.
113900     MOVE WS-NOOC-COUNT      TO TR-NOOC-COUNT.
114000     MOVE WS-ORPH-COUNT      TO TR-ORPH-COUNT.
114100     MOVE WS-NOMT-COUNT      TO TR-NOMT-COUNT.
114200     MOVE WS-NORT-COUNT      TO TR-NORT-COUNT.
114300     MOVE WS-TRAILER-LINE-2  TO REFARPT-REC.
114400     WRITE REFARPT-REC.
114500     MOVE WS-GREETTAB-READ-COUNT TO TR-GREETTAB-COUNT.
114600     MOVE WS-REQMAST-READ-COUNT  TO TR-REQMAST-COUNT.
114700     MOVE WS-ONCALL-READ-COUNT   TO TR-ONCALL-COUNT.
114800     MOVE WS-MSGTYPE-READ-COUNT  TO TR-MSGTYPE-COUNT.
114900     MOVE WS-RATEFILE-READ-COUNT TO TR-RATEFILE-COUNT.
115000     MOVE WS-TRAILER-LINE-3  TO REFARPT-REC.
115100     WRITE REFARPT-REC.
115200 8100-EXIT.
115300     EXIT.
115400*--------------------------------------------------------------
115500 9000-TERMINATE.
115600*--------------------------------------------------------------
115700*    CLOSE WHAT OPENED AND SET THE RETURN CODE - RC=8 FOR ANY
115800*    ERROR FINDING, RC=4 FOR WARNINGS ONLY, RC=0 FOR A CLEAN
115900*    AUDIT.
116000*--------------------------------------------------------------
116100     IF WS-GREETTAB-IS-OPEN
116200         CLOSE GREETTAB
116300     END-IF.
116400     IF WS-REQMAST-IS-OPEN
116500         CLOSE REQMAST
116600     END-IF.
116700     IF WS-ONCALL-IS-OPEN
116800         CLOSE ONCALL
116900     END-IF.
117000     IF WS-MSGTYPE-IS-OPEN
117100         CLOSE MSGTYPE
117200     END-IF.
117300     IF WS-RATEFILE-IS-OPEN
117400         CLOSE RATEFILE
117500     END-IF.
117600     CLOSE REFARPT.
117700     EVALUATE TRUE
117800         WHEN WS-ERROR-COUNT > 0
117900             MOVE 8 TO RETURN-CODE
118000         WHEN WS-WARNING-COUNT > 0
118100             MOVE 4 TO RETURN-CODE
118200         WHEN OTHER
118300             MOVE 0 TO RETURN-CODE
118400     END-EVALUATE.
118500 9000-EXIT.
118600     EXIT.
118700*--------------------------------------------------------------
118800 9999-EXIT.
118900*--------------------------------------------------------------
119000     STOP RUN.
