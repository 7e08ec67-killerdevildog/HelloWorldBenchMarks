000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GRTRCVR.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  FORWARD RECOVERY OF
001100*                    GREETTAB.  RELOADS THE CHOSEN MSTUNLD
001200*                    BACKUP (GRTBKUP DD, BKUPREC COPYBOOK) INTO
001300*                    A FRESH GREETTAB, THEN REPLAYS THE GREETJRN
001400*                    JOURNAL (GRTJRNL COPYBOOK) IN KEY - THAT IS
001500*                    TIME - ORDER FROM THE BACKUP TIMESTAMP ON,
001600*                    APPLYING EACH AFTER-IMAGE.  EVERY ENTRY
001700*                    REPLAYED PRINTS; ONE WHOSE BEFORE-IMAGE
001800*                    DOES NOT MATCH THE REBUILT RECORD IS STILL
001900*                    APPLIED (THE JOURNAL IS WHAT WAS COMMITTED)
002000*                    BUT FLAGGED, AND ENDS THE RUN RC 4.  A
002100*                    BACKUP THAT IS NOT A COMPLETE GREETTAB
002200*                    BACKUP (NO HEADER, WRONG MASTER, NO
002300*                    TRAILER, OR A COUNT THAT DOES NOT TIE) IS
002400*                    REFUSED RC 16 BEFORE ANYTHING IS REPLAYED.
002500*--------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GRTBKUP         ASSIGN TO GRTBKUP
003300                            ORGANIZATION IS LINE SEQUENTIAL
003400                            FILE STATUS IS WS-GRTBKUP-STATUS.
003500     SELECT GREETJRN        ASSIGN TO GREETJRN
003600                            ORGANIZATION IS INDEXED
003700                            ACCESS MODE IS SEQUENTIAL
003800                            RECORD KEY IS GJ-JOURNAL-KEY
003900                            FILE STATUS IS WS-GREETJRN-STATUS.
004000     SELECT GREETTAB        ASSIGN TO GREETTAB
004100                            ORGANIZATION IS INDEXED
004200                            ACCESS MODE IS DYNAMIC
004300                            RECORD KEY IS GT-GREETING-KEY
004400                            FILE STATUS IS WS-GREETTAB-STATUS.
004500     SELECT GRTRRPT         ASSIGN TO GRTRRPT
004600                            ORGANIZATION IS LINE SEQUENTIAL
004700                            FILE STATUS IS WS-GRTRRPT-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  GRTBKUP
005100     RECORDING MODE IS F.
005200 01  GRTBKUP-REC                 PIC X(100).
005300 FD  GREETJRN.
005400 COPY GRTJRNL.
005500 FD  GREETTAB.
005600 COPY GREETREC.
005700 FD  GRTRRPT
005800     RECORDING MODE IS F.
005900 01  GRTRRPT-REC                 PIC X(133).
006000 WORKING-STORAGE SECTION.
006100*--------------------------------------------------------------
006200* BACKUP RECORD (COPYBOOK)
006300*--------------------------------------------------------------
006400 COPY BKUPREC.
006500*--------------------------------------------------------------
006600* FILE STATUS FIELDS AND SWITCHES
006700*--------------------------------------------------------------
006800 01  WS-GRTBKUP-STATUS           PIC X(02).
006900 01  WS-GREETJRN-STATUS          PIC X(02).
007000 01  WS-GREETTAB-STATUS          PIC X(02).
007100 01  WS-GRTRRPT-STATUS           PIC X(02).
007200 01  WS-BACKUP-SWITCH            PIC X(01).
007300     88  WS-END-OF-BACKUP        VALUE "Y".
007400     88  WS-NOT-END-OF-BACKUP    VALUE "N".
007500 01  WS-JOURNAL-SWITCH           PIC X(01).
007600     88  WS-END-OF-JOURNAL       VALUE "Y".
007700     88  WS-NOT-END-OF-JOURNAL   VALUE "N".
007800 01  WS-GREETJRN-OPEN-SWITCH     PIC X(01) VALUE "N".
007900     88  WS-GREETJRN-IS-OPEN     VALUE "Y".
008000     88  WS-GREETJRN-NOT-OPEN    VALUE "N".
008100 01  WS-GREETTAB-OPEN-SWITCH     PIC X(01) VALUE "N".
008200     88  WS-GREETTAB-IS-OPEN     VALUE "Y".
008300     88  WS-GREETTAB-NOT-OPEN    VALUE "N".
008400 01  WS-BACKUP-VALID-SWITCH      PIC X(01).
008500     88  WS-BACKUP-IS-VALID      VALUE "Y".
008600     88  WS-BACKUP-IS-INVALID    VALUE "N".
008700 01  WS-TRAILER-SWITCH           PIC X(01).
008800     88  WS-TRAILER-SEEN         VALUE "Y".
008900     88  WS-TRAILER-NOT-SEEN     VALUE "N".
009000 01  WS-FOUND-SWITCH             PIC X(01).
009100     88  WS-RECORD-FOUND         VALUE "Y".
009200     88  WS-RECORD-NOT-FOUND     VALUE "N".
009300 01  WS-FLAG-SWITCH              PIC X(01).
009400     88  WS-ENTRY-FLAGGED        VALUE "Y".
009500     88  WS-ENTRY-NOT-FLAGGED    VALUE "N".
009600*--------------------------------------------------------------
009700* BACKUP AND JOURNAL TIMESTAMPS - COMPARED TO THE SECOND.
009800* GREETMNT STAMPS THE JOURNAL WITH AN HHMMSS TIME IN THE
009900* HIGH-ORDER SIX DIGITS OF GJ-JOURNAL-TIME; THE BACKUP TIME
010000* IS HHMMSSHH.  ONLY THE SECONDS THEY SHARE ARE COMPARED.
010100*--------------------------------------------------------------
010200 01  WS-BACKUP-STAMP.
010300     05  WS-BACKUP-STAMP-DATE    PIC 9(08).
010400     05  WS-BACKUP-STAMP-HHMMSS  PIC 9(06).
010500 01  WS-JRNL-STAMP.
010600     05  WS-JRNL-STAMP-DATE      PIC 9(08).
010700     05  WS-JRNL-STAMP-HHMMSS    PIC 9(06).
010800 01  WS-TIME-WORK                PIC X(08).
010900 01  WS-TIME-WORK-R              REDEFINES WS-TIME-WORK.
011000     05  WS-TIME-WORK-HHMMSS     PIC 9(06).
011100     05  FILLER                  PIC X(02).
011200 01  WS-BACKUP-DATE              PIC 9(08).
011300 01  WS-BACKUP-TIME              PIC 9(08).
011400*--------------------------------------------------------------
011500* REPLAY WORK AREAS
011600*--------------------------------------------------------------
011700 01  WS-AFTER-REC                PIC X(80).
011800 01  WS-RESULT                   PIC X(36).
011900*--------------------------------------------------------------
012000* COUNTERS AND RUN CONTEXT
012100*--------------------------------------------------------------
012200 01  WS-LOADED-COUNT             PIC 9(09) COMP VALUE 0.
012300 01  WS-TRAILER-COUNT            PIC 9(09) COMP VALUE 0.
012400 01  WS-JOURNAL-READ-COUNT       PIC 9(06) COMP VALUE 0.
012500 01  WS-PRE-BACKUP-COUNT         PIC 9(06) COMP VALUE 0.
012600 01  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE 0.
012700 01  WS-PRESENT-COUNT            PIC 9(06) COMP VALUE 0.
012800 01  WS-FLAGGED-COUNT            PIC 9(06) COMP VALUE 0.
012900 01  WS-RUN-DATE                 PIC 9(08).
013000 01  WS-RUN-TIME                 PIC 9(08).
013100*--------------------------------------------------------------
013200* PAGE / LINE CONTROL
013300*--------------------------------------------------------------
013400 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
013500 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
013600 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
013700*--------------------------------------------------------------
013800* RECOVERY REPORT LINE LAYOUTS (GRTRRPT)
013900*--------------------------------------------------------------
014000 01  WS-HEADER-LINE-1.
014100     05  FILLER                  PIC X(01)  VALUE SPACE.
014200     05  FILLER                  PIC X(26)  VALUE
014300             "GRTRCVR - GREETTAB FORWARD".
014400     05  FILLER                  PIC X(09)  VALUE
014500             " RECOVERY".
014600     05  FILLER                  PIC X(10)  VALUE "      PAGE".
014700     05  FILLER                  PIC X(01)  VALUE SPACE.
014800     05  H1-PAGE-NUMBER          PIC ZZZ9.
014900     05  FILLER                  PIC X(82)  VALUE SPACES.
015000 01  WS-HEADER-LINE-2.
015100     05  FILLER                  PIC X(01)  VALUE SPACE.
015200     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
015300     05  H2-RUN-DATE             PIC 9(08).
015400     05  FILLER                  PIC X(05)  VALUE SPACES.
015500     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
015600     05  H2-RUN-TIME             PIC 9(08).
015700     05  FILLER                  PIC X(05)  VALUE SPACES.
015800     05  FILLER                  PIC X(15)  VALUE
015900             "BACKUP TAKEN: ".
016000     05  H2-BACKUP-DATE          PIC 9(08).
016100     05  FILLER                  PIC X(01)  VALUE SPACE.
016200     05  H2-BACKUP-TIME          PIC 9(08).
016300     05  FILLER                  PIC X(52)  VALUE SPACES.
016400 01  WS-HEADER-LINE-3.
016500     05  FILLER                  PIC X(01)  VALUE SPACE.
016600     05  FILLER                  PIC X(08)  VALUE "DATE    ".
016700     05  FILLER                  PIC X(02)  VALUE SPACES.
016800     05  FILLER                  PIC X(08)  VALUE "TIME    ".
016900     05  FILLER                  PIC X(02)  VALUE SPACES.
017000     05  FILLER                  PIC X(04)  VALUE "TERM".
017100     05  FILLER                  PIC X(02)  VALUE SPACES.
017200     05  FILLER                  PIC X(08)  VALUE "OPERATOR".
017300     05  FILLER                  PIC X(02)  VALUE SPACES.
017400     05  FILLER                  PIC X(01)  VALUE "F".
017500     05  FILLER                  PIC X(02)  VALUE SPACES.
017600     05  FILLER                  PIC X(06)  VALUE "LOCALE".
017700     05  FILLER                  PIC X(02)  VALUE SPACES.
017800     05  FILLER                  PIC X(08)  VALUE "EFF FROM".
017900     05  FILLER                  PIC X(02)  VALUE SPACES.
018000     05  FILLER                  PIC X(01)  VALUE "*".
018100     05  FILLER                  PIC X(01)  VALUE SPACE.
018200     05  FILLER                  PIC X(36)  VALUE "RESULT".
018300     05  FILLER                  PIC X(37)  VALUE SPACES.
018400 01  WS-DETAIL-LINE.
018500     05  FILLER                  PIC X(01)  VALUE SPACE.
018600     05  DL-DATE                 PIC 9(08).
018700     05  FILLER                  PIC X(02)  VALUE SPACES.
018800     05  DL-TIME                 PIC 9(08).
018900     05  FILLER                  PIC X(02)  VALUE SPACES.
019000     05  DL-TERMINAL-ID          PIC X(04).
019100     05  FILLER                  PIC X(02)  VALUE SPACES.
019200     05  DL-OPERATOR-ID          PIC X(08).
019300     05  FILLER                  PIC X(02)  VALUE SPACES.
019400     05  DL-FUNCTION             PIC X(01).
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  DL-LOCALE-CODE          PIC X(05).
019700     05  FILLER                  PIC X(03)  VALUE SPACES.
019800     05  DL-EFFECTIVE-FROM       PIC 9(08).
019900     05  FILLER                  PIC X(02)  VALUE SPACES.
020000     05  DL-FLAG                 PIC X(01).
020100     05  FILLER                  PIC X(01)  VALUE SPACE.
020200     05  DL-RESULT               PIC X(36).
020300     05  FILLER                  PIC X(37)  VALUE SPACES.
020400 01  WS-MESSAGE-LINE.
020500     05  FILLER                  PIC X(01)  VALUE SPACE.
020600     05  ML-MESSAGE              PIC X(80).
020700     05  FILLER                  PIC X(52)  VALUE SPACES.
020800 01  WS-TRAILER-LINE-1.
020900     05  FILLER                  PIC X(01)  VALUE SPACE.
021000     05  FILLER                  PIC X(26)  VALUE
021100             "BACKUP RECORDS LOADED   = ".
021200     05  TR-LOADED-COUNT         PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                  PIC X(95)  VALUE SPACES.
021400 01  WS-TRAILER-LINE-2.
021500     05  FILLER                  PIC X(01)  VALUE SPACE.
021600     05  FILLER                  PIC X(26)  VALUE
021700             "JOURNAL ENTRIES READ    = ".
021800     05  TR-JOURNAL-READ-COUNT   PIC ZZZ,ZZ9.
021900     05  FILLER                  PIC X(22)  VALUE
022000             "  BEFORE BACKUP     = ".
022100     05  TR-PRE-BACKUP-COUNT     PIC ZZZ,ZZ9.
022200     05  FILLER                  PIC X(70)  VALUE SPACES.
022300 01  WS-TRAILER-LINE-3.
022400     05  FILLER                  PIC X(01)  VALUE SPACE.
022500     05  FILLER                  PIC X(26)  VALUE
022600             "JOURNAL ENTRIES APPLIED = ".
022700     05  TR-APPLIED-COUNT        PIC ZZZ,ZZ9.
022800     05  FILLER                  PIC X(22)  VALUE
022900             "  ALREADY IN BACKUP = ".
023000     05  TR-PRESENT-COUNT        PIC ZZZ,ZZ9.
023100     05  FILLER                  PIC X(12)  VALUE
023200             "  FLAGGED = ".
023300     05  TR-FLAGGED-COUNT        PIC ZZZ,ZZ9.
023400     05  FILLER                  PIC X(51)  VALUE SPACES.
023500 PROCEDURE DIVISION.
023600*--------------------------------------------------------------
023700 0000-MAINLINE.
023800*--------------------------------------------------------------
023900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
024000     IF WS-BACKUP-IS-VALID
024100         PERFORM 2000-RELOAD-BACKUP   THRU 2000-EXIT
024200     END-IF.
024300     IF WS-BACKUP-IS-VALID
024400         PERFORM 3000-OPEN-JOURNAL    THRU 3000-EXIT
024500         PERFORM 3100-REPLAY-ENTRY    THRU 3100-EXIT
024600             UNTIL WS-END-OF-JOURNAL
024700     END-IF.
024800     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
024900     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
025000     GO TO 9999-EXIT.
025100*--------------------------------------------------------------
025200 1000-INITIALIZE.
025300*--------------------------------------------------------------
025400*    OPEN THE BACKUP AND PROVE ITS HEADER IS A GREETTAB
025500*    BACKUP HEADER.  THE BACKUP TIMESTAMP ON IT IS THE POINT
025600*    THE JOURNAL IS REPLAYED FROM.
025700*--------------------------------------------------------------
025800     ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD.
025900     ACCEPT WS-RUN-TIME      FROM TIME.
026000     MOVE 0 TO WS-BACKUP-DATE.
026100     MOVE 0 TO WS-BACKUP-TIME.
026200     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
026300     SET WS-BACKUP-IS-VALID  TO TRUE.
026400     SET WS-NOT-END-OF-BACKUP TO TRUE.
026500     OPEN OUTPUT GRTRRPT.
026600     OPEN INPUT GRTBKUP.
026700     IF WS-GRTBKUP-STATUS NOT = "00"
026800         MOVE SPACES TO ML-MESSAGE
026900         STRING "GRTBKUP OPEN FAILED, STATUS="
027000                WS-GRTBKUP-STATUS
027100                " - NOTHING RECOVERED"
027200                DELIMITED BY SIZE INTO ML-MESSAGE
027300         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
027400         GO TO 1000-EXIT
027500     END-IF.
027600     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
027700     IF WS-END-OF-BACKUP
027800      OR NOT BK-HEADER
027900      OR BK-FILE-ID NOT = "GREETTAB"
028000         MOVE "GRTBKUP IS NOT A GREETTAB BACKUP - NO HEADER"
028100             TO ML-MESSAGE
028200         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
028300         GO TO 1000-EXIT
028400     END-IF.
028500     MOVE BK-BACKUP-DATE TO WS-BACKUP-DATE.
028600     MOVE BK-BACKUP-TIME TO WS-BACKUP-TIME.
028700     MOVE BK-BACKUP-DATE TO WS-BACKUP-STAMP-DATE.
028800     MOVE BK-BACKUP-TIME TO WS-TIME-WORK.
028900     MOVE WS-TIME-WORK-HHMMSS TO WS-BACKUP-STAMP-HHMMSS.
029000 1000-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------
029300 1900-REFUSE-BACKUP.
029400*--------------------------------------------------------------
029500*    REFUSE THE BACKUP: PRINT WHY ON THE REPORT AND THE
029600*    CONSOLE AND END THE RUN RC 16 WITHOUT REPLAYING.
029700*--------------------------------------------------------------
029800     SET WS-BACKUP-IS-INVALID TO TRUE.
029900     DISPLAY "GRTRCVR - ABEND - " ML-MESSAGE.
030000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
030100         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
030200     END-IF.
030300     MOVE WS-MESSAGE-LINE TO GRTRRPT-REC.
030400     WRITE GRTRRPT-REC.
030500     ADD 1 TO WS-LINE-COUNT.
030600     MOVE 16 TO RETURN-CODE.
030700 1900-EXIT.
030800     EXIT.
030900*--------------------------------------------------------------
031000 2000-RELOAD-BACKUP.
031100*--------------------------------------------------------------
031200*    LOAD EVERY BACKUP DETAIL INTO A FRESH GREETTAB (OPEN
031300*    OUTPUT EMPTIES WHATEVER WAS THERE) AND PROVE THE DETAIL
031400*    COUNT AGAINST THE TRAILER.  A MISSING TRAILER OR A COUNT
031500*    THAT DOES NOT TIE MEANS A TRUNCATED BACKUP - THE TABLE
031600*    IS LEFT AS LOADED BUT NOTHING IS REPLAYED ONTO IT.  THE
031700*    TABLE IS THEN RE-OPENED I-O FOR THE REPLAY.
031800*--------------------------------------------------------------
031900     OPEN OUTPUT GREETTAB.
032000     IF WS-GREETTAB-STATUS NOT = "00"
032100         MOVE SPACES TO ML-MESSAGE
032200         STRING "GREETTAB OPEN OUTPUT FAILED, STATUS="
032300                WS-GREETTAB-STATUS
032400                DELIMITED BY SIZE INTO ML-MESSAGE
032500         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
032600         GO TO 2000-EXIT
032700     END-IF.
032800     SET WS-TRAILER-NOT-SEEN TO TRUE.
032900     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
033000     PERFORM 2100-LOAD-RECORD THRU 2100-EXIT
033100         UNTIL WS-END-OF-BACKUP
033200            OR WS-TRAILER-SEEN
033300            OR WS-BACKUP-IS-INVALID.
033400     CLOSE GREETTAB.
033500     IF WS-BACKUP-IS-INVALID
033600         GO TO 2000-EXIT
033700     END-IF.
033800     IF WS-TRAILER-NOT-SEEN
033900         MOVE "GRTBKUP HAS NO TRAILER - BACKUP INCOMPLETE"
034000             TO ML-MESSAGE
034100         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
034200         GO TO 2000-EXIT
034300     END-IF.
034400     IF WS-TRAILER-COUNT NOT = WS-LOADED-COUNT
034500         MOVE "GRTBKUP TRAILER COUNT DOES NOT MATCH ITS DETAIL"
034600             TO ML-MESSAGE
034700         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
034800         GO TO 2000-EXIT
034900     END-IF.
035000     OPEN I-O GREETTAB.
035100     IF WS-GREETTAB-STATUS NOT = "00"
035200         MOVE SPACES TO ML-MESSAGE
035300         STRING "GREETTAB OPEN I-O FAILED, STATUS="
035400                WS-GREETTAB-STATUS
035500                DELIMITED BY SIZE INTO ML-MESSAGE
035600         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
035700         GO TO 2000-EXIT
035800     END-IF.
035900     SET WS-GREETTAB-IS-OPEN TO TRUE.
036000 2000-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------
036300 2100-LOAD-RECORD.
036400*--------------------------------------------------------------
036500     IF BK-TRAILER
036600         SET WS-TRAILER-SEEN TO TRUE
036700         MOVE BK-RECORD-COUNT TO WS-TRAILER-COUNT
036800         GO TO 2100-EXIT
036900     END-IF.
037000     IF NOT BK-DETAIL
037100         MOVE "GRTBKUP HAS AN UNKNOWN RECORD TYPE"
037200             TO ML-MESSAGE
037300         PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
037400         GO TO 2100-EXIT
037500     END-IF.
037600     MOVE BK-IMAGE TO GREET-TAB-REC.
037700     WRITE GREET-TAB-REC
037800         INVALID KEY
037900             MOVE SPACES TO ML-MESSAGE
038000             STRING "GREETTAB RELOAD WRITE FAILED, STATUS="
038100                    WS-GREETTAB-STATUS
038200                    DELIMITED BY SIZE INTO ML-MESSAGE
038300             PERFORM 1900-REFUSE-BACKUP THRU 1900-EXIT
038400             GO TO 2100-EXIT
038500     END-WRITE.
038600     ADD 1 TO WS-LOADED-COUNT.
038700     PERFORM 2200-READ-BACKUP THRU 2200-EXIT.
038800 2100-EXIT.
038900     EXIT.
039000*--------------------------------------------------------------
039100 2200-READ-BACKUP.
039200*--------------------------------------------------------------
039300     READ GRTBKUP INTO MASTER-BKUP-REC
039400         AT END
039500             SET WS-END-OF-BACKUP TO TRUE
039600     END-READ.
039700 2200-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------
040000 3000-OPEN-JOURNAL.
040100*--------------------------------------------------------------
040200*    A MISSING JOURNAL MEANS NO MAINTENANCE SINCE THE TABLE
040300*    WAS FIRST JOURNALED - THE BACKUP ALONE IS THE RECOVERED
040400*    TABLE.
040500*--------------------------------------------------------------
040600     SET WS-NOT-END-OF-JOURNAL TO TRUE.
040700     OPEN INPUT GREETJRN.
040800     IF WS-GREETJRN-STATUS NOT = "00"
040900         SET WS-GREETJRN-NOT-OPEN TO TRUE
041000         SET WS-END-OF-JOURNAL TO TRUE
041100         DISPLAY "GRTRCVR - GREETJRN NOT AVAILABLE, STATUS="
041200                 WS-GREETJRN-STATUS " - NOTHING TO REPLAY"
041300     ELSE
041400         SET WS-GREETJRN-IS-OPEN TO TRUE
041500         PERFORM 3900-READ-JOURNAL THRU 3900-EXIT
041600     END-IF.
041700 3000-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------
042000 3100-REPLAY-ENTRY.
042100*--------------------------------------------------------------
042200*    REPLAY ONE JOURNAL ENTRY.  ENTRIES STAMPED BEFORE THE
042300*    BACKUP ARE ALREADY IN IT AND ARE ONLY COUNTED.  AN ENTRY
042400*    IN THE SAME SECOND AS THE BACKUP MAY OR MAY NOT BE IN IT,
042500*    SO IT IS REPLAYED - IF THE REBUILT RECORD ALREADY EQUALS
042600*    ITS AFTER-IMAGE IT IS REPORTED AS ALREADY IN THE BACKUP,
042700*    NOT FLAGGED.  OTHERWISE THE REBUILT RECORD IS COMPARED
042800*    WITH THE BEFORE-IMAGE (NO RECORD AT ALL FOR AN ADD) AND
042900*    THE AFTER-IMAGE IS APPLIED EITHER WAY.
043000*--------------------------------------------------------------
043100     ADD 1 TO WS-JOURNAL-READ-COUNT.
043200     MOVE GJ-JOURNAL-DATE TO WS-JRNL-STAMP-DATE.
043300     MOVE GJ-JOURNAL-TIME TO WS-TIME-WORK.
043400     MOVE WS-TIME-WORK-HHMMSS TO WS-JRNL-STAMP-HHMMSS.
043500     IF WS-JRNL-STAMP < WS-BACKUP-STAMP
043600         ADD 1 TO WS-PRE-BACKUP-COUNT
043700         GO TO 3100-NEXT
043800     END-IF.
043900     SET WS-ENTRY-NOT-FLAGGED TO TRUE.
044000     MOVE GJ-AFTER-IMAGE TO WS-AFTER-REC.
044100     MOVE GJ-AFTER-IMAGE TO GREET-TAB-REC.
044200     SET WS-RECORD-FOUND TO TRUE.
044300     READ GREETTAB
044400         INVALID KEY
044500             SET WS-RECORD-NOT-FOUND TO TRUE
044600     END-READ.
044700     IF WS-RECORD-FOUND AND GREET-TAB-REC = WS-AFTER-REC
044800         ADD 1 TO WS-PRESENT-COUNT
044900         MOVE "ALREADY IN BACKUP" TO WS-RESULT
045000         GO TO 3100-PRINT
045100     END-IF.
045200     EVALUATE TRUE
045300         WHEN GJ-FUNCTION-ADD AND WS-RECORD-FOUND
045400             SET WS-ENTRY-FLAGGED TO TRUE
045500             MOVE "APPLIED - ADD OVER AN EXISTING ROW"
045600                 TO WS-RESULT
045700         WHEN GJ-FUNCTION-ADD
045800             MOVE "APPLIED" TO WS-RESULT
045900         WHEN WS-RECORD-NOT-FOUND
046000             SET WS-ENTRY-FLAGGED TO TRUE
046100             MOVE "APPLIED - CHANGED ROW WAS MISSING"
046200                 TO WS-RESULT
046300         WHEN GREET-TAB-REC NOT = GJ-BEFORE-IMAGE
046400             SET WS-ENTRY-FLAGGED TO TRUE
046500             MOVE "APPLIED - BEFORE-IMAGE MISMATCH"
046600                 TO WS-RESULT
046700         WHEN OTHER
046800             MOVE "APPLIED" TO WS-RESULT
046900     END-EVALUATE.
047000     PERFORM 3200-APPLY-AFTER-IMAGE THRU 3200-EXIT.
047100 3100-PRINT.
047200     IF WS-ENTRY-FLAGGED
047300         ADD 1 TO WS-FLAGGED-COUNT
047400     END-IF.
047500     PERFORM 4000-PRINT-ENTRY THRU 4000-EXIT.
047600 3100-NEXT.
047700     PERFORM 3900-READ-JOURNAL THRU 3900-EXIT.
047800 3100-EXIT.
047900     EXIT.
048000*--------------------------------------------------------------
048100 3200-APPLY-AFTER-IMAGE.
048200*--------------------------------------------------------------
048300*    PUT THE AFTER-IMAGE ON GREETTAB - REWRITE THE ROW JUST
048400*    READ, OR WRITE IT WHEN THERE WAS NONE.  A FAILURE HERE
048500*    IS FLAGGED LIKE A MISMATCH: THE ENTRY DID NOT LAND.
048600*--------------------------------------------------------------
048700     MOVE WS-AFTER-REC TO GREET-TAB-REC.
048800     IF WS-RECORD-FOUND
048900         REWRITE GREET-TAB-REC
049000             INVALID KEY
049100                 SET WS-ENTRY-FLAGGED TO TRUE
049200                 MOVE SPACES TO WS-RESULT
049300                 STRING "NOT APPLIED - REWRITE STATUS="
049400                        WS-GREETTAB-STATUS
049500                        DELIMITED BY SIZE INTO WS-RESULT
049600                 GO TO 3200-EXIT
049700         END-REWRITE
049800     ELSE
049900         WRITE GREET-TAB-REC
050000             INVALID KEY
050100                 SET WS-ENTRY-FLAGGED TO TRUE
050200                 MOVE SPACES TO WS-RESULT
050300                 STRING "NOT APPLIED - WRITE STATUS="
050400                        WS-GREETTAB-STATUS
050500                        DELIMITED BY SIZE INTO WS-RESULT
050600                 GO TO 3200-EXIT
050700         END-WRITE
050800     END-IF.
050900     ADD 1 TO WS-APPLIED-COUNT.
051000 3200-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------
051300 3900-READ-JOURNAL.
051400*--------------------------------------------------------------
051500     READ GREETJRN NEXT RECORD
051600         AT END
051700             SET WS-END-OF-JOURNAL TO TRUE
051800     END-READ.
051900 3900-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------
052200 4000-PRINT-ENTRY.
052300*--------------------------------------------------------------
052400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
052500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
052600     END-IF.
052700     MOVE SPACES              TO WS-DETAIL-LINE.
052800     MOVE GJ-JOURNAL-DATE     TO DL-DATE.
052900     MOVE GJ-JOURNAL-TIME     TO DL-TIME.
053000     MOVE GJ-TERMINAL-ID      TO DL-TERMINAL-ID.
053100     MOVE GJ-OPERATOR-ID      TO DL-OPERATOR-ID.
053200     MOVE GJ-FUNCTION         TO DL-FUNCTION.
053300     MOVE WS-AFTER-REC        TO GREET-TAB-REC.
053400     MOVE GT-LOCALE-CODE      TO DL-LOCALE-CODE.
053500     MOVE GT-EFFECTIVE-FROM   TO DL-EFFECTIVE-FROM.
053600     IF WS-ENTRY-FLAGGED
053700         MOVE "*"             TO DL-FLAG
053800     END-IF.
053900     MOVE WS-RESULT           TO DL-RESULT.
054000     MOVE WS-DETAIL-LINE      TO GRTRRPT-REC.
054100     WRITE GRTRRPT-REC.
054200     ADD 1 TO WS-LINE-COUNT.
054300 4000-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------
054600 8000-WRITE-HEADERS.
054700*--------------------------------------------------------------
054800     ADD 1 TO WS-PAGE-COUNT.
054900     MOVE 0 TO WS-LINE-COUNT.
055000     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
055100     MOVE WS-RUN-DATE        TO H2-RUN-DATE.
055200     MOVE WS-RUN-TIME        TO H2-RUN-TIME.
055300     MOVE WS-BACKUP-DATE     TO H2-BACKUP-DATE.
055400     MOVE WS-BACKUP-TIME     TO H2-BACKUP-TIME.
055500     MOVE WS-HEADER-LINE-1   TO GRTRRPT-REC.
055600     WRITE GRTRRPT-REC.
055700     MOVE WS-HEADER-LINE-2   TO GRTRRPT-REC.
055800     WRITE GRTRRPT-REC.
055900     MOVE WS-HEADER-LINE-3   TO GRTRRPT-REC.
056000     WRITE GRTRRPT-REC.
056100     MOVE SPACES             TO GRTRRPT-REC.
056200     WRITE GRTRRPT-REC.
056300     ADD 4 TO WS-LINE-COUNT.
056400 8000-EXIT.
056500     EXIT.
056600*--------------------------------------------------------------
056700 8100-WRITE-TRAILER.
056800*--------------------------------------------------------------
056900*    WRITE THE RECOVERY TOTALS.  A REFUSED BACKUP STILL
057000*    PRINTS THEM, AS ZEROES AFTER THE REASON LINE.
057100*--------------------------------------------------------------
057200     IF WS-PAGE-COUNT = 0
057300         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
057400     END-IF.
057500     MOVE SPACES             TO GRTRRPT-REC.
057600     WRITE GRTRRPT-REC.
057700     MOVE WS-LOADED-COUNT    TO TR-LOADED-COUNT.
057800     MOVE WS-TRAILER-LINE-1  TO GRTRRPT-REC.
057900     WRITE GRTRRPT-REC.
058000     MOVE WS-JOURNAL-READ-COUNT TO TR-JOURNAL-READ-COUNT.
058100     MOVE WS-PRE-BACKUP-COUNT   TO TR-PRE-BACKUP-COUNT.
058200     MOVE WS-TRAILER-LINE-2  TO GRTRRPT-REC.
058300     WRITE GRTRRPT-REC.
058400     MOVE WS-APPLIED-COUNT   TO TR-APPLIED-COUNT.
058500     MOVE WS-PRESENT-COUNT   TO TR-PRESENT-COUNT.
058600     MOVE WS-FLAGGED-COUNT   TO TR-FLAGGED-COUNT.
058700     MOVE WS-TRAILER-LINE-3  TO GRTRRPT-REC.
058800     WRITE GRTRRPT-REC.
058900 8100-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------
059200 9000-TERMINATE.
059300*--------------------------------------------------------------
059400     IF WS-GRTBKUP-STATUS NOT = "35"
059500         CLOSE GRTBKUP
059600     END-IF.
059700     IF WS-GREETJRN-IS-OPEN
059800         CLOSE GREETJRN
059900     END-IF.
060000     IF WS-GREETTAB-IS-OPEN
060100         CLOSE GREETTAB
060200     END-IF.
060300     CLOSE GRTRRPT.
060400     IF RETURN-CODE = 0 AND WS-FLAGGED-COUNT > 0
060500         MOVE 4 TO RETURN-CODE
060600     END-IF.
060700 9000-EXIT.
060800     EXIT.
060900*--------------------------------------------------------------
061000 9999-EXIT.
061100*--------------------------------------------------------------
061200     STOP RUN.
