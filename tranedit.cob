002430*                    REJECT NO LONGER OVERWRITES THE ACCEPTED
002431*                    BCHCTL RECORD THAT PROVED THE NUMBER WAS
002432*                    ALREADY USED.
002434*  2026-10-15  MC    EVERY CARD NOW CARRIES TX-TRAN-REF (SOURCE
002435*                    SYSTEM PLUS SEQUENCE NUMBER) AS ITS UNIQUE
002436*                    KEY.  A NEW EDIT REJECTS A BLANK SOURCE OR A
002437*                    NON-NUMERIC/ZERO SEQUENCE AS TREF, AND THE
002438*                    ASCENDING EDIT, THE BATCH KEY-RANGE GUARD
002439*                    AND THE OUTPUT HIGH KEY NOW RUN ON THE
002440*                    REFERENCE, SO A REQUESTER MAY SEND MORE
002441*                    THAN ONE REQUEST A CYCLE.  THE REJECT
002442*                    REGISTER SHOWS THE REFERENCE.
002443*  2026-10-15  MC    AT END OF RUN THE READ, CLEAN AND REJECTED
002444*                    COUNTS ARE APPENDED TO THE SHARED BALFILE
002445*                    BALANCING FILE (BALREC COPYBOOK), STAMPED
002446*                    WITH THE JOB NAME, CYCLE DATE AND RUN
002447*                    NUMBER, FOR THE BALRPT BALANCING STEP.  THE
002448*                    JOB NAME IS A NEW OPTIONAL PARM FIELD AFTER
002449*                    THE CYCLE DATE, DEFAULTING TO HELLOWLD.
002433*--------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004760     SELECT BCHRPT          ASSIGN TO BCHRPT
004770                            ORGANIZATION IS LINE SEQUENTIAL
004780                            FILE STATUS IS WS-BCHRPT-STATUS.
004785     SELECT BALFILE         ASSIGN TO BALFILE
004790                            ORGANIZATION IS LINE SEQUENTIAL
004795                            FILE STATUS IS WS-BALFILE-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  TRANEDIN
005100     RECORDING MODE IS F.
005200 01  TRANEDIN-REC                PIC X(32).
005300 FD  GREETTAB.
005400 COPY GREETREC.
005410 FD  MSGTYPE.
005420 COPY MSGTREC.
005500 FD  TRANOUT
005600     RECORDING MODE IS F.
005700 01  TRANOUT-REC                 PIC X(32).
005800 FD  TRANREJ
005900     RECORDING MODE IS F.
006000 01  TRANREJ-REC                 PIC X(80).
006330 FD  BCHRPT
006340     RECORDING MODE IS F.
006350 01  BCHRPT-REC                  PIC X(133).
006360 FD  BALFILE
006370     RECORDING MODE IS F.
006380 01  BALFILE-REC                 PIC X(80).
006400 WORKING-STORAGE SECTION.
006410*--------------------------------------------------------------
006420* PARM CARD - THE CYCLE DATE STAMPED ON EVERY REJECT, SO THE
006430* TRANRCYC RECYCLE STEP CAN AGE UNWORKED REJECTS.  DEFAULTS TO
006436* TODAY WHEN NO PARM IS SUPPLIED.  THE JOB NAME STAMPED ON THE
006442* BALFILE CONTROL TOTALS FOLLOWS IT, DEFAULTING TO HELLOWLD.
006450*--------------------------------------------------------------
006460 01  WS-PARM-CARD.
006470     05  WS-PARM-CYCLE-DATE      PIC X(08).
006476     05  WS-PARM-JOB-NAME        PIC X(08).
006482     05  FILLER                  PIC X(64).
006490 01  WS-CYCLE-DATE               PIC 9(08).
006495 01  WS-JOB-NAME                 PIC X(08).
006500*--------------------------------------------------------------
006600* GREETING-REQUEST TRANSACTION, REJECT AND BATCH WRAPPER
006650* RECORDS (COPYBOOKS)
008682     88  WS-BATCH-IS-REJECTED    VALUE "Y".
008683     88  WS-BATCH-NOT-REJECTED   VALUE "N".
008684 01  WS-CUR-DEPT                 PIC X(10).
008685 01  WS-OUT-HIGH-KEY             PIC X(12) VALUE LOW-VALUES.
008686 01  WS-CUR-BATCH-NO             PIC 9(04).
008687 01  WS-CUR-EXPECTED             PIC 9(04).
008688 01  WS-BATCH-ACTUAL-COUNT       PIC 9(04).
008692 01  WS-BUF-SUB                  PIC 9(04) COMP.
008693 01  WS-BUF-TABLE.
008694     05  WS-BUF-ENTRY            OCCURS 2000 TIMES
008695                                 PIC X(32).
008700*--------------------------------------------------------------
008800* EDIT WORK AREAS
008900*--------------------------------------------------------------
009000 01  WS-PREV-CLEAN-KEY           PIC X(12) VALUE LOW-VALUES.
009100 01  WS-EDIT-REASON-CODE         PIC X(04).
009200 01  WS-EDIT-REASON-TEXT         PIC X(30).
009600 01  WS-RQID-WORK.
011130 01  WS-BATCH-REJ-COUNT          PIC 9(06) COMP VALUE 0.
011200 01  WS-CURRENT-DATE             PIC 9(08).
011300 01  WS-CURRENT-TIME             PIC 9(08).
011308*--------------------------------------------------------------
011316* BALFILE CONTROL-TOTAL RECORD (COPYBOOK) AND ITS CONTROLS -
011324* THE RUN NUMBER IS ONE PAST THE HIGHEST ALREADY ON BALFILE
011332* FOR THIS JOB, CYCLE DATE AND PROGRAM.
011340*--------------------------------------------------------------
011348 COPY BALREC.
011356 01  WS-BALFILE-STATUS           PIC X(02).
011364 01  WS-BALFILE-SWITCH           PIC X(01).
011372     88  WS-END-OF-BALFILE       VALUE "Y".
011380     88  WS-NOT-END-OF-BALFILE   VALUE "N".
011388 01  WS-BAL-RUN-NUMBER           PIC 9(03).
011400*--------------------------------------------------------------
011500* PAGE / LINE CONTROL
011600*--------------------------------------------------------------
013900     05  FILLER                  PIC X(89)  VALUE SPACES.
014000 01  WS-HEADER-LINE-3.
014100     05  FILLER                  PIC X(01)  VALUE SPACE.
014110     05  FILLER                  PIC X(08)  VALUE "TRAN REF".
014120     05  FILLER                  PIC X(07)  VALUE SPACES.
014200     05  FILLER                  PIC X(09)  VALUE "REQUESTER".
014300     05  FILLER                  PIC X(05)  VALUE SPACES.
014400     05  FILLER                  PIC X(06)  VALUE "LOCALE".
014800     05  FILLER                  PIC X(06)  VALUE "REASON".
014900     05  FILLER                  PIC X(03)  VALUE SPACES.
015000     05  FILLER                  PIC X(11)  VALUE "DESCRIPTION".
015100     05  FILLER                  PIC X(67)  VALUE SPACES.
015200 01  WS-DETAIL-LINE.
015300     05  FILLER                  PIC X(01)  VALUE SPACE.
015310     05  DL-TRAN-REF             PIC X(12).
015320     05  FILLER                  PIC X(03)  VALUE SPACES.
015400     05  DL-REQUESTER-ID         PIC X(08).
015500     05  FILLER                  PIC X(06)  VALUE SPACES.
015600     05  DL-LOCALE-CODE          PIC X(05).
016000     05  DL-REASON-CODE          PIC X(04).
016100     05  FILLER                  PIC X(05)  VALUE SPACES.
016200     05  DL-REASON-TEXT          PIC X(30).
016300     05  FILLER                  PIC X(48)  VALUE SPACES.
016400 01  WS-TRAILER-LINE.
016500     05  FILLER                  PIC X(01)  VALUE SPACE.
016600     05  FILLER                  PIC X(15)  VALUE
018150     PERFORM 2700-CLOSE-OPEN-BATCH THRU 2700-EXIT.
018200     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
018250     PERFORM 8300-WRITE-BATCH-TRAILER THRU 8300-EXIT.
018270     PERFORM 8700-WRITE-CONTROL-TOTALS THRU 8700-EXIT.
018300     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
018400     GO TO 9999-EXIT.
018500*--------------------------------------------------------------
019740         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
019750     ELSE
019760         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
019761     END-IF.
019762     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
019763         MOVE "HELLOWLD" TO WS-JOB-NAME
019764     ELSE
019765         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
019770     END-IF.
019800     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
019810     MOVE WS-MAX-LINES-PER-PAGE TO WS-BCH-LINE-COUNT.
023700*    FAILURE SETS THE REASON - THE DESK FIXES ONE PROBLEM AT A
023800*    TIME OFF THE REGISTER, AND A CARD THAT FAILS ITS
023900*    REQUESTER-ID EDIT IS NOT WORTH SEQUENCE-CHECKING.
023910*    NEITHER IS ONE WHOSE TRANSACTION REFERENCE IS BAD - THE
023920*    REFERENCE IS THE KEY THE SEQUENCE EDIT RUNS ON.
024000*--------------------------------------------------------------
024010     IF BT-TYPE-HEADER
024020         PERFORM 2500-PROCESS-HEADER THRU 2500-EXIT
024400     MOVE SPACES TO WS-EDIT-REASON-TEXT.
024500     PERFORM 2100-EDIT-REQUESTER-ID THRU 2100-EXIT.
024600     IF WS-REC-IS-CLEAN
024650         PERFORM 2180-EDIT-TRAN-REF THRU 2180-EXIT
024660     END-IF.
024670     IF WS-REC-IS-CLEAN
024700         PERFORM 2200-EDIT-SEQUENCE THRU 2200-EXIT
024800     END-IF.
024900     IF WS-REC-IS-CLEAN
025300         PERFORM 2400-EDIT-MSG-TYPE THRU 2400-EXIT
025400     END-IF.
025500     IF WS-REC-IS-CLEAN
025600         MOVE TX-TRAN-REF TO WS-PREV-CLEAN-KEY
025700         PERFORM 3000-WRITE-CLEAN THRU 3000-EXIT
025800     ELSE
025900         PERFORM 3500-WRITE-REJECT THRU 3500-EXIT
026700*    THE REQUESTER ID MUST BE PRESENT, LEFT-JUSTIFIED, AND MADE
026800*    UP OF UPPER-CASE LETTERS AND DIGITS ONLY (TRAILING SPACES
026900*    ALLOWED).  ANYTHING ELSE PRINTS GARBAGE ON THE BANNER AND
027000*    CANNOT BE TRUSTED AS A REQMAST LOOKUP KEY.
027100*--------------------------------------------------------------
027200     IF TX-REQUESTER-ID = SPACES OR LOW-VALUES
027300         SET WS-REC-IS-REJECTED TO TRUE
031100     END-IF.
031200 2150-EXIT.
031300     EXIT.
031310*--------------------------------------------------------------
031320 2180-EDIT-TRAN-REF.
031330*--------------------------------------------------------------
031340*    THE TRANSACTION REFERENCE MUST NAME ITS SOURCE SYSTEM AND
031350*    CARRY A NUMERIC, NON-ZERO SEQUENCE NUMBER.  IT IS THE
031360*    CARD'S UNIQUE KEY - THE SEQUENCE EDIT, THE PARTITION
031370*    BOUNDARIES, THE RESTART KEY AND THE RECYCLE MATCH ALL RUN
031380*    ON IT - SO A CARD WITHOUT A GOOD ONE GOES NO FURTHER.
031390*--------------------------------------------------------------
031391     IF TX-SOURCE-SYSTEM = SPACES OR LOW-VALUES
031392         SET WS-REC-IS-REJECTED TO TRUE
031393         MOVE "TREF" TO WS-EDIT-REASON-CODE
031394         MOVE "SOURCE SYSTEM IS BLANK" TO WS-EDIT-REASON-TEXT
031395         GO TO 2180-EXIT
031396     END-IF.
031397     IF TX-SEQUENCE-NUMBER IS NOT NUMERIC
031398      OR TX-SEQUENCE-NUMBER = 0
031399         SET WS-REC-IS-REJECTED TO TRUE
031400         MOVE "TREF" TO WS-EDIT-REASON-CODE
031401         MOVE "SEQUENCE NUMBER IS INVALID" TO WS-EDIT-REASON-TEXT
031402     END-IF.
031403 2180-EXIT.
031404     EXIT.
031405*--------------------------------------------------------------
031500 2200-EDIT-SEQUENCE.
031600*--------------------------------------------------------------
031700*    THE CLEAN FILE MUST BE IN STRICT ASCENDING TX-TRAN-REF
031800*    SEQUENCE - THE HARD PRECONDITION HELLOWORLD'S RESTART
031900*    SKIP-AHEAD RELIES ON (SEE TRANREC).  A KEY NOT HIGHER THAN
032000*    THE LAST CLEAN KEY, DUPLICATES INCLUDED, IS REJECTED.  THE
032005*    REQUESTER ID MAY REPEAT - ONLY THE REFERENCE IS UNIQUE.
032010*    THE CHECK IS SCOPED TO THE CURRENT BATCH - WS-PREV-CLEAN-
032020*    KEY RESETS AT EVERY *H HEADER AND RESUMES FROM THE
032030*    OUTPUT'S HIGH KEY WHEN THE BATCH IS DISPOSED - BECAUSE
032050*    OTHER.  GLOBAL TRANOUT ORDER IS GUARDED AT THE BATCH
032060*    LEVEL IN 2650.
032100*--------------------------------------------------------------
032200     IF TX-TRAN-REF NOT > WS-PREV-CLEAN-KEY
032300         SET WS-REC-IS-REJECTED TO TRUE
032400         MOVE "SEQK" TO WS-EDIT-REASON-CODE
032500         MOVE "OUT OF ASCENDING KEY SEQUENCE"
037472*--------------------------------------------------------------
037476     IF  WS-BATCH-NOT-REJECTED
037480     AND WS-BUF-USED > 0
037484     AND WS-BUF-ENTRY (1) (21:12) NOT > WS-OUT-HIGH-KEY
037488         SET WS-BATCH-IS-REJECTED TO TRUE
037492         MOVE "BATCH KEY RANGE OVERLAPS PRIOR"
037496             TO WS-BATCH-REJECT-REASON
037584*--------------------------------------------------------------
037588     MOVE WS-BUF-ENTRY (WS-BUF-SUB) TO TRANOUT-REC.
037592     WRITE TRANOUT-REC.
037596     MOVE WS-BUF-ENTRY (WS-BUF-SUB) (21:12)
037600         TO WS-OUT-HIGH-KEY.
037604 2660-EXIT.
037608     EXIT.
037920     IF WS-NOT-IN-BATCH
037924         MOVE GREET-TRAN-REC TO TRANOUT-REC
037928         WRITE TRANOUT-REC
037932         MOVE TX-TRAN-REF TO WS-OUT-HIGH-KEY
037936         GO TO 3000-EXIT
037940     END-IF.
037944     IF WS-BUF-USED < WS-BUF-MAX
039400         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
039500     END-IF.
039600     MOVE SPACES             TO WS-DETAIL-LINE.
039650     MOVE TX-TRAN-REF        TO DL-TRAN-REF.
039700     MOVE TX-REQUESTER-ID    TO DL-REQUESTER-ID.
039800     MOVE TX-LOCALE-CODE     TO DL-LOCALE-CODE.
039900     MOVE TX-MESSAGE-TYPE    TO DL-MESSAGE-TYPE.
044369 8300-EXIT.
044370     EXIT.
044400*--------------------------------------------------------------
044401 8700-WRITE-CONTROL-TOTALS.
044402*--------------------------------------------------------------
044403*    APPEND THIS RUN'S READ, CLEAN AND REJECTED COUNTS TO THE
044404*    SHARED BALFILE FOR THE BALRPT BALANCING STEP.  A BALFILE
044405*    THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT FAIL THE
044406*    EDIT - BALRPT WILL SHOW THE STEP AS NOT REPORTED.
044407*--------------------------------------------------------------
044408     PERFORM 8710-SET-RUN-NUMBER THRU 8710-EXIT.
044409     OPEN EXTEND BALFILE.
044410     IF WS-BALFILE-STATUS = "35"
044411         OPEN OUTPUT BALFILE
044412     END-IF.
044413     IF WS-BALFILE-STATUS NOT = "00"
044414         DISPLAY "TRANEDIT - BALFILE OPEN FAILED, STATUS="
044415                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
044416                 "WRITTEN"
044417         GO TO 8700-EXIT
044418     END-IF.
044419     MOVE SPACES             TO CTL-TOTAL-REC.
044420     MOVE WS-JOB-NAME        TO CB-JOB-NAME.
044421     MOVE WS-CYCLE-DATE      TO CB-CYCLE-DATE.
044422     MOVE WS-BAL-RUN-NUMBER  TO CB-RUN-NUMBER.
044423     MOVE "TRANEDIT"         TO CB-PROGRAM-ID.
044424     MOVE "TRANEDIT"         TO CB-STEP-NAME.
044425     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
044426     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
044427     SET CB-CNT-READ         TO TRUE.
044428     MOVE WS-READ-COUNT      TO CB-COUNT.
044429     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
044430     SET CB-CNT-CLEAN        TO TRUE.
044431     MOVE WS-CLEAN-COUNT     TO CB-COUNT.
044432     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
044433     SET CB-CNT-REJECTED     TO TRUE.
044434     MOVE WS-REJECT-COUNT    TO CB-COUNT.
044435     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
044436     CLOSE BALFILE.
044437 8700-EXIT.
044438     EXIT.
044439*--------------------------------------------------------------
044440 8710-SET-RUN-NUMBER.
044441*--------------------------------------------------------------
044442*    NUMBER THIS RUN ONE PAST THE HIGHEST RUN ALREADY ON
044443*    BALFILE FOR THE JOB, CYCLE DATE AND PROGRAM, SO A RERUN
044444*    OF THE EDIT SUPERSEDES THE FIRST RUN'S COUNTS IN BALRPT.
044445*--------------------------------------------------------------
044446     MOVE 0 TO WS-BAL-RUN-NUMBER.
044447     SET WS-NOT-END-OF-BALFILE TO TRUE.
044448     OPEN INPUT BALFILE.
044449     IF WS-BALFILE-STATUS NOT = "00"
044450         GO TO 8710-NEXT
044451     END-IF.
044452     PERFORM 8720-SCAN-CONTROL-TOTAL THRU 8720-EXIT
044453         UNTIL WS-END-OF-BALFILE.
044454     CLOSE BALFILE.
044455 8710-NEXT.
044456     ADD 1 TO WS-BAL-RUN-NUMBER.
044457 8710-EXIT.
044458     EXIT.
044459*--------------------------------------------------------------
044460 8720-SCAN-CONTROL-TOTAL.
044461*--------------------------------------------------------------
044462     READ BALFILE INTO CTL-TOTAL-REC
044463         AT END
044464             SET WS-END-OF-BALFILE TO TRUE
044465             GO TO 8720-EXIT
044466     END-READ.
044467     IF  CB-JOB-NAME   = WS-JOB-NAME
044468     AND CB-CYCLE-DATE = WS-CYCLE-DATE
044469     AND CB-PROGRAM-ID = "TRANEDIT"
044470     AND CB-RUN-NUMBER IS NUMERIC
044471     AND CB-RUN-NUMBER > WS-BAL-RUN-NUMBER
044472         MOVE CB-RUN-NUMBER TO WS-BAL-RUN-NUMBER
044473     END-IF.
044474 8720-EXIT.
044475     EXIT.
044476*--------------------------------------------------------------
044477 8790-PUT-CONTROL-TOTAL.
044478*--------------------------------------------------------------
044479     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
044480     WRITE BALFILE-REC.
044481 8790-EXIT.
044482     EXIT.
044483*--------------------------------------------------------------
044500 9000-TERMINATE.
044600*--------------------------------------------------------------
044700     IF WS-TRANEDIN-STATUS NOT = "35"
