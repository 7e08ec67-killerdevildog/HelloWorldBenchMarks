000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    INTKMNT.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT - ONLINE CICS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  CICS PSEUDO-
001100*                    CONVERSATIONAL GREETING-REQUEST INTAKE FOR
001200*                    THE REGIONAL DESKS (TRANSID INTK, MAP
001300*                    INTKM1 OF MAPSET INTKMAP), BUILT IN THE
001400*                    SAME SHAPE AS GREETMNT.  A REQUEST KEYED
001500*                    HERE IS VALIDATED ON THE SPOT AGAINST
001600*                    REQMAST (REQUESTER ON FILE AND ACTIVE),
001700*                    GREETTAB (LOCALE - OR THE REQUESTER'S
001800*                    DEFAULT - HAS A GREETING IN EFFECT TODAY)
001900*                    AND MSGTYPE, THEN STAGED ON THE INTAKE
002000*                    FILE (INTKREC COPYBOOK) UNDER A NEW INTAKE
002100*                    NUMBER WITH THE OPERATOR, TERMINAL AND
002200*                    TIMESTAMP.  FUNCTIONS: A ADD, C CHANGE,
002300*                    X CANCEL, L LIST.  AN OPERATOR MAY CHANGE,
002400*                    CANCEL AND LIST ONLY THE PENDING REQUESTS
002500*                    THEY ENTERED; ONCE THE INTKXTR EXTRACT HAS
002600*                    TAKEN A REQUEST AT CUTOFF IT IS SUBMITTED
002700*                    AND CAN NO LONGER BE TOUCHED HERE.  THE
002800*                    KEYING ERRORS TRANEDIT USED TO FIND THE
002900*                    NEXT MORNING ARE NOW TURNED BACK WHILE THE
003000*                    DESK STILL HAS THE REQUEST IN FRONT OF IT.
003100*--------------------------------------------------------------
003200* NOTE: THIS PROGRAM USES EXEC CICS COMMANDS AND IS TRANSLATED
003300*       BY THE CICS COMMAND TRANSLATOR AHEAD OF THE COBOL
003400*       COMPILE, THE SAME AS EVERY OTHER ONLINE PROGRAM IN THIS
003500*       REGION.  IT IS NOT A BATCH PROGRAM AND IS NOT LINK-
003600*       EDITED OR RUN STANDALONE.
003700*--------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400*--------------------------------------------------------------
004500* ATTENTION IDENTIFIER VALUES (EIBAID) - STANDARD CICS COPYBOOK
004600*--------------------------------------------------------------
004700 COPY DFHAID.
004800*--------------------------------------------------------------
004900* SYMBOLIC MAP FOR MAP INTKM1, MAPSET INTKMAP
005000*--------------------------------------------------------------
005100 COPY INTKMAPO.
005200*--------------------------------------------------------------
005300* RECORD LAYOUTS (SAME COPYBOOKS THE BATCH SIDE USES)
005400*--------------------------------------------------------------
005500 COPY INTKREC.
005600 COPY REQMREC.
005700 COPY GREETREC.
005800 COPY MSGTREC.
005900*--------------------------------------------------------------
006000* CICS WORK AREAS
006100*--------------------------------------------------------------
006200 01  WS-MAPSET-NAME              PIC X(08) VALUE "INTKMAP".
006300 01  WS-MAP-NAME                 PIC X(08) VALUE "INTKM1".
006400 01  WS-FILE-NAME                PIC X(08) VALUE "INTAKE".
006500 01  WS-REQM-FILE-NAME           PIC X(08) VALUE "REQMAST".
006600 01  WS-GRT-FILE-NAME            PIC X(08) VALUE "GREETTAB".
006700 01  WS-MSGT-FILE-NAME           PIC X(08) VALUE "MSGTYPE".
006800 01  WS-MESSAGE                  PIC X(79).
006900 01  WS-RESP                     PIC S9(08) COMP.
007000 01  WS-ABSTIME                  PIC S9(15) COMP-3.
007100*--------------------------------------------------------------
007200* CURRENT DATE/TIME - FORMATTIME GIVES HHMMSS, CARRIED AS
007300* HHMMSS00 TO MATCH THE BATCH SIDE'S ACCEPT FROM TIME STAMPS
007400*--------------------------------------------------------------
007500 01  WS-CURR-DATE                PIC 9(08).
007600 01  WS-CURR-TIME                PIC 9(08).
007700 01  WS-CURR-TIME-R REDEFINES WS-CURR-TIME.
007800     05  WS-CURR-HHMMSS          PIC 9(06).
007900     05  WS-CURR-HUNDREDTHS      PIC 9(02).
008000 01  WS-OPERATOR-ID              PIC X(08).
008100*--------------------------------------------------------------
008200* THE REQUEST AS KEYED
008300*--------------------------------------------------------------
008400 01  WS-FUNCTION                 PIC X(01).
008500 01  WS-INTAKE-NUMBER            PIC 9(08).
008600 01  WS-REQUESTER-ID             PIC X(08).
008700 01  WS-LOCALE-CODE              PIC X(05).
008800 01  WS-MESSAGE-TYPE             PIC X(04).
008900 01  WS-DEPARTMENT               PIC X(10).
009000 01  WS-CHECK-LOCALE             PIC X(05).
009100 01  WS-VALID-SWITCH             PIC X(01).
009200     88  WS-REQUEST-VALID        VALUE "Y".
009300     88  WS-REQUEST-INVALID      VALUE "N".
009400 01  WS-LOCALE-SWITCH            PIC X(01).
009500     88  WS-LOCALE-IN-EFFECT     VALUE "Y".
009600     88  WS-LOCALE-NOT-IN-EFFECT VALUE "N".
009700*--------------------------------------------------------------
009800* LIST CONTROL - COUNTS AND BROWSE STATE
009900*--------------------------------------------------------------
010000 01  WS-LINE-SUB                 PIC S9(04) COMP.
010100 01  WS-ENTRY-COUNT              PIC 9(04) COMP VALUE 0.
010200 01  WS-BROWSE-SWITCH            PIC X(01).
010300     88  WS-END-OF-BROWSE        VALUE "Y".
010400     88  WS-NOT-END-OF-BROWSE    VALUE "N".
010500 01  WS-DETAIL-LINE.
010600     05  WS-DL-INTAKE-NUMBER     PIC 9(08).
010700     05  FILLER                  PIC X(03) VALUE SPACES.
010800     05  WS-DL-REQUESTER-ID      PIC X(08).
010900     05  FILLER                  PIC X(02) VALUE SPACES.
011000     05  WS-DL-LOCALE-CODE       PIC X(05).
011100     05  FILLER                  PIC X(02) VALUE SPACES.
011200     05  WS-DL-MESSAGE-TYPE      PIC X(04).
011300     05  FILLER                  PIC X(02) VALUE SPACES.
011400     05  WS-DL-DEPARTMENT        PIC X(10).
011500     05  FILLER                  PIC X(02) VALUE SPACES.
011600     05  WS-DL-ENTRY-DATE        PIC 9(08).
011700     05  FILLER                  PIC X(01) VALUE SPACE.
011800     05  WS-DL-ENTRY-TIME        PIC 9(06).
011900     05  FILLER                  PIC X(17) VALUE SPACES.
012000 01  WS-COUNT-EDIT               PIC ZZZ9.
012100*--------------------------------------------------------------
012200* COMMAREA - EMPTY FOR THIS SIMPLE PSEUDO-CONVERSATIONAL FLOW,
012300* PRESENT FOR CONSISTENCY WITH THE REGION'S OTHER ONLINE
012400* PROGRAMS THAT ALWAYS DEFINE ONE.
012500*--------------------------------------------------------------
012600 01  WS-COMMAREA                 PIC X(01).
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA                 PIC X(01).
012900 PROCEDURE DIVISION.
013000*--------------------------------------------------------------
013100 0000-MAINLINE.
013200*--------------------------------------------------------------
013300     EXEC CICS HANDLE CONDITION
013400         MAPFAIL  (1100-NO-DATA-ENTERED)
013500         ERROR    (9000-ABEND-HANDLER)
013600     END-EXEC.
013700     IF EIBCALEN = 0
013800         PERFORM 1000-SEND-INITIAL-MAP THRU 1000-EXIT
013900     ELSE
014000         IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
014100             EXEC CICS RETURN
014200             END-EXEC
014300             GO TO 0000-EXIT
014400         END-IF
014500         PERFORM 2000-RECEIVE-MAP      THRU 2000-EXIT
014600         PERFORM 3000-EVALUATE-FUNCTION THRU 3000-EXIT
014700     END-IF.
014800     EXEC CICS RETURN
014900         TRANSID  ("INTK")
015000         COMMAREA (WS-COMMAREA)
015100     END-EXEC.
015200 0000-EXIT.
015300     EXIT.
015400*--------------------------------------------------------------
015500 1000-SEND-INITIAL-MAP.
015600*--------------------------------------------------------------
015700*    FIRST ENTRY INTO THE TRANSACTION - SEND A BLANK SCREEN.
015800*--------------------------------------------------------------
015900     MOVE SPACES TO INTKM1O.
016000     MOVE "ENTER FUNCTION A/C/X/L AND THE REQUEST, THEN ENTER"
016100         TO MSGLO.
016200     EXEC CICS SEND MAP    (WS-MAP-NAME)
016300         MAPSET  (WS-MAPSET-NAME)
016400         FROM    (INTKM1O)
016500         ERASE
016600     END-EXEC.
016700 1000-EXIT.
016800     EXIT.
016900*--------------------------------------------------------------
017000 1100-NO-DATA-ENTERED.
017100*--------------------------------------------------------------
017200*    HANDLER FOR MAPFAIL - OPERATOR PRESSED ENTER WITH NOTHING
017300*    KEYED IN.  RE-SEND THE MAP RATHER THAN ABENDING.
017400*--------------------------------------------------------------
017500     MOVE "PLEASE ENTER A FUNCTION AND THE REQUEST" TO MSGLO.
017600     EXEC CICS SEND MAP    (WS-MAP-NAME)
017700         MAPSET  (WS-MAPSET-NAME)
017800         FROM    (INTKM1O)
017900         DATAONLY
018000     END-EXEC.
018100     EXEC CICS RETURN
018200         TRANSID  ("INTK")
018300         COMMAREA (WS-COMMAREA)
018400     END-EXEC.
018500 1100-EXIT.
018600     EXIT.
018700*--------------------------------------------------------------
018800 2000-RECEIVE-MAP.
018900*--------------------------------------------------------------
019000*    PICK UP THE KEYED REQUEST, THE SIGNED-ON OPERATOR AND THE
019100*    CURRENT DATE AND TIME.  A BLANK OR UNKEYED INTAKE NUMBER
019200*    IS ZERO - NO REQUEST SELECTED.
019300*--------------------------------------------------------------
019400     EXEC CICS RECEIVE MAP (WS-MAP-NAME)
019500         MAPSET  (WS-MAPSET-NAME)
019600         INTO    (INTKM1I)
019700     END-EXEC.
019800     MOVE FUNCI           TO WS-FUNCTION.
019900     IF INTKNOI IS NUMERIC
020000         MOVE INTKNOI     TO WS-INTAKE-NUMBER
020100     ELSE
020200         MOVE 0           TO WS-INTAKE-NUMBER
020300     END-IF.
020400     MOVE REQIDI          TO WS-REQUESTER-ID.
020500     MOVE LOCALEI         TO WS-LOCALE-CODE.
020600     MOVE MSGTYPI         TO WS-MESSAGE-TYPE.
020700     IF WS-LOCALE-CODE = LOW-VALUES
020800         MOVE SPACES      TO WS-LOCALE-CODE
020900     END-IF.
021000     EXEC CICS ASSIGN
021100         USERID (WS-OPERATOR-ID)
021200     END-EXEC.
021300     EXEC CICS ASKTIME
021400         ABSTIME (WS-ABSTIME)
021500     END-EXEC.
021600     EXEC CICS FORMATTIME
021700         ABSTIME (WS-ABSTIME)
021800         YYYYMMDD (WS-CURR-DATE)
021900         TIME (WS-CURR-HHMMSS)
022000     END-EXEC.
022100     MOVE 0               TO WS-CURR-HUNDREDTHS.
022200     MOVE SPACES          TO WS-MESSAGE.
022300 2000-EXIT.
022400     EXIT.
022500*--------------------------------------------------------------
022600 3000-EVALUATE-FUNCTION.
022700*--------------------------------------------------------------
022800*    DRIVE THE REQUESTED FUNCTION AGAINST THE INTAKE FILE AND
022900*    RE-SEND THE MAP WITH A RESULT MESSAGE.
023000*--------------------------------------------------------------
023100     EVALUATE WS-FUNCTION
023200         WHEN "A"
023300             PERFORM 4000-ADD-REQUEST    THRU 4000-EXIT
023400         WHEN "C"
023500             PERFORM 5000-CHANGE-REQUEST THRU 5000-EXIT
023600         WHEN "X"
023700             PERFORM 6000-CANCEL-REQUEST THRU 6000-EXIT
023800         WHEN "L"
023900             PERFORM 7000-LIST-REQUESTS  THRU 7000-EXIT
024000         WHEN OTHER
024100             MOVE "INVALID FUNCTION - USE A, C, X, OR L" TO
024200                 WS-MESSAGE
024300     END-EVALUATE.
024400     MOVE WS-MESSAGE TO MSGLO.
024500     EXEC CICS SEND MAP    (WS-MAP-NAME)
024600         MAPSET  (WS-MAPSET-NAME)
024700         FROM    (INTKM1O)
024800         DATAONLY
024900     END-EXEC.
025000 3000-EXIT.
025100     EXIT.
025200*--------------------------------------------------------------
025300 4000-ADD-REQUEST.
025400*--------------------------------------------------------------
025500*    VALIDATE THE REQUEST, TAKE THE NEXT INTAKE NUMBER AND
025600*    STAGE IT AS PENDING FOR THE NEXT CUTOFF.
025700*--------------------------------------------------------------
025800     PERFORM 4500-VALIDATE-REQUEST THRU 4500-EXIT.
025900     IF WS-REQUEST-INVALID
026000         GO TO 4000-EXIT
026100     END-IF.
026200     PERFORM 4700-NEXT-INTAKE-NUMBER THRU 4700-EXIT.
026300     IF WS-INTAKE-NUMBER = 0
026400         GO TO 4000-EXIT
026500     END-IF.
026600     MOVE SPACES              TO INTAKE-REC.
026700     MOVE WS-INTAKE-NUMBER    TO IN-INTAKE-NUMBER.
026800     SET IN-STATUS-PENDING    TO TRUE.
026900     MOVE WS-REQUESTER-ID     TO IN-REQUESTER-ID.
027000     MOVE WS-LOCALE-CODE      TO IN-LOCALE-CODE.
027100     MOVE WS-MESSAGE-TYPE     TO IN-MESSAGE-TYPE.
027200     MOVE WS-DEPARTMENT       TO IN-DEPARTMENT.
027300     MOVE WS-OPERATOR-ID      TO IN-OPERATOR-ID.
027400     MOVE EIBTRMID            TO IN-TERMINAL-ID.
027500     MOVE WS-CURR-DATE        TO IN-ENTRY-DATE.
027600     MOVE WS-CURR-TIME        TO IN-ENTRY-TIME.
027700     MOVE 0                   TO IN-CHANGE-DATE.
027800     MOVE 0                   TO IN-CHANGE-TIME.
027900     MOVE 0                   TO IN-SUBMIT-DATE.
028000     MOVE 0                   TO IN-SEQUENCE-NUMBER.
028100     MOVE 0                   TO IN-BATCH-NUMBER.
028200     EXEC CICS WRITE FILE (WS-FILE-NAME)
028300         FROM    (INTAKE-REC)
028400         RIDFLD  (IN-INTAKE-KEY)
028500         RESP    (WS-RESP)
028600     END-EXEC.
028700     IF WS-RESP = DFHRESP(NORMAL)
028800         MOVE WS-INTAKE-NUMBER TO INTKNOO
028900         MOVE WS-DEPARTMENT    TO DEPTO
029000         STRING "REQUEST " WS-INTAKE-NUMBER
029100                " STAGED FOR THE NEXT CUTOFF"
029200                DELIMITED BY SIZE INTO WS-MESSAGE
029300     ELSE
029400         MOVE "ADD FAILED - SEE SYSTEM CONSOLE" TO WS-MESSAGE
029500     END-IF.
029600 4000-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------
029900 4500-VALIDATE-REQUEST.
030000*--------------------------------------------------------------
030100*    THE SAME EDITS TRANEDIT MAKES, AT THE TERMINAL: THE
030200*    REQUESTER MUST BE ON REQMAST AND ACTIVE, THE LOCALE - OR
030300*    WHEN LEFT BLANK THE REQUESTER'S DEFAULT - MUST HAVE A
030400*    GREETTAB ROW IN EFFECT TODAY, AND THE MESSAGE TYPE MUST
030500*    BE ON MSGTYPE.  THE FIRST FAILURE IS REPORTED.  A BLANK
030600*    LOCALE IS STAGED BLANK SO HELLOWORLD STILL APPLIES THE
030700*    REQUESTER'S DEFAULT ON THE DAY.
030800*--------------------------------------------------------------
030900     SET WS-REQUEST-INVALID TO TRUE.
031000     IF WS-REQUESTER-ID = SPACES OR LOW-VALUES
031100         MOVE "REQUESTER ID IS REQUIRED" TO WS-MESSAGE
031200         GO TO 4500-EXIT
031300     END-IF.
031400     IF WS-MESSAGE-TYPE = SPACES OR LOW-VALUES
031500         MOVE "MESSAGE TYPE IS REQUIRED" TO WS-MESSAGE
031600         GO TO 4500-EXIT
031700     END-IF.
031800     MOVE WS-REQUESTER-ID     TO RQ-REQUESTER-ID.
031900     EXEC CICS READ FILE  (WS-REQM-FILE-NAME)
032000         INTO    (REQ-MAST-REC)
032100         RIDFLD  (RQ-REQUESTER-ID)
032200         RESP    (WS-RESP)
032300     END-EXEC.
032400     EVALUATE WS-RESP
032500         WHEN DFHRESP(NORMAL)
032600             CONTINUE
032700         WHEN DFHRESP(NOTFND)
032800             MOVE "REQUESTER NOT ON REQMAST" TO WS-MESSAGE
032900             GO TO 4500-EXIT
033000         WHEN OTHER
033100             MOVE "REQMAST NOT AVAILABLE - TRY AGAIN LATER"
033200                 TO WS-MESSAGE
033300             GO TO 4500-EXIT
033400     END-EVALUATE.
033500     IF NOT RQ-STATUS-ACTIVE
033600         MOVE "REQUESTER IS NOT ACTIVE ON REQMAST" TO WS-MESSAGE
033700         GO TO 4500-EXIT
033800     END-IF.
033900     MOVE RQ-DEPARTMENT       TO WS-DEPARTMENT.
034000     IF WS-LOCALE-CODE = SPACES
034100         MOVE RQ-DEFAULT-LOCALE TO WS-CHECK-LOCALE
034200     ELSE
034300         MOVE WS-LOCALE-CODE  TO WS-CHECK-LOCALE
034400     END-IF.
034500     IF WS-CHECK-LOCALE NOT = SPACES
034600         PERFORM 4550-CHECK-LOCALE THRU 4550-EXIT
034700         IF WS-LOCALE-NOT-IN-EFFECT
034800             STRING "LOCALE " WS-CHECK-LOCALE
034900                    " HAS NO GREETING IN EFFECT TODAY"
035000                    DELIMITED BY SIZE INTO WS-MESSAGE
035100             GO TO 4500-EXIT
035200         END-IF
035300     END-IF.
035400     MOVE WS-MESSAGE-TYPE     TO MT-MESSAGE-TYPE.
035500     EXEC CICS READ FILE  (WS-MSGT-FILE-NAME)
035600         INTO    (MSG-TYPE-REC)
035700         RIDFLD  (MT-MESSAGE-TYPE)
035800         RESP    (WS-RESP)
035900     END-EXEC.
036000     EVALUATE WS-RESP
036100         WHEN DFHRESP(NORMAL)
036200             CONTINUE
036300         WHEN DFHRESP(NOTFND)
036400             MOVE "MESSAGE TYPE NOT ON MSGTYPE" TO WS-MESSAGE
036500             GO TO 4500-EXIT
036600         WHEN OTHER
036700             MOVE "MSGTYPE NOT AVAILABLE - TRY AGAIN LATER"
036800                 TO WS-MESSAGE
036900             GO TO 4500-EXIT
037000     END-EVALUATE.
037100     MOVE WS-DEPARTMENT       TO DEPTO.
037200     SET WS-REQUEST-VALID     TO TRUE.
037300 4500-EXIT.
037400     EXIT.
037500*--------------------------------------------------------------
037600 4550-CHECK-LOCALE.
037700*--------------------------------------------------------------
037800*    BROWSE THE LOCALE'S GREETTAB ROWS IN KEY (EFFECTIVE-FROM)
037900*    ORDER FOR ONE WHOSE RANGE COVERS TODAY.
038000*--------------------------------------------------------------
038100     SET WS-LOCALE-NOT-IN-EFFECT TO TRUE.
038200     SET WS-NOT-END-OF-BROWSE TO TRUE.
038300     MOVE WS-CHECK-LOCALE     TO GT-LOCALE-CODE.
038400     MOVE 0                   TO GT-EFFECTIVE-FROM.
038500     EXEC CICS STARTBR FILE (WS-GRT-FILE-NAME)
038600         RIDFLD  (GT-GREETING-KEY)
038700         GTEQ
038800         RESP    (WS-RESP)
038900     END-EXEC.
039000     IF WS-RESP NOT = DFHRESP(NORMAL)
039100         GO TO 4550-EXIT
039200     END-IF.
039300     PERFORM 4560-BROWSE-LOCALE THRU 4560-EXIT
039400         UNTIL WS-END-OF-BROWSE.
039500     EXEC CICS ENDBR FILE (WS-GRT-FILE-NAME)
039600         RESP    (WS-RESP)
039700     END-EXEC.
039800 4550-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------
040100 4560-BROWSE-LOCALE.
040200*--------------------------------------------------------------
040300     EXEC CICS READNEXT FILE (WS-GRT-FILE-NAME)
040400         INTO    (GREET-TAB-REC)
040500         RIDFLD  (GT-GREETING-KEY)
040600         RESP    (WS-RESP)
040700     END-EXEC.
040800     IF WS-RESP NOT = DFHRESP(NORMAL)
040900      OR GT-LOCALE-CODE NOT = WS-CHECK-LOCALE
041000      OR GT-EFFECTIVE-FROM > WS-CURR-DATE
041100         SET WS-END-OF-BROWSE TO TRUE
041200         GO TO 4560-EXIT
041300     END-IF.
041400     IF GT-EFFECTIVE-TO NOT < WS-CURR-DATE
041500         SET WS-LOCALE-IN-EFFECT TO TRUE
041600         SET WS-END-OF-BROWSE    TO TRUE
041700     END-IF.
041800 4560-EXIT.
041900     EXIT.
042000*--------------------------------------------------------------
042100 4700-NEXT-INTAKE-NUMBER.
042200*--------------------------------------------------------------
042300*    TAKE THE NEXT INTAKE NUMBER FROM THE CONTROL RECORD
042400*    (INTAKE NUMBER ZERO).  THE READ FOR UPDATE SERIALIZES THE
042500*    DESKS, SO NO TWO REQUESTS GET THE SAME NUMBER.  THE VERY
042600*    FIRST REQUEST CREATES THE CONTROL RECORD.  ZERO BACK
042700*    MEANS NO NUMBER COULD BE HAD.
042800*--------------------------------------------------------------
042900     MOVE 0                   TO IN-INTAKE-NUMBER.
043000     EXEC CICS READ FILE  (WS-FILE-NAME)
043100         INTO    (INTAKE-REC)
043200         RIDFLD  (IN-INTAKE-KEY)
043300         UPDATE
043400         RESP    (WS-RESP)
043500     END-EXEC.
043600     EVALUATE WS-RESP
043700         WHEN DFHRESP(NORMAL)
043800             ADD 1 TO IN-CTL-LAST-INTAKE
043900             MOVE IN-CTL-LAST-INTAKE TO WS-INTAKE-NUMBER
044000             EXEC CICS REWRITE FILE (WS-FILE-NAME)
044100                 FROM    (INTAKE-REC)
044200                 RESP    (WS-RESP)
044300             END-EXEC
044400         WHEN DFHRESP(NOTFND)
044500             MOVE SPACES      TO INTAKE-REC
044600             MOVE 0           TO IN-INTAKE-NUMBER
044700             SET IN-STATUS-CONTROL TO TRUE
044800             MOVE 1           TO IN-CTL-LAST-INTAKE
044900             MOVE 0           TO IN-CTL-LAST-TRAN-SEQ
045000             MOVE 0           TO IN-CTL-LAST-EXTRACT
045100             MOVE 1           TO WS-INTAKE-NUMBER
045200             EXEC CICS WRITE FILE (WS-FILE-NAME)
045300                 FROM    (INTAKE-REC)
045400                 RIDFLD  (IN-INTAKE-KEY)
045500                 RESP    (WS-RESP)
045600             END-EXEC
045700     END-EVALUATE.
045800     IF WS-RESP NOT = DFHRESP(NORMAL)
045900         MOVE 0 TO WS-INTAKE-NUMBER
046000         MOVE "INTAKE FILE NOT AVAILABLE - TRY AGAIN LATER"
046100             TO WS-MESSAGE
046200     END-IF.
046300 4700-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------
046600 5000-CHANGE-REQUEST.
046700*--------------------------------------------------------------
046800*    CHANGE ONE OF THE OPERATOR'S OWN PENDING REQUESTS.  THE
046900*    NEW DETAILS ARE VALIDATED BEFORE THE RECORD IS READ FOR
047000*    UPDATE, SO THE LOOKUPS DO NOT HOLD THE RECORD.
047100*--------------------------------------------------------------
047200     IF WS-INTAKE-NUMBER = 0
047300         MOVE "KEY THE INTAKE NUMBER OF THE REQUEST TO CHANGE"
047400             TO WS-MESSAGE
047500         GO TO 5000-EXIT
047600     END-IF.
047700     PERFORM 4500-VALIDATE-REQUEST THRU 4500-EXIT.
047800     IF WS-REQUEST-INVALID
047900         GO TO 5000-EXIT
048000     END-IF.
048100     PERFORM 5500-READ-OWN-PENDING THRU 5500-EXIT.
048200     IF WS-REQUEST-INVALID
048300         GO TO 5000-EXIT
048400     END-IF.
048500     MOVE WS-REQUESTER-ID     TO IN-REQUESTER-ID.
048600     MOVE WS-LOCALE-CODE      TO IN-LOCALE-CODE.
048700     MOVE WS-MESSAGE-TYPE     TO IN-MESSAGE-TYPE.
048800     MOVE WS-DEPARTMENT       TO IN-DEPARTMENT.
048900     PERFORM 5600-STAMP-CHANGE THRU 5600-EXIT.
049000     EXEC CICS REWRITE FILE (WS-FILE-NAME)
049100         FROM    (INTAKE-REC)
049200         RESP    (WS-RESP)
049300     END-EXEC.
049400     IF WS-RESP = DFHRESP(NORMAL)
049500         STRING "REQUEST " WS-INTAKE-NUMBER " CHANGED"
049600                DELIMITED BY SIZE INTO WS-MESSAGE
049700     ELSE
049800         MOVE "CHANGE FAILED - SEE SYSTEM CONSOLE" TO
049900             WS-MESSAGE
050000     END-IF.
050100 5000-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------
050400 5500-READ-OWN-PENDING.
050500*--------------------------------------------------------------
050600*    READ THE KEYED REQUEST FOR UPDATE AND PROVE THE OPERATOR
050700*    MAY TOUCH IT: ONLY THE OPERATOR WHO ENTERED A REQUEST MAY
050800*    CHANGE OR CANCEL IT, AND ONLY WHILE IT IS STILL PENDING -
050900*    ONCE THE CUTOFF EXTRACT HAS SUBMITTED IT, IT IS GONE TO
051000*    THE BATCH.  A REFUSED RECORD IS RELEASED AT ONCE.
051100*--------------------------------------------------------------
051200     SET WS-REQUEST-INVALID   TO TRUE.
051300     MOVE WS-INTAKE-NUMBER    TO IN-INTAKE-NUMBER.
051400     EXEC CICS READ FILE  (WS-FILE-NAME)
051500         INTO    (INTAKE-REC)
051600         RIDFLD  (IN-INTAKE-KEY)
051700         UPDATE
051800         RESP    (WS-RESP)
051900     END-EXEC.
052000     EVALUATE WS-RESP
052100         WHEN DFHRESP(NORMAL)
052200             CONTINUE
052300         WHEN DFHRESP(NOTFND)
052400             MOVE "INTAKE NUMBER NOT FOUND" TO WS-MESSAGE
052500             GO TO 5500-EXIT
052600         WHEN OTHER
052700             MOVE "INTAKE FILE NOT AVAILABLE - TRY AGAIN LATER"
052800                 TO WS-MESSAGE
052900             GO TO 5500-EXIT
053000     END-EVALUATE.
053100     EVALUATE TRUE
053200         WHEN IN-STATUS-CONTROL
053300             MOVE "INTAKE NUMBER NOT FOUND" TO WS-MESSAGE
053400         WHEN IN-OPERATOR-ID NOT = WS-OPERATOR-ID
053500             MOVE "NOT YOUR REQUEST - ONLY THE OPERATOR WHO ENTER
053600-                 "ED IT MAY CHANGE IT" TO WS-MESSAGE
053700         WHEN IN-STATUS-SUBMITTED
053800             MOVE "REQUEST ALREADY SUBMITTED AT CUTOFF - NO LONGE
053900-                 "R CHANGEABLE" TO WS-MESSAGE
054000         WHEN IN-STATUS-CANCELLED
054100             MOVE "REQUEST ALREADY CANCELLED" TO WS-MESSAGE
054200         WHEN OTHER
054300             SET WS-REQUEST-VALID TO TRUE
054400     END-EVALUATE.
054500     IF WS-REQUEST-INVALID
054600         EXEC CICS UNLOCK FILE (WS-FILE-NAME)
054700             RESP    (WS-RESP)
054800         END-EXEC
054900     END-IF.
055000 5500-EXIT.
055100     EXIT.
055200*--------------------------------------------------------------
055300 5600-STAMP-CHANGE.
055400*--------------------------------------------------------------
055500     MOVE WS-OPERATOR-ID      TO IN-CHANGE-OPERATOR.
055600     MOVE EIBTRMID            TO IN-CHANGE-TERMINAL.
055700     MOVE WS-CURR-DATE        TO IN-CHANGE-DATE.
055800     MOVE WS-CURR-TIME        TO IN-CHANGE-TIME.
055900 5600-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------
056200 6000-CANCEL-REQUEST.
056300*--------------------------------------------------------------
056400*    CANCEL ONE OF THE OPERATOR'S OWN PENDING REQUESTS.  THE
056500*    RECORD STAYS ON FILE, MARKED CANCELLED WITH WHO CANCELLED
056600*    IT AND WHEN, AND THE EXTRACT PASSES IT BY.
056700*--------------------------------------------------------------
056800     IF WS-INTAKE-NUMBER = 0
056900         MOVE "KEY THE INTAKE NUMBER OF THE REQUEST TO CANCEL"
057000             TO WS-MESSAGE
057100         GO TO 6000-EXIT
057200     END-IF.
057300     PERFORM 5500-READ-OWN-PENDING THRU 5500-EXIT.
057400     IF WS-REQUEST-INVALID
057500         GO TO 6000-EXIT
057600     END-IF.
057700     SET IN-STATUS-CANCELLED  TO TRUE.
057800     PERFORM 5600-STAMP-CHANGE THRU 5600-EXIT.
057900     EXEC CICS REWRITE FILE (WS-FILE-NAME)
058000         FROM    (INTAKE-REC)
058100         RESP    (WS-RESP)
058200     END-EXEC.
058300     IF WS-RESP = DFHRESP(NORMAL)
058400         MOVE IN-REQUESTER-ID TO REQIDO
058500         MOVE IN-LOCALE-CODE  TO LOCALEO
058600         MOVE IN-MESSAGE-TYPE TO MSGTYPO
058700         MOVE IN-DEPARTMENT   TO DEPTO
058800         STRING "REQUEST " WS-INTAKE-NUMBER " CANCELLED"
058900                DELIMITED BY SIZE INTO WS-MESSAGE
059000     ELSE
059100         MOVE "CANCEL FAILED - SEE SYSTEM CONSOLE" TO
059200             WS-MESSAGE
059300     END-IF.
059400 6000-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------
059700 7000-LIST-REQUESTS.
059800*--------------------------------------------------------------
059900*    LIST THE OPERATOR'S OWN PENDING REQUESTS FROM THE KEYED
060000*    INTAKE NUMBER ON (FROM THE START WHEN BLANK), FIRST NINE
060100*    SHOWN - KEYING THE NEXT NUMBER AND L AGAIN PAGES ON.
060200*--------------------------------------------------------------
060300     MOVE 0 TO WS-ENTRY-COUNT.
060400     MOVE 0 TO WS-LINE-SUB.
060500     PERFORM 7050-CLEAR-LINE THRU 7050-EXIT
060600         VARYING WS-LINE-SUB FROM 1 BY 1
060700         UNTIL WS-LINE-SUB > 9.
060800     SET WS-NOT-END-OF-BROWSE TO TRUE.
060900     IF WS-INTAKE-NUMBER = 0
061000         MOVE 1                TO IN-INTAKE-NUMBER
061100     ELSE
061200         MOVE WS-INTAKE-NUMBER TO IN-INTAKE-NUMBER
061300     END-IF.
061400     EXEC CICS STARTBR FILE (WS-FILE-NAME)
061500         RIDFLD  (IN-INTAKE-KEY)
061600         GTEQ
061700         RESP    (WS-RESP)
061800     END-EXEC.
061900     IF WS-RESP NOT = DFHRESP(NORMAL)
062000         MOVE "NO PENDING REQUESTS FOR THIS OPERATOR"
062100             TO WS-MESSAGE
062200         GO TO 7000-EXIT
062300     END-IF.
062400     PERFORM 7100-BROWSE-ONE THRU 7100-EXIT
062500         UNTIL WS-END-OF-BROWSE.
062600     EXEC CICS ENDBR FILE (WS-FILE-NAME)
062700         RESP    (WS-RESP)
062800     END-EXEC.
062900     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
063000     EVALUATE TRUE
063100         WHEN WS-ENTRY-COUNT = 0
063200             MOVE "NO PENDING REQUESTS FOR THIS OPERATOR"
063300                 TO WS-MESSAGE
063400         WHEN WS-ENTRY-COUNT > 9
063500             STRING WS-COUNT-EDIT " PENDING - SHOWING FIRST 9, "
063600                    "KEY THE NEXT INTAKE NUMBER AND L FOR MORE"
063700                    DELIMITED BY SIZE INTO WS-MESSAGE
063800         WHEN OTHER
063900             STRING WS-COUNT-EDIT " PENDING REQUEST(S) LISTED"
064000                    DELIMITED BY SIZE INTO WS-MESSAGE
064100     END-EVALUATE.
064200 7000-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------
064500 7050-CLEAR-LINE.
064600*--------------------------------------------------------------
064700     MOVE SPACES TO DETLO (WS-LINE-SUB).
064800 7050-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------
065100 7100-BROWSE-ONE.
065200*--------------------------------------------------------------
065300*    READ ONE INTAKE RECORD AND, WHEN IT IS ONE OF THE
065400*    OPERATOR'S PENDING REQUESTS, COUNT IT AND FORMAT ITS
065500*    SCREEN LINE IF ONE OF THE NINE IS STILL FREE.
065600*--------------------------------------------------------------
065700     EXEC CICS READNEXT FILE (WS-FILE-NAME)
065800         INTO    (INTAKE-REC)
065900         RIDFLD  (IN-INTAKE-KEY)
066000         RESP    (WS-RESP)
066100     END-EXEC.
066200     IF WS-RESP NOT = DFHRESP(NORMAL)
066300         SET WS-END-OF-BROWSE TO TRUE
066400         GO TO 7100-EXIT
066500     END-IF.
066600     IF NOT IN-STATUS-PENDING
066700      OR IN-OPERATOR-ID NOT = WS-OPERATOR-ID
066800         GO TO 7100-EXIT
066900     END-IF.
067000     ADD 1 TO WS-ENTRY-COUNT.
067100     IF WS-ENTRY-COUNT > 9
067200         GO TO 7100-EXIT
067300     END-IF.
067400     MOVE SPACES              TO WS-DETAIL-LINE.
067500     MOVE IN-INTAKE-NUMBER    TO WS-DL-INTAKE-NUMBER.
067600     MOVE IN-REQUESTER-ID     TO WS-DL-REQUESTER-ID.
067700     MOVE IN-LOCALE-CODE      TO WS-DL-LOCALE-CODE.
067800     MOVE IN-MESSAGE-TYPE     TO WS-DL-MESSAGE-TYPE.
067900     MOVE IN-DEPARTMENT       TO WS-DL-DEPARTMENT.
068000     MOVE IN-ENTRY-DATE       TO WS-DL-ENTRY-DATE.
068100     MOVE IN-ENTRY-TIME (1:6) TO WS-DL-ENTRY-TIME.
068200     MOVE WS-ENTRY-COUNT      TO WS-LINE-SUB.
068300     MOVE WS-DETAIL-LINE      TO DETLO (WS-LINE-SUB).
068400 7100-EXIT.
068500     EXIT.
068600*--------------------------------------------------------------
068700 9000-ABEND-HANDLER.
068800*--------------------------------------------------------------
068900*    ANY UNHANDLED CICS CONDITION LANDS HERE RATHER THAN
069000*    ABENDING THE TRANSACTION IN FRONT OF THE OPERATOR.
069100*--------------------------------------------------------------
069200     MOVE "AN UNEXPECTED ERROR OCCURRED - NOTIFY SUPPORT" TO
069300         WS-MESSAGE.
069400     MOVE WS-MESSAGE TO MSGLO.
069500     EXEC CICS SEND MAP    (WS-MAP-NAME)
069600         MAPSET  (WS-MAPSET-NAME)
069700         FROM    (INTKM1O)
069800         DATAONLY
069900     END-EXEC.
070000     EXEC CICS RETURN
070100         TRANSID  ("INTK")
070200         COMMAREA (WS-COMMAREA)
070300     END-EXEC.
070400 9000-EXIT.
070500     EXIT.
