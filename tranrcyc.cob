002900*                    THAN A DAY NO LONGER SIMPLY DISAPPEAR, AND
003000*                    THE REGIONAL DESKS CAN BE SHOWN THEIR
003100*                    REQUESTS WERE NOT LOST.
003110*  2026-10-15  MC    CORRECTIONS NOW MATCH THEIR REJECT BY THE
003120*                    ORIGINAL TX-TRAN-REF TRANSACTION REFERENCE
003130*                    INSTEAD OF THE REQUESTER ID, SO TWO REJECTS
003140*                    FOR ONE REQUESTER CAN EACH BE CORRECTED,
003150*                    AND THE REPAIRS SORT AND MERGE IN
003160*                    ASCENDING TX-TRAN-REF SEQUENCE.  THE
003170*                    REGISTER AND AGING SECTIONS SHOW THE
003180*                    REFERENCE.
003182*  2026-10-15  MC    AT END OF RUN THE REJECTS AND SUSPENSE
003184*                    RECYCLED IN, THE REPAIRS, THE REJECTS
003186*                    SUSPENDED, AND THE NEXT-TRANFILE AND MERGED
003188*                    COUNTS ARE APPENDED TO THE SHARED BALFILE
003190*                    BALANCING FILE (BALREC COPYBOOK), STAMPED
003192*                    WITH THE JOB NAME, CYCLE DATE AND RUN
003194*                    NUMBER, FOR THE BALRPT BALANCING STEP.  THE
003196*                    JOB NAME IS A NEW OPTIONAL PARM FIELD AFTER
003198*                    THE CYCLE DATE, DEFAULTING TO HELLOWLD.
003200*--------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
005700     SELECT RCYCRPT         ASSIGN TO RCYCRPT
005800                            ORGANIZATION IS LINE SEQUENTIAL
005900                            FILE STATUS IS WS-RCYCRPT-STATUS.
005920     SELECT BALFILE         ASSIGN TO BALFILE
005940                            ORGANIZATION IS LINE SEQUENTIAL
005960                            FILE STATUS IS WS-BALFILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  TRANREJ
007000 01  CORRFILE-REC                PIC X(80).
007100 FD  TRANNEXT
007200     RECORDING MODE IS F.
007300 01  TRANNEXT-REC                PIC X(32).
007400 FD  TRANMRG
007500     RECORDING MODE IS F.
007600 01  TRANMRG-REC                 PIC X(32).
007700 FD  REJSNEW
007800     RECORDING MODE IS F.
007900 01  REJSNEW-REC                 PIC X(80).
008000 FD  RCYCRPT
008100     RECORDING MODE IS F.
008200 01  RCYCRPT-REC                 PIC X(133).
008220 FD  BALFILE
008240     RECORDING MODE IS F.
008260 01  BALFILE-REC                 PIC X(80).
008300 WORKING-STORAGE SECTION.
008400*--------------------------------------------------------------
008500* PARM CARD - THE CYCLE DATE OF THIS RECYCLE RUN, DEFAULTING
008600* TO TODAY.  STAMPED AS THE FIRST CYCLE DATE OF ANY REJECT
008660* THAT ARRIVED WITHOUT ONE.  THE JOB NAME STAMPED ON THE
008720* BALFILE CONTROL TOTALS FOLLOWS IT, DEFAULTING TO HELLOWLD.
008800*--------------------------------------------------------------
008900 01  WS-PARM-CARD.
009000     05  WS-PARM-CYCLE-DATE      PIC X(08).
009060     05  WS-PARM-JOB-NAME        PIC X(08).
009120     05  FILLER                  PIC X(64).
009200 01  WS-CYCLE-DATE               PIC 9(08).
009250 01  WS-JOB-NAME                 PIC X(08).
009300*--------------------------------------------------------------
009400* REJECT, SUSPENSE AND TRANSACTION RECORDS (COPYBOOKS)
009500*--------------------------------------------------------------
009800 COPY TRANREC.
009900*--------------------------------------------------------------
010000* CORRECTION CARD - ONE CARD KEYED BY THE DESK AGAINST ONE
010100* REJECT ON THE REGISTER: THE TRANSACTION REFERENCE OF THE
010200* ORIGINAL REJECTED CARD, FOLLOWED BY THE FULL CORRECTED
010250* TRANSACTION.
010300*--------------------------------------------------------------
010400 01  WS-CORR-REC.
010500     05  CO-ORIG-TRAN-REF        PIC X(12).
010600     05  CO-CORRECTED-TRAN       PIC X(32).
010700     05  FILLER                  PIC X(36).
010800*--------------------------------------------------------------
010900* FILE STATUS FIELDS AND SWITCHES
011000*--------------------------------------------------------------
014000 01  WS-CORR-SUB                 PIC 9(04) COMP.
014100 01  WS-CORR-TABLE.
014200     05  WS-CORR-ENTRY           OCCURS 500 TIMES.
014300         10  CT-ORIG-REF         PIC X(12).
014400         10  CT-TRAN             PIC X(32).
014500         10  CT-USED-SWITCH      PIC X(01).
014600*--------------------------------------------------------------
014700* REPAIR TABLE - THE CORRECTED TRANSACTIONS TO BE MERGED INTO
014800* THE NEXT TRANFILE, SORTED INTO ASCENDING TX-TRAN-REF
014900* SEQUENCE BEFORE THE MERGE.  EACH ENTRY KEEPS ITS ORIGINAL
014920* REJECT CONTEXT AND ITS CORRECTION'S TABLE INDEX, SO A
014940* REPAIR THE MERGE MUST DROP - A NEW KEY THAT WOULD DUPLICATE
015700         10  RP-TRAN.
015800             15  RP-NEW-ID       PIC X(08).
015900             15  FILLER          PIC X(12).
015950             15  RP-NEW-REF      PIC X(12).
016000         10  RP-ORIG-ID          PIC X(08).
016050         10  RP-ORIG-REF         PIC X(12).
016100         10  RP-REASON-CODE      PIC X(04).
016110         10  RP-ORIG-IMAGE       PIC X(32).
016120         10  RP-REASON-TEXT      PIC X(30).
016130         10  RP-FIRST-DATE       PIC 9(08).
016140         10  RP-CYCLE-COUNT      PIC 9(03).
016160         10  RP-MERGE-SWITCH     PIC X(01).
016170             88  RP-WAS-MERGED   VALUE "M".
016180             88  RP-WAS-DROPPED  VALUE "D".
016200 01  WS-RPR-SWAP-ENTRY           PIC X(134).
016210 01  WS-MRG-LAST-KEY             PIC X(12) VALUE LOW-VALUES.
016300*--------------------------------------------------------------
016400* AGING TABLE - EVERY REJECT STILL UNWORKED THIS CYCLE, HELD
016500* FOR THE AGING SECTION PRINTED AFTER THE REGISTER.
016900 01  WS-AGE-SUB                  PIC 9(04) COMP.
017000 01  WS-AGE-TABLE.
017100     05  WS-AGE-ENTRY            OCCURS 2000 TIMES.
017150         10  AG-TRAN-REF         PIC X(12).
017200         10  AG-REQUESTER-ID     PIC X(08).
017300         10  AG-REASON-CODE      PIC X(04).
017400         10  AG-FIRST-DATE       PIC 9(08).
017700* WORK REJECT - THE ONE REJECT IN FLIGHT, WHICHEVER FILE IT
017800* CAME FROM, NORMALIZED TO THE SUSPENSE SHAPE.
017900*--------------------------------------------------------------
018000 01  WS-WK-IMAGE                 PIC X(32).
018100 01  WS-WK-KEY REDEFINES WS-WK-IMAGE.
018200     05  WS-WK-REQUESTER-ID      PIC X(08).
018300     05  FILLER                  PIC X(12).
018350     05  WS-WK-TRAN-REF          PIC X(12).
018400 01  WS-WK-REASON-CODE           PIC X(04).
018500 01  WS-WK-REASON-TEXT           PIC X(30).
018600 01  WS-WK-FIRST-DATE            PIC 9(08).
018780     05  WS-RPP-LOCALE-CODE      PIC X(05).
018790     05  WS-RPP-MESSAGE-TYPE     PIC X(04).
018795     05  FILLER                  PIC X(03).
018797     05  WS-RPP-TRAN-REF         PIC X(12).
018800*--------------------------------------------------------------
018900* COUNTERS AND RUN CONTEXT
019000*--------------------------------------------------------------
020100 01  WS-MERGE-OUT-COUNT          PIC 9(06) COMP VALUE 0.
020200 01  WS-CURRENT-DATE             PIC 9(08).
020300 01  WS-CURRENT-TIME             PIC 9(08).
020308*--------------------------------------------------------------
020316* BALFILE CONTROL-TOTAL RECORD (COPYBOOK) AND ITS CONTROLS -
020324* THE RUN NUMBER IS ONE PAST THE HIGHEST ALREADY ON BALFILE
020332* FOR THIS JOB, CYCLE DATE AND PROGRAM.
020340*--------------------------------------------------------------
020348 COPY BALREC.
020356 01  WS-BALFILE-STATUS           PIC X(02).
020364 01  WS-BALFILE-SWITCH           PIC X(01).
020372     88  WS-END-OF-BALFILE       VALUE "Y".
020380     88  WS-NOT-END-OF-BALFILE   VALUE "N".
020388 01  WS-BAL-RUN-NUMBER           PIC 9(03).
020400*--------------------------------------------------------------
020500* PAGE / LINE CONTROL
020600*--------------------------------------------------------------
023800     05  FILLER                  PIC X(72)  VALUE SPACES.
023900 01  WS-RPR-COLUMNS.
024000     05  FILLER                  PIC X(01)  VALUE SPACE.
024050     05  FILLER                  PIC X(08)  VALUE "ORIG REF".
024060     05  FILLER                  PIC X(07)  VALUE SPACES.
024100     05  FILLER                  PIC X(08)  VALUE "ORIG REQ".
024200     05  FILLER                  PIC X(04)  VALUE SPACES.
024300     05  FILLER                  PIC X(06)  VALUE "REASON".
024400     05  FILLER                  PIC X(03)  VALUE SPACES.
024450     05  FILLER                  PIC X(07)  VALUE "NEW REF".
024460     05  FILLER                  PIC X(08)  VALUE SPACES.
024500     05  FILLER                  PIC X(07)  VALUE "NEW REQ".
024600     05  FILLER                  PIC X(05)  VALUE SPACES.
024700     05  FILLER                  PIC X(06)  VALUE "LOCALE".
024800     05  FILLER                  PIC X(03)  VALUE SPACES.
024900     05  FILLER                  PIC X(04)  VALUE "TYPE".
025000     05  FILLER                  PIC X(56)  VALUE SPACES.
025100 01  WS-RPR-DETAIL-LINE.
025200     05  FILLER                  PIC X(01)  VALUE SPACE.
025250     05  RL-ORIG-REF             PIC X(12).
025260     05  FILLER                  PIC X(03)  VALUE SPACES.
025300     05  RL-ORIG-ID              PIC X(08).
025400     05  FILLER                  PIC X(06)  VALUE SPACES.
025500     05  RL-REASON-CODE          PIC X(04).
025600     05  FILLER                  PIC X(03)  VALUE SPACES.
025650     05  RL-NEW-REF              PIC X(12).
025660     05  FILLER                  PIC X(03)  VALUE SPACES.
025700     05  RL-NEW-ID               PIC X(08).
025800     05  FILLER                  PIC X(04)  VALUE SPACES.
025900     05  RL-LOCALE-CODE          PIC X(05).
026000     05  FILLER                  PIC X(04)  VALUE SPACES.
026100     05  RL-MESSAGE-TYPE         PIC X(04).
026200     05  FILLER                  PIC X(56)  VALUE SPACES.
026300 01  WS-UNM-COLUMNS.
026400     05  FILLER                  PIC X(01)  VALUE SPACE.
026500     05  FILLER                  PIC X(08)  VALUE "ORIG REF".
026600     05  FILLER                  PIC X(08)  VALUE SPACES.
026700     05  FILLER                  PIC X(14)  VALUE
026800             "CORRECTED CARD".
026900     05  FILLER                  PIC X(102) VALUE SPACES.
027000 01  WS-UNM-DETAIL-LINE.
027100     05  FILLER                  PIC X(01)  VALUE SPACE.
027200     05  UL-ORIG-REF             PIC X(12).
027300     05  FILLER                  PIC X(04)  VALUE SPACES.
027400     05  UL-CORRECTED-TRAN       PIC X(32).
027500     05  FILLER                  PIC X(03)  VALUE SPACES.
027600     05  UL-RESULT               PIC X(30).
027700     05  FILLER                  PIC X(51)  VALUE SPACES.
027800 01  WS-AGE-COLUMNS.
027900     05  FILLER                  PIC X(01)  VALUE SPACE.
027950     05  FILLER                  PIC X(08)  VALUE "TRAN REF".
027960     05  FILLER                  PIC X(07)  VALUE SPACES.
028000     05  FILLER                  PIC X(09)  VALUE "REQUESTER".
028100     05  FILLER                  PIC X(03)  VALUE SPACES.
028200     05  FILLER                  PIC X(06)  VALUE "REASON".
028700     05  FILLER                  PIC X(06)  VALUE "CYCLES".
028800     05  FILLER                  PIC X(03)  VALUE SPACES.
028900     05  FILLER                  PIC X(03)  VALUE "AGE".
029000     05  FILLER                  PIC X(70)  VALUE SPACES.
029100 01  WS-AGE-DETAIL-LINE.
029200     05  FILLER                  PIC X(01)  VALUE SPACE.
029250     05  AL-TRAN-REF             PIC X(12).
029260     05  FILLER                  PIC X(03)  VALUE SPACES.
029300     05  AL-REQUESTER-ID         PIC X(08).
029400     05  FILLER                  PIC X(04)  VALUE SPACES.
029500     05  AL-REASON-CODE          PIC X(04).
029900     05  AL-CYCLE-COUNT          PIC ZZ9.
030000     05  FILLER                  PIC X(06)  VALUE SPACES.
030100     05  AL-AGE-BUCKET           PIC X(02).
030200     05  FILLER                  PIC X(71)  VALUE SPACES.
030300 01  WS-TRAILER-LINE-1.
030400     05  FILLER                  PIC X(01)  VALUE SPACE.
030500     05  FILLER                  PIC X(17)  VALUE
035900     PERFORM 6000-PRINT-UNMATCHED  THRU 6000-EXIT.
036000     PERFORM 6500-PRINT-AGING      THRU 6500-EXIT.
036100     PERFORM 8100-WRITE-TRAILER    THRU 8100-EXIT.
036150     PERFORM 8700-WRITE-CONTROL-TOTALS THRU 8700-EXIT.
036200     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
036300     GO TO 9999-EXIT.
036400*--------------------------------------------------------------
037900         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
038000     ELSE
038100         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
038110     END-IF.
038120     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
038130         MOVE "HELLOWLD" TO WS-JOB-NAME
038140     ELSE
038150         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
038200     END-IF.
038300     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
038400     OPEN OUTPUT TRANMRG.
043300     ADD 1 TO WS-CORR-READ-COUNT.
043400     IF WS-CORR-USED < WS-CORR-MAX
043500         ADD 1 TO WS-CORR-USED
043600         MOVE CO-ORIG-TRAN-REF
043700             TO CT-ORIG-REF (WS-CORR-USED)
043800         MOVE CO-CORRECTED-TRAN
043900             TO CT-TRAN (WS-CORR-USED)
044000         MOVE "N" TO CT-USED-SWITCH (WS-CORR-USED)
044100     ELSE
044200         DISPLAY "TRANRCYC - CORRECTION TABLE FULL, CARD "
044300                 "DROPPED FOR TRAN REF " CO-ORIG-TRAN-REF
044400     END-IF.
044500     PERFORM 1190-READ-CORRECTION THRU 1190-EXIT.
044600 1100-EXIT.
051400 2500-MATCH-AND-ROUTE.
051500*--------------------------------------------------------------
051600*    MATCH THE WORK REJECT AGAINST THE FIRST UNCLAIMED
051700*    CORRECTION KEYED WITH ITS ORIGINAL TRANSACTION REFERENCE.
051800*    MATCHED MEANS REPAIRED - THE CORRECTED CARD GOES TO THE
051900*    REPAIR TABLE FOR THE MERGE.  UNMATCHED MEANS THE REJECT
052000*    ROLLS FORWARD TO THE NEW SUSPENSE FILE ONE CYCLE OLDER.
052100*--------------------------------------------------------------
052200     SET WS-CORR-NOT-MATCHED TO TRUE.
052300     PERFORM 2600-FIND-CORRECTION THRU 2600-EXIT
053600*--------------------------------------------------------------
053700 2600-FIND-CORRECTION.
053800*--------------------------------------------------------------
053900     IF  CT-ORIG-REF (WS-CORR-SUB) = WS-WK-TRAN-REF
054000     AND CT-USED-SWITCH (WS-CORR-SUB) = "N"
054100         SET WS-CORR-MATCHED TO TRUE
054200     END-IF.
055600             TO RP-TRAN (WS-RPR-USED)
055700         MOVE WS-WK-REQUESTER-ID
055800             TO RP-ORIG-ID (WS-RPR-USED)
055850         MOVE WS-WK-TRAN-REF
055860             TO RP-ORIG-REF (WS-RPR-USED)
055900         MOVE WS-WK-REASON-CODE
056000             TO RP-REASON-CODE (WS-RPR-USED)
056010         MOVE WS-WK-IMAGE
056094         SET RP-WAS-MERGED (WS-RPR-USED) TO TRUE
056100     ELSE
056200         DISPLAY "TRANRCYC - REPAIR TABLE FULL, REJECT "
056300                 "ROLLED FORWARD FOR " WS-WK-TRAN-REF
056400         MOVE "N" TO CT-USED-SWITCH (WS-CORR-SUB)
056500         PERFORM 2800-ROLL-SUSPENSE THRU 2800-EXIT
056600     END-IF.
059400     END-IF.
059500     IF WS-AGE-USED < WS-AGE-MAX
059600         ADD 1 TO WS-AGE-USED
059650         MOVE WS-WK-TRAN-REF
059660             TO AG-TRAN-REF (WS-AGE-USED)
059700         MOVE WS-WK-REQUESTER-ID
059800             TO AG-REQUESTER-ID (WS-AGE-USED)
059900         MOVE WS-WK-REASON-CODE
060400             TO AG-CYCLE-COUNT (WS-AGE-USED)
060500     ELSE
060600         DISPLAY "TRANRCYC - AGING TABLE FULL, LINE DROPPED "
060700                 "FOR " WS-WK-TRAN-REF
060800     END-IF.
060900 2800-EXIT.
061000     EXIT.
061100*--------------------------------------------------------------
061200 3000-SORT-REPAIRS.
061300*--------------------------------------------------------------
061400*    SORT THE REPAIR TABLE INTO ASCENDING TX-TRAN-REF
061500*    SEQUENCE - THE HARD PRECONDITION ON TRANFILE (SEE TRANREC)
061600*    THE MERGE MUST PRESERVE.  A STRAIGHT EXCHANGE SORT IS
061700*    PLENTY FOR A TABLE THIS SIZE.
063500*--------------------------------------------------------------
063600 3150-SORT-COMPARE.
063700*--------------------------------------------------------------
063800     IF RP-NEW-REF (WS-RPR-SUB-2) >
063900        RP-NEW-REF (WS-RPR-SUB-2 + 1)
064000         MOVE WS-RPR-ENTRY (WS-RPR-SUB-2)
064100             TO WS-RPR-SWAP-ENTRY
064200         MOVE WS-RPR-ENTRY (WS-RPR-SUB-2 + 1)
067500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
067600     END-IF.
067700     MOVE SPACES                     TO WS-RPR-DETAIL-LINE.
067750     MOVE RP-ORIG-REF (WS-RPR-SUB)   TO RL-ORIG-REF.
067800     MOVE RP-ORIG-ID (WS-RPR-SUB)    TO RL-ORIG-ID.
067900     MOVE RP-REASON-CODE (WS-RPR-SUB) TO RL-REASON-CODE.
068000     MOVE RP-TRAN (WS-RPR-SUB)       TO WS-RPR-PRINT-TRAN.
068050     MOVE WS-RPP-TRAN-REF            TO RL-NEW-REF.
068100     MOVE WS-RPP-REQUESTER-ID        TO RL-NEW-ID.
068200     MOVE WS-RPP-LOCALE-CODE         TO RL-LOCALE-CODE.
068300     MOVE WS-RPP-MESSAGE-TYPE        TO RL-MESSAGE-TYPE.
069000 5000-MERGE-TRANFILE.
069100*--------------------------------------------------------------
069200*    MERGE THE SORTED REPAIRS WITH THE NEXT CYCLE'S TRANFILE,
069300*    PRESERVING THE STRICT ASCENDING TX-TRAN-REF SEQUENCE
069350*    TRANREC DOCUMENTS AS THE RESTART PRECONDITION.  A REPAIR
069400*    WHOSE NEW KEY EQUALS THE INCUMBENT TRANNEXT KEY, OR THE
069450*    KEY JUST WRITTEN, CANNOT GO OUT - A DUPLICATE KEY WOULD
071800             MOVE GREET-TRAN-REC TO TRANMRG-REC
071900             WRITE TRANMRG-REC
072000             ADD 1 TO WS-MERGE-OUT-COUNT
072050             MOVE TX-TRAN-REF TO WS-MRG-LAST-KEY
072100             PERFORM 5090-READ-TRANNEXT THRU 5090-EXIT
072150         WHEN WS-NOT-END-OF-TRANNEXT
072160          AND RP-NEW-REF (WS-RPR-SUB) = TX-TRAN-REF
072170             PERFORM 5200-DROP-REPAIR THRU 5200-EXIT
072180             ADD 1 TO WS-RPR-SUB
072190         WHEN RP-NEW-REF (WS-RPR-SUB) = WS-MRG-LAST-KEY
072192             PERFORM 5200-DROP-REPAIR THRU 5200-EXIT
072194             ADD 1 TO WS-RPR-SUB
072200         WHEN WS-END-OF-TRANNEXT
072300             MOVE RP-TRAN (WS-RPR-SUB) TO TRANMRG-REC
072400             WRITE TRANMRG-REC
072500             ADD 1 TO WS-MERGE-OUT-COUNT
072550             MOVE RP-NEW-REF (WS-RPR-SUB) TO WS-MRG-LAST-KEY
072600             ADD 1 TO WS-RPR-SUB
072700         WHEN RP-NEW-REF (WS-RPR-SUB) < TX-TRAN-REF
072800             MOVE RP-TRAN (WS-RPR-SUB) TO TRANMRG-REC
072900             WRITE TRANMRG-REC
073000             ADD 1 TO WS-MERGE-OUT-COUNT
073050             MOVE RP-NEW-REF (WS-RPR-SUB) TO WS-MRG-LAST-KEY
073100             ADD 1 TO WS-RPR-SUB
073200         WHEN OTHER
073300             MOVE GREET-TRAN-REC TO TRANMRG-REC
073400             WRITE TRANMRG-REC
073500             ADD 1 TO WS-MERGE-OUT-COUNT
073550             MOVE TX-TRAN-REF TO WS-MRG-LAST-KEY
073600             PERFORM 5090-READ-TRANNEXT THRU 5090-EXIT
073700     END-EVALUATE.
073800 5100-EXIT.
073924*    ALSO SETS RC=4 IN 9000).
073927*--------------------------------------------------------------
073930     DISPLAY "TRANRCYC - REPAIR DROPPED, KEY "
073933             RP-NEW-REF (WS-RPR-SUB) " WOULD DUPLICATE THE "
073936             "MERGED TRANFILE - REJECT ROLLED FORWARD".
073939     SUBTRACT 1 FROM WS-REPAIR-COUNT.
073942     MOVE RP-ORIG-IMAGE (WS-RPR-SUB)  TO WS-WK-IMAGE.
074100 6000-PRINT-UNMATCHED.
074200*--------------------------------------------------------------
074300*    PRINT EVERY CORRECTION NO REJECT CLAIMED - A MISKEYED
074400*    ORIGINAL TRANSACTION REFERENCE OR A CARD FOR A REJECT ALREADY
074500*    WORKED.  THESE SET RC=4 IN 9000.
074600*--------------------------------------------------------------
074700     MOVE WS-UNM-COLUMNS TO WS-CURRENT-COLUMNS.
077300         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
077400     END-IF.
077500     MOVE SPACES                   TO WS-UNM-DETAIL-LINE.
077600     MOVE CT-ORIG-REF (WS-CORR-SUB) TO UL-ORIG-REF.
077700     MOVE CT-TRAN (WS-CORR-SUB)    TO UL-CORRECTED-TRAN.
077800     MOVE "NO MATCHING REJECT"     TO UL-RESULT.
077900     MOVE WS-UNM-DETAIL-LINE       TO RCYCRPT-REC.
081400         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
081500     END-IF.
081600     MOVE SPACES                       TO WS-AGE-DETAIL-LINE.
081650     MOVE AG-TRAN-REF (WS-AGE-SUB)     TO AL-TRAN-REF.
081700     MOVE AG-REQUESTER-ID (WS-AGE-SUB) TO AL-REQUESTER-ID.
081800     MOVE AG-REASON-CODE (WS-AGE-SUB)  TO AL-REASON-CODE.
081900     MOVE AG-FIRST-DATE (WS-AGE-SUB)   TO AL-FIRST-DATE.
088400 8100-EXIT.
088500     EXIT.
088600*--------------------------------------------------------------
088601 8700-WRITE-CONTROL-TOTALS.
088602*--------------------------------------------------------------
088603*    APPEND THIS RUN'S RECYCLE COUNTS TO THE SHARED BALFILE
088604*    FOR THE BALRPT BALANCING STEP - REJECTS AND SUSPENSE IN,
088605*    REPAIRS AND REJECTS SUSPENDED OUT, AND THE NEXT TRANFILE
088606*    IN AGAINST THE MERGED TRANFILE OUT.  A BALFILE THAT
088607*    CANNOT BE OPENED IS REPORTED BUT DOES NOT FAIL THE STEP.
088608*--------------------------------------------------------------
088609     PERFORM 8710-SET-RUN-NUMBER THRU 8710-EXIT.
088610     OPEN EXTEND BALFILE.
088611     IF WS-BALFILE-STATUS = "35"
088612         OPEN OUTPUT BALFILE
088613     END-IF.
088614     IF WS-BALFILE-STATUS NOT = "00"
088615         DISPLAY "TRANRCYC - BALFILE OPEN FAILED, STATUS="
088616                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
088617                 "WRITTEN"
088618         GO TO 8700-EXIT
088619     END-IF.
088620     MOVE SPACES             TO CTL-TOTAL-REC.
088621     MOVE WS-JOB-NAME        TO CB-JOB-NAME.
088622     MOVE WS-CYCLE-DATE      TO CB-CYCLE-DATE.
088623     MOVE WS-BAL-RUN-NUMBER  TO CB-RUN-NUMBER.
088624     MOVE "TRANRCYC"         TO CB-PROGRAM-ID.
088625     MOVE "TRANRCYC"         TO CB-STEP-NAME.
088626     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
088627     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
088628     SET CB-CNT-REJ-IN        TO TRUE.
088629     MOVE WS-REJ-IN-COUNT    TO CB-COUNT.
088630     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088631     SET CB-CNT-SUSP-IN       TO TRUE.
088632     MOVE WS-SUSP-IN-COUNT   TO CB-COUNT.
088633     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088634     SET CB-CNT-REPAIRED      TO TRUE.
088635     MOVE WS-REPAIR-COUNT    TO CB-COUNT.
088636     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088637     SET CB-CNT-SUSPENDED     TO TRUE.
088638     MOVE WS-UNWORKED-COUNT  TO CB-COUNT.
088639     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088640     SET CB-CNT-NEXT-IN       TO TRUE.
088641     MOVE WS-NEXT-IN-COUNT   TO CB-COUNT.
088642     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088643     SET CB-CNT-MERGED        TO TRUE.
088644     MOVE WS-MERGE-OUT-COUNT TO CB-COUNT.
088645     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
088646     CLOSE BALFILE.
088647 8700-EXIT.
088648     EXIT.
088649*--------------------------------------------------------------
088650 8710-SET-RUN-NUMBER.
088651*--------------------------------------------------------------
088652*    NUMBER THIS RUN ONE PAST THE HIGHEST RUN ALREADY ON
088653*    BALFILE FOR THE JOB, CYCLE DATE AND PROGRAM, SO A RERUN
088654*    OF THE RECYCLE SUPERSEDES THE FIRST RUN'S COUNTS IN BALRPT.
088655*--------------------------------------------------------------
088656     MOVE 0 TO WS-BAL-RUN-NUMBER.
088657     SET WS-NOT-END-OF-BALFILE TO TRUE.
088658     OPEN INPUT BALFILE.
088659     IF WS-BALFILE-STATUS NOT = "00"
088660         GO TO 8710-NEXT
088661     END-IF.
088662     PERFORM 8720-SCAN-CONTROL-TOTAL THRU 8720-EXIT
088663         UNTIL WS-END-OF-BALFILE.
088664     CLOSE BALFILE.
088665 8710-NEXT.
088666     ADD 1 TO WS-BAL-RUN-NUMBER.
088667 8710-EXIT.
088668     EXIT.
088669*--------------------------------------------------------------
088670 8720-SCAN-CONTROL-TOTAL.
088671*--------------------------------------------------------------
088672     READ BALFILE INTO CTL-TOTAL-REC
088673         AT END
088674             SET WS-END-OF-BALFILE TO TRUE
088675             GO TO 8720-EXIT
088676     END-READ.
088677     IF  CB-JOB-NAME   = WS-JOB-NAME
088678     AND CB-CYCLE-DATE = WS-CYCLE-DATE
088679     AND CB-PROGRAM-ID = "TRANRCYC"
088680     AND CB-RUN-NUMBER IS NUMERIC
088681     AND CB-RUN-NUMBER > WS-BAL-RUN-NUMBER
088682         MOVE CB-RUN-NUMBER TO WS-BAL-RUN-NUMBER
088683     END-IF.
088684 8720-EXIT.
088685     EXIT.
088686*--------------------------------------------------------------
088687 8790-PUT-CONTROL-TOTAL.
088688*--------------------------------------------------------------
088689     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
088690     WRITE BALFILE-REC.
088691 8790-EXIT.
088692     EXIT.
088693*--------------------------------------------------------------
088700 9000-TERMINATE.
088800*--------------------------------------------------------------
088900     IF WS-TRANREJ-STATUS NOT = "35"
