002500*                    WITH A BLANK DEPARTMENT (REQMAST WAS NOT
002600*                    AVAILABLE TO THAT RUN) BURSTS UNDER
002700*                    *UNKNOWN* SO NO TRAFFIC IS DROPPED.
002710*  2026-10-15  MC    AT END OF RUN THE DETAIL LINES READ AND THE
002720*                    LINES BURST ARE APPENDED TO THE SHARED
002730*                    BALFILE BALANCING FILE (BALREC COPYBOOK),
002740*                    STAMPED WITH THE JOB NAME, CYCLE DATE AND
002750*                    RUN NUMBER, FOR THE BALRPT BALANCING STEP.
002760*                    THE CYCLE DATE (DEFAULT TODAY) AND JOB NAME
002770*                    (DEFAULT HELLOWLD) COME FROM A NEW OPTIONAL
002780*                    PARM CARD.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004600     SELECT DISTREG         ASSIGN TO DISTREG
004700                            ORGANIZATION IS LINE SEQUENTIAL
004800                            FILE STATUS IS WS-DISTREG-STATUS.
004820     SELECT BALFILE         ASSIGN TO BALFILE
004840                            ORGANIZATION IS LINE SEQUENTIAL
004860                            FILE STATUS IS WS-BALFILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RPTPRINT
005900 FD  DISTREG
006000     RECORDING MODE IS F.
006100 01  DISTREG-REC                 PIC X(133).
006120 FD  BALFILE
006140     RECORDING MODE IS F.
006160 01  BALFILE-REC                 PIC X(80).
006200 WORKING-STORAGE SECTION.
006209*--------------------------------------------------------------
006218* PARM CARD - THE CYCLE DATE (DEFAULT TODAY) AND JOB NAME
006227* (DEFAULT HELLOWLD) STAMPED ON THE BALFILE CONTROL TOTALS.
006236*--------------------------------------------------------------
006245 01  WS-PARM-CARD.
006254     05  WS-PARM-CYCLE-DATE      PIC X(08).
006263     05  WS-PARM-JOB-NAME        PIC X(08).
006272     05  FILLER                  PIC X(64).
006281 01  WS-CYCLE-DATE               PIC 9(08).
006290 01  WS-JOB-NAME                 PIC X(08).
006300*--------------------------------------------------------------
006400* RPTPRINT LINE IMAGE - THE SAME SHAPES HELLOWORLD WRITES.
006500* A DETAIL LINE CARRIES THE DEPARTMENT IN ITS LAST TEN BYTES;
012300 01  WS-DEPT-DETAIL-COUNT        PIC 9(06) COMP VALUE 0.
012400 01  WS-ACTIVE-DEPT-COUNT        PIC 9(06) COMP VALUE 0.
012500 01  WS-IDLE-DEPT-COUNT          PIC 9(06) COMP VALUE 0.
012550 01  WS-BURST-LINE-COUNT         PIC 9(06) COMP VALUE 0.
012600 01  WS-CURRENT-DATE             PIC 9(08).
012700 01  WS-CURRENT-TIME             PIC 9(08).
012708*--------------------------------------------------------------
012716* BALFILE CONTROL-TOTAL RECORD (COPYBOOK) AND ITS CONTROLS -
012724* THE RUN NUMBER IS ONE PAST THE HIGHEST ALREADY ON BALFILE
012732* FOR THIS JOB, CYCLE DATE AND PROGRAM.
012740*--------------------------------------------------------------
012748 COPY BALREC.
012756 01  WS-BALFILE-STATUS           PIC X(02).
012764 01  WS-BALFILE-SWITCH           PIC X(01).
012772     88  WS-END-OF-BALFILE       VALUE "Y".
012780     88  WS-NOT-END-OF-BALFILE   VALUE "N".
012788 01  WS-BAL-RUN-NUMBER           PIC 9(03).
012800*--------------------------------------------------------------
012900* PAGE / LINE CONTROL - BURST REPORT AND REGISTER EACH KEEP
013000* THEIR OWN; THE BURST PAGE NUMBER RESTARTS PER DEPARTMENT.
023300         UNTIL WS-DEPT-SUB > WS-DEPT-USED.
023400     PERFORM 5000-SWEEP-REQMAST   THRU 5000-EXIT.
023500     PERFORM 6000-PRINT-REGISTER  THRU 6000-EXIT.
023550     PERFORM 8700-WRITE-CONTROL-TOTALS THRU 8700-EXIT.
023600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
023700     GO TO 9999-EXIT.
023800*--------------------------------------------------------------
024500*--------------------------------------------------------------
024600     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
024700     ACCEPT WS-CURRENT-TIME  FROM TIME.
024707     MOVE SPACES             TO WS-PARM-CARD.
024714     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
024721     IF WS-PARM-CYCLE-DATE IS NUMERIC
024728         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
024735     ELSE
024742         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
024749     END-IF.
024756     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
024763         MOVE "HELLOWLD" TO WS-JOB-NAME
024770     ELSE
024777         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
024784     END-IF.
024800     OPEN OUTPUT BRSTPRNT.
024900     OPEN OUTPUT DISTREG.
025000     SET WS-NOT-END-OF-RPTPRINT TO TRUE.
043500     WRITE BRSTPRNT-REC.
043600     ADD 1 TO WS-LINE-COUNT.
043700     ADD 1 TO WS-DEPT-DETAIL-COUNT.
043750     ADD 1 TO WS-BURST-LINE-COUNT.
043800 4100-NEXT.
043900     PERFORM 1900-READ-RPTPRINT THRU 1900-EXIT.
044000 4100-EXIT.
057800 8500-EXIT.
057900     EXIT.
058000*--------------------------------------------------------------
058001 8700-WRITE-CONTROL-TOTALS.
058002*--------------------------------------------------------------
058003*    APPEND THE DETAIL LINES READ OFF RPTPRINT AND THE LINES
058004*    ACTUALLY BURST TO A DEPARTMENT TO THE SHARED BALFILE FOR
058005*    THE BALRPT BALANCING STEP - THE TWO DIFFER ONLY WHEN THE
058006*    DEPARTMENT TABLE FILLED.  A BALFILE THAT CANNOT BE OPENED
058007*    IS REPORTED BUT DOES NOT FAIL THE DISTRIBUTION.
058008*--------------------------------------------------------------
058009     PERFORM 8710-SET-RUN-NUMBER THRU 8710-EXIT.
058010     OPEN EXTEND BALFILE.
058011     IF WS-BALFILE-STATUS = "35"
058012         OPEN OUTPUT BALFILE
058013     END-IF.
058014     IF WS-BALFILE-STATUS NOT = "00"
058015         DISPLAY "RPTBURST - BALFILE OPEN FAILED, STATUS="
058016                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
058017                 "WRITTEN"
058018         GO TO 8700-EXIT
058019     END-IF.
058020     MOVE SPACES             TO CTL-TOTAL-REC.
058021     MOVE WS-JOB-NAME        TO CB-JOB-NAME.
058022     MOVE WS-CYCLE-DATE      TO CB-CYCLE-DATE.
058023     MOVE WS-BAL-RUN-NUMBER  TO CB-RUN-NUMBER.
058024     MOVE "RPTBURST"         TO CB-PROGRAM-ID.
058025     MOVE "RPTBURST"         TO CB-STEP-NAME.
058026     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
058027     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
058028     SET CB-CNT-DETAIL        TO TRUE.
058029     MOVE WS-DETAIL-COUNT    TO CB-COUNT.
058030     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
058031     SET CB-CNT-BURST         TO TRUE.
058032     MOVE WS-BURST-LINE-COUNT TO CB-COUNT.
058033     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
058034     CLOSE BALFILE.
058035 8700-EXIT.
058036     EXIT.
058037*--------------------------------------------------------------
058038 8710-SET-RUN-NUMBER.
058039*--------------------------------------------------------------
058040*    NUMBER THIS RUN ONE PAST THE HIGHEST RUN ALREADY ON
058041*    BALFILE FOR THE JOB, CYCLE DATE AND PROGRAM, SO A RERUN
058042*    OF THE BURST SUPERSEDES THE FIRST RUN'S COUNTS IN BALRPT.
058043*--------------------------------------------------------------
058044     MOVE 0 TO WS-BAL-RUN-NUMBER.
058045     SET WS-NOT-END-OF-BALFILE TO TRUE.
058046     OPEN INPUT BALFILE.
058047     IF WS-BALFILE-STATUS NOT = "00"
058048         GO TO 8710-NEXT
058049     END-IF.
058050     PERFORM 8720-SCAN-CONTROL-TOTAL THRU 8720-EXIT
058051         UNTIL WS-END-OF-BALFILE.
058052     CLOSE BALFILE.
058053 8710-NEXT.
058054     ADD 1 TO WS-BAL-RUN-NUMBER.
058055 8710-EXIT.
058056     EXIT.
058057*--------------------------------------------------------------
058058 8720-SCAN-CONTROL-TOTAL.
058059*--------------------------------------------------------------
058060     READ BALFILE INTO CTL-TOTAL-REC
058061         AT END
058062             SET WS-END-OF-BALFILE TO TRUE
058063             GO TO 8720-EXIT
058064     END-READ.
058065     IF  CB-JOB-NAME   = WS-JOB-NAME
058066     AND CB-CYCLE-DATE = WS-CYCLE-DATE
058067     AND CB-PROGRAM-ID = "RPTBURST"
058068     AND CB-RUN-NUMBER IS NUMERIC
058069     AND CB-RUN-NUMBER > WS-BAL-RUN-NUMBER
058070         MOVE CB-RUN-NUMBER TO WS-BAL-RUN-NUMBER
058071     END-IF.
058072 8720-EXIT.
058073     EXIT.
058074*--------------------------------------------------------------
058075 8790-PUT-CONTROL-TOTAL.
058076*--------------------------------------------------------------
058077     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
058078     WRITE BALFILE-REC.
058079 8790-EXIT.
058080     EXIT.
058081*--------------------------------------------------------------
058100 9000-TERMINATE.
058200*--------------------------------------------------------------
058300     CLOSE BRSTPRNT.
