002500*                    THE PARTITION COUNT (2-4, DEFAULT 2);
002600*                    PRINTS A SPLIT SUMMARY WITH EACH
002700*                    PARTITION'S COUNT AND KEY RANGE.
002710*  2026-10-15  MC    PARTITION BOUNDARIES AND KEY RANGES NOW RUN
002720*                    ON TX-TRAN-REF, THE UNIQUE TRANSACTION
002730*                    REFERENCE, INSTEAD OF TX-REQUESTER-ID.
002737*  2026-10-15  MC    AT END OF RUN THE RECORDS READ AND EACH
002744*                    PARTITION'S COUNT ARE APPENDED TO THE
002751*                    SHARED BALFILE BALANCING FILE (BALREC
002758*                    COPYBOOK), STAMPED WITH THE JOB NAME, CYCLE
002765*                    DATE AND RUN NUMBER, FOR THE BALRPT
002772*                    BALANCING STEP.  THE CYCLE DATE (DEFAULT
002779*                    TODAY) AND JOB NAME (DEFAULT HELLOWLD) ARE
002786*                    NEW OPTIONAL PARM FIELDS AFTER THE
002793*                    PARTITION COUNT.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005000     SELECT SPLTRPT         ASSIGN TO SPLTRPT
005100                            ORGANIZATION IS LINE SEQUENTIAL
005200                            FILE STATUS IS WS-SPLTRPT-STATUS.
005220     SELECT BALFILE         ASSIGN TO BALFILE
005240                            ORGANIZATION IS LINE SEQUENTIAL
005260                            FILE STATUS IS WS-BALFILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TRANFILE
005600     RECORDING MODE IS F.
005700 01  TRANFILE-REC                PIC X(32).
005800 FD  TRANPT01
005900     RECORDING MODE IS F.
006000 01  TRANPT01-REC                PIC X(32).
006100 FD  TRANPT02
006200     RECORDING MODE IS F.
006300 01  TRANPT02-REC                PIC X(32).
006400 FD  TRANPT03
006500     RECORDING MODE IS F.
006600 01  TRANPT03-REC                PIC X(32).
006700 FD  TRANPT04
006800     RECORDING MODE IS F.
006900 01  TRANPT04-REC                PIC X(32).
007000 FD  SPLTRPT
007100     RECORDING MODE IS F.
007200 01  SPLTRPT-REC                 PIC X(133).
007220 FD  BALFILE
007240     RECORDING MODE IS F.
007260 01  BALFILE-REC                 PIC X(80).
007300 WORKING-STORAGE SECTION.
007400*--------------------------------------------------------------
007450* PARM CARD - THE PARTITION COUNT (2-4, DEFAULT 2), THEN THE
007500* CYCLE DATE (DEFAULT TODAY) AND JOB NAME (DEFAULT HELLOWLD)
007550* STAMPED ON THE BALFILE CONTROL TOTALS.
007600*--------------------------------------------------------------
007700 01  WS-PARM-CARD.
007800     05  WS-PARM-PART-COUNT      PIC X(01).
007850     05  WS-PARM-CYCLE-DATE      PIC X(08).
007900     05  WS-PARM-JOB-NAME        PIC X(08).
007950     05  FILLER                  PIC X(63).
008000 01  WS-PART-COUNT               PIC 9(01).
008030 01  WS-CYCLE-DATE               PIC 9(08).
008060 01  WS-JOB-NAME                 PIC X(08).
008100*--------------------------------------------------------------
008200* TRANSACTION RECORD (COPYBOOK)
008300*--------------------------------------------------------------
010200 01  WS-QUOTA                    PIC 9(07) COMP VALUE 0.
010300 01  WS-CUR-PART                 PIC 9(01)      VALUE 1.
010400 01  WS-PART-SUB                 PIC 9(04) COMP.
010500 01  WS-LAST-KEY                 PIC X(12) VALUE LOW-VALUES.
010600 01  WS-PART-TABLE.
010700     05  WS-PART-ENTRY           OCCURS 4 TIMES.
010800         10  PT-WRITE-COUNT      PIC 9(07) COMP.
010900         10  PT-LOW-KEY          PIC X(12).
011000         10  PT-HIGH-KEY         PIC X(12).
011100 01  WS-CURRENT-DATE             PIC 9(08).
011200 01  WS-CURRENT-TIME             PIC 9(08).
011208*--------------------------------------------------------------
011216* BALFILE CONTROL-TOTAL RECORD (COPYBOOK) AND ITS CONTROLS -
011224* THE RUN NUMBER IS ONE PAST THE HIGHEST ALREADY ON BALFILE
011232* FOR THIS JOB, CYCLE DATE AND PROGRAM.
011240*--------------------------------------------------------------
011248 COPY BALREC.
011256 01  WS-BALFILE-STATUS           PIC X(02).
011264 01  WS-BALFILE-SWITCH           PIC X(01).
011272     88  WS-END-OF-BALFILE       VALUE "Y".
011280     88  WS-NOT-END-OF-BALFILE   VALUE "N".
011288 01  WS-BAL-RUN-NUMBER           PIC 9(03).
011300*--------------------------------------------------------------
011400* SPLIT SUMMARY LINE LAYOUTS (SPLTRPT)
011500*--------------------------------------------------------------
013700     05  FILLER                  PIC X(03)  VALUE SPACES.
013800     05  FILLER                  PIC X(07)  VALUE "RECORDS".
013900     05  FILLER                  PIC X(03)  VALUE SPACES.
014000     05  FILLER                  PIC X(12)  VALUE "LOW REF".
014100     05  FILLER                  PIC X(03)  VALUE SPACES.
014200     05  FILLER                  PIC X(12)  VALUE "HIGH REF".
014300     05  FILLER                  PIC X(83)  VALUE SPACES.
014400 01  WS-DETAIL-LINE.
014500     05  FILLER                  PIC X(04)  VALUE SPACES.
014600     05  DL-PARTITION            PIC 9(01).
014700     05  FILLER                  PIC X(06)  VALUE SPACES.
014800     05  DL-WRITE-COUNT          PIC ZZZ,ZZ9.
014900     05  FILLER                  PIC X(04)  VALUE SPACES.
015000     05  DL-LOW-KEY              PIC X(12).
015100     05  FILLER                  PIC X(03)  VALUE SPACES.
015200     05  DL-HIGH-KEY             PIC X(12).
015300     05  FILLER                  PIC X(84)  VALUE SPACES.
015400 01  WS-TRAILER-LINE.
015500     05  FILLER                  PIC X(01)  VALUE SPACE.
015600     05  FILLER                  PIC X(16)  VALUE
017200     PERFORM 3100-SPLIT-ONE       THRU 3100-EXIT
017300         UNTIL WS-END-OF-TRANFILE.
017400     PERFORM 8000-WRITE-SUMMARY   THRU 8000-EXIT.
017450     PERFORM 8700-WRITE-CONTROL-TOTALS THRU 8700-EXIT.
017500     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
017600     GO TO 9999-EXIT.
017700*--------------------------------------------------------------
019600     END-IF.
019700     IF WS-PART-COUNT > 4
019800         MOVE 4 TO WS-PART-COUNT
019809     END-IF.
019818     IF WS-PARM-CYCLE-DATE IS NUMERIC
019827         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
019836     ELSE
019845         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
019854     END-IF.
019863     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
019872         MOVE "HELLOWLD" TO WS-JOB-NAME
019881     ELSE
019890         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
019900     END-IF.
020000     PERFORM 1100-CLEAR-PART-ENTRY THRU 1100-EXIT
020100         VARYING WS-PART-SUB FROM 1 BY 1
028300 3100-SPLIT-ONE.
028400*--------------------------------------------------------------
028500*    ROUTE ONE TRANSACTION.  THE BOUNDARY ADVANCES ONLY ONCE
028600*    THE QUOTA IS MET AND THE KEY CHANGES - TRANSACTION
028700*    REFERENCES ARE UNIQUE, BUT A REPEATED ONE STILL STAYS WITH
028710*    ITS TWIN SO EACH PARTITION'S RESTART SKIP-AHEAD STAYS
028800*    SOUND - AND NEVER PAST THE PARTITION COUNT.
028900*--------------------------------------------------------------
029000     IF  PT-WRITE-COUNT (WS-CUR-PART) >= WS-QUOTA
029100     AND TX-TRAN-REF NOT = WS-LAST-KEY
029200     AND WS-CUR-PART < WS-PART-COUNT
029300         ADD 1 TO WS-CUR-PART
029400     END-IF.
029500     PERFORM 3200-WRITE-PARTITION THRU 3200-EXIT.
029600     ADD 1 TO PT-WRITE-COUNT (WS-CUR-PART).
029700     IF PT-LOW-KEY (WS-CUR-PART) = SPACES
029800         MOVE TX-TRAN-REF TO PT-LOW-KEY (WS-CUR-PART)
029900     END-IF.
030000     MOVE TX-TRAN-REF TO PT-HIGH-KEY (WS-CUR-PART).
030100     MOVE TX-TRAN-REF TO WS-LAST-KEY.
030200     PERFORM 1900-READ-NEXT-TRAN THRU 1900-EXIT.
030300 3100-EXIT.
030400     EXIT.
036800 8050-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------
037001 8700-WRITE-CONTROL-TOTALS.
037002*--------------------------------------------------------------
037003*    APPEND THE RECORDS READ AND EVERY PARTITION'S COUNT TO
037004*    THE SHARED BALFILE FOR THE BALRPT BALANCING STEP - ALL
037005*    FOUR PARTITIONS, THE UNUSED ONES AT ZERO.  A BALFILE THAT
037006*    CANNOT BE OPENED IS REPORTED BUT DOES NOT FAIL THE SPLIT.
037007*--------------------------------------------------------------
037008     PERFORM 8710-SET-RUN-NUMBER THRU 8710-EXIT.
037009     OPEN EXTEND BALFILE.
037010     IF WS-BALFILE-STATUS = "35"
037011         OPEN OUTPUT BALFILE
037012     END-IF.
037013     IF WS-BALFILE-STATUS NOT = "00"
037014         DISPLAY "TRANSPLT - BALFILE OPEN FAILED, STATUS="
037015                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
037016                 "WRITTEN"
037017         GO TO 8700-EXIT
037018     END-IF.
037019     MOVE SPACES             TO CTL-TOTAL-REC.
037020     MOVE WS-JOB-NAME        TO CB-JOB-NAME.
037021     MOVE WS-CYCLE-DATE      TO CB-CYCLE-DATE.
037022     MOVE WS-BAL-RUN-NUMBER  TO CB-RUN-NUMBER.
037023     MOVE "TRANSPLT"         TO CB-PROGRAM-ID.
037024     MOVE "TRANSPLT"         TO CB-STEP-NAME.
037025     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
037026     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
037027     SET CB-CNT-READ          TO TRUE.
037028     MOVE WS-TOTAL-COUNT     TO CB-COUNT.
037029     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
037030     SET CB-CNT-PART-1        TO TRUE.
037031     MOVE PT-WRITE-COUNT (1) TO CB-COUNT.
037032     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
037033     SET CB-CNT-PART-2        TO TRUE.
037034     MOVE PT-WRITE-COUNT (2) TO CB-COUNT.
037035     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
037036     SET CB-CNT-PART-3        TO TRUE.
037037     MOVE PT-WRITE-COUNT (3) TO CB-COUNT.
037038     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
037039     SET CB-CNT-PART-4        TO TRUE.
037040     MOVE PT-WRITE-COUNT (4) TO CB-COUNT.
037041     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
037042     CLOSE BALFILE.
037043 8700-EXIT.
037044     EXIT.
037045*--------------------------------------------------------------
037046 8710-SET-RUN-NUMBER.
037047*--------------------------------------------------------------
037048*    NUMBER THIS RUN ONE PAST THE HIGHEST RUN ALREADY ON
037049*    BALFILE FOR THE JOB, CYCLE DATE AND PROGRAM, SO A RERUN
037050*    OF THE SPLIT SUPERSEDES THE FIRST RUN'S COUNTS IN BALRPT.
037051*--------------------------------------------------------------
037052     MOVE 0 TO WS-BAL-RUN-NUMBER.
037053     SET WS-NOT-END-OF-BALFILE TO TRUE.
037054     OPEN INPUT BALFILE.
037055     IF WS-BALFILE-STATUS NOT = "00"
037056         GO TO 8710-NEXT
037057     END-IF.
037058     PERFORM 8720-SCAN-CONTROL-TOTAL THRU 8720-EXIT
037059         UNTIL WS-END-OF-BALFILE.
037060     CLOSE BALFILE.
037061 8710-NEXT.
037062     ADD 1 TO WS-BAL-RUN-NUMBER.
037063 8710-EXIT.
037064     EXIT.
037065*--------------------------------------------------------------
037066 8720-SCAN-CONTROL-TOTAL.
037067*--------------------------------------------------------------
037068     READ BALFILE INTO CTL-TOTAL-REC
037069         AT END
037070             SET WS-END-OF-BALFILE TO TRUE
037071             GO TO 8720-EXIT
037072     END-READ.
037073     IF  CB-JOB-NAME   = WS-JOB-NAME
037074     AND CB-CYCLE-DATE = WS-CYCLE-DATE
037075     AND CB-PROGRAM-ID = "TRANSPLT"
037076     AND CB-RUN-NUMBER IS NUMERIC
037077     AND CB-RUN-NUMBER > WS-BAL-RUN-NUMBER
037078         MOVE CB-RUN-NUMBER TO WS-BAL-RUN-NUMBER
037079     END-IF.
037080 8720-EXIT.
037081     EXIT.
037082*--------------------------------------------------------------
037083 8790-PUT-CONTROL-TOTAL.
037084*--------------------------------------------------------------
037085     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
037086     WRITE BALFILE-REC.
037087 8790-EXIT.
037088     EXIT.
037089*--------------------------------------------------------------
037100 9000-TERMINATE.
037200*--------------------------------------------------------------
037300     IF WS-TRANFILE-STATUS NOT = "35"
