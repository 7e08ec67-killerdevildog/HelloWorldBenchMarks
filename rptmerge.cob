002500*                    WRITTEN.  A MISSING PARTITION LISTING IS
002600*                    SKIPPED, SO THE SAME JCL SERVES TWO-,
002700*                    THREE- AND FOUR-WAY SPLITS.
002710*  2026-10-15  MC    ALSO FOLDS THE PARTITION DELIVERY EXTRACTS
002720*                    (DLVPT01-DLVPT04, DLVREC COPYBOOK) INTO ONE
002730*                    DELIVOUT IN PARTITION ORDER, WHICH IS
002740*                    TRAN-REF ORDER, SO THE GATEWAY AND DLVRECN
002750*                    SEE THE EXTRACT A SINGLE-STEP RUN WOULD
002760*                    HAVE WRITTEN.  A MISSING PARTITION EXTRACT
002770*                    IS SKIPPED THE SAME WAY.
002773*  2026-10-15  MC    AT END OF RUN THE COMBINED TRAILER COUNTS
002776*                    AND THE DETAIL LINES MERGED ARE APPENDED TO
002779*                    THE SHARED BALFILE BALANCING FILE (BALREC
002782*                    COPYBOOK), STAMPED WITH THE JOB NAME, CYCLE
002785*                    DATE AND RUN NUMBER, FOR THE BALRPT
002788*                    BALANCING STEP.  THE CYCLE DATE (DEFAULT
002791*                    TODAY) AND JOB NAME (DEFAULT HELLOWLD) COME
002794*                    FROM A NEW OPTIONAL PARM CARD.
002795*  2026-10-15  MC    THE COMBINED TRAILER NOW ALSO SUMS THE
002796*                    PARTITIONS' HELD AND RELEASED DELIVERY-
002797*                    WINDOW COUNTS.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004700     SELECT RPTPRINT        ASSIGN TO RPTPRINT
004800                            ORGANIZATION IS LINE SEQUENTIAL
004900                            FILE STATUS IS WS-RPTPRINT-STATUS.
004906     SELECT DLVPT01         ASSIGN TO DLVPT01
004912                            ORGANIZATION IS LINE SEQUENTIAL
004918                            FILE STATUS IS WS-DLVPT01-STATUS.
004924     SELECT DLVPT02         ASSIGN TO DLVPT02
004930                            ORGANIZATION IS LINE SEQUENTIAL
004936                            FILE STATUS IS WS-DLVPT02-STATUS.
004942     SELECT DLVPT03         ASSIGN TO DLVPT03
004948                            ORGANIZATION IS LINE SEQUENTIAL
004954                            FILE STATUS IS WS-DLVPT03-STATUS.
004960     SELECT DLVPT04         ASSIGN TO DLVPT04
004966                            ORGANIZATION IS LINE SEQUENTIAL
004972                            FILE STATUS IS WS-DLVPT04-STATUS.
004978     SELECT DELIVOUT        ASSIGN TO DELIVOUT
004984                            ORGANIZATION IS LINE SEQUENTIAL
004990                            FILE STATUS IS WS-DELIVOUT-STATUS.
004992     SELECT BALFILE         ASSIGN TO BALFILE
004994                            ORGANIZATION IS LINE SEQUENTIAL
004996                            FILE STATUS IS WS-BALFILE-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RPTPT01
006400 FD  RPTPRINT
006500     RECORDING MODE IS F.
006600 01  RPTPRINT-REC                PIC X(133).
006606 FD  DLVPT01
006612     RECORDING MODE IS F.
006618 01  DLVPT01-REC                 PIC X(130).
006624 FD  DLVPT02
006630     RECORDING MODE IS F.
006636 01  DLVPT02-REC                 PIC X(130).
006642 FD  DLVPT03
006648     RECORDING MODE IS F.
006654 01  DLVPT03-REC                 PIC X(130).
006660 FD  DLVPT04
006666     RECORDING MODE IS F.
006672 01  DLVPT04-REC                 PIC X(130).
006678 FD  DELIVOUT
006684     RECORDING MODE IS F.
006690 01  DELIVOUT-REC                PIC X(130).
006692 FD  BALFILE
006694     RECORDING MODE IS F.
006696 01  BALFILE-REC                 PIC X(80).
006700 WORKING-STORAGE SECTION.
006709*--------------------------------------------------------------
006718* PARM CARD - THE CYCLE DATE (DEFAULT TODAY) AND JOB NAME
006727* (DEFAULT HELLOWLD) STAMPED ON THE BALFILE CONTROL TOTALS.
006736*--------------------------------------------------------------
006745 01  WS-PARM-CARD.
006754     05  WS-PARM-CYCLE-DATE      PIC X(08).
006763     05  WS-PARM-JOB-NAME        PIC X(08).
006772     05  FILLER                  PIC X(64).
006781 01  WS-CYCLE-DATE               PIC 9(08).
006790 01  WS-JOB-NAME                 PIC X(08).
006800*--------------------------------------------------------------
006900* THE PARTITION LINE IN FLIGHT, WITH THE VIEWS THAT CLASSIFY
007000* IT - THE RUN HEADER BY ITS "PROGRAM: " CAPTION AND THE RUN
008600     05  WS-PL-REJECT-COUNT      PIC 9(06).
008700     05  FILLER                  PIC X(11).
008800     05  WS-PL-URGENT-COUNT      PIC 9(06).
008900     05  FILLER                  PIC X(09).
008910     05  WS-PL-HELD-COUNT        PIC 9(06).
008920     05  FILLER                  PIC X(13).
008930     05  WS-PL-RELEASED-COUNT    PIC 9(06).
008940     05  FILLER                  PIC X(24).
009000*--------------------------------------------------------------
009020* THE PARTITION DELIVERY RECORD IN FLIGHT
009040*--------------------------------------------------------------
009060 COPY DLVREC.
009080*--------------------------------------------------------------
009100* FILE STATUS FIELDS AND SWITCHES
009200*--------------------------------------------------------------
009300 01  WS-RPTPT01-STATUS           PIC X(02).
009500 01  WS-RPTPT03-STATUS           PIC X(02).
009600 01  WS-RPTPT04-STATUS           PIC X(02).
009700 01  WS-RPTPRINT-STATUS          PIC X(02).
009710 01  WS-DLVPT01-STATUS           PIC X(02).
009720 01  WS-DLVPT02-STATUS           PIC X(02).
009730 01  WS-DLVPT03-STATUS           PIC X(02).
009740 01  WS-DLVPT04-STATUS           PIC X(02).
009750 01  WS-DELIVOUT-STATUS          PIC X(02).
009800 01  WS-PART-EOF-SWITCH          PIC X(01).
009900     88  WS-END-OF-PARTITION     VALUE "Y".
010000     88  WS-NOT-END-OF-PARTITION VALUE "N".
011000 01  WS-PART-SUB                 PIC 9(04) COMP.
011100 01  WS-PART-MERGED-COUNT        PIC 9(04) COMP VALUE 0.
011200 01  WS-DETAIL-OUT-COUNT         PIC 9(07) COMP VALUE 0.
011230 01  WS-DLV-MERGED-COUNT         PIC 9(04) COMP VALUE 0.
011260 01  WS-DELIVERY-OUT-COUNT       PIC 9(07) COMP VALUE 0.
011300 01  WS-SUM-RETURN-CODE          PIC 9(04)      VALUE 0.
011400 01  WS-SUM-TRAN-COUNT           PIC 9(07) COMP VALUE 0.
011500 01  WS-SUM-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
011600 01  WS-SUM-URGENT-COUNT         PIC 9(07) COMP VALUE 0.
011602 01  WS-SUM-HELD-COUNT           PIC 9(07) COMP VALUE 0.
011604 01  WS-SUM-RELEASED-COUNT       PIC 9(07) COMP VALUE 0.
011607 01  WS-CURRENT-DATE             PIC 9(08).
011614 01  WS-CURRENT-TIME             PIC 9(08).
011621*--------------------------------------------------------------
011628* BALFILE CONTROL-TOTAL RECORD (COPYBOOK) AND ITS CONTROLS -
011635* THE RUN NUMBER IS ONE PAST THE HIGHEST ALREADY ON BALFILE
011642* FOR THIS JOB, CYCLE DATE AND PROGRAM.
011649*--------------------------------------------------------------
011656 COPY BALREC.
011663 01  WS-BALFILE-STATUS           PIC X(02).
011670 01  WS-BALFILE-SWITCH           PIC X(01).
011677     88  WS-END-OF-BALFILE       VALUE "Y".
011684     88  WS-NOT-END-OF-BALFILE   VALUE "N".
011691 01  WS-BAL-RUN-NUMBER           PIC 9(03).
011700*--------------------------------------------------------------
011800* THE COMBINED RUN TRAILER - SAME SHAPE AS THE ONE EACH
011900* PARTITION WROTE, SO DOWNSTREAM READERS CANNOT TELL THE
013300     05  FILLER                  PIC X(11)
013400         VALUE "  URGENT = ".
013500     05  RT-URGENT-COUNT         PIC 9(06).
013600     05  FILLER                  PIC X(09)
013610         VALUE "  HELD = ".
013620     05  RT-HELD-COUNT           PIC 9(06).
013630     05  FILLER                  PIC X(13)
013640         VALUE "  RELEASED = ".
013650     05  RT-RELEASED-COUNT       PIC 9(06).
013660     05  FILLER                  PIC X(24) VALUE SPACES.
013700 PROCEDURE DIVISION.
013800*--------------------------------------------------------------
013900 0000-MAINLINE.
014200     PERFORM 2000-MERGE-PARTITION THRU 2000-EXIT
014300         VARYING WS-PART-SUB FROM 1 BY 1
014400         UNTIL WS-PART-SUB > 4.
014420     PERFORM 3000-MERGE-DELIVERY  THRU 3000-EXIT
014440         VARYING WS-PART-SUB FROM 1 BY 1
014460         UNTIL WS-PART-SUB > 4.
014500     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
014550     PERFORM 8700-WRITE-CONTROL-TOTALS THRU 8700-EXIT.
014600     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
014700     GO TO 9999-EXIT.
014800*--------------------------------------------------------------
014900 1000-INITIALIZE.
015000*--------------------------------------------------------------
015006     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
015012     ACCEPT WS-CURRENT-TIME  FROM TIME.
015018     MOVE SPACES             TO WS-PARM-CARD.
015024     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
015030     IF WS-PARM-CYCLE-DATE IS NUMERIC
015036         MOVE WS-PARM-CYCLE-DATE TO WS-CYCLE-DATE
015042     ELSE
015048         MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE
015054     END-IF.
015060     IF WS-PARM-JOB-NAME = SPACES OR LOW-VALUES
015066         MOVE "HELLOWLD" TO WS-JOB-NAME
015072     ELSE
015078         MOVE WS-PARM-JOB-NAME TO WS-JOB-NAME
015084     END-IF.
015100     OPEN OUTPUT RPTPRINT.
015150     OPEN OUTPUT DELIVOUT.
015200 1000-EXIT.
015300     EXIT.
015400*--------------------------------------------------------------
027400*    FOLD ONE PARTITION'S RUN TRAILER INTO THE COMBINED
027500*    TOTALS - COUNTS SUM, AND THE WORST RETURN-CODE STANDS
027600*    FOR THE WHOLE RUN.  A TRAILER WITH NON-NUMERIC COUNTS
027700*    (NOT ONE OF OURS) IS REPORTED AND SKIPPED.  A LISTING
027710*    WRITTEN BEFORE THE HOLD QUEUE CARRIES NO HELD OR RELEASED
027720*    COUNT, AND ADDS NOTHING TO THEM.
027800*--------------------------------------------------------------
027900     IF WS-PL-RETURN-CODE IS NOT NUMERIC
028000      OR WS-PL-TRAN-COUNT IS NOT NUMERIC
029000     ADD WS-PL-TRAN-COUNT   TO WS-SUM-TRAN-COUNT.
029100     ADD WS-PL-REJECT-COUNT TO WS-SUM-REJECT-COUNT.
029200     ADD WS-PL-URGENT-COUNT TO WS-SUM-URGENT-COUNT.
029210     IF WS-PL-HELD-COUNT IS NUMERIC
029220         ADD WS-PL-HELD-COUNT TO WS-SUM-HELD-COUNT
029230     END-IF.
029240     IF WS-PL-RELEASED-COUNT IS NUMERIC
029250         ADD WS-PL-RELEASED-COUNT TO WS-SUM-RELEASED-COUNT
029260     END-IF.
029300 2600-EXIT.
029400     EXIT.
029500*--------------------------------------------------------------
029501 3000-MERGE-DELIVERY.
029502*--------------------------------------------------------------
029503*    APPEND ONE PARTITION'S DELIVERY EXTRACT TO THE COMBINED
029504*    DELIVOUT, RECORD FOR RECORD.  A PARTITION WITH NO EXTRACT
029505*    IS SKIPPED, AS FOR THE LISTINGS.
029506*--------------------------------------------------------------
029507     PERFORM 3100-OPEN-DLV-PARTITION THRU 3100-EXIT.
029508     IF WS-PART-NOT-OPEN
029509         GO TO 3000-EXIT
029510     END-IF.
029511     ADD 1 TO WS-DLV-MERGED-COUNT.
029512     SET WS-NOT-END-OF-PARTITION TO TRUE.
029513     PERFORM 3200-READ-DLV-PARTITION THRU 3200-EXIT.
029514     PERFORM 3500-COPY-DELIVERY THRU 3500-EXIT
029515         UNTIL WS-END-OF-PARTITION.
029516     PERFORM 3300-CLOSE-DLV-PARTITION THRU 3300-EXIT.
029517 3000-EXIT.
029518     EXIT.
029519*--------------------------------------------------------------
029520 3100-OPEN-DLV-PARTITION.
029521*--------------------------------------------------------------
029522     SET WS-PART-NOT-OPEN TO TRUE.
029523     EVALUATE WS-PART-SUB
029524         WHEN 1
029525             OPEN INPUT DLVPT01
029526             IF WS-DLVPT01-STATUS = "00"
029527                 SET WS-PART-IS-OPEN TO TRUE
029528             END-IF
029529         WHEN 2
029530             OPEN INPUT DLVPT02
029531             IF WS-DLVPT02-STATUS = "00"
029532                 SET WS-PART-IS-OPEN TO TRUE
029533             END-IF
029534         WHEN 3
029535             OPEN INPUT DLVPT03
029536             IF WS-DLVPT03-STATUS = "00"
029537                 SET WS-PART-IS-OPEN TO TRUE
029538             END-IF
029539         WHEN OTHER
029540             OPEN INPUT DLVPT04
029541             IF WS-DLVPT04-STATUS = "00"
029542                 SET WS-PART-IS-OPEN TO TRUE
029543             END-IF
029544     END-EVALUATE.
029545 3100-EXIT.
029546     EXIT.
029547*--------------------------------------------------------------
029548 3200-READ-DLV-PARTITION.
029549*--------------------------------------------------------------
029550     EVALUATE WS-PART-SUB
029551         WHEN 1
029552             READ DLVPT01 INTO DELIVERY-REC
029553                 AT END
029554                     SET WS-END-OF-PARTITION TO TRUE
029555             END-READ
029556         WHEN 2
029557             READ DLVPT02 INTO DELIVERY-REC
029558                 AT END
029559                     SET WS-END-OF-PARTITION TO TRUE
029560             END-READ
029561         WHEN 3
029562             READ DLVPT03 INTO DELIVERY-REC
029563                 AT END
029564                     SET WS-END-OF-PARTITION TO TRUE
029565             END-READ
029566         WHEN OTHER
029567             READ DLVPT04 INTO DELIVERY-REC
029568                 AT END
029569                     SET WS-END-OF-PARTITION TO TRUE
029570             END-READ
029571     END-EVALUATE.
029572 3200-EXIT.
029573     EXIT.
029574*--------------------------------------------------------------
029575 3300-CLOSE-DLV-PARTITION.
029576*--------------------------------------------------------------
029577     EVALUATE WS-PART-SUB
029578         WHEN 1
029579             CLOSE DLVPT01
029580         WHEN 2
029581             CLOSE DLVPT02
029582         WHEN 3
029583             CLOSE DLVPT03
029584         WHEN OTHER
029585             CLOSE DLVPT04
029586     END-EVALUATE.
029587 3300-EXIT.
029588     EXIT.
029589*--------------------------------------------------------------
029590 3500-COPY-DELIVERY.
029591*--------------------------------------------------------------
029592     ADD 1 TO WS-DELIVERY-OUT-COUNT.
029593     MOVE DELIVERY-REC TO DELIVOUT-REC.
029594     WRITE DELIVOUT-REC.
029595     PERFORM 3200-READ-DLV-PARTITION THRU 3200-EXIT.
029596 3500-EXIT.
029597     EXIT.
029598*--------------------------------------------------------------
029600 8100-WRITE-TRAILER.
029700*--------------------------------------------------------------
029800*    WRITE THE ONE COMBINED RUN TRAILER.  NO PARTITION
030300     MOVE WS-SUM-TRAN-COUNT   TO RT-TRAN-COUNT.
030400     MOVE WS-SUM-REJECT-COUNT TO RT-REJECT-COUNT.
030500     MOVE WS-SUM-URGENT-COUNT TO RT-URGENT-COUNT.
030510     MOVE WS-SUM-HELD-COUNT   TO RT-HELD-COUNT.
030520     MOVE WS-SUM-RELEASED-COUNT TO RT-RELEASED-COUNT.
030600     MOVE WS-RPT-TRAILER-LINE TO RPTPRINT-REC.
030700     WRITE RPTPRINT-REC.
030800     DISPLAY "RPTMERGE - PARTITIONS MERGED: "
030900             WS-PART-MERGED-COUNT.
030920     DISPLAY "RPTMERGE - DELIVERY EXTRACTS MERGED: "
030940             WS-DLV-MERGED-COUNT
030960             "  RECORDS: " WS-DELIVERY-OUT-COUNT.
031000 8100-EXIT.
031100     EXIT.
031200*--------------------------------------------------------------
031201 8700-WRITE-CONTROL-TOTALS.
031202*--------------------------------------------------------------
031203*    APPEND THE COMBINED TRAILER COUNTS AND THE DETAIL LINES
031204*    CARRIED ONTO RPTPRINT TO THE SHARED BALFILE FOR THE
031205*    BALRPT BALANCING STEP.  A BALFILE THAT CANNOT BE OPENED
031206*    IS REPORTED BUT DOES NOT FAIL THE MERGE.
031207*--------------------------------------------------------------
031208     PERFORM 8710-SET-RUN-NUMBER THRU 8710-EXIT.
031209     OPEN EXTEND BALFILE.
031210     IF WS-BALFILE-STATUS = "35"
031211         OPEN OUTPUT BALFILE
031212     END-IF.
031213     IF WS-BALFILE-STATUS NOT = "00"
031214         DISPLAY "RPTMERGE - BALFILE OPEN FAILED, STATUS="
031215                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
031216                 "WRITTEN"
031217         GO TO 8700-EXIT
031218     END-IF.
031219     MOVE SPACES             TO CTL-TOTAL-REC.
031220     MOVE WS-JOB-NAME        TO CB-JOB-NAME.
031221     MOVE WS-CYCLE-DATE      TO CB-CYCLE-DATE.
031222     MOVE WS-BAL-RUN-NUMBER  TO CB-RUN-NUMBER.
031223     MOVE "RPTMERGE"         TO CB-PROGRAM-ID.
031224     MOVE "RPTMERGE"         TO CB-STEP-NAME.
031225     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
031226     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
031227     SET CB-CNT-TRL-TRANS     TO TRUE.
031228     MOVE WS-SUM-TRAN-COUNT  TO CB-COUNT.
031229     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
031230     SET CB-CNT-TRL-REJECTS   TO TRUE.
031231     MOVE WS-SUM-REJECT-COUNT TO CB-COUNT.
031232     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
031233     SET CB-CNT-TRL-URGENT    TO TRUE.
031234     MOVE WS-SUM-URGENT-COUNT TO CB-COUNT.
031235     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
031236     SET CB-CNT-DETAIL        TO TRUE.
031237     MOVE WS-DETAIL-OUT-COUNT TO CB-COUNT.
031238     PERFORM 8790-PUT-CONTROL-TOTAL THRU 8790-EXIT.
031239     CLOSE BALFILE.
031240 8700-EXIT.
031241     EXIT.
031242*--------------------------------------------------------------
031243 8710-SET-RUN-NUMBER.
031244*--------------------------------------------------------------
031245*    NUMBER THIS RUN ONE PAST THE HIGHEST RUN ALREADY ON
031246*    BALFILE FOR THE JOB, CYCLE DATE AND PROGRAM, SO A RERUN
031247*    OF THE MERGE SUPERSEDES THE FIRST RUN'S COUNTS IN BALRPT.
031248*--------------------------------------------------------------
031249     MOVE 0 TO WS-BAL-RUN-NUMBER.
031250     SET WS-NOT-END-OF-BALFILE TO TRUE.
031251     OPEN INPUT BALFILE.
031252     IF WS-BALFILE-STATUS NOT = "00"
031253         GO TO 8710-NEXT
031254     END-IF.
031255     PERFORM 8720-SCAN-CONTROL-TOTAL THRU 8720-EXIT
031256         UNTIL WS-END-OF-BALFILE.
031257     CLOSE BALFILE.
031258 8710-NEXT.
031259     ADD 1 TO WS-BAL-RUN-NUMBER.
031260 8710-EXIT.
031261     EXIT.
031262*--------------------------------------------------------------
031263 8720-SCAN-CONTROL-TOTAL.
031264*--------------------------------------------------------------
031265     READ BALFILE INTO CTL-TOTAL-REC
031266         AT END
031267             SET WS-END-OF-BALFILE TO TRUE
031268             GO TO 8720-EXIT
031269     END-READ.
031270     IF  CB-JOB-NAME   = WS-JOB-NAME
031271     AND CB-CYCLE-DATE = WS-CYCLE-DATE
031272     AND CB-PROGRAM-ID = "RPTMERGE"
031273     AND CB-RUN-NUMBER IS NUMERIC
031274     AND CB-RUN-NUMBER > WS-BAL-RUN-NUMBER
031275         MOVE CB-RUN-NUMBER TO WS-BAL-RUN-NUMBER
031276     END-IF.
031277 8720-EXIT.
031278     EXIT.
031279*--------------------------------------------------------------
031280 8790-PUT-CONTROL-TOTAL.
031281*--------------------------------------------------------------
031282     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
031283     WRITE BALFILE-REC.
031284 8790-EXIT.
031285     EXIT.
031286*--------------------------------------------------------------
031300 9000-TERMINATE.
031400*--------------------------------------------------------------
031500     CLOSE RPTPRINT.
031550     CLOSE DELIVOUT.
031600     MOVE 0 TO RETURN-CODE.
031700 9000-EXIT.
031800     EXIT.
