002948*                    PARALLEL, EACH CHECKPOINTING AND RUN-
002949*                    GUARDING UNDER ITS OWN STEP NAME, WITHOUT
002950*                    THE PARTITIONS CLOBBERING EACH OTHER.
002951*  2026-10-15  MC    THE RESTART SKIP-AHEAD AND THE CHECKPOINTED
002952*                    LAST-TRANSACTION KEY NOW RUN ON TX-TRAN-REF
002953*                    (SOURCE SYSTEM PLUS SEQUENCE NUMBER) SO A
002954*                    REQUESTER MAY SEND SEVERAL REQUESTS IN ONE
002955*                    CYCLE.  THE REFERENCE IS STAMPED ON EVERY
002956*                    RPTPRINT/URGPRINT DETAIL LINE (RD-TRAN-REF)
002957*                    AND ALERTLOG EVENT (AL-TRAN-REF) SO THE
002958*                    TRANTRCE TRACE REPORT CAN FIND IT; THE
002959*                    BANNER DROPS THE GREETING'S TRAILING PAD
002960*                    TO MAKE ROOM ON THE DETAIL LINE.
002961*  2026-10-15  MC    ADDED THE JOB-STREAM PREDECESSOR CHECK
002962*                    (1610, AHEAD OF THE 1620 RUN-CONTROL
002963*                    GUARD).  EVERY PREDECESSOR JOB/STEP LISTED
002964*                    FOR THIS JOB AND STEP ON THE JOBDEP TABLE
002965*                    (JOBDEPRC COPYBOOK, MAINTAINED BY JOBDLOAD)
002966*                    MUST SHOW COMPLETE IN RUNCTL FOR THE PARM
002967*                    CYCLE DATE, OR THE STEP REFUSES TO START
002968*                    WITH RC=12 AND WRITES ONE AUDITLOG "PRED"
002969*                    EVENT PER MISSING PREDECESSOR, NAMING IT.
002970*                    A STREAM SCHEDULED EARLY NO LONGER RUNS ON
002971*                    STALE INPUT.  THE DEPSTAT REPORT SHOWS
002972*                    WHICH STREAMS ARE ELIGIBLE, BLOCKED OR
002973*                    DONE FOR A CYCLE DATE.
002974*  2026-10-15  MC    ADDED THE DELIVOUT OUTBOUND DELIVERY
002975*                    EXTRACT - ONE DELIVERY-REC (DLVREC
002976*                    COPYBOOK) PER ACCEPTED TRANSACTION, WRITTEN
002977*                    BY 3300 AFTER THE PRINT ROUTING, CARRYING
002978*                    REQUESTER, DEPARTMENT, EFFECTIVE LOCALE,
002979*                    MESSAGE TYPE, GREETING TEXT, BANNER
002980*                    TEMPLATE, CYCLE DATE AND RUN NUMBER FOR THE
002981*                    MESSAGING GATEWAY.  A RESTART EXTENDS THE
002982*                    EXTRACT RATHER THAN REPLACING IT.  IN A
002983*                    PARTITIONED RUN EACH STEP WRITES ITS OWN
002984*                    DLVPT0N AND RPTMERGE FOLDS THEM TOGETHER.
002985*                    THE GATEWAY'S ACKNOWLEDGEMENTS ARE MATCHED
002986*                    BACK BY DLVRECN.
002987*  2026-10-15  MC    ADDED DEPARTMENTAL MONTHLY QUOTAS.  ONCE
002988*                    1720 ACCEPTS A REQUESTER, 1760 CHECKS THE
002989*                    DEPARTMENT'S QUOTA FOR THE CYCLE MONTH
002990*                    (QUOTAREC) AGAINST ITS MONTH-TO-DATE USAGE
002991*                    ON QUOTUSE (QUOTUSRC, ONE ROW PER JOB/STEP)
002992*                    PLUS THIS TRANSACTION.  OVER A HARD QUOTA
002993*                    THE TRANSACTION REJECTS TO TRANREJ WITH
002994*                    REASON QUOT, FOR TRANRCYC TO RECYCLE;
002995*                    CROSSING THE WARNING PERCENTAGE RAISES AN
002996*                    ALERTLOG EVENT (SEVERITY Q) TO THE
002997*                    DEPARTMENT'S ONCALL CONTACT.  THE STEP'S
002998*                    USAGE ROW REMEMBERS THE LAST TRAN-REF IT
002999*                    COUNTED, SO A RESTART OR RERUN NEVER COUNTS
003001*                    A TRANSACTION TWICE.  QUOTRPT REPORTS THE
003002*                    UTILIZATION.
003003*  2026-10-15  MC    AT END OF RUN THE STEP APPENDS ITS CONTROL
003004*                    TOTALS TO THE SHARED BALFILE BALANCING FILE
003005*                    (BALREC COPYBOOK) UNDER ITS JOB, STEP,
003006*                    CYCLE DATE AND RUN NUMBER: TRANSACTIONS
003007*                    SKIPPED BY A RESTART, READ, ACCEPTED,
003008*                    REJECTED, PRINTED, URGENT AND ALERTS, PLUS
003009*                    THE TOTAL IT WROTE TO STATFILE FOR EACH
003010*                    DIMENSION, SO THE BALRPT BALANCING STEP CAN
003011*                    PROVE NOTHING WAS DROPPED BETWEEN TRANFILE,
003012*                    RPTPRINT, URGPRINT, TRANREJ AND STATFILE.
003013*  2026-10-15  MC    ADDED THE "C" CATCH-UP OVERRIDE CODE FOR
003014*                    THE PARM CARDS THE CATCHUP PLAN WRITES,
003015*                    ONE PER MISSED BUSINESS DATE.  UNLIKE "R"
003016*                    IT KEEPS THE HOLIDAY CHECK, ONLY LETS THE
003017*                    CYCLE DATE FALL BEHIND THE EXPECTED
003018*                    PROCESSING DATE (NEVER AHEAD OF IT), AND
003019*                    DOES NOT SANCTION A RERUN - A DATE ALREADY
003020*                    COMPLETE STILL ABENDS RC=16 IN 1620.  THE
003021*                    CYCLE DATE IS NOW ALSO STAMPED ON THE
003022*                    BANNERLOG AND COMPLOG RECORDS.
003023*  2026-10-15  MC    ADDED DELIVERY WINDOWS.  MSGTYPE NOW
003024*                    CARRIES EACH TYPE'S EARLIEST/LATEST TIME
003025*                    AND ALLOWED WEEKDAYS; AN ACCEPTED
003026*                    TRANSACTION WHOSE TYPE'S WINDOW IS CLOSED
003027*                    AT STEP START (2700) IS HELD ON THE NEW
003028*                    HELDMSG QUEUE (HELDREC COPYBOOK) WITH ITS
003029*                    REASON AND EARLIEST RELEASE INSTEAD OF
003030*                    BEING PRINTED (2800).  URGENT-ROUTED TYPES
003031*                    ALWAYS BYPASS THE WINDOW.  EVERY RUN FIRST
003032*                    RELEASES THE STEP'S HOLDS FROM EARLIER
003033*                    CYCLES WHOSE WINDOW IS NOW OPEN (1850),
003034*                    DELIVERING THEM THROUGH THE SAME 2200
003035*                    PARAGRAPH AS ITS OWN TRANSACTIONS.  HELD
003036*                    AND RELEASED COUNTS GO ON THE RUN TRAILER
003037*                    AND BALFILE; HELDRPT AGES THE QUEUE.
003038*  2026-10-15  MC    HELDMSG IS NOW KEYED BY JOB, STEP, CYCLE
003039*                    DATE AND TRAN-REF, SO A HOLD FROM ONE
003040*                    CYCLE IS NEVER REFRESHED OR DROPPED BY
003041*                    ANOTHER CYCLE'S TRANSACTION OF THE SAME
003042*                    REF.  A RELEASED HOLD'S DELIVOUT RECORD
003043*                    CARRIES THE CYCLE DATE IT WAS HELD UNDER,
003044*                    THE KEY THE GATEWAY ACKNOWLEDGES.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004140     SELECT ALERTLOG        ASSIGN TO ALERTLOG
004141                            ORGANIZATION IS LINE SEQUENTIAL
004142                            FILE STATUS IS WS-ALERTLOG-STATUS.
004143     SELECT JOBDEP          ASSIGN TO JOBDEP
004144                            ORGANIZATION IS INDEXED
004145                            ACCESS MODE IS DYNAMIC
004146                            RECORD KEY IS JD-JOB-DEP-KEY
004147                            FILE STATUS IS WS-JOBDEP-STATUS.
004148     SELECT DELIVOUT        ASSIGN TO DELIVOUT
004149                            ORGANIZATION IS LINE SEQUENTIAL
004150                            FILE STATUS IS WS-DELIVOUT-STATUS.
004151     SELECT QUOTA           ASSIGN TO QUOTA
004152                            ORGANIZATION IS INDEXED
004153                            ACCESS MODE IS RANDOM
004154                            RECORD KEY IS QT-QUOTA-KEY
004155                            FILE STATUS IS WS-QUOTA-STATUS.
004156     SELECT QUOTUSE         ASSIGN TO QUOTUSE
004157                            ORGANIZATION IS INDEXED
004158                            ACCESS MODE IS DYNAMIC
004159                            RECORD KEY IS QU-USAGE-KEY
004160                            FILE STATUS IS WS-QUOTUSE-STATUS.
004161     SELECT BALFILE         ASSIGN TO BALFILE
004162                            ORGANIZATION IS LINE SEQUENTIAL
004163                            FILE STATUS IS WS-BALFILE-STATUS.
004164     SELECT HELDMSG         ASSIGN TO HELDMSG
004165                            ORGANIZATION IS INDEXED
004166                            ACCESS MODE IS DYNAMIC
004167                            RECORD KEY IS HM-HELD-KEY
004168                            FILE STATUS IS WS-HELDMSG-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  BANNERLOG
004897 01  RPTPRINT-REC                PIC X(133).
004898 FD  TRANFILE
004899     RECORDING MODE IS F.
004901 01  TRANFILE-REC                PIC X(32).
004902 FD  REQMAST.
004903 COPY REQMREC.
004904 FD  TRANREJ
004925 FD  ALERTLOG
004926     RECORDING MODE IS F.
004927 01  ALERTLOG-REC                PIC X(100).
004928 FD  JOBDEP.
004929 COPY JOBDEPRC.
004930 FD  DELIVOUT
004931     RECORDING MODE IS F.
004932 01  DELIVOUT-REC                PIC X(130).
004933 FD  QUOTA.
004934 COPY QUOTAREC.
004935 FD  QUOTUSE.
004936 COPY QUOTUSRC.
004937 FD  BALFILE
004938     RECORDING MODE IS F.
004939 01  BALFILE-REC                 PIC X(80).
004940 FD  HELDMSG.
004941 COPY HELDREC.
004900 WORKING-STORAGE SECTION.
005000*--------------------------------------------------------------
005100* PARM CARD LAYOUT - JOB NAME / CYCLE DATE / SHIFT CODE
005660     05  WS-PARM-OVERRIDE-CODE   PIC X(01).
005670         88  WS-PARM-OVERRIDE-RERUN
005680                                 VALUE "R".
005684         88  WS-PARM-OVERRIDE-CATCHUP
005687                                 VALUE "C".
005690     05  WS-PARM-STEP-NAME       PIC X(08).
005700     05  FILLER                  PIC X(49).
005710 01  WS-STEP-NAME                PIC X(08).
006275 COPY CALREC.
006280 COPY STATREC.
006285 COPY ALERTREC.
006293 COPY DLVREC.
006300*--------------------------------------------------------------
006400* WORK AREAS
006500*--------------------------------------------------------------
007007     88  WS-ONCALL-IS-OPEN       VALUE "Y".
007008     88  WS-ONCALL-NOT-OPEN      VALUE "N".
007009 01  WS-ALERT-COUNT              PIC 9(06) COMP VALUE 0.
007010 01  WS-DELIVOUT-STATUS          PIC X(02).
007011 01  WS-DELIVERY-COUNT           PIC 9(06) COMP VALUE 0.
007012*--------------------------------------------------------------
007013* DEPARTMENTAL MONTHLY QUOTA WORK AREAS
007014*--------------------------------------------------------------
007015 01  WS-QUOTA-STATUS             PIC X(02).
007016 01  WS-QUOTUSE-STATUS           PIC X(02).
007017 01  WS-QUOTA-OPEN-SWITCH        PIC X(01) VALUE "N".
007018     88  WS-QUOTA-IS-OPEN        VALUE "Y".
007019     88  WS-QUOTA-NOT-OPEN       VALUE "N".
007020 01  WS-QUOTA-FOUND-SWITCH       PIC X(01).
007021     88  WS-QUOTA-FOUND          VALUE "Y".
007022     88  WS-QUOTA-NOT-FOUND      VALUE "N".
007023 01  WS-QUOTA-USAGE-SWITCH       PIC X(01).
007024     88  WS-QUOTA-USAGE-FOUND    VALUE "Y".
007025     88  WS-QUOTA-USAGE-NEW      VALUE "N".
007026 01  WS-QUOTA-SCAN-SWITCH        PIC X(01).
007027     88  WS-END-OF-QUOTA-SCAN    VALUE "Y".
007028     88  WS-NOT-END-OF-QUOTA-SCAN VALUE "N".
007029 01  WS-QUOTA-MONTH              PIC 9(06).
007030 01  WS-QUOTA-MTD                PIC 9(07) COMP.
007031 01  WS-QUOTA-NEW-MTD            PIC 9(07) COMP.
007032 01  WS-QUOTA-WARN-BASIS         PIC 9(10) COMP.
007033 01  WS-QUOTA-USE-BEFORE         PIC 9(10) COMP.
007034 01  WS-QUOTA-USE-AFTER          PIC 9(10) COMP.
007035 01  WS-QUOTA-REJECT-COUNT       PIC 9(06) COMP VALUE 0.
007036 01  WS-QUOTA-ALERT-COUNT        PIC 9(06) COMP VALUE 0.
007037*--------------------------------------------------------------
007038* BALFILE CONTROL TOTALS - THE COUNTS THE BALRPT BALANCING STEP
007039* PROVES AGAINST THE STEPS EITHER SIDE OF THIS ONE
007040*--------------------------------------------------------------
007041 COPY BALREC.
007042 01  WS-BALFILE-STATUS           PIC X(02).
007043 01  WS-SKIP-COUNT               PIC 9(06) COMP VALUE 0.
007044 01  WS-ACCEPT-COUNT             PIC 9(06) COMP VALUE 0.
007045 01  WS-PRINTED-COUNT            PIC 9(06) COMP VALUE 0.
007046 01  WS-STAT-LOC-TOTAL           PIC 9(07) COMP VALUE 0.
007047 01  WS-STAT-TYP-TOTAL           PIC 9(07) COMP VALUE 0.
007048 01  WS-STAT-REQ-TOTAL           PIC 9(07) COMP VALUE 0.
007049*--------------------------------------------------------------
007050* JOB-STREAM PREDECESSOR CHECK WORK AREAS
007051*--------------------------------------------------------------
007052 01  WS-JOBDEP-STATUS            PIC X(02).
007053 01  WS-DEPSCAN-SWITCH           PIC X(01).
007054     88  WS-END-OF-DEPSCAN       VALUE "Y".
007055     88  WS-NOT-END-OF-DEPSCAN   VALUE "N".
007056 01  WS-PRED-SWITCH              PIC X(01) VALUE "N".
007057     88  WS-PRED-BLOCKED         VALUE "Y".
007058     88  WS-PRED-SATISFIED       VALUE "N".
007059 01  WS-PRED-MISSING-COUNT       PIC 9(04) COMP VALUE 0.
007060 01  WS-PRED-RUN-STATUS          PIC X(08).
007061 01  WS-RUNCTL-OPEN-SWITCH       PIC X(01).
007062     88  WS-RUNCTL-IS-OPEN       VALUE "Y".
007063     88  WS-RUNCTL-NOT-OPEN      VALUE "N".
007064 01  WS-AUDIT-EVENT-CODE         PIC X(04) VALUE SPACES.
007065 01  WS-AUDIT-EVENT-JOB          PIC X(08) VALUE SPACES.
007066 01  WS-AUDIT-EVENT-STEP         PIC X(08) VALUE SPACES.
007067 01  WS-AUDIT-EVENT-STATUS       PIC X(08) VALUE SPACES.
007000 01  WS-CHKPT-STATUS             PIC X(02).
007100 01  WS-RESTART-SWITCH           PIC X(01).
007200     88  WS-IS-RESTART           VALUE "Y".
007300     88  WS-IS-NOT-RESTART       VALUE "N".
007310 01  WS-RESTART-KEY              PIC X(12) VALUE SPACES.
007320 01  WS-LAST-TRAN-KEY            PIC X(12) VALUE SPACES.
007330 01  WS-TRAN-COUNT               PIC 9(06) COMP VALUE 0.
007340 01  WS-TRANFILE-SWITCH          PIC X(01).
007350     88  WS-END-OF-TRANFILE      VALUE "Y".
007513     05  FILLER                  PIC X(81)  VALUE SPACES.
007514 01  WS-RPT-DETAIL-LINE.
007515     05  FILLER                  PIC X(01)  VALUE SPACE.
007594     05  RD-TRAN-REF             PIC X(12).
007595     05  FILLER                  PIC X(01)  VALUE SPACE.
007516     05  RD-BANNER-TEXT          PIC X(87).
007517     05  FILLER                  PIC X(01)  VALUE SPACE.
007518     05  RD-REQUESTER-NAME       PIC X(20).
007519     05  FILLER                  PIC X(01)  VALUE SPACE.
007534     05  FILLER                  PIC X(11)
007535         VALUE "  URGENT = ".
007536     05  RT-URGENT-COUNT         PIC 9(06).
007537     05  FILLER                  PIC X(09)
007596         VALUE "  HELD = ".
007597     05  RT-HELD-COUNT           PIC 9(06).
007598     05  FILLER                  PIC X(13)
007599         VALUE "  RELEASED = ".
007600     05  RT-RELEASED-COUNT       PIC 9(06).
007601     05  FILLER                  PIC X(24) VALUE SPACES.
007538*--------------------------------------------------------------
007539* MESSAGE-TYPE CONTROL WORK AREAS
007540*--------------------------------------------------------------
007591     05  WS-REQ-STAT-ENTRY       OCCURS 100 TIMES.
007592         10  WS-REQ-STAT-KEY     PIC X(08).
007593         10  WS-REQ-STAT-COUNT   PIC 9(06) COMP.
007602*--------------------------------------------------------------
007603* DELIVERY WINDOW AND HELD-MESSAGE QUEUE WORK AREAS - THE
007604* MESSAGE TYPE'S WINDOW (THE SHAPE OF MT-DELIVERY-WINDOW), THE
007605* STEP START WEEKDAY (1 = MONDAY) AND HHMM IT IS JUDGED AGAINST,
007606* AND THE HOLD REASON AND EARLIEST RELEASE FOR HELDMSG
007607*--------------------------------------------------------------
007608 01  WS-MSG-WINDOW.
007609     05  WS-MSG-WINDOW-START     PIC X(04).
007610     05  WS-MSG-WINDOW-START-N REDEFINES WS-MSG-WINDOW-START
007611                                 PIC 9(04).
007612     05  WS-MSG-WINDOW-END       PIC X(04).
007613     05  WS-MSG-WINDOW-END-N REDEFINES WS-MSG-WINDOW-END
007614                                 PIC 9(04).
007615     05  WS-MSG-ALLOWED-DAYS     PIC X(07).
007616     05  WS-MSG-ALLOWED-DAY-TABLE REDEFINES WS-MSG-ALLOWED-DAYS.
007617         10  WS-MSG-ALLOWED-DAY  PIC X(01) OCCURS 7 TIMES.
007618 01  WS-CURRENT-DOW              PIC 9(01).
007619 01  WS-NOW-HHMM                 PIC 9(04).
007620 01  WS-WINDOW-SWITCH            PIC X(01).
007621     88  WS-WINDOW-OPEN          VALUE "Y".
007622     88  WS-WINDOW-CLOSED        VALUE "N".
007623 01  WS-HOLD-REASON-CODE         PIC X(04).
007624 01  WS-HOLD-REASON-TEXT         PIC X(30).
007625 01  WS-RELEASE-DATE             PIC 9(08).
007626 01  WS-RELEASE-TIME             PIC 9(04).
007627 01  WS-WIN-DATE                 PIC 9(08).
007628 01  WS-WIN-DATE-PARTS REDEFINES WS-WIN-DATE.
007629     05  WS-WIN-YEAR             PIC 9(04).
007630     05  WS-WIN-MONTH            PIC 9(02).
007631     05  WS-WIN-DAY              PIC 9(02).
007632 01  WS-WIN-MAX-DAY              PIC 9(02).
007633 01  WS-WIN-DOW                  PIC 9(01).
007634 01  WS-WIN-SUB                  PIC 9(04) COMP.
007635 01  WS-WIN-DAY-SWITCH           PIC X(01).
007636     88  WS-WIN-DAY-FOUND        VALUE "Y".
007637     88  WS-WIN-DAY-NOT-FOUND    VALUE "N".
007638 01  WS-HELDMSG-STATUS           PIC X(02).
007639 01  WS-HELDMSG-OPEN-SWITCH      PIC X(01) VALUE "N".
007640     88  WS-HELDMSG-IS-OPEN      VALUE "Y".
007641     88  WS-HELDMSG-NOT-OPEN     VALUE "N".
007642 01  WS-HELDSCAN-SWITCH          PIC X(01).
007643     88  WS-END-OF-HELDSCAN      VALUE "Y".
007644     88  WS-NOT-END-OF-HELDSCAN  VALUE "N".
007645 01  WS-HOLD-WRITE-SWITCH        PIC X(01).
007646     88  WS-HOLD-WRITTEN         VALUE "Y".
007647     88  WS-HOLD-NOT-WRITTEN     VALUE "N".
007648 01  WS-HELD-SAVE                PIC X(180).
007649 01  WS-HELD-FIRST-DATE          PIC 9(08).
007650 01  WS-HELD-FIRST-TIME          PIC 9(08).
007651 01  WS-HELD-COUNT               PIC 9(06) COMP VALUE 0.
007652 01  WS-RELEASED-COUNT           PIC 9(06) COMP VALUE 0.
007653 01  WS-DELIVERY-CYCLE-DATE      PIC 9(08).
007528 PROCEDURE DIVISION.
007529*--------------------------------------------------------------
007700 0000-MAINLINE.
007960     IF WS-PARM-IS-INVALID
007970         GO TO 9999-EXIT
007980     END-IF.
007981     PERFORM 1610-CHECK-PREDECESSORS THRU 1610-EXIT.
007983     IF WS-PRED-BLOCKED
007985         GO TO 9999-EXIT
007987     END-IF.
007982     PERFORM 1620-CHECK-RUN-CONTROL THRU 1620-EXIT.
007984     IF WS-RUN-IS-DUPLICATE
007986         GO TO 9999-EXIT
008050     PERFORM 4500-CLOSE-TRANFILE  THRU 4500-EXIT.
008060     PERFORM 3900-WRITE-REPORT-TRAILER THRU 3900-EXIT.
008070     PERFORM 6800-WRITE-STATFILE THRU 6800-EXIT.
008235     PERFORM 6870-WRITE-CONTROL-TOTALS THRU 6870-EXIT.
008400     PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT.
008450     PERFORM 6000-WRITE-AUDITLOG  THRU 6000-EXIT.
008460     PERFORM 6500-WRITE-COMPLOG   THRU 6500-EXIT.
009500     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
009510     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
009520     ACCEPT WS-CURRENT-TIME  FROM TIME.
009547     ACCEPT WS-CURRENT-DOW   FROM DAY-OF-WEEK.
009573     DIVIDE WS-CURRENT-TIME  BY 10000 GIVING WS-NOW-HHMM.
009600     IF WS-PARM-CARD = SPACES
009700         MOVE "HELLOWLD"     TO WS-PARM-JOB-NAME
009800         MOVE WS-CURRENT-DATE TO WS-PARM-CYCLE-DATE
013480     END-IF.
013482 1650-EXIT.
013484     EXIT.
013506*--------------------------------------------------------------
013507 1610-CHECK-PREDECESSORS.
013508*--------------------------------------------------------------
013509*    CHECK THE JOBDEP TABLE FOR THIS JOB AND STEP AHEAD OF THE
013511*    1620 RUN-CONTROL GUARD.  EVERY PREDECESSOR JOB/STEP
013512*    LISTED MUST SHOW COMPLETE IN RUNCTL FOR THE PARM CYCLE
013513*    DATE; ANY THAT DOES NOT - NEVER RUN, STILL INPROG, OR
013514*    FAILED - BLOCKS THE STEP.  A BLOCKED STEP REFUSES TO
013515*    START WITH RC=12, DISTINCT FROM THE RC=16 PARM AND
013516*    DUPLICATE-RUN ABENDS SO THE SCHEDULER CAN SIMPLY HOLD AND
013517*    RESUBMIT IT, AND WRITES ONE AUDITLOG EVENT PER MISSING
013518*    PREDECESSOR NAMING IT.  THE CHECK RUNS BEFORE 1620 SO A
013519*    REFUSED START LEAVES NO INPROG RUN-CONTROL RECORD BEHIND.
013521*    A STEP WITH NO ENTRIES ON THE TABLE, OR A TABLE THAT IS
013523*    NOT THERE, HAS NO PREDECESSORS TO WAIT FOR.  THE "R"
013525*    OVERRIDE DOES NOT SKIP THIS CHECK - A RERUN-AS-OF STILL
013527*    NEEDS ITS INPUTS BUILT FOR THAT DATE.
013529*--------------------------------------------------------------
013533     SET WS-PRED-SATISFIED TO TRUE.
013541     MOVE 0 TO WS-PRED-MISSING-COUNT.
013543     OPEN INPUT JOBDEP.
013545     IF WS-JOBDEP-STATUS NOT = "00"
013547         DISPLAY "HELLOWORLD - JOBDEP NOT AVAILABLE, STATUS="
013549                 WS-JOBDEP-STATUS " - PREDECESSOR CHECK SKIPPED"
013551         GO TO 1610-EXIT
013553     END-IF.
013555     OPEN INPUT RUNCTL.
013557     IF WS-RUNCTL-STATUS = "00"
013559         SET WS-RUNCTL-IS-OPEN TO TRUE
013561     ELSE
013563         SET WS-RUNCTL-NOT-OPEN TO TRUE
013565     END-IF.
013567     SET WS-NOT-END-OF-DEPSCAN TO TRUE.
013569     MOVE WS-PARM-JOB-NAME   TO JD-JOB-NAME.
013571     MOVE WS-STEP-NAME       TO JD-STEP-NAME.
013573     MOVE LOW-VALUES         TO JD-PRED-JOB-NAME.
013575     MOVE LOW-VALUES         TO JD-PRED-STEP-NAME.
013577     START JOBDEP KEY NOT < JD-JOB-DEP-KEY
013579         INVALID KEY
013581             SET WS-END-OF-DEPSCAN TO TRUE
013583     END-START.
013585     PERFORM 1615-CHECK-ONE-PREDECESSOR THRU 1615-EXIT
013587         UNTIL WS-END-OF-DEPSCAN.
013589     CLOSE JOBDEP.
013591     IF WS-RUNCTL-IS-OPEN
013593         CLOSE RUNCTL
013607     END-IF.
013609     IF WS-PRED-BLOCKED
013611         MOVE 12 TO RETURN-CODE
013613         DISPLAY "HELLOWORLD - ABEND - " WS-PRED-MISSING-COUNT
013615                 " PREDECESSOR(S) NOT COMPLETE FOR CYCLE DATE "
013617                 WS-PARM-CYCLE-DATE " - STEP NOT STARTED"
013619         PERFORM 4000-WRITE-BANNERLOG THRU 4000-EXIT
013621         PERFORM 6500-WRITE-COMPLOG  THRU 6500-EXIT
013623     END-IF.
013625 1610-EXIT.
013627     EXIT.
013629*--------------------------------------------------------------
013631 1615-CHECK-ONE-PREDECESSOR.
013633*--------------------------------------------------------------
013635*    READ THE NEXT DEPENDENCY IN THIS STEP'S KEY RANGE AND
013637*    LOOK ITS PREDECESSOR UP ON RUNCTL FOR THE CYCLE DATE.  A
013639*    PREDECESSOR NOT COMPLETE IS DISPLAYED AND LOGGED TO
013643*    AUDITLOG AT ONCE, SO EVERY MISSING ONE IS NAMED, NOT
013645*    JUST THE FIRST.
013647*--------------------------------------------------------------
013649     READ JOBDEP NEXT
013651         AT END
013653             SET WS-END-OF-DEPSCAN TO TRUE
013655             GO TO 1615-EXIT
013657     END-READ.
013659     IF JD-JOB-NAME  NOT = WS-PARM-JOB-NAME
013661      OR JD-STEP-NAME NOT = WS-STEP-NAME
013663         SET WS-END-OF-DEPSCAN TO TRUE
013665         GO TO 1615-EXIT
013667     END-IF.
013669     MOVE "NOT RUN"          TO WS-PRED-RUN-STATUS.
013671     IF WS-RUNCTL-IS-OPEN
013675         MOVE JD-PRED-JOB-NAME   TO RN-JOB-NAME
013677         MOVE JD-PRED-STEP-NAME  TO RN-STEP-NAME
013679         MOVE WS-CYCLE-DATE-WORK TO RN-CYCLE-DATE
013681         READ RUNCTL
013683             INVALID KEY
013685                 CONTINUE
013687             NOT INVALID KEY
013689                 MOVE RN-STATUS TO WS-PRED-RUN-STATUS
013691         END-READ
013693     END-IF.
013695     IF WS-PRED-RUN-STATUS = "COMPLETE"
013697         GO TO 1615-EXIT
013699     END-IF.
013701     SET WS-PRED-BLOCKED TO TRUE.
013703     ADD 1 TO WS-PRED-MISSING-COUNT.
013704     MOVE 12 TO RETURN-CODE.
013705     DISPLAY "HELLOWORLD - PREDECESSOR " JD-PRED-JOB-NAME "/"
013706             JD-PRED-STEP-NAME " IS " WS-PRED-RUN-STATUS
013707             " FOR CYCLE DATE " WS-PARM-CYCLE-DATE.
013708     MOVE "PRED"             TO WS-AUDIT-EVENT-CODE.
013709     MOVE JD-PRED-JOB-NAME   TO WS-AUDIT-EVENT-JOB.
013711     MOVE JD-PRED-STEP-NAME  TO WS-AUDIT-EVENT-STEP.
013712     MOVE WS-PRED-RUN-STATUS TO WS-AUDIT-EVENT-STATUS.
013713     PERFORM 6000-WRITE-AUDITLOG THRU 6000-EXIT.
013714 1615-EXIT.
013715     EXIT.
013485*--------------------------------------------------------------
013486 1620-CHECK-RUN-CONTROL.
013487*--------------------------------------------------------------
031018*    HOLIDAY, FAILS VALIDATION AND ABENDS WITH RC=16 THE SAME
031020*    WAY A BLANK JOB NAME DOES.  THE "R" OVERRIDE CODE ON THE
031022*    PARM CARD SKIPS THE CHECK FOR LEGITIMATE RERUN-AS-OF
031023*    SITUATIONS.  THE "C" CATCH-UP CODE KEEPS THE HOLIDAY
031024*    CHECK BUT ACCEPTS ANY DATE UP TO THE EXPECTED ONE, SO A
031025*    MISSED BUSINESS DATE CAN BE RUN AFTER AN OUTAGE WITHOUT
031026*    OPENING THE DOOR TO A DATE THE SHOP HAS NOT REACHED.
031027*    A MISSING CALENDAR, OR ONE WITH NO CONTROL
031028*    RECORD FOR THIS STREAM, IS REPORTED AND THE CHECK
031029*    SKIPPED - THE CHECK CANNOT RUN AGAINST A CALENDAR THAT
031030*    IS NOT THERE.
031032*--------------------------------------------------------------
031034     IF WS-PARM-OVERRIDE-RERUN
031076                 WS-CAL-HOLIDAY-DESC
031078         GO TO 1670-EXIT
031080     END-IF.
031081     IF WS-CAL-NO-CONTROL
031082         DISPLAY "HELLOWORLD - NO CALENDAR CONTROL RECORD FOR "
031083                 "THIS STREAM - CALENDAR CHECK SKIPPED"
031084         GO TO 1670-EXIT
031085     END-IF.
031086     IF WS-PARM-OVERRIDE-CATCHUP
031087         IF WS-CYCLE-DATE-WORK > WS-CAL-EXPECTED-DATE
031088             SET WS-PARM-IS-INVALID TO TRUE
031089             DISPLAY "HELLOWORLD - ABEND - CATCH-UP CYCLE DATE "
031090                     WS-PARM-CYCLE-DATE " IS LATER THAN THE "
031091                     "EXPECTED PROCESSING DATE "
031092                     WS-CAL-EXPECTED-DATE
031093         ELSE
031094             DISPLAY "HELLOWORLD - CATCH-UP CYCLE DATE "
031095                     WS-PARM-CYCLE-DATE " ACCEPTED"
031096         END-IF
031097         GO TO 1670-EXIT
031098     END-IF.
031099     IF WS-CYCLE-DATE-WORK NOT = WS-CAL-EXPECTED-DATE
031100         SET WS-PARM-IS-INVALID TO TRUE
031101         DISPLAY "HELLOWORLD - ABEND - CYCLE DATE "
031102                 WS-PARM-CYCLE-DATE " IS NOT THE EXPECTED "
031103                 "PROCESSING DATE " WS-CAL-EXPECTED-DATE
031104     END-IF.
031105 1670-EXIT.
031106     EXIT.
031108*--------------------------------------------------------------
031110 1680-READ-CAL.
031457     MOVE WS-RUN-NUMBER      TO ST-RUN-NUMBER.
031458     MOVE GREET-STAT-REC     TO STATFILE-REC.
031460     WRITE STATFILE-REC.
031461     ADD ST-TRAN-COUNT TO WS-STAT-LOC-TOTAL.
031462 6820-EXIT.
031464     EXIT.
031466*--------------------------------------------------------------
031483     MOVE WS-RUN-NUMBER      TO ST-RUN-NUMBER.
031484     MOVE GREET-STAT-REC     TO STATFILE-REC.
031486     WRITE STATFILE-REC.
031487     ADD ST-TRAN-COUNT TO WS-STAT-TYP-TOTAL.
031488 6840-EXIT.
031490     EXIT.
031492*--------------------------------------------------------------
031509     MOVE WS-RUN-NUMBER      TO ST-RUN-NUMBER.
031510     MOVE GREET-STAT-REC     TO STATFILE-REC.
031512     WRITE STATFILE-REC.
031513     ADD ST-TRAN-COUNT TO WS-STAT-REQ-TOTAL.
031514 6860-EXIT.
031516     EXIT.
031517*--------------------------------------------------------------
031518 6870-WRITE-CONTROL-TOTALS.
031519*--------------------------------------------------------------
031520*    APPEND THIS STEP'S CONTROL TOTALS TO THE SHARED BALFILE,
031521*    STAMPED WITH THE PARM JOB NAME, STEP NAME, CYCLE DATE AND
031522*    RUN NUMBER, FOR THE BALRPT BALANCING STEP.  SKIPPED PLUS
031523*    READ IS EVERYTHING ON TRANFILE; READ SPLITS INTO ACCEPTED
031524*    AND REJECTED; ACCEPTED INTO PRINTED (RPTPRINT), URGENT
031525*    (URGPRINT) AND HELD (HELDMSG), AND WHAT IS RELEASED FROM
031526*    HELDMSG IS PRINTED OR URGENT TOO.  THE STATFILE TOTALS ARE
031527*    WHAT 6800 ACTUALLY WROTE, SO A FULL STATISTICS TABLE OR A
031528*    FAILED STATFILE SHOWS UP AS A BREAK.  A BALFILE THAT
031529*    CANNOT BE OPENED IS REPORTED BUT DOES NOT FAIL THE STEP.
031530*--------------------------------------------------------------
031531     OPEN EXTEND BALFILE.
031532     IF WS-BALFILE-STATUS = "35"
031533         OPEN OUTPUT BALFILE
031534     END-IF.
031535     IF WS-BALFILE-STATUS NOT = "00"
031536         DISPLAY "HELLOWORLD - BALFILE OPEN FAILED, STATUS="
031537                 WS-BALFILE-STATUS " - CONTROL TOTALS NOT "
031538                 "WRITTEN"
031539         GO TO 6870-EXIT
031540     END-IF.
031541     MOVE SPACES             TO CTL-TOTAL-REC.
031542     MOVE WS-PARM-JOB-NAME   TO CB-JOB-NAME.
031543     MOVE WS-CYCLE-DATE-WORK TO CB-CYCLE-DATE.
031544     MOVE WS-RUN-NUMBER      TO CB-RUN-NUMBER.
031545     MOVE "HelloWor"         TO CB-PROGRAM-ID.
031546     MOVE WS-STEP-NAME       TO CB-STEP-NAME.
031547     MOVE WS-CURRENT-DATE    TO CB-WRITE-DATE.
031548     MOVE WS-CURRENT-TIME    TO CB-WRITE-TIME.
031549     SET CB-CNT-SKIPPED      TO TRUE.
031550     MOVE WS-SKIP-COUNT      TO CB-COUNT.
031551     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031552     SET CB-CNT-READ         TO TRUE.
031553     MOVE WS-TRAN-COUNT      TO CB-COUNT.
031554     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031555     SET CB-CNT-ACCEPTED     TO TRUE.
031556     MOVE WS-ACCEPT-COUNT    TO CB-COUNT.
031557     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031558     SET CB-CNT-REJECTED     TO TRUE.
031559     MOVE WS-REJECT-COUNT    TO CB-COUNT.
031560     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031561     SET CB-CNT-PRINTED      TO TRUE.
031562     MOVE WS-PRINTED-COUNT   TO CB-COUNT.
031563     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031564     SET CB-CNT-URGENT       TO TRUE.
031565     MOVE WS-URGENT-COUNT    TO CB-COUNT.
031566     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031567     SET CB-CNT-ALERTS       TO TRUE.
031568     MOVE WS-ALERT-COUNT     TO CB-COUNT.
031569     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031570     SET CB-CNT-STAT-LOCALE  TO TRUE.
031571     MOVE WS-STAT-LOC-TOTAL  TO CB-COUNT.
031572     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031573     SET CB-CNT-STAT-MSGTYPE TO TRUE.
031574     MOVE WS-STAT-TYP-TOTAL  TO CB-COUNT.
031575     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031576     SET CB-CNT-STAT-REQ     TO TRUE.
031577     MOVE WS-STAT-REQ-TOTAL  TO CB-COUNT.
031578     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031579     SET CB-CNT-HELD         TO TRUE.
031580     MOVE WS-HELD-COUNT      TO CB-COUNT.
031581     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031582     SET CB-CNT-RELEASED     TO TRUE.
031583     MOVE WS-RELEASED-COUNT  TO CB-COUNT.
031584     PERFORM 6880-PUT-CONTROL-TOTAL THRU 6880-EXIT.
031585     CLOSE BALFILE.
031586 6870-EXIT.
031587     EXIT.
031588*--------------------------------------------------------------
031589 6880-PUT-CONTROL-TOTAL.
031590*--------------------------------------------------------------
031591     MOVE CTL-TOTAL-REC      TO BALFILE-REC.
031592     WRITE BALFILE-REC.
031593 6880-EXIT.
031594     EXIT.
031595*--------------------------------------------------------------
031596 1850-RELEASE-HELD.
031597*--------------------------------------------------------------
031598*    RELEASE THIS JOB AND STEP'S HELD MESSAGES WHOSE DELIVERY
031599*    WINDOW IS NOW OPEN BACK INTO PROCESSING.  ONLY THE STEP'S
031600*    OWN HOLDS ARE READ, SO PARALLEL PARTITION STEPS NEVER
031601*    RELEASE THE SAME MESSAGE.  HOLDS FROM THIS SAME CYCLE DATE
031602*    ARE LEFT FOR THE NEXT CYCLE'S RUN - THEIR TRANSACTIONS ARE
031603*    ON THIS RUN'S OWN TRANFILE AND ARE JUDGED AGAIN AS READ.
031604*--------------------------------------------------------------
031605     SET WS-NOT-END-OF-HELDSCAN TO TRUE.
031606     MOVE WS-PARM-JOB-NAME    TO HM-JOB-NAME.
031607     MOVE WS-STEP-NAME        TO HM-STEP-NAME.
031608     MOVE LOW-VALUES          TO HM-CYCLE-DATE.
031609     MOVE LOW-VALUES          TO HM-TRAN-REF.
031610     START HELDMSG KEY NOT < HM-HELD-KEY
031611         INVALID KEY
031612             SET WS-END-OF-HELDSCAN TO TRUE
031613     END-START.
031614     PERFORM 1860-RELEASE-ONE-HELD THRU 1860-EXIT
031615         UNTIL WS-END-OF-HELDSCAN.
031616 1850-EXIT.
031617     EXIT.
031618*--------------------------------------------------------------
031619 1860-RELEASE-ONE-HELD.
031620*--------------------------------------------------------------
031621*    READ THE NEXT HOLD IN THE STEP'S KEY RANGE.  THE WINDOW IS
031622*    JUDGED AGAINST THE TYPE AS IT STANDS ON MSGTYPE TODAY, SO A
031623*    WIDENED WINDOW RELEASES AT ONCE.  AN OPEN WINDOW RESTORES
031624*    THE TRANSACTION AND THE REQUESTER NAME, DEPARTMENT AND
031625*    LOCALE RESOLVED WHEN IT WAS HELD, DELIVERS IT THROUGH 2200
031626*    UNDER THE CYCLE DATE IT WAS HELD IN (SO ITS DELIVOUT KEY
031627*    IS THE ONE ITS TRAN-REF BELONGS TO) AND DELETES THE HOLD;
031628*    ONE STILL SHUT HAS ITS REASON AND EARLIEST RELEASE
031629*    REFRESHED.  THE QUOTA WAS COUNTED WHEN THE TRANSACTION
031630*    WAS ACCEPTED AND IS NOT COUNTED AGAIN.
031631*--------------------------------------------------------------
031632     READ HELDMSG NEXT
031633         AT END
031634             SET WS-END-OF-HELDSCAN TO TRUE
031635             GO TO 1860-EXIT
031636     END-READ.
031637     IF HM-JOB-NAME NOT = WS-PARM-JOB-NAME
031638      OR HM-STEP-NAME NOT = WS-STEP-NAME
031639         SET WS-END-OF-HELDSCAN TO TRUE
031640         GO TO 1860-EXIT
031641     END-IF.
031642     IF HM-CYCLE-DATE = WS-CYCLE-DATE-WORK
031643         GO TO 1860-EXIT
031644     END-IF.
031645     MOVE HM-TRAN-IMAGE       TO GREET-TRAN-REC.
031646     MOVE HM-REQUESTER-NAME   TO WS-REQ-NAME.
031647     MOVE HM-DEPARTMENT       TO WS-REQ-DEPT.
031648     MOVE HM-LOCALE-CODE      TO WS-EFFECTIVE-LOCALE.
031649     PERFORM 1730-LOOKUP-MSG-TYPE THRU 1730-EXIT.
031650     PERFORM 2700-CHECK-WINDOW    THRU 2700-EXIT.
031651     IF WS-WINDOW-CLOSED
031652         MOVE WS-HOLD-REASON-CODE TO HM-REASON-CODE
031653         MOVE WS-HOLD-REASON-TEXT TO HM-REASON-TEXT
031654         MOVE WS-RELEASE-DATE     TO HM-RELEASE-DATE
031655         MOVE WS-RELEASE-TIME     TO HM-RELEASE-TIME
031656         REWRITE HELD-MSG-REC
031657             INVALID KEY
031658                 DISPLAY "HELLOWORLD - HELDMSG REWRITE FAILED, "
031659                         "STATUS=" WS-HELDMSG-STATUS
031660                         " TRAN-REF=" HM-TRAN-REF
031661         END-REWRITE
031662         GO TO 1860-EXIT
031663     END-IF.
031664     MOVE HM-CYCLE-DATE       TO WS-DELIVERY-CYCLE-DATE.
031665     PERFORM 2200-DELIVER-MESSAGE THRU 2200-EXIT.
031666     ADD 1 TO WS-RELEASED-COUNT.
031667     DELETE HELDMSG RECORD
031668         INVALID KEY
031669             DISPLAY "HELLOWORLD - HELDMSG DELETE FAILED, "
031670                     "STATUS=" WS-HELDMSG-STATUS
031671                     " TRAN-REF=" HM-TRAN-REF
031672     END-DELETE.
031673 1860-EXIT.
031674     EXIT.
031675*--------------------------------------------------------------
031676 2750-SET-RELEASE.
031677*--------------------------------------------------------------
031678*    WORK OUT THE EARLIEST MOMENT THE CLOSED WINDOW OPENS AGAIN -
031679*    LATER TODAY AT THE START TIME WHEN TODAY IS A DELIVERY DAY
031680*    AND THE START IS STILL AHEAD, OTHERWISE THE START TIME
031681*    (MIDNIGHT WITH NO TIME LIMIT) ON THE NEXT ALLOWED DAY
031682*    WITHIN A WEEK.  A WINDOW ALLOWING NO DAY AT ALL (MSGTLOAD
031683*    REFUSES ONE, BUT THE TABLE COULD BE LOADED AROUND IT) HAS
031684*    NO RELEASE - THE MESSAGE IS HELD WITH REASON NDAY AND A
031685*    ZERO RELEASE DATE UNTIL THE TYPE IS FIXED.
031686*--------------------------------------------------------------
031687     MOVE 0 TO WS-RELEASE-TIME.
031688     IF WS-MSG-WINDOW-START IS NUMERIC
031689      AND WS-MSG-WINDOW-END IS NUMERIC
031690         MOVE WS-MSG-WINDOW-START-N TO WS-RELEASE-TIME
031691     END-IF.
031692     IF WS-HOLD-REASON-CODE = "HOUR"
031693      AND WS-NOW-HHMM < WS-RELEASE-TIME
031694         MOVE WS-CURRENT-DATE TO WS-RELEASE-DATE
031695         GO TO 2750-EXIT
031696     END-IF.
031697     MOVE WS-CURRENT-DATE TO WS-WIN-DATE.
031698     MOVE WS-CURRENT-DOW  TO WS-WIN-DOW.
031699     SET WS-WIN-DAY-NOT-FOUND TO TRUE.
031700     PERFORM 2760-NEXT-WINDOW-DAY THRU 2760-EXIT
031701         VARYING WS-WIN-SUB FROM 1 BY 1
031702         UNTIL WS-WIN-SUB > 7
031703            OR WS-WIN-DAY-FOUND.
031704     IF WS-WIN-DAY-FOUND
031705         MOVE WS-WIN-DATE TO WS-RELEASE-DATE
031706     ELSE
031707         MOVE 0 TO WS-RELEASE-DATE
031708         MOVE 0 TO WS-RELEASE-TIME
031709         MOVE "NDAY"             TO WS-HOLD-REASON-CODE
031710         MOVE "WINDOW ALLOWS NO DELIVERY DAY"
031711                                 TO WS-HOLD-REASON-TEXT
031712     END-IF.
031713 2750-EXIT.
031714     EXIT.
031715*--------------------------------------------------------------
031716 2760-NEXT-WINDOW-DAY.
031717*--------------------------------------------------------------
031718*    STEP WS-WIN-DATE AND ITS WEEKDAY ON BY ONE DAY, ROLLING THE
031719*    MONTH AND YEAR, AND NOTE WHETHER THE NEW DAY IS ALLOWED.
031720*--------------------------------------------------------------
031721     ADD 1 TO WS-WIN-DOW.
031722     IF WS-WIN-DOW > 7
031723         MOVE 1 TO WS-WIN-DOW
031724     END-IF.
031725     PERFORM 2770-SET-WIN-MONTH-END THRU 2770-EXIT.
031726     ADD 1 TO WS-WIN-DAY.
031727     IF WS-WIN-DAY > WS-WIN-MAX-DAY
031728         MOVE 1 TO WS-WIN-DAY
031729         ADD 1 TO WS-WIN-MONTH
031730         IF WS-WIN-MONTH > 12
031731             MOVE 1 TO WS-WIN-MONTH
031732             ADD 1 TO WS-WIN-YEAR
031733         END-IF
031734     END-IF.
031735     IF WS-MSG-ALLOWED-DAYS = SPACES
031736      OR WS-MSG-ALLOWED-DAY (WS-WIN-DOW) = "Y"
031737         SET WS-WIN-DAY-FOUND TO TRUE
031738     END-IF.
031739 2760-EXIT.
031740     EXIT.
031741*--------------------------------------------------------------
031742 2770-SET-WIN-MONTH-END.
031743*--------------------------------------------------------------
031744*    THE LAST DAY OF WS-WIN-DATE'S MONTH, FEBRUARY BY THE SAME
031745*    LEAP-YEAR RULE 1650 APPLIES TO THE CYCLE DATE.
031746*--------------------------------------------------------------
031747     EVALUATE WS-WIN-MONTH
031748         WHEN 04 WHEN 06 WHEN 09 WHEN 11
031749             MOVE 30 TO WS-WIN-MAX-DAY
031750         WHEN 02
031751             MOVE 28 TO WS-WIN-MAX-DAY
031752             DIVIDE WS-WIN-YEAR BY 4
031753                 GIVING WS-DIVIDE-QUOTIENT
031754                 REMAINDER WS-DIVIDE-REMAINDER
031755             END-DIVIDE
031756             IF WS-DIVIDE-REMAINDER = 0
031757                 MOVE 29 TO WS-WIN-MAX-DAY
031758             END-IF
031759             DIVIDE WS-WIN-YEAR BY 100
031760                 GIVING WS-DIVIDE-QUOTIENT
031761                 REMAINDER WS-DIVIDE-REMAINDER
031762             END-DIVIDE
031763             IF WS-DIVIDE-REMAINDER = 0
031764                 MOVE 28 TO WS-WIN-MAX-DAY
031765             END-IF
031766             DIVIDE WS-WIN-YEAR BY 400
031767                 GIVING WS-DIVIDE-QUOTIENT
031768                 REMAINDER WS-DIVIDE-REMAINDER
031769             END-DIVIDE
031770             IF WS-DIVIDE-REMAINDER = 0
031771                 MOVE 29 TO WS-WIN-MAX-DAY
031772             END-IF
031773         WHEN OTHER
031774             MOVE 31 TO WS-WIN-MAX-DAY
031775     END-EVALUATE.
031776 2770-EXIT.
031777     EXIT.
031778*--------------------------------------------------------------
031779 2800-HOLD-MESSAGE.
031780*--------------------------------------------------------------
031781*    PUT AN ACCEPTED TRANSACTION WHOSE WINDOW IS CLOSED ON THE
031782*    HELDMSG QUEUE WITH ITS REASON AND EARLIEST RELEASE INSTEAD
031783*    OF DELIVERING IT.  THE REQUESTER NAME, DEPARTMENT AND
031784*    EFFECTIVE LOCALE RESOLVED NOW TRAVEL WITH IT, SO A RELEASE
031785*    DELIVERS WHAT THIS RUN WOULD HAVE.  A HOLD ALREADY ON FILE
031786*    FOR THE TRANSACTION (A RESTART OR RERUN OF THE CYCLE THAT
031787*    HELD IT) IS REFRESHED, KEEPING THE TIME IT WAS FIRST HELD.
031788*    A HOLD THAT CANNOT BE WRITTEN AT ALL IS DELIVERED NOW - A
031789*    MESSAGE OUTSIDE ITS WINDOW BEATS A LOST ONE.
031790*--------------------------------------------------------------
031791     SET WS-HOLD-WRITTEN      TO TRUE.
031792     MOVE SPACES              TO HELD-MSG-REC.
031793     MOVE WS-PARM-JOB-NAME    TO HM-JOB-NAME.
031794     MOVE WS-STEP-NAME        TO HM-STEP-NAME.
031795     MOVE TX-TRAN-REF         TO HM-TRAN-REF.
031796     MOVE GREET-TRAN-REC      TO HM-TRAN-IMAGE.
031797     MOVE WS-CYCLE-DATE-WORK  TO HM-CYCLE-DATE.
031798     MOVE WS-RUN-NUMBER       TO HM-RUN-NUMBER.
031799     MOVE TX-MESSAGE-TYPE     TO HM-MESSAGE-TYPE.
031800     MOVE WS-REQ-DEPT         TO HM-DEPARTMENT.
031801     MOVE WS-REQ-NAME         TO HM-REQUESTER-NAME.
031802     MOVE WS-EFFECTIVE-LOCALE TO HM-LOCALE-CODE.
031803     MOVE WS-CURRENT-DATE     TO HM-HELD-DATE.
031804     MOVE WS-CURRENT-TIME     TO HM-HELD-TIME.
031805     MOVE WS-HOLD-REASON-CODE TO HM-REASON-CODE.
031806     MOVE WS-HOLD-REASON-TEXT TO HM-REASON-TEXT.
031807     MOVE WS-RELEASE-DATE     TO HM-RELEASE-DATE.
031808     MOVE WS-RELEASE-TIME     TO HM-RELEASE-TIME.
031809     WRITE HELD-MSG-REC
031810         INVALID KEY
031811             PERFORM 2810-REFRESH-HOLD THRU 2810-EXIT
031812     END-WRITE.
031813     IF WS-HOLD-WRITTEN
031814         ADD 1 TO WS-HELD-COUNT
031815     ELSE
031816         DISPLAY "HELLOWORLD - HELDMSG WRITE FAILED, STATUS="
031817                 WS-HELDMSG-STATUS " TRAN-REF=" TX-TRAN-REF
031818                 " - DELIVERED OUTSIDE ITS WINDOW"
031819         PERFORM 2200-DELIVER-MESSAGE THRU 2200-EXIT
031820     END-IF.
031821 2800-EXIT.
031822     EXIT.
031823*--------------------------------------------------------------
031824 2810-REFRESH-HOLD.
031825*--------------------------------------------------------------
031826*    THE TRANSACTION IS ALREADY HELD - READ THE HOLD ON FILE
031827*    FOR ITS FIRST-HELD TIME AND REWRITE IT WITH THIS RUN'S
031828*    REASON, RELEASE AND RUN.  THE KEY CARRIES THE CYCLE DATE,
031829*    SO ONLY A HOLD FROM THIS SAME CYCLE (A RESTART OR RERUN)
031830*    CAN BE REFRESHED; ONE FROM ANY OTHER CYCLE IS NEVER
031831*    OVERLAID.  ANY OTHER WRITE FAILURE LEAVES THE HOLD
031832*    UNWRITTEN FOR 2800 TO DEAL WITH.
031833*--------------------------------------------------------------
031834     IF WS-HELDMSG-STATUS NOT = "22"
031835         SET WS-HOLD-NOT-WRITTEN TO TRUE
031836         GO TO 2810-EXIT
031837     END-IF.
031838     MOVE HELD-MSG-REC        TO WS-HELD-SAVE.
031839     READ HELDMSG
031840         INVALID KEY
031841             SET WS-HOLD-NOT-WRITTEN TO TRUE
031842             GO TO 2810-EXIT
031843     END-READ.
031844     IF HM-CYCLE-DATE NOT = WS-CYCLE-DATE-WORK
031845         SET WS-HOLD-NOT-WRITTEN TO TRUE
031846         GO TO 2810-EXIT
031847     END-IF.
031848     MOVE HM-HELD-DATE        TO WS-HELD-FIRST-DATE.
031849     MOVE HM-HELD-TIME        TO WS-HELD-FIRST-TIME.
031850     MOVE WS-HELD-SAVE        TO HELD-MSG-REC.
031851     MOVE WS-HELD-FIRST-DATE  TO HM-HELD-DATE.
031852     MOVE WS-HELD-FIRST-TIME  TO HM-HELD-TIME.
031853     REWRITE HELD-MSG-REC
031854         INVALID KEY
031855             SET WS-HOLD-NOT-WRITTEN TO TRUE
031856     END-REWRITE.
031857 2810-EXIT.
031858     EXIT.
013490*--------------------------------------------------------------
013495 1700-LOOKUP-GREETING.
013496*--------------------------------------------------------------
013534*    ROUTES IT TO TRANREJ INSTEAD OF PRINTING A BANNER FOR A
013536*    REQUESTER NOBODY RECOGNIZES.  IF REQMAST COULD NOT BE
013538*    OPENED THE EDIT IS SKIPPED AND THE ENRICHMENT FIELDS STAY
013716*    BLANK, MATCHING THE GREETTAB FALLBACK.  AN ACCEPTED
013717*    REQUESTER'S DEPARTMENT IS THEN HELD TO ITS MONTHLY QUOTA.
013542*--------------------------------------------------------------
013544     SET WS-TRAN-ACCEPTED TO TRUE.
013546     MOVE SPACES TO WS-REQ-NAME.
013592                     TO WS-REJECT-REASON-TEXT
013594             END-IF
013596     END-READ.
013718     IF WS-TRAN-ACCEPTED AND WS-QUOTA-IS-OPEN
013719         PERFORM 1760-CHECK-QUOTA THRU 1760-EXIT
013721     END-IF.
013597 1720-EXIT.
013598     EXIT.
013722*--------------------------------------------------------------
013723 1760-CHECK-QUOTA.
013724*--------------------------------------------------------------
013725*    HOLD THE ACCEPTED TRANSACTION TO ITS DEPARTMENT'S QUOTA
013726*    FOR THE CYCLE MONTH.  NO QUOTA ROW MEANS UNLIMITED AND
013727*    NOTHING IS COUNTED.  MONTH-TO-DATE USAGE IS THE SUM OF
013728*    EVERY STEP'S QUOTUSE ROW; THIS STEP'S OWN ROW IS THEN READ
013729*    FOR UPDATE.  IF THAT ROW ALREADY COUNTED THIS TRAN-REF
013731*    (OR A LATER ONE) FOR THIS CYCLE, A PRIOR RUN OF THE STEP
013733*    COUNTED IT BEFORE FAILING OR BEING RERUN - IT IS ACCEPTED
013735*    AGAIN WITHOUT BEING COUNTED AGAIN.  OTHERWISE, OVER A HARD
013737*    ALLOWANCE THE TRANSACTION REJECTS (QUOT) UNCOUNTED; WITHIN
013738*    IT, OR OVER A SOFT ONE, IT IS COUNTED, AND THE
013739*    TRANSACTION THAT TAKES USAGE ACROSS THE WARNING
013740*    PERCENTAGE RAISES THE QUOTA ALERT.
013741*--------------------------------------------------------------
013742     SET WS-QUOTA-FOUND TO TRUE.
013743     MOVE WS-REQ-DEPT    TO QT-DEPARTMENT.
013744     MOVE WS-QUOTA-MONTH TO QT-QUOTA-MONTH.
013745     READ QUOTA
013746         INVALID KEY
013747             SET WS-QUOTA-NOT-FOUND TO TRUE
013748     END-READ.
013749     IF WS-QUOTA-NOT-FOUND
013751         GO TO 1760-EXIT
013752     END-IF.
013753     PERFORM 1770-SUM-USAGE THRU 1770-EXIT.
013754     SET WS-QUOTA-USAGE-FOUND TO TRUE.
013755     MOVE WS-REQ-DEPT      TO QU-DEPARTMENT.
013756     MOVE WS-QUOTA-MONTH   TO QU-QUOTA-MONTH.
013757     MOVE WS-PARM-JOB-NAME TO QU-JOB-NAME.
013758     MOVE WS-STEP-NAME     TO QU-STEP-NAME.
013759     READ QUOTUSE
013760         INVALID KEY
013761             SET WS-QUOTA-USAGE-NEW TO TRUE
013762     END-READ.
013763     IF WS-QUOTA-USAGE-FOUND
013764      AND QU-LAST-CYCLE-DATE = WS-CYCLE-DATE-WORK
013765      AND QU-LAST-TRAN-REF NOT < TX-TRAN-REF
013766         GO TO 1760-EXIT
013767     END-IF.
013768     COMPUTE WS-QUOTA-NEW-MTD = WS-QUOTA-MTD + 1.
013769     IF QT-LIMIT-HARD AND WS-QUOTA-NEW-MTD > QT-ALLOWANCE
013770         ADD 1 TO WS-QUOTA-REJECT-COUNT
013771         SET WS-TRAN-REJECTED TO TRUE
013772         MOVE "QUOT" TO WS-REJECT-REASON-CODE
013773         MOVE "DEPARTMENT MONTHLY QUOTA USED UP"
013774             TO WS-REJECT-REASON-TEXT
013775         GO TO 1760-EXIT
013776     END-IF.
013777     IF WS-QUOTA-USAGE-NEW
013778         MOVE 0 TO QU-USED-COUNT
013779     END-IF.
013780     ADD 1 TO QU-USED-COUNT.
013781     MOVE WS-CYCLE-DATE-WORK TO QU-LAST-CYCLE-DATE.
013782     MOVE TX-TRAN-REF        TO QU-LAST-TRAN-REF.
013783     ACCEPT QU-LAST-UPDATE-DATE FROM DATE YYYYMMDD.
013784     ACCEPT QU-LAST-UPDATE-TIME FROM TIME.
013785     IF WS-QUOTA-USAGE-NEW
013786         WRITE QUOTA-USAGE-REC
013787             INVALID KEY
013788                 DISPLAY "HELLOWORLD - QUOTUSE WRITE FAILED, "
013789                         "STATUS=" WS-QUOTUSE-STATUS
013790         END-WRITE
013791     ELSE
013792         REWRITE QUOTA-USAGE-REC
013793             INVALID KEY
013794                 DISPLAY "HELLOWORLD - QUOTUSE REWRITE FAILED, "
013795                         "STATUS=" WS-QUOTUSE-STATUS
013796         END-REWRITE
013797     END-IF.
013798     COMPUTE WS-QUOTA-WARN-BASIS = QT-ALLOWANCE * QT-WARN-PCT.
013799     COMPUTE WS-QUOTA-USE-BEFORE = WS-QUOTA-MTD * 100.
013801     COMPUTE WS-QUOTA-USE-AFTER  = WS-QUOTA-NEW-MTD * 100.
013802     IF QT-WARN-PCT > 0
013803      AND WS-QUOTA-USE-BEFORE < WS-QUOTA-WARN-BASIS
013804      AND WS-QUOTA-USE-AFTER NOT < WS-QUOTA-WARN-BASIS
013805         PERFORM 3260-WRITE-QUOTA-ALERT THRU 3260-EXIT
013806     END-IF.
013807 1760-EXIT.
013808     EXIT.
013809*--------------------------------------------------------------
013811 1770-SUM-USAGE.
013812*--------------------------------------------------------------
013813*    ADD UP THE DEPARTMENT'S MONTH-TO-DATE USAGE ACROSS EVERY
013814*    JOB/STEP ROW ON QUOTUSE FOR THE CYCLE MONTH - THE ROWS SIT
013815*    TOGETHER IN KEY ORDER, SO ONE START AND A SHORT BROWSE
013816*    FINDS THEM ALL.
013817*--------------------------------------------------------------
013818     MOVE 0 TO WS-QUOTA-MTD.
013819     SET WS-NOT-END-OF-QUOTA-SCAN TO TRUE.
013821     MOVE WS-REQ-DEPT    TO QU-DEPARTMENT.
013822     MOVE WS-QUOTA-MONTH TO QU-QUOTA-MONTH.
013823     MOVE LOW-VALUES     TO QU-JOB-NAME.
013824     MOVE LOW-VALUES     TO QU-STEP-NAME.
013825     START QUOTUSE KEY IS NOT LESS THAN QU-USAGE-KEY
013826         INVALID KEY
013827             SET WS-END-OF-QUOTA-SCAN TO TRUE
013828     END-START.
013829     PERFORM 1780-ADD-USAGE THRU 1780-EXIT
013831         UNTIL WS-END-OF-QUOTA-SCAN.
013832 1770-EXIT.
013833     EXIT.
013834*--------------------------------------------------------------
013835 1780-ADD-USAGE.
013836*--------------------------------------------------------------
013837     READ QUOTUSE NEXT RECORD
013838         AT END
013839             SET WS-END-OF-QUOTA-SCAN TO TRUE
013841     END-READ.
013842     IF WS-END-OF-QUOTA-SCAN
013843         GO TO 1780-EXIT
013844     END-IF.
013845     IF QU-DEPARTMENT NOT = WS-REQ-DEPT
013846      OR QU-QUOTA-MONTH NOT = WS-QUOTA-MONTH
013847         SET WS-END-OF-QUOTA-SCAN TO TRUE
013848         GO TO 1780-EXIT
013849     END-IF.
013851     ADD QU-USED-COUNT TO WS-QUOTA-MTD.
013852 1780-EXIT.
013853     EXIT.
013600*--------------------------------------------------------------
013610 1750-OPEN-REPORT.
013620*--------------------------------------------------------------
013650*    TRANSACTION DETAIL LINES THAT FOLLOW.  URGPRINT, THE
013652*    SEPARATE PRINT FILE FOR URGENT-ROUTED MESSAGE TYPES, IS
013654*    OPENED HERE TOO AND GETS THE SAME RUN HEADER.
013854*        THE DELIVOUT DELIVERY EXTRACT IS OPENED HERE AS WELL.
013855*    A RESTART EXTENDS IT - THE PRIOR RUN'S DELIVERIES UP TO
013856*    THE CHECKPOINT ARE ALREADY ON IT AND MUST NOT BE LOST - AND
013857*    FALLS BACK TO OUTPUT IF THE PRIOR RUN NEVER CREATED IT.
013660*--------------------------------------------------------------
013670     OPEN OUTPUT RPTPRINT.
013680     MOVE SPACES             TO WS-RPT-HEADER-LINE.
013732     OPEN OUTPUT URGPRINT.
013734     MOVE WS-RPT-HEADER-LINE TO URGPRINT-REC.
013736     WRITE URGPRINT-REC.
013858     IF WS-IS-RESTART
013859         OPEN EXTEND DELIVOUT
013861         IF WS-DELIVOUT-STATUS = "35"
013862             OPEN OUTPUT DELIVOUT
013863         END-IF
013864     ELSE
013865         OPEN OUTPUT DELIVOUT
013866     END-IF.
013867 1750-EXIT.
013750     EXIT.
013800*--------------------------------------------------------------
013810 1800-OPEN-TRANFILE.
013870*    QUEUED STILL COMPLETES NORMALLY.  ON A RESTART, TRANSACTIONS
013880*    UP TO AND INCLUDING WS-RESTART-KEY ARE SKIPPED, SINCE THEY
013890*    WERE ALREADY PROCESSED (AND LOGGED) BY THE PRIOR RUN.  THIS
013891*    SKIP-AHEAD COMPARES TX-TRAN-REF AGAINST WS-RESTART-KEY,
013892*    SO TRANFILE MUST BE PRESENTED IN ASCENDING TX-TRAN-REF
013893*    SEQUENCE -- THE SAME HARD PRECONDITION DOCUMENTED ON
013894*    GREET-TRAN-REC IN TRANREC.  THE JCL STEP THAT BUILDS TRANFILE
013895*    IS RESPONSIBLE FOR DELIVERING IT IN THAT ORDER (E.G. A SORT
013953     IF WS-ALERTLOG-STATUS = "35"
013954         OPEN OUTPUT ALERTLOG
013955     END-IF.
013956*        THE QUOTA TABLE AND THE QUOTUSE USAGE FILE SERVE THE
013957*    DEPARTMENTAL MONTHLY QUOTA CHECK (1760).  NO QUOTA TABLE
013958*    MEANS NO QUOTAS ARE ENFORCED THIS RUN; A USAGE FILE THAT
013959*    DOES NOT EXIST YET IS CREATED EMPTY, AS ONCLLOAD CREATES
013961*    ONCALL, BUT ONE THAT CANNOT BE OPENED SWITCHES THE CHECK
013962*    OFF RATHER THAN ENFORCE AGAINST A COUNT IT CANNOT KEEP.
013963     DIVIDE WS-CYCLE-DATE-WORK BY 100 GIVING WS-QUOTA-MONTH.
013964     OPEN INPUT QUOTA.
013965     IF WS-QUOTA-STATUS = "00"
013966         SET WS-QUOTA-IS-OPEN TO TRUE
013967     ELSE
013968         SET WS-QUOTA-NOT-OPEN TO TRUE
013969         DISPLAY "HELLOWORLD - QUOTA NOT AVAILABLE, STATUS="
013971                 WS-QUOTA-STATUS " - QUOTAS NOT ENFORCED"
013972     END-IF.
013973     IF WS-QUOTA-IS-OPEN
013974         OPEN I-O QUOTUSE
013975         IF WS-QUOTUSE-STATUS = "35"
013976             OPEN OUTPUT QUOTUSE
013977             CLOSE QUOTUSE
013978             OPEN I-O QUOTUSE
013979         END-IF
013981         IF WS-QUOTUSE-STATUS NOT = "00"
013982             CLOSE QUOTA
013983             SET WS-QUOTA-NOT-OPEN TO TRUE
013984             DISPLAY "HELLOWORLD - QUOTUSE NOT AVAILABLE, "
013985                     "STATUS=" WS-QUOTUSE-STATUS
013986                     " - QUOTAS NOT ENFORCED"
013987         END-IF
013988     END-IF.
013989*        HELDMSG, THE DELIVERY-WINDOW HOLD QUEUE, IS CREATED
013991*    EMPTY IF IT DOES NOT EXIST YET, THE SAME AS QUOTUSE.  ONE
013992*    THAT CANNOT BE OPENED SWITCHES THE WINDOWS OFF FOR THE RUN -
013993*    EVERY TYPE GOES OUT AS IT DID BEFORE WINDOWS EXISTED -
013994*    RATHER THAN HOLD MESSAGES NOTHING COULD RELEASE.  WHEN IT
013995*    OPENS, THE STEP'S HELD MESSAGES WHOSE WINDOW IS NOW OPEN
013996*    ARE RELEASED FIRST, AHEAD OF THIS RUN'S OWN TRANSACTIONS.
013997     OPEN I-O HELDMSG.
013998     IF WS-HELDMSG-STATUS = "35"
013999         OPEN OUTPUT HELDMSG
014001         CLOSE HELDMSG
014002         OPEN I-O HELDMSG
014003     END-IF.
014004     IF WS-HELDMSG-STATUS = "00"
014005         SET WS-HELDMSG-IS-OPEN TO TRUE
014000         PERFORM 1850-RELEASE-HELD THRU 1850-EXIT
014006     ELSE
014007         SET WS-HELDMSG-NOT-OPEN TO TRUE
014008         DISPLAY "HELLOWORLD - HELDMSG NOT AVAILABLE, STATUS="
014009                 WS-HELDMSG-STATUS " - WINDOWS NOT ENFORCED"
014011     END-IF.
013920     SET WS-NOT-END-OF-TRANFILE TO TRUE.
013930     OPEN INPUT TRANFILE.
013940     IF WS-TRANFILE-STATUS = "35"
013970                 "TRANSACTIONS TO PROCESS THIS RUN"
013980     ELSE
013990         PERFORM 1900-READ-NEXT-TRAN THRU 1900-EXIT
014012         PERFORM 1950-SKIP-PROCESSED-TRAN THRU 1950-EXIT
014010             UNTIL WS-END-OF-TRANFILE
014020                OR TX-TRAN-REF > WS-RESTART-KEY
014030     END-IF.
014040 1800-EXIT.
014050     EXIT.
014055*--------------------------------------------------------------
014059 1950-SKIP-PROCESSED-TRAN.
014063*--------------------------------------------------------------
014067*    PASS OVER ONE TRANSACTION THE PRIOR RUN ALREADY PROCESSED
014071*    AND COUNT IT, SO THE CONTROL TOTALS STILL ACCOUNT FOR
014075*    EVERY RECORD ON TRANFILE AFTER A RESTART.
014079*--------------------------------------------------------------
014083     ADD 1 TO WS-SKIP-COUNT.
014087     PERFORM 1900-READ-NEXT-TRAN THRU 1900-EXIT.
014091 1950-EXIT.
014095     EXIT.
014100*--------------------------------------------------------------
014110 1900-READ-NEXT-TRAN.
014120*--------------------------------------------------------------
014218*    CONTROL TABLE FOR ITS BANNER TEMPLATE, SEVERITY AND
014220*    ROUTING.  A TYPE NOT ON THE TABLE, OR AN UNAVAILABLE
014222*    TABLE, IS TREATED AS ROUTINE WITH NO TEMPLATE, SO THE
014224*    BANNER FLOWS EXACTLY AS IT ALWAYS HAS.  THE TYPE'S
014225*    DELIVERY WINDOW COMES ALONG FOR 2700 - BLANK WHEN NONE.
014226*--------------------------------------------------------------
014228     MOVE SPACES TO WS-MSG-TEMPLATE.
014230     SET WS-MSG-SEVERITY-ROUTINE TO TRUE.
014232     SET WS-MSG-ROUTE-NORMAL TO TRUE.
014233     MOVE SPACES TO WS-MSG-WINDOW.
014234     IF WS-MSGTYPE-NOT-OPEN
014236         GO TO 1730-EXIT
014238     END-IF.
014250             MOVE MT-BANNER-TEMPLATE TO WS-MSG-TEMPLATE
014252             MOVE MT-SEVERITY        TO WS-MSG-SEVERITY
014254             MOVE MT-ROUTING         TO WS-MSG-ROUTING
014255             MOVE MT-DELIVERY-WINDOW TO WS-MSG-WINDOW
014256     END-READ.
014258 1730-EXIT.
014260     EXIT.
014900*    AND READ THE NEXT ONE TO DRIVE THE PERFORM UNTIL BACK IN
014950*    THE MAINLINE.  A BLANK TRANSACTION LOCALE FALLS BACK TO
014960*    THE REQUESTER'S DEFAULT LOCALE, THEN THE PARM DEFAULT.
014970*    AN ACCEPTED TRANSACTION IS DELIVERED (2200) UNLESS ITS
014980*    TYPE'S DELIVERY WINDOW IS CLOSED, WHEN IT IS HELD ON
014990*    HELDMSG FOR A LATER RUN TO RELEASE (2800).
015000*--------------------------------------------------------------
015010     ADD 1 TO WS-TRAN-COUNT.
015011     PERFORM 2500-ACCUMULATE-STATS THRU 2500-EXIT.
015014     IF WS-TRAN-REJECTED
015016         PERFORM 3200-WRITE-REJECT THRU 3200-EXIT
015018     ELSE
015019         ADD 1 TO WS-ACCEPT-COUNT
015021         MOVE WS-CYCLE-DATE-WORK TO WS-DELIVERY-CYCLE-DATE
015020         MOVE TX-LOCALE-CODE TO WS-EFFECTIVE-LOCALE
015030         IF WS-EFFECTIVE-LOCALE = SPACES
015040             MOVE WS-REQ-DEFAULT-LOCALE TO WS-EFFECTIVE-LOCALE
015054             MOVE WS-PARM-LOCALE-CODE TO WS-EFFECTIVE-LOCALE
015056         END-IF
015058         PERFORM 1730-LOOKUP-MSG-TYPE THRU 1730-EXIT
015060         PERFORM 2700-CHECK-WINDOW    THRU 2700-EXIT
015065         IF WS-WINDOW-CLOSED
015069             PERFORM 2800-HOLD-MESSAGE THRU 2800-EXIT
015074         ELSE
015078             PERFORM 2200-DELIVER-MESSAGE THRU 2200-EXIT
015084             PERFORM 2850-DROP-STALE-HOLD THRU 2850-EXIT
015085         END-IF
015082     END-IF.
015090     MOVE TX-TRAN-REF TO WS-LAST-TRAN-KEY.
015100     PERFORM 5500-UPDATE-CHECKPOINT-INPROG THRU 5500-EXIT.
015110     PERFORM 1900-READ-NEXT-TRAN  THRU 1900-EXIT.
015120 2000-EXIT.
015130     EXIT.
015132*--------------------------------------------------------------
015133 2200-DELIVER-MESSAGE.
015134*--------------------------------------------------------------
015136*    DELIVER ONE ACCEPTED GREETING REQUEST - LOOK UP ITS
015137*    GREETING, BUILD ITS BANNER AND PRINT IT ON RPTPRINT OR, FOR
015138*    AN URGENT-ROUTED TYPE, URGPRINT, RAISE THE CONSOLE DISPLAY
015139*    AND ALERT EVENT A HIGH-SEVERITY OR URGENT TYPE CALLS FOR,
015141*    AND WRITE ITS DELIVOUT INSTRUCTION.  PERFORMED FOR THIS
015142*    RUN'S TRANSACTIONS WHOSE WINDOW IS OPEN AND FOR THE HELD
015143*    ONES 1860 RELEASES, SO BOTH GO OUT EXACTLY ALIKE.
015144*--------------------------------------------------------------
015146     PERFORM 1700-LOOKUP-GREETING THRU 1700-EXIT.
015147     PERFORM 2100-BUILD-BANNER    THRU 2100-EXIT.
015148     IF WS-MSG-ROUTE-URGENT
015149         PERFORM 3150-WRITE-URGENT THRU 3150-EXIT
015151     ELSE
015152         PERFORM 3100-WRITE-REPORT-DETAIL THRU 3100-EXIT
015153     END-IF.
015154     IF WS-MSG-SEVERITY-HIGH
015156         DISPLAY "HELLOWORLD - HIGH SEVERITY BANNER: "
015157                 WS-BANNER-LINE
015158     END-IF.
015159     IF WS-MSG-ROUTE-URGENT OR WS-MSG-SEVERITY-HIGH
015161         PERFORM 3250-WRITE-ALERT THRU 3250-EXIT
015162     END-IF.
015163     PERFORM 3300-WRITE-DELIVERY THRU 3300-EXIT.
015164 2200-EXIT.
015166     EXIT.
015167*--------------------------------------------------------------
015168 2850-DROP-STALE-HOLD.
015169*--------------------------------------------------------------
015171*    A RESTART OR SANCTIONED RERUN OF THE STEP CAN MEET A
015172*    TRANSACTION AN EARLIER RUN OF THE SAME CYCLE HELD - 1860
015173*    LEAVES THOSE ALONE BECAUSE THEY ARE ON THIS RUN'S TRANFILE.
015174*    ONCE SUCH A TRANSACTION HAS BEEN DELIVERED HERE ITS OLD
015176*    HOLD IS DELETED, OR A LATER RUN WOULD DELIVER IT TWICE.  A
015177*    FIRST RUN OF THE CYCLE CANNOT HAVE ONE AND SKIPS THE I/O.
015178*--------------------------------------------------------------
015179     IF WS-HELDMSG-NOT-OPEN
015181         GO TO 2850-EXIT
015182     END-IF.
015183     IF WS-IS-NOT-RESTART AND NOT WS-PARM-OVERRIDE-RERUN
015184         GO TO 2850-EXIT
015186     END-IF.
015187     MOVE WS-PARM-JOB-NAME    TO HM-JOB-NAME.
015188     MOVE WS-STEP-NAME        TO HM-STEP-NAME.
015189     MOVE WS-CYCLE-DATE-WORK  TO HM-CYCLE-DATE.
015191     MOVE TX-TRAN-REF         TO HM-TRAN-REF.
015192     DELETE HELDMSG RECORD
015193         INVALID KEY
015194             CONTINUE
015196     END-DELETE.
015197 2850-EXIT.
015198     EXIT.
015200*--------------------------------------------------------------
015300 2100-BUILD-BANNER.
015400*--------------------------------------------------------------
015800*    MESSAGE TYPE.  A MESSAGE TYPE WITH A BANNER TEMPLATE ON
015820*    MSGTYPE GETS THAT TEMPLATE STAMPED AHEAD OF THE GREETING
015840*    (DELIMITED ON THE FIRST DOUBLE SPACE, SO ONLY THE TEXT OF
015860*    THE TEMPLATE LANDS ON THE BANNER).  THE GREETING TEXT IS
015874*    LIKEWISE CUT AT ITS FIRST DOUBLE SPACE SO ITS PAD DOES NOT
015887*    PUSH THE RUN CONTEXT OFF THE REPORT DETAIL LINE.
015900*--------------------------------------------------------------
016000     MOVE SPACES TO WS-BANNER-LINE.
016010     IF WS-MSG-TEMPLATE = SPACES
016100         STRING WS-GREETING-TEXT       DELIMITED BY "  "
016200                " JOB="                DELIMITED BY SIZE
016300                WS-PARM-JOB-NAME       DELIMITED BY SIZE
016400                " CYCLE="              DELIMITED BY SIZE
017310     ELSE
017320         STRING WS-MSG-TEMPLATE        DELIMITED BY "  "
017330                " "                    DELIMITED BY SIZE
017340                WS-GREETING-TEXT       DELIMITED BY "  "
017350                " JOB="                DELIMITED BY SIZE
017352                WS-PARM-JOB-NAME       DELIMITED BY SIZE
017354                " CYCLE="              DELIMITED BY SIZE
017900*    WRITE ONE DETAIL LINE TO RPTPRINT FOR THIS TRANSACTION'S
018000*    BANNER.
018100*--------------------------------------------------------------
018150     ADD 1 TO WS-PRINTED-COUNT.
018200     MOVE SPACES             TO WS-RPT-DETAIL-LINE.
018250     MOVE TX-TRAN-REF        TO RD-TRAN-REF.
018300     MOVE WS-BANNER-LINE     TO RD-BANNER-TEXT.
018310     MOVE WS-REQ-NAME        TO RD-REQUESTER-NAME.
018320     MOVE WS-REQ-DEPT        TO RD-DEPARTMENT.
018708*--------------------------------------------------------------
018709     ADD 1 TO WS-URGENT-COUNT.
018711     MOVE SPACES             TO WS-RPT-DETAIL-LINE.
018721     MOVE TX-TRAN-REF        TO RD-TRAN-REF.
018712     MOVE WS-BANNER-LINE     TO RD-BANNER-TEXT.
018713     MOVE WS-REQ-NAME        TO RD-REQUESTER-NAME.
018714     MOVE WS-REQ-DEPT        TO RD-DEPARTMENT.
018886     ACCEPT AL-ALERT-TIME    FROM TIME.
018887     MOVE WS-PARM-JOB-NAME   TO AL-JOB-NAME.
018888     MOVE TX-REQUESTER-ID    TO AL-REQUESTER-ID.
018912     MOVE TX-TRAN-REF        TO AL-TRAN-REF.
018889     MOVE TX-MESSAGE-TYPE    TO AL-MESSAGE-TYPE.
018890     IF WS-MSG-ROUTE-URGENT
018891         SET AL-SEVERITY-URGENT TO TRUE
018909     WRITE ALERTLOG-REC.
018910 3250-EXIT.
018911     EXIT.
018913*--------------------------------------------------------------
018914 3300-WRITE-DELIVERY.
018915*--------------------------------------------------------------
018916*    WRITE THE OUTBOUND DELIVERY INSTRUCTION FOR AN ACCEPTED
018917*    TRANSACTION TO THE DELIVOUT EXTRACT - WHO ASKED, WHAT TO
018918*    SEND AND WHICH RUN PRODUCED IT - FOR THE MESSAGING GATEWAY.
018919*    THE CYCLE DATE AND TRAN-REF FORM THE KEY THE GATEWAY ECHOES
018920*    BACK ON ITS ACKNOWLEDGEMENT - THE CYCLE IS THE ONE THE
018921*    TRANSACTION CAME IN UNDER (WS-DELIVERY-CYCLE-DATE), WHICH
018922*    FOR A RELEASED HOLD IS AN EARLIER CYCLE THAN THIS RUN'S,
018923*    AS TRAN-REFS ARE ONLY UNIQUE WITHIN A CYCLE.  THE CARRY
018924*    COUNT STARTS AT ZERO - ONLY DLVRECN ADVANCES IT.
018925*--------------------------------------------------------------
018926     ADD 1 TO WS-DELIVERY-COUNT.
018927     MOVE SPACES              TO DELIVERY-REC.
018928     MOVE WS-DELIVERY-CYCLE-DATE TO DV-CYCLE-DATE.
018929     MOVE TX-TRAN-REF         TO DV-TRAN-REF.
018930     MOVE TX-REQUESTER-ID     TO DV-REQUESTER-ID.
018931     MOVE WS-REQ-DEPT         TO DV-DEPARTMENT.
018932     MOVE WS-EFFECTIVE-LOCALE TO DV-LOCALE-CODE.
018933     MOVE TX-MESSAGE-TYPE     TO DV-MESSAGE-TYPE.
018934     MOVE WS-GREETING-TEXT    TO DV-GREETING-TEXT.
018935     MOVE WS-MSG-TEMPLATE     TO DV-BANNER-TEMPLATE.
018936     MOVE WS-MSG-SEVERITY     TO DV-SEVERITY.
018937     MOVE WS-MSG-ROUTING      TO DV-ROUTING.
018938     MOVE WS-RUN-NUMBER       TO DV-RUN-NUMBER.
018939     MOVE WS-PARM-JOB-NAME    TO DV-JOB-NAME.
018940     MOVE WS-STEP-NAME        TO DV-STEP-NAME.
018941     MOVE ZERO                TO DV-CARRY-COUNT.
018942     MOVE DELIVERY-REC        TO DELIVOUT-REC.
018943     WRITE DELIVOUT-REC.
018944 3300-EXIT.
018945     EXIT.
018946*--------------------------------------------------------------
018947 2700-CHECK-WINDOW.
018948*--------------------------------------------------------------
018949*    DECIDE WHETHER THE TRANSACTION'S MESSAGE TYPE MAY GO OUT
018950*    NOW, AGAINST THE DELIVERY WINDOW 1730 PICKED UP.  NOW IS
018951*    THE STEP START WEEKDAY AND TIME, SO ONE RUN JUDGES EVERY
018952*    TRANSACTION ALIKE.  URGENT ROUTING ALWAYS BYPASSES THE
018953*    WINDOW, AS DOES A TYPE WITH NO WINDOW AND A RUN WITH NO
018954*    HELDMSG TO HOLD ON.  THE WEEKDAY FLAGS GO BY THE CALENDAR
018955*    DAY, SO THE AFTER-MIDNIGHT PART OF A WINDOW THAT SPANS
018956*    MIDNIGHT BELONGS TO THE DAY IT FALLS ON.  TIMES THAT ARE
018957*    NOT HHMM ARE TAKEN AS NO TIME LIMIT.  A CLOSED WINDOW SETS
018958*    THE HOLD REASON AND THE EARLIEST RELEASE (2750).
018959*--------------------------------------------------------------
018960     SET WS-WINDOW-OPEN TO TRUE.
018961     IF WS-HELDMSG-NOT-OPEN OR WS-MSG-ROUTE-URGENT
018962         GO TO 2700-EXIT
018963     END-IF.
018964     IF WS-MSG-ALLOWED-DAYS NOT = SPACES
018965      AND WS-MSG-ALLOWED-DAY (WS-CURRENT-DOW) NOT = "Y"
018966         SET WS-WINDOW-CLOSED TO TRUE
018967         MOVE "DAY "             TO WS-HOLD-REASON-CODE
018968         MOVE "NOT A DELIVERY DAY FOR TYPE"
018969                                 TO WS-HOLD-REASON-TEXT
018970         PERFORM 2750-SET-RELEASE THRU 2750-EXIT
018971         GO TO 2700-EXIT
018972     END-IF.
018973     IF WS-MSG-WINDOW-START IS NOT NUMERIC
018974      OR WS-MSG-WINDOW-END IS NOT NUMERIC
018975         GO TO 2700-EXIT
018976     END-IF.
018977     IF WS-MSG-WINDOW-START-N NOT > WS-MSG-WINDOW-END-N
018978         IF WS-NOW-HHMM < WS-MSG-WINDOW-START-N
018979          OR WS-NOW-HHMM > WS-MSG-WINDOW-END-N
018980             SET WS-WINDOW-CLOSED TO TRUE
018981         END-IF
018982     ELSE
018983         IF WS-NOW-HHMM < WS-MSG-WINDOW-START-N
018984          AND WS-NOW-HHMM > WS-MSG-WINDOW-END-N
018985             SET WS-WINDOW-CLOSED TO TRUE
018986         END-IF
018987     END-IF.
018988     IF WS-WINDOW-CLOSED
018989         MOVE "HOUR"             TO WS-HOLD-REASON-CODE
018990         MOVE "OUTSIDE DELIVERY HOURS OF TYPE"
018991                                 TO WS-HOLD-REASON-TEXT
018992         PERFORM 2750-SET-RELEASE THRU 2750-EXIT
018993     END-IF.
018994 2700-EXIT.
018995     EXIT.
018800*--------------------------------------------------------------
018802 3260-WRITE-QUOTA-ALERT.
018804*--------------------------------------------------------------
018805*    WRITE THE ALERT EVENT FOR A DEPARTMENT WHOSE MONTH-TO-DATE
018807*    USAGE HAS JUST CROSSED THE WARNING PERCENTAGE OF ITS
018808*    QUOTA, ENRICHED WITH THE ONCALL CONTACT FOR THE DEPARTMENT
018811*    AND THIS RUN'S SHIFT EXACTLY AS 3250 DOES.  RAISED ONCE,
018812*    BY THE TRANSACTION THAT CROSSED.
018814*--------------------------------------------------------------
018815     ADD 1 TO WS-ALERT-COUNT.
018817     ADD 1 TO WS-QUOTA-ALERT-COUNT.
018819     DISPLAY "HELLOWORLD - QUOTA WARNING FOR DEPARTMENT "
018821             WS-REQ-DEPT " - " WS-QUOTA-NEW-MTD
018823             " OF " QT-ALLOWANCE " USED".
018824     MOVE SPACES             TO ALERT-EVENT-REC.
018826     ACCEPT AL-ALERT-DATE    FROM DATE YYYYMMDD.
018827     ACCEPT AL-ALERT-TIME    FROM TIME.
018829     MOVE WS-PARM-JOB-NAME   TO AL-JOB-NAME.
018831     MOVE TX-REQUESTER-ID    TO AL-REQUESTER-ID.
018833     MOVE TX-TRAN-REF        TO AL-TRAN-REF.
018836     MOVE TX-MESSAGE-TYPE    TO AL-MESSAGE-TYPE.
018837     SET AL-SEVERITY-QUOTA   TO TRUE.
018839     MOVE WS-REQ-DEPT        TO AL-DEPARTMENT.
018841     MOVE WS-PARM-SHIFT-CODE TO AL-SHIFT-CODE.
018843     IF WS-ONCALL-IS-OPEN
018844         MOVE WS-REQ-DEPT        TO OC-DEPARTMENT
018846         MOVE WS-PARM-SHIFT-CODE TO OC-SHIFT-CODE
018847         READ ONCALL
018849             INVALID KEY
018851                 CONTINUE
018853             NOT INVALID KEY
018855                 MOVE OC-CONTACT-NAME TO AL-CONTACT-NAME
018856                 MOVE OC-PAGE-TARGET  TO AL-PAGE-TARGET
018858         END-READ
018859     END-IF.
018862     MOVE ALERT-EVENT-REC    TO ALERTLOG-REC.
018863     WRITE ALERTLOG-REC.
018865 3260-EXIT.
018866     EXIT.
018868*--------------------------------------------------------------
018900 3900-WRITE-REPORT-TRAILER.
019000*--------------------------------------------------------------
019100*    WRITE THE RUN TRAILER TO RPTPRINT, CARRYING THE RETURN-CODE
019200*    AND THE TOTAL NUMBER OF TRANSACTIONS PROCESSED, AND CLOSE
019300*    THE REPORT, ALONG WITH URGPRINT AND THE DELIVOUT EXTRACT.
019400*--------------------------------------------------------------
019600     MOVE RETURN-CODE         TO RT-RETURN-CODE.
019700     MOVE WS-TRAN-COUNT       TO RT-TRAN-COUNT.
019720     MOVE WS-REJECT-COUNT     TO RT-REJECT-COUNT.
019730     MOVE WS-URGENT-COUNT     TO RT-URGENT-COUNT.
019754     MOVE WS-HELD-COUNT       TO RT-HELD-COUNT.
019777     MOVE WS-RELEASED-COUNT   TO RT-RELEASED-COUNT.
019800     MOVE WS-RPT-TRAILER-LINE TO RPTPRINT-REC.
019900     WRITE RPTPRINT-REC.
020000     CLOSE RPTPRINT.
020050     CLOSE URGPRINT.
020075     CLOSE DELIVOUT.
020100 3900-EXIT.
020200     EXIT.
020300*--------------------------------------------------------------
021800     MOVE "BATCH   "         TO JB-OPERATOR-ID.
021850     MOVE WS-RUN-NUMBER      TO JB-RUN-NUMBER.
021860     MOVE WS-PARM-SHIFT-CODE TO JB-SHIFT-CODE.
021870     IF WS-PARM-CYCLE-DATE IS NUMERIC
021880         MOVE WS-PARM-CYCLE-DATE TO JB-CYCLE-DATE
021890     END-IF.
021900     OPEN EXTEND BANNERLOG.
022000     IF WS-BANNERLOG-STATUS = "35"
022100         OPEN OUTPUT BANNERLOG
023000*--------------------------------------------------------------
023100*    CLOSE THE TRANSACTION FILE, IF IT WAS OPENED SUCCESSFULLY,
023150*    AND GREETTAB, WHICH WAS OPENED ALONGSIDE IT IN 1800-OPEN-
023170*    TRANFILE FOR THE WHOLE RUN.  HELDMSG IS CLOSED HERE TOO.
023200*--------------------------------------------------------------
023300     IF WS-TRANFILE-STATUS NOT = "35"
023400         CLOSE TRANFILE
023596         CLOSE ONCALL
023597     END-IF.
023598     CLOSE ALERTLOG.
023599     IF WS-QUOTA-IS-OPEN
023601         DISPLAY "HELLOWORLD - QUOTA REJECTS: "
023602                 WS-QUOTA-REJECT-COUNT
023603                 "  QUOTA ALERTS: " WS-QUOTA-ALERT-COUNT
023604         CLOSE QUOTA
023605         CLOSE QUOTUSE
023606     END-IF.
023607     IF WS-HELDMSG-IS-OPEN
023608         DISPLAY "HELLOWORLD - MESSAGES HELD: " WS-HELD-COUNT
023609                 "  RELEASED: " WS-RELEASED-COUNT
023610         CLOSE HELDMSG
023611     END-IF.
023600 4500-EXIT.
023700     EXIT.
023800*--------------------------------------------------------------
028600*    RUN, INCLUDING A VALIDATION ABEND, SO MONITORING TOOLING
028700*    CAN PICK UP STREAM-START EVENTS WITHOUT SCREEN-SCRAPING
028800*    SYSOUT.  ONE RECORD MARKS THE STEP, NOT EACH TRANSACTION.
028825*    A STEP REFUSED BY 1610 INSTEAD LOGS ONE "PRED" EVENT PER
028850*    MISSING PREDECESSOR, THE PREDECESSOR NAMED IN THE EVENT
028875*    DETAIL OVER THE UNUSED TAIL OF THE PARM ECHO.
028900*--------------------------------------------------------------
029000     MOVE SPACES             TO AUDIT-REC.
029100     MOVE "HelloWor"         TO AU-PROGRAM-NAME.
029300     MOVE WS-CURRENT-TIME    TO AU-AUDIT-TIME.
029400     MOVE RETURN-CODE        TO AU-RETURN-CODE.
029500     MOVE WS-PARM-CARD       TO AU-PARM-ECHO.
029515     IF WS-AUDIT-EVENT-CODE NOT = SPACES
029529         MOVE WS-AUDIT-EVENT-CODE   TO AU-EVENT-CODE
029543         MOVE WS-AUDIT-EVENT-JOB    TO AU-EVENT-JOB-NAME
029557         MOVE WS-AUDIT-EVENT-STEP   TO AU-EVENT-STEP-NAME
029571         MOVE WS-AUDIT-EVENT-STATUS TO AU-EVENT-STATUS
029585     END-IF.
029600     OPEN EXTEND AUDITLOG.
029700     IF WS-AUDITLOG-STATUS = "35"
029800         OPEN OUTPUT AUDITLOG
030472     MOVE RETURN-CODE        TO JE-RETURN-CODE.
030474     MOVE WS-TRAN-COUNT      TO JE-TRAN-COUNT.
030475     MOVE WS-RUN-NUMBER      TO JE-RUN-NUMBER.
030476     IF WS-PARM-CYCLE-DATE IS NUMERIC
030477         MOVE WS-PARM-CYCLE-DATE TO JE-CYCLE-DATE
030478     END-IF.
030479     OPEN EXTEND COMPLOG.
030480     IF WS-COMPLOG-STATUS = "35"
030481         OPEN OUTPUT COMPLOG
030482     END-IF.
030484     MOVE JOB-END-REC        TO COMPLOG-REC.
030486     WRITE COMPLOG-REC.
