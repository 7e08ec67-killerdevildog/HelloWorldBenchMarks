000100*--------------------------------------------------------------
000200* BALREC.cpy
000300*
000400* CTL-TOTAL-REC - ONE CONTROL-TOTAL RECORD ON THE SHARED BALFILE
000500* BALANCING FILE.  EVERY STEP OF THE GREETING JOB STREAM
000600* (TRANEDIT, TRANRCYC, TRANSPLT, EACH HELLOWORLD STEP, RPTMERGE
000700* AND RPTBURST) APPENDS ONE RECORD PER COUNT IT KEEPS AT END OF
000800* RUN, STAMPED WITH THE JOB NAME, CYCLE DATE AND RUN NUMBER, SO
000900* THE BALRPT BALANCING STEP CAN PROVE THAT WHAT EACH STEP
001000* HANDED ON WAS WHAT THE NEXT STEP RECEIVED.  HELLOWORLD
001100* STAMPS ITS RUN-CONTROL (RUNCTLRC) RUN NUMBER; THE OTHER STEPS
001200* KEEP NO RUN CONTROL AND NUMBER THEIR RUNS FROM THE RECORDS
001300* ALREADY ON BALFILE FOR THE SAME JOB, CYCLE AND STEP.
001400*--------------------------------------------------------------
001500*  2026-10-15  MC    ORIGINAL COPYBOOK.
001550*  2026-10-15  MC    ADDED THE HELLOWORLD HELD AND RELEASED
001560*                    DELIVERY-WINDOW COUNTS.
001600*--------------------------------------------------------------
001700 01  CTL-TOTAL-REC.
001800     05  CB-JOB-NAME             PIC X(08).
001900     05  CB-CYCLE-DATE           PIC 9(08).
002000     05  CB-RUN-NUMBER           PIC 9(03).
002100     05  CB-PROGRAM-ID           PIC X(08).
002200     05  CB-STEP-NAME            PIC X(08).
002300     05  CB-COUNT-ID             PIC X(08).
002400*        TRANEDIT
002500         88  CB-CNT-READ         VALUE "READ    ".
002600         88  CB-CNT-CLEAN        VALUE "CLEAN   ".
002700         88  CB-CNT-REJECTED     VALUE "REJECTED".
002800*        TRANRCYC
002900         88  CB-CNT-REJ-IN       VALUE "REJIN   ".
003000         88  CB-CNT-SUSP-IN      VALUE "SUSPIN  ".
003100         88  CB-CNT-REPAIRED     VALUE "REPAIRED".
003200         88  CB-CNT-SUSPENDED    VALUE "SUSPENDD".
003300         88  CB-CNT-NEXT-IN      VALUE "NEXTIN  ".
003400         88  CB-CNT-MERGED       VALUE "MERGED  ".
003500*        TRANSPLT (READ ABOVE PLUS ONE PER PARTITION)
003600         88  CB-CNT-PART-1       VALUE "PART01  ".
003700         88  CB-CNT-PART-2       VALUE "PART02  ".
003800         88  CB-CNT-PART-3       VALUE "PART03  ".
003900         88  CB-CNT-PART-4       VALUE "PART04  ".
004000*        HELLOWORLD (READ AND REJECTED ABOVE)
004100         88  CB-CNT-SKIPPED      VALUE "SKIPPED ".
004200         88  CB-CNT-ACCEPTED     VALUE "ACCEPTED".
004300         88  CB-CNT-PRINTED      VALUE "PRINTED ".
004400         88  CB-CNT-URGENT       VALUE "URGENT  ".
004500         88  CB-CNT-ALERTS       VALUE "ALERTS  ".
004600         88  CB-CNT-STAT-LOCALE  VALUE "STATLOC ".
004700         88  CB-CNT-STAT-MSGTYPE VALUE "STATTYP ".
004800         88  CB-CNT-STAT-REQ     VALUE "STATREQ ".
004810         88  CB-CNT-HELD         VALUE "HELD    ".
004820         88  CB-CNT-RELEASED     VALUE "RELEASED".
004900*        RPTMERGE - THE COMBINED TRAILER AND DETAIL LINES
005000         88  CB-CNT-TRL-TRANS    VALUE "TRLTRAN ".
005100         88  CB-CNT-TRL-REJECTS  VALUE "TRLREJ  ".
005200         88  CB-CNT-TRL-URGENT   VALUE "TRLURG  ".
005300         88  CB-CNT-DETAIL       VALUE "DETAIL  ".
005400*        RPTBURST (DETAIL ABOVE IS THE LINES IT READ)
005500         88  CB-CNT-BURST        VALUE "BURST   ".
005600     05  CB-COUNT                PIC 9(09).
005700     05  CB-WRITE-DATE           PIC 9(08).
005800     05  CB-WRITE-TIME           PIC 9(08).
005900     05  FILLER                  PIC X(12).
