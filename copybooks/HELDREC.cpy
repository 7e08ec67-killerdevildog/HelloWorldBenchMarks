000100*--------------------------------------------------------------
000200* HELDREC.cpy
000300*
000400* HELD-MSG-REC - ONE GREETING REQUEST HELD BACK BY HELLOWORLD
000500* BECAUSE ITS MESSAGE TYPE'S DELIVERY WINDOW (MSGTREC) WAS
000600* CLOSED WHEN THE STEP PROCESSED IT, ON THE HELDMSG FILE
000700* (INDEXED, KEYED BY JOB, STEP, CYCLE DATE AND TX-TRAN-REF -
000800* TRAN-REFS ARE ONLY UNIQUE WITHIN A CYCLE).  THE RECORD
000900* CARRIES THE ORIGINAL TRANSACTION IMAGE AND THE REQUESTER
001000* ENRICHMENT ALREADY DONE, SO THE RELEASE STEP AT THE START
001100* OF A LATER RUN OF THE SAME JOB AND STEP CAN PUT IT STRAIGHT
001200* BACK INTO PROCESSING ONCE THE WINDOW IS OPEN, AND DELETES IT
001300* WHEN IT DOES.  HM-CYCLE-DATE AND HM-RUN-NUMBER NAME THE RUN
001400* THAT HELD IT; HM-HELD-DATE/TIME IS WHEN IT WAS FIRST HELD,
001500* FROM WHICH THE HELDRPT AGING REPORT MEASURES THE WAIT.
001600* HM-RELEASE-DATE/TIME IS THE EARLIEST MOMENT THE WINDOW
001700* OPENS AGAIN, REFRESHED EACH TIME A RUN FINDS IT STILL SHUT.
001800*--------------------------------------------------------------
001900*  2026-10-15  MC    ORIGINAL COPYBOOK.
002000*--------------------------------------------------------------
002100 01  HELD-MSG-REC.
002200     05  HM-HELD-KEY.
002300         10  HM-JOB-NAME         PIC X(08).
002400         10  HM-STEP-NAME        PIC X(08).
002500         10  HM-CYCLE-DATE       PIC 9(08).
002600         10  HM-TRAN-REF         PIC X(12).
002700     05  HM-TRAN-IMAGE           PIC X(32).
002800     05  HM-RUN-NUMBER           PIC 9(03).
002900     05  HM-MESSAGE-TYPE         PIC X(04).
003000     05  HM-DEPARTMENT           PIC X(10).
003100     05  HM-REQUESTER-NAME       PIC X(20).
003200     05  HM-LOCALE-CODE          PIC X(05).
003300     05  HM-HELD-DATE            PIC 9(08).
003400     05  HM-HELD-TIME            PIC 9(08).
003500     05  HM-REASON-CODE          PIC X(04).
003600         88  HM-REASON-HOURS     VALUE "HOUR".
003700         88  HM-REASON-DAY       VALUE "DAY ".
003800         88  HM-REASON-NO-DAY    VALUE "NDAY".
003900     05  HM-REASON-TEXT          PIC X(30).
004000     05  HM-RELEASE-DATE         PIC 9(08).
004100     05  HM-RELEASE-TIME         PIC 9(04).
004200     05  FILLER                  PIC X(08).
