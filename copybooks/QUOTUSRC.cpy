000100*--------------------------------------------------------------
000200* QUOTUSRC.cpy
000300*
000400* QUOTA-USAGE-REC - MONTH-TO-DATE GREETING-REQUEST USAGE
000500* COUNTED AGAINST A DEPARTMENT'S QUOTA (QUOTAREC COPYBOOK) BY
000600* ONE HELLOWORLD JOB/STEP, ON THE QUOTUSE FILE (INDEXED,
000700* KEYED BY DEPARTMENT, CCYYMM MONTH, JOB AND STEP).  A
000800* DEPARTMENT'S MONTH-TO-DATE USAGE IS THE SUM OF ITS ROWS FOR
000900* THE MONTH - ONE ROW PER STEP, SO THE PARALLEL PARTITION
001000* STEPS EACH KEEP THEIR OWN COUNT.  QU-LAST-CYCLE-DATE AND
001100* QU-LAST-TRAN-REF NAME THE LAST TRANSACTION THE STEP COUNTED;
001200* SINCE TRANFILE ARRIVES IN ASCENDING TX-TRAN-REF ORDER, A
001300* RESTARTED OR RERUN STEP KNOWS ANY TRANSACTION AT OR BELOW IT
001400* FOR THE SAME CYCLE IS ALREADY IN THE COUNT AND MUST NOT BE
001500* COUNTED AGAIN.  WRITTEN ONLY BY HELLOWORLD.
001600*--------------------------------------------------------------
001700*  2026-10-15  MC    ORIGINAL COPYBOOK.
001800*--------------------------------------------------------------
001900 01  QUOTA-USAGE-REC.
002000     05  QU-USAGE-KEY.
002100         10  QU-DEPARTMENT       PIC X(10).
002200         10  QU-QUOTA-MONTH      PIC 9(06).
002300         10  QU-JOB-NAME         PIC X(08).
002400         10  QU-STEP-NAME        PIC X(08).
002500     05  QU-USED-COUNT           PIC 9(07).
002600     05  QU-LAST-CYCLE-DATE      PIC 9(08).
002700     05  QU-LAST-TRAN-REF        PIC X(12).
002800     05  QU-LAST-UPDATE-DATE     PIC 9(08).
002900     05  QU-LAST-UPDATE-TIME     PIC 9(08).
003000     05  FILLER                  PIC X(05).
