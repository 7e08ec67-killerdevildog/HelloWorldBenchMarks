001070*                    RECYCLE/AGING STEP CAN TELL HOW LONG A
001080*                    REJECT HAS SAT UNWORKED INSTEAD OF REJECTS
001090*                    OLDER THAN A DAY SIMPLY DISAPPEARING.
001091*  2026-10-15  MC    WIDENED RJ-TRAN-IMAGE TO THE 32-BYTE
001092*                    GREET-TRAN-REC, WHICH CARRIES TX-TRAN-REF,
001093*                    AND ADDED THE TREF REASON CODE WRITTEN BY
001094*                    TRANEDIT FOR A MISSING OR INVALID REFERENCE.
001095*  2026-10-15  MC    ADDED THE QUOT REASON CODE WRITTEN BY
001096*                    HELLOWORLD WHEN A DEPARTMENT HAS USED UP A
001097*                    HARD MONTHLY QUOTA (QUOTAREC).
001100*--------------------------------------------------------------
001200 01  TRAN-REJECT-REC.
001300     05  RJ-TRAN-IMAGE           PIC X(32).
001400     05  RJ-REASON-CODE          PIC X(04).
001500         88  RJ-REASON-RQID      VALUE "RQID".
001600         88  RJ-REASON-SEQK      VALUE "SEQK".
001810         88  RJ-REASON-RQUN      VALUE "RQUN".
001820         88  RJ-REASON-RQIN      VALUE "RQIN".
001830         88  RJ-REASON-BCTL      VALUE "BCTL".
001840         88  RJ-REASON-TREF      VALUE "TREF".
001850         88  RJ-REASON-QUOT      VALUE "QUOT".
001900     05  RJ-REASON-TEXT          PIC X(30).
001950     05  RJ-CYCLE-DATE           PIC 9(08).
002000     05  FILLER                  PIC X(06).
