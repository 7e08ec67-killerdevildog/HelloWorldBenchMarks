000996*                    PLUS STEP, SO CONCURRENT STREAMS EACH KEEP
000997*                    THEIR OWN CHECKPOINT INSTEAD OF CLOBBERING
000998*                    ONE SHARED SINGLE-RECORD FILE.
000999*  2026-10-15  MC    CK-LAST-TRAN-KEY NOW X(12) FOR TX-TRAN-REF.
001000*--------------------------------------------------------------
001100 01  CHECKPOINT-REC.
001150     05  CK-CHECKPOINT-KEY.
001700         88  CK-STATUS-COMPLETE  VALUE "COMPLETE".
001800         88  CK-STATUS-FAILED    VALUE "FAILED  ".
001850         88  CK-STATUS-INPROG    VALUE "INPROG  ".
001900     05  CK-LAST-TRAN-KEY        PIC X(12).
001950     05  FILLER                  PIC X(12).
