001500* THE TOOLING SHOULD PAGE ITS DEFAULT DESK.
001600*--------------------------------------------------------------
001700*  2026-09-03  MC    ORIGINAL COPYBOOK.
001750*  2026-10-15  MC    ADDED AL-TRAN-REF - THE TX-TRAN-REF OF THE
001760*                    TRANSACTION THAT RAISED THE ALERT.
001770*  2026-10-15  MC    ADDED SEVERITY "Q" - A DEPARTMENT CROSSED
001780*                    THE WARNING LEVEL OF ITS MONTHLY QUOTA
001790*                    (QUOTAREC).  THE MESSAGE TYPE AND TRAN-REF
001795*                    ARE THOSE OF THE TRANSACTION THAT CROSSED.
001800*--------------------------------------------------------------
001900 01  ALERT-EVENT-REC.
002000     05  AL-TIMESTAMP.
002600     05  AL-SEVERITY             PIC X(01).
002700         88  AL-SEVERITY-URGENT  VALUE "U".
002800         88  AL-SEVERITY-HIGH    VALUE "H".
002850         88  AL-SEVERITY-QUOTA   VALUE "Q".
002900     05  AL-DEPARTMENT           PIC X(10).
003000     05  AL-SHIFT-CODE           PIC X(01).
003100     05  AL-CONTACT-NAME         PIC X(20).
003200     05  AL-PAGE-TARGET          PIC X(20).
003300     05  AL-TRAN-REF             PIC X(12).
