001230*                    SO THE COMPLETION HISTORY CAN TELL A FIRST
001240*                    RUN FROM A SANCTIONED RERUN.  EXISTING
001250*                    RECORDS CARRY SPACES.
001260*  2026-10-15  MC    ADDED JE-CYCLE-DATE - THE PARM CYCLE DATE
001270*                    THE STEP RAN AS, SO A CATCH-UP RUN OF
001280*                    SEVERAL MISSED DATES ON ONE DAY LEAVES
001290*                    ONE COMPLETION PER CYCLE DATE THAT THE
001295*                    CATCHUP SUMMARY CAN TELL APART.  EXISTING
001297*                    RECORDS CARRY SPACES.
001300*--------------------------------------------------------------
001400 01  JOB-END-REC.
001500     05  JE-JOB-NAME             PIC X(08).
002100     05  JE-RETURN-CODE          PIC 9(04).
002200     05  JE-TRAN-COUNT           PIC 9(06).
002250     05  JE-RUN-NUMBER           PIC 9(03).
002260     05  JE-CYCLE-DATE           PIC 9(08).
002300     05  FILLER                  PIC X(11).
