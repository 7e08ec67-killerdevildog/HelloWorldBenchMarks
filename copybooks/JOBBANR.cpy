000997*                    LAST RUN ON SHIFT 2" FROM THE KICKOFF
000998*                    RECORD ITSELF.  EXISTING RECORDS CARRY A
000999*                    SPACE.
001010*  2026-10-15  MC    ADDED JB-CYCLE-DATE - THE PARM CYCLE DATE
001020*                    THE STEP RAN AS, WHICH A CATCH-UP RUN OF
001030*                    MISSED DATES NO LONGER SHARES WITH THE
001040*                    START DATE.  EXISTING RECORDS CARRY SPACES.
001050*--------------------------------------------------------------
001100 01  JOB-BANNER-REC.
001200     05  JB-JOB-NAME             PIC X(08).
001300     05  JB-PROGRAM-ID           PIC X(08).
001800     05  JB-OPERATOR-ID          PIC X(08).
001850     05  JB-RUN-NUMBER           PIC 9(03).
001860     05  JB-SHIFT-CODE           PIC X(01).
001870     05  JB-CYCLE-DATE           PIC 9(08).
001900     05  FILLER                  PIC X(12).
