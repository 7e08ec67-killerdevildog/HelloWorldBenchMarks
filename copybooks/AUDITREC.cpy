000700* PROGRAMMATICALLY INSTEAD OF SCREEN-SCRAPING SYSOUT.
000800*--------------------------------------------------------------
000900*  2026-08-09  MC    ORIGINAL COPYBOOK.
000910*  2026-10-15  MC    ADDED AU-EVENT-CODE AND, OVER THE UNUSED
000920*                    TAIL OF THE PARM ECHO, THE EVENT DETAIL -
000930*                    A STREAM REFUSED FOR A PREDECESSOR NOT YET
000940*                    COMPLETE NAMES THAT JOB/STEP AND ITS RUNCTL
000950*                    STATUS.  A PLAIN STREAM START LEAVES BOTH
000960*                    BLANK, AS BEFORE.
001000*--------------------------------------------------------------
001100 01  AUDIT-REC.
001200     05  AU-PROGRAM-NAME         PIC X(08).
001500         10  AU-AUDIT-TIME       PIC 9(08).
001600     05  AU-RETURN-CODE          PIC 9(04).
001700     05  AU-PARM-ECHO            PIC X(80).
001710     05  AU-EVENT-DETAIL REDEFINES AU-PARM-ECHO.
001720         10  FILLER              PIC X(40).
001730         10  AU-EVENT-JOB-NAME   PIC X(08).
001740         10  AU-EVENT-STEP-NAME  PIC X(08).
001750         10  AU-EVENT-STATUS     PIC X(08).
001760         10  FILLER              PIC X(16).
001770     05  AU-EVENT-CODE           PIC X(04).
001780         88  AU-EVENT-STREAM-START
001790                                 VALUE SPACES.
001795         88  AU-EVENT-PRED-BLOCKED
001796                                 VALUE "PRED".
001800     05  FILLER                  PIC X(05).
