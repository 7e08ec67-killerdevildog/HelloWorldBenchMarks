000100*--------------------------------------------------------------
000200* JOBDEPRC.cpy
000300*
000400* JOB-DEP-REC - ONE ENTRY PER JOB/STEP AND PREDECESSOR JOB/STEP
000500* IN THE JOBDEP DEPENDENCY TABLE (INDEXED, KEYED BY THE
000600* DEPENDENT JOB AND STEP FOLLOWED BY THE PREDECESSOR JOB AND
000700* STEP, SO ALL OF A STEP'S PREDECESSORS SIT TOGETHER IN KEY
000800* ORDER).  EVERY PREDECESSOR LISTED MUST SHOW COMPLETE IN
000900* RUNCTL FOR THE CYCLE DATE BEFORE THE DEPENDENT STEP MAY
001000* START, SO A STREAM KICKED OFF EARLY BY THE SCHEDULER REFUSES
001100* TO RUN ON STALE INPUT.  A STEP WITH NO ENTRIES HAS NO
001200* PREDECESSORS.  MAINTAINED BY THE JOBDLOAD BATCH APPLY, THE
001300* SAME WAY ONCLLOAD MAINTAINS ONCALL.
001400*--------------------------------------------------------------
001500*  2026-10-15  MC    ORIGINAL COPYBOOK.
001600*--------------------------------------------------------------
001700 01  JOB-DEP-REC.
001800     05  JD-JOB-DEP-KEY.
001900         10  JD-JOB-NAME         PIC X(08).
002000         10  JD-STEP-NAME        PIC X(08).
002100         10  JD-PRED-JOB-NAME    PIC X(08).
002200         10  JD-PRED-STEP-NAME   PIC X(08).
002300     05  JD-DESCRIPTION          PIC X(30).
002400     05  FILLER                  PIC X(18).
