000300*
000400* TRAN-BATCH-CARD - THE BATCH HEADER AND TRAILER CARDS A
000500* SUBMITTING DEPARTMENT WRAPS AROUND ITS GREET-TRAN-REC CARDS
000600* IN THE TRANEDIT INPUT.  SAME 32-BYTE CARD IMAGE AS A
000700* TRANSACTION; THE *H / *T TYPE IN COLUMNS 1-2 CANNOT COLLIDE
000800* WITH A TRANSACTION BECAUSE A REQUESTER ID IS LETTERS AND
000900* DIGITS ONLY.  THE HEADER CARRIES THE DEPARTMENT, BATCH
001400* FLOW THROUGH THE EDIT AS BEFORE.
001500*--------------------------------------------------------------
001600*  2026-09-03  MC    ORIGINAL COPYBOOK.
001650*  2026-10-15  MC    WIDENED TO 32 BYTES TO MATCH THE
001660*                    GREET-TRAN-REC CARD, WHICH NOW CARRIES
001670*                    THE TX-TRAN-REF TRANSACTION REFERENCE.
001700*--------------------------------------------------------------
001800 01  TRAN-BATCH-CARD.
001900     05  BT-RECORD-TYPE          PIC X(02).
002700         10  BT-TRL-BATCH-NUMBER PIC 9(04).
002800         10  BT-TRL-ACTUAL-COUNT PIC 9(04).
002900         10  FILLER              PIC X(10).
003000     05  FILLER                  PIC X(12).
