000100*--------------------------------------------------------------
000200* QUOTAREC.cpy
000300*
000400* QUOTA-REC - ONE DEPARTMENT'S GREETING-REQUEST ALLOWANCE FOR
000500* ONE CALENDAR MONTH IN THE QUOTA CONTROL TABLE (INDEXED,
000600* KEYED BY DEPARTMENT AND CCYYMM MONTH).  HELLOWORLD CHECKS
000700* EVERY ACCEPTED TRANSACTION AGAINST ITS DEPARTMENT'S ROW FOR
000800* THE CYCLE MONTH: CROSSING QT-WARN-PCT OF THE ALLOWANCE
000900* RAISES AN ALERTLOG EVENT TO THE DEPARTMENT'S ONCALL
001000* CONTACT, AND A HARD LIMIT REJECTS EVERY TRANSACTION BEYOND
001100* THE ALLOWANCE (TRANREJ REASON QUOT) - A SOFT LIMIT ONLY
001200* WARNS.  A DEPARTMENT WITH NO ROW FOR THE MONTH IS UNLIMITED.
001300* MONTH-TO-DATE USAGE IS KEPT SEPARATELY ON QUOTUSE (QUOTUSRC
001400* COPYBOOK).  MAINTAINED BY THE QUOTLOAD BATCH APPLY, THE SAME
001500* WAY ONCLLOAD MAINTAINS ONCALL.
001600*--------------------------------------------------------------
001700*  2026-10-15  MC    ORIGINAL COPYBOOK.
001800*--------------------------------------------------------------
001900 01  QUOTA-REC.
002000     05  QT-QUOTA-KEY.
002100         10  QT-DEPARTMENT       PIC X(10).
002200         10  QT-QUOTA-MONTH      PIC 9(06).
002300     05  QT-ALLOWANCE            PIC 9(07).
002400     05  QT-WARN-PCT             PIC 9(03).
002500     05  QT-LIMIT-TYPE           PIC X(01).
002600         88  QT-LIMIT-HARD       VALUE "H".
002700         88  QT-LIMIT-SOFT       VALUE "S".
002800         88  QT-LIMIT-VALID      VALUE "H" "S".
002900     05  FILLER                  PIC X(53).
