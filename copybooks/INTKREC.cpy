000100*--------------------------------------------------------------
000200* INTKREC.cpy
000300*
000400* INTAKE-REC - ONE GREETING REQUEST KEYED AT A REGIONAL DESK
000500* THROUGH THE INTKMNT ONLINE INTAKE SCREEN, STAGED IN THE
000600* INTAKE FILE (INDEXED, KEYED BY INTAKE NUMBER) UNTIL THE
000700* INTKXTR EXTRACT AT CUTOFF WRITES IT AS A TRANEDIN CARD.
000800* EVERY REQUEST CARRIES THE OPERATOR, TERMINAL AND TIMESTAMP
000900* THAT ENTERED IT AND, ONCE CHANGED OR CANCELLED, OF THE LAST
001000* CHANGE.  THE EXTRACT STAMPS THE CYCLE DATE, THE TX-TRAN-REF
001100* IT ASSIGNED AND THE BATCH NUMBER, AND MARKS THE REQUEST
001200* SUBMITTED SO IT CANNOT GO TWICE.
001300*
001400* INTAKE NUMBER ZERO IS THE CONTROL RECORD: THE LAST INTAKE
001500* NUMBER THE SCREEN HANDED OUT AND THE LAST TX-SEQUENCE-NUMBER
001600* THE EXTRACT ASSIGNED UNDER SOURCE SYSTEM ONLN.
001700*--------------------------------------------------------------
001800*  2026-10-15  MC    ORIGINAL COPYBOOK.
001900*--------------------------------------------------------------
002000 01  INTAKE-REC.
002100     05  IN-INTAKE-KEY.
002200         10  IN-INTAKE-NUMBER    PIC 9(08).
002300     05  IN-STATUS               PIC X(01).
002400         88  IN-STATUS-PENDING   VALUE "P".
002500         88  IN-STATUS-CANCELLED VALUE "X".
002600         88  IN-STATUS-SUBMITTED VALUE "S".
002700         88  IN-STATUS-CONTROL   VALUE "C".
002800     05  IN-DETAIL-DATA.
002900         10  IN-REQUESTER-ID     PIC X(08).
003000         10  IN-LOCALE-CODE      PIC X(05).
003100         10  IN-MESSAGE-TYPE     PIC X(04).
003200         10  IN-DEPARTMENT       PIC X(10).
003300         10  IN-OPERATOR-ID      PIC X(08).
003400         10  IN-TERMINAL-ID      PIC X(04).
003500         10  IN-ENTRY-DATE       PIC 9(08).
003600         10  IN-ENTRY-TIME       PIC 9(08).
003700         10  IN-CHANGE-OPERATOR  PIC X(08).
003800         10  IN-CHANGE-TERMINAL  PIC X(04).
003900         10  IN-CHANGE-DATE      PIC 9(08).
004000         10  IN-CHANGE-TIME      PIC 9(08).
004100         10  IN-SUBMIT-DATE      PIC 9(08).
004200         10  IN-TRAN-REF.
004300             15  IN-SOURCE-SYSTEM    PIC X(04).
004400             15  IN-SEQUENCE-NUMBER  PIC 9(08).
004500         10  IN-BATCH-NUMBER     PIC 9(04).
004600         10  FILLER              PIC X(04).
004700     05  IN-CONTROL-DATA REDEFINES IN-DETAIL-DATA.
004800         10  IN-CTL-LAST-INTAKE  PIC 9(08).
004900         10  IN-CTL-LAST-TRAN-SEQ PIC 9(08).
005000         10  IN-CTL-LAST-EXTRACT PIC 9(08).
005100         10  FILLER              PIC X(87).
