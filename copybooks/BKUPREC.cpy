000100*--------------------------------------------------------------
000200* BKUPREC.cpy
000300*
000400* MASTER-BKUP-REC - ONE RECORD OF A SEQUENTIAL BACKUP OF AN
000500* INDEXED MASTER, WRITTEN BY THE MSTUNLD NIGHTLY UNLOAD.  EACH
000600* BACKUP FILE IS ONE HEADER (THE MASTER'S NAME AND THE DATE
000700* AND TIME THE UNLOAD STARTED - THE BACKUP TIMESTAMP), ONE
000800* DETAIL PER MASTER RECORD IN KEY ORDER CARRYING THE RECORD
000900* IMAGE UNCHANGED, AND ONE TRAILER WITH THE DETAIL COUNT, SO
001000* A TRUNCATED BACKUP CAN BE TOLD FROM A COMPLETE ONE BEFORE
001100* ANYTHING IS RELOADED FROM IT.  GRTRCVR RELOADS A GREETTAB
001200* BACKUP AND ROLLS THE GREETJRN JOURNAL FORWARD FROM THE
001300* BACKUP TIMESTAMP.  EVERY MASTER RECORD FITS THE 80-BYTE
001400* IMAGE; BK-RECORD-LENGTH ON THE HEADER SAYS HOW MUCH OF IT
001500* IS THE MASTER'S OWN RECORD.
001600*--------------------------------------------------------------
001700*  2026-10-15  MC    ORIGINAL COPYBOOK.
001800*--------------------------------------------------------------
001900 01  MASTER-BKUP-REC.
002000     05  BK-REC-TYPE             PIC X(01).
002100         88  BK-HEADER           VALUE "H".
002200         88  BK-DETAIL           VALUE "D".
002300         88  BK-TRAILER          VALUE "T".
002400     05  BK-FILE-ID              PIC X(08).
002500     05  BK-DETAIL-DATA.
002600         10  BK-IMAGE            PIC X(80).
002700         10  FILLER              PIC X(11).
002800     05  BK-HEADER-DATA          REDEFINES BK-DETAIL-DATA.
002900         10  BK-BACKUP-DATE      PIC 9(08).
003000         10  BK-BACKUP-TIME      PIC 9(08).
003100         10  BK-RECORD-LENGTH    PIC 9(03).
003200         10  FILLER              PIC X(72).
003300     05  BK-TRAILER-DATA         REDEFINES BK-DETAIL-DATA.
003400         10  BK-RECORD-COUNT     PIC 9(09).
003500         10  FILLER              PIC X(82).
