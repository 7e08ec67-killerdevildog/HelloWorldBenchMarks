000100*--------------------------------------------------------------
000200* DLVACK.cpy
000300*
000400* DELIVERY-ACK-REC - ONE ACKNOWLEDGEMENT RETURNED BY THE
000500* MESSAGING GATEWAY FOR A DELIVERY INSTRUCTION IT WAS HANDED
000600* ON THE DELIVOUT EXTRACT (DLVREC COPYBOOK).  AK-DELIVERY-KEY
000700* ECHOES DV-DELIVERY-KEY (CYCLE DATE AND TRAN-REF) UNCHANGED.
000800* AK-ACK-STATUS IS "D" FOR DELIVERED OR "B" FOR BOUNCED - A
000900* BOUNCE CARRIES THE GATEWAY'S REASON CODE AND TEXT.  THE ACK
001000* DATE AND TIME ARE THE GATEWAY'S OWN STAMP.  READ BY THE
001100* DLVRECN DAILY RECONCILIATION.
001200*--------------------------------------------------------------
001300*  2026-10-15  MC    ORIGINAL COPYBOOK.
001400*--------------------------------------------------------------
001500 01  DELIVERY-ACK-REC.
001600     05  AK-DELIVERY-KEY.
001700         10  AK-CYCLE-DATE       PIC 9(08).
001800         10  AK-TRAN-REF         PIC X(12).
001900     05  AK-ACK-STATUS           PIC X(01).
002000         88  AK-DELIVERED        VALUE "D".
002100         88  AK-BOUNCED          VALUE "B".
002200     05  AK-REASON-CODE          PIC X(04).
002300     05  AK-REASON-TEXT          PIC X(30).
002400     05  AK-ACK-DATE             PIC 9(08).
002500     05  AK-ACK-TIME             PIC 9(08).
002600     05  FILLER                  PIC X(09).
