000100*--------------------------------------------------------------
000200* DLVREC.cpy
000300*
000400* DELIVERY-REC - ONE OUTBOUND DELIVERY INSTRUCTION WRITTEN TO
000500* THE DELIVOUT EXTRACT BY HELLOWORLD FOR EVERY ACCEPTED
000600* GREETING-REQUEST TRANSACTION, FOR THE DOWNSTREAM MESSAGING
000700* GATEWAY TO PICK UP AND SEND.  CARRIES WHO ASKED (REQUESTER
000800* AND DEPARTMENT), WHAT TO SEND (EFFECTIVE LOCALE, MESSAGE
000900* TYPE, RESOLVED GREETING TEXT AND BANNER TEMPLATE) AND WHICH
001000* RUN PRODUCED IT (CYCLE DATE, RUN NUMBER, JOB AND STEP).
001100* DV-DELIVERY-KEY - CYCLE DATE FOLLOWED BY THE TRANSACTION'S
001200* TX-TRAN-REF - IS WHAT THE GATEWAY ECHOES BACK ON ITS
001300* ACKNOWLEDGEMENT (DLVACK COPYBOOK), AND IS THE MATCH KEY THE
001400* DLVRECN RECONCILIATION USES.  TRAN-REF SEQUENCE NUMBERS ARE
001500* ONLY UNIQUE WITHIN A CYCLE, HENCE THE LEADING CYCLE DATE.
001600* THE UNACKNOWLEDGED ITEMS DLVRECN CARRIES FORWARD FROM DAY TO
001700* DAY (DLVCARRY) USE THIS SAME LAYOUT, WITH DV-CARRY-COUNT
001800* HOLDING THE NUMBER OF RECONCILIATIONS THE ITEM HAS WAITED
001900* THROUGH WITHOUT AN ACKNOWLEDGEMENT - ZERO ON THE EXTRACT.
002000*--------------------------------------------------------------
002100*  2026-10-15  MC    ORIGINAL COPYBOOK.
002200*--------------------------------------------------------------
002300 01  DELIVERY-REC.
002400     05  DV-DELIVERY-KEY.
002500         10  DV-CYCLE-DATE       PIC 9(08).
002600         10  DV-TRAN-REF         PIC X(12).
002700     05  DV-REQUESTER-ID         PIC X(08).
002800     05  DV-DEPARTMENT           PIC X(10).
002900     05  DV-LOCALE-CODE          PIC X(05).
003000     05  DV-MESSAGE-TYPE         PIC X(04).
003100     05  DV-GREETING-TEXT        PIC X(40).
003200     05  DV-BANNER-TEMPLATE      PIC X(16).
003300     05  DV-SEVERITY             PIC X(01).
003400     05  DV-ROUTING              PIC X(01).
003500     05  DV-RUN-NUMBER           PIC 9(03).
003600     05  DV-JOB-NAME             PIC X(08).
003700     05  DV-STEP-NAME            PIC X(08).
003800     05  DV-CARRY-COUNT          PIC 9(03).
003900     05  FILLER                  PIC X(03).
