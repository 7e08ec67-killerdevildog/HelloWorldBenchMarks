000600* DISPLAYING/LOGGING ONE BANNER PER TRANSACTION, INSTEAD OF
000700* PRODUCING EXACTLY ONE BANNER PER RUN.
000750*
000752* TX-TRAN-REF - THE SUBMITTING SOURCE SYSTEM'S CODE PLUS ITS
000754* SEQUENCE NUMBER - IS THE TRANSACTION'S OWN UNIQUE KEY, SO A
000756* REQUESTER MAY SEND MORE THAN ONE REQUEST IN THE SAME CYCLE.
000758* IT IS CARRIED UNCHANGED ONTO THE REJECT, SUSPENSE, REPORT
000759* AND ALERT RECORDS SO ONE REQUEST CAN BE TRACED END TO END.
000760*
000761* PRECONDITION: TRANFILE MUST BE PRESENTED IN ASCENDING
000770* TX-TRAN-REF SEQUENCE.  HELLOWORLD'S RESTART LOGIC SKIPS
000780* PAST ALREADY-PROCESSED TRANSACTIONS BY READING AHEAD UNTIL
000790* TX-TRAN-REF EXCEEDS THE CHECKPOINTED RESTART KEY, WHICH
000800* ONLY SKIPS THE RIGHT RECORDS IF THE FILE IS IN THAT ORDER. THE
000810* JCL STEP THAT BUILDS/SORTS TRANFILE AHEAD OF THIS STEP IS
000820* RESPONSIBLE FOR GUARANTEEING THE SEQUENCE.
000950*  2026-08-09  MC    DOCUMENTED THE ASCENDING TX-REQUESTER-ID
000960*                    SEQUENCE PRECONDITION RELIED ON BY
000970*                    HELLOWORLD'S RESTART SKIP-AHEAD LOGIC.
000980*  2026-10-15  MC    ADDED TX-TRAN-REF (SOURCE SYSTEM PLUS
000985*                    SEQUENCE NUMBER) AS THE UNIQUE TRANSACTION
000990*                    KEY; THE ASCENDING-SEQUENCE PRECONDITION
000995*                    NOW APPLIES TO IT, NOT TX-REQUESTER-ID.
001000*--------------------------------------------------------------
001100 01  GREET-TRAN-REC.
001200     05  TX-REQUESTER-ID         PIC X(08).
001300     05  TX-LOCALE-CODE          PIC X(05).
001400     05  TX-MESSAGE-TYPE         PIC X(04).
001500     05  FILLER                  PIC X(03).
001600     05  TX-TRAN-REF.
001700         10  TX-SOURCE-SYSTEM    PIC X(04).
001800         10  TX-SEQUENCE-NUMBER  PIC 9(08).
