000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRANTRCE.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  END-TO-END TRACE OF ONE
001100*                    GREETING REQUEST BY ITS TRANSACTION
001200*                    REFERENCE (TX-TRAN-REF - SOURCE SYSTEM
001300*                    PLUS SEQUENCE NUMBER, TRANREC COPYBOOK).
001400*                    SEARCHES EVERY FILE THE REQUEST CAN PASS
001500*                    THROUGH IN JOB-STREAM ORDER - THE EDIT
001600*                    INPUT AND CLEAN OUTPUT, TRANREJ, THE
001700*                    REJECT SUSPENSE IN AND OUT, THE DESK'S
001800*                    CORRECTION CARDS, THE MERGED NEXT
001900*                    TRANFILE, THE FOUR TRANSPLT PARTITIONS,
002000*                    RPTPRINT, URGPRINT AND ALERTLOG - AND
002100*                    LISTS EVERY PLACE THE REFERENCE APPEARED,
002200*                    SO "WHAT HAPPENED TO MY REQUEST" IS
002300*                    ANSWERED FROM ONE LISTING.  THE PARM CARD
002400*                    CARRIES THE REFERENCE (REQUIRED).  A FILE
002500*                    NOT PRESENT FOR THE CYCLE IS SKIPPED AND
002600*                    COUNTED ON THE TRAILER.  RC=4 WHEN THE
002700*                    REFERENCE APPEARS NOWHERE.
002710*  2026-10-15  MC    ALSO SEARCHES THE HELD-MESSAGE QUEUE
002720*                    (HELDMSG) AND THE DELIVERY EXTRACT
002730*                    (DELIVOUT), SO A REQUEST HELD OUTSIDE ITS
002740*                    DELIVERY WINDOW, OR PASSED TO THE
002750*                    MESSAGING GATEWAY, SHOWS ON THE LISTING
002760*                    WITH THE CYCLE IT BELONGS TO.
002800*--------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANEDIN        ASSIGN TO TRANEDIN
003600                            ORGANIZATION IS LINE SEQUENTIAL
003700                            FILE STATUS IS WS-TRANEDIN-STATUS.
003800     SELECT TRANOUT         ASSIGN TO TRANOUT
003900                            ORGANIZATION IS LINE SEQUENTIAL
004000                            FILE STATUS IS WS-TRANOUT-STATUS.
004100     SELECT TRANREJ         ASSIGN TO TRANREJ
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS WS-TRANREJ-STATUS.
004400     SELECT REJSUSP         ASSIGN TO REJSUSP
004500                            ORGANIZATION IS LINE SEQUENTIAL
004600                            FILE STATUS IS WS-REJSUSP-STATUS.
004700     SELECT CORRFILE        ASSIGN TO CORRFILE
004800                            ORGANIZATION IS LINE SEQUENTIAL
004900                            FILE STATUS IS WS-CORRFILE-STATUS.
005000     SELECT REJSNEW         ASSIGN TO REJSNEW
005100                            ORGANIZATION IS LINE SEQUENTIAL
005200                            FILE STATUS IS WS-REJSNEW-STATUS.
005300     SELECT TRANMRG         ASSIGN TO TRANMRG
005400                            ORGANIZATION IS LINE SEQUENTIAL
005500                            FILE STATUS IS WS-TRANMRG-STATUS.
005600     SELECT TRANPT01        ASSIGN TO TRANPT01
005700                            ORGANIZATION IS LINE SEQUENTIAL
005800                            FILE STATUS IS WS-TRANPT01-STATUS.
005900     SELECT TRANPT02        ASSIGN TO TRANPT02
006000                            ORGANIZATION IS LINE SEQUENTIAL
006100                            FILE STATUS IS WS-TRANPT02-STATUS.
006200     SELECT TRANPT03        ASSIGN TO TRANPT03
006300                            ORGANIZATION IS LINE SEQUENTIAL
006400                            FILE STATUS IS WS-TRANPT03-STATUS.
006500     SELECT TRANPT04        ASSIGN TO TRANPT04
006600                            ORGANIZATION IS LINE SEQUENTIAL
006700                            FILE STATUS IS WS-TRANPT04-STATUS.
006800     SELECT RPTPRINT        ASSIGN TO RPTPRINT
006900                            ORGANIZATION IS LINE SEQUENTIAL
007000                            FILE STATUS IS WS-RPTPRINT-STATUS.
007100     SELECT URGPRINT        ASSIGN TO URGPRINT
007200                            ORGANIZATION IS LINE SEQUENTIAL
007300                            FILE STATUS IS WS-URGPRINT-STATUS.
007400     SELECT ALERTLOG        ASSIGN TO ALERTLOG
007500                            ORGANIZATION IS LINE SEQUENTIAL
007600                            FILE STATUS IS WS-ALERTLOG-STATUS.
007610     SELECT HELDMSG         ASSIGN TO HELDMSG
007620                            ORGANIZATION IS INDEXED
007630                            ACCESS MODE IS SEQUENTIAL
007640                            RECORD KEY IS HM-HELD-KEY
007650                            FILE STATUS IS WS-HELDMSG-STATUS.
007660     SELECT DELIVOUT        ASSIGN TO DELIVOUT
007670                            ORGANIZATION IS LINE SEQUENTIAL
007680                            FILE STATUS IS WS-DELIVOUT-STATUS.
007700     SELECT TRCERPT         ASSIGN TO TRCERPT
007800                            ORGANIZATION IS LINE SEQUENTIAL
007900                            FILE STATUS IS WS-TRCERPT-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  TRANEDIN
008300     RECORDING MODE IS F.
008400 01  TRANEDIN-REC                PIC X(32).
008500 FD  TRANOUT
008600     RECORDING MODE IS F.
008700 01  TRANOUT-REC                 PIC X(32).
008800 FD  TRANREJ
008900     RECORDING MODE IS F.
009000 01  TRANREJ-REC                 PIC X(80).
009100 FD  REJSUSP
009200     RECORDING MODE IS F.
009300 01  REJSUSP-REC                 PIC X(80).
009400 FD  CORRFILE
009500     RECORDING MODE IS F.
009600 01  CORRFILE-REC                PIC X(80).
009700 FD  REJSNEW
009800     RECORDING MODE IS F.
009900 01  REJSNEW-REC                 PIC X(80).
010000 FD  TRANMRG
010100     RECORDING MODE IS F.
010200 01  TRANMRG-REC                 PIC X(32).
010300 FD  TRANPT01
010400     RECORDING MODE IS F.
010500 01  TRANPT01-REC                PIC X(32).
010600 FD  TRANPT02
010700     RECORDING MODE IS F.
010800 01  TRANPT02-REC                PIC X(32).
010900 FD  TRANPT03
011000     RECORDING MODE IS F.
011100 01  TRANPT03-REC                PIC X(32).
011200 FD  TRANPT04
011300     RECORDING MODE IS F.
011400 01  TRANPT04-REC                PIC X(32).
011500 FD  RPTPRINT
011600     RECORDING MODE IS F.
011700 01  RPTPRINT-REC                PIC X(133).
011800 FD  URGPRINT
011900     RECORDING MODE IS F.
012000 01  URGPRINT-REC                PIC X(133).
012100 FD  ALERTLOG
012200     RECORDING MODE IS F.
012300 01  ALERTLOG-REC                PIC X(100).
012310 FD  HELDMSG.
012320 COPY HELDREC.
012330 FD  DELIVOUT
012340     RECORDING MODE IS F.
012350 01  DELIVOUT-REC                PIC X(130).
012400 FD  TRCERPT
012500     RECORDING MODE IS F.
012600 01  TRCERPT-REC                 PIC X(133).
012700 WORKING-STORAGE SECTION.
012800*--------------------------------------------------------------
012900* PARM CARD - THE TRANSACTION REFERENCE TO TRACE (REQUIRED):
013000* FOUR-CHARACTER SOURCE SYSTEM FOLLOWED BY THE EIGHT-DIGIT
013100* SEQUENCE NUMBER, EXACTLY AS IT IS KEYED ON THE CARD.
013200*--------------------------------------------------------------
013300 01  WS-PARM-CARD.
013400     05  WS-PARM-TRAN-REF.
013500         10  WS-PARM-SOURCE-SYSTEM
013600                                 PIC X(04).
013700         10  WS-PARM-SEQUENCE-NUMBER
013800                                 PIC X(08).
013900     05  FILLER                  PIC X(68).
014000 01  WS-TRACE-REF                PIC X(12).
014100*--------------------------------------------------------------
014200* TRANSACTION, REJECT, SUSPENSE, ALERT AND DELIVERY RECORDS
014210* (COPYBOOKS)
014300*--------------------------------------------------------------
014400 COPY TRANREC.
014500 COPY TRANREJ.
014600 COPY REJSUSP.
014700 COPY ALERTREC.
014710 COPY DLVREC.
014800*--------------------------------------------------------------
014900* CORRECTION CARD - THE SAME SHAPE TRANRCYC READS: THE
015000* ORIGINAL REJECT'S REFERENCE, THEN THE CORRECTED CARD.
015100*--------------------------------------------------------------
015200 01  WS-CORR-REC.
015300     05  CO-ORIG-TRAN-REF        PIC X(12).
015400     05  CO-CORRECTED-TRAN       PIC X(32).
015500     05  FILLER                  PIC X(36).
015600*--------------------------------------------------------------
015700* RPTPRINT / URGPRINT DETAIL LINE - THE SHAPE HELLOWORLD
015800* WRITES.  HEADER AND TRAILER LINES NEVER CARRY A REFERENCE
015900* IN COLUMNS 2-13, SO THEY CANNOT MATCH.
016000*--------------------------------------------------------------
016100 01  WS-RPT-LINE.
016200     05  FILLER                  PIC X(01).
016300     05  WS-RPT-TRAN-REF         PIC X(12).
016400     05  FILLER                  PIC X(01).
016500     05  WS-RPT-BANNER-TEXT      PIC X(87).
016600     05  FILLER                  PIC X(01).
016700     05  WS-RPT-REQUESTER-NAME   PIC X(20).
016800     05  FILLER                  PIC X(01).
016900     05  WS-RPT-DEPARTMENT       PIC X(10).
017000*--------------------------------------------------------------
017100* FILE STATUS FIELDS AND SWITCHES
017200*--------------------------------------------------------------
017300 01  WS-TRANEDIN-STATUS          PIC X(02).
017400 01  WS-TRANOUT-STATUS           PIC X(02).
017500 01  WS-TRANREJ-STATUS           PIC X(02).
017600 01  WS-REJSUSP-STATUS           PIC X(02).
017700 01  WS-CORRFILE-STATUS          PIC X(02).
017800 01  WS-REJSNEW-STATUS           PIC X(02).
017900 01  WS-TRANMRG-STATUS           PIC X(02).
018000 01  WS-TRANPT01-STATUS          PIC X(02).
018100 01  WS-TRANPT02-STATUS          PIC X(02).
018200 01  WS-TRANPT03-STATUS          PIC X(02).
018300 01  WS-TRANPT04-STATUS          PIC X(02).
018400 01  WS-RPTPRINT-STATUS          PIC X(02).
018500 01  WS-URGPRINT-STATUS          PIC X(02).
018600 01  WS-ALERTLOG-STATUS          PIC X(02).
018610 01  WS-HELDMSG-STATUS           PIC X(02).
018620 01  WS-DELIVOUT-STATUS          PIC X(02).
018700 01  WS-TRCERPT-STATUS           PIC X(02).
018800 01  WS-EOF-SWITCH               PIC X(01).
018900     88  WS-END-OF-FILE          VALUE "Y".
019000     88  WS-NOT-END-OF-FILE      VALUE "N".
019100 01  WS-PARM-VALID-SWITCH        PIC X(01).
019200     88  WS-PARM-IS-VALID        VALUE "Y".
019300     88  WS-PARM-IS-INVALID      VALUE "N".
019400*--------------------------------------------------------------
019500* ONE HIT IN FLIGHT - THE FILE IT WAS FOUND ON, THE STAGE OF
019600* THE STREAM THAT FILE REPRESENTS, AND WHAT IT SAID THERE.
019700*--------------------------------------------------------------
019800 01  WS-HIT-FILE-NAME            PIC X(08).
019900 01  WS-HIT-STAGE                PIC X(14).
020000 01  WS-HIT-DETAIL               PIC X(80).
020100 01  WS-EDIT-CYCLES              PIC ZZ9.
020200*--------------------------------------------------------------
020300* COUNTERS AND RUN CONTEXT
020400*--------------------------------------------------------------
020500 01  WS-FILE-READ-COUNT          PIC 9(06) COMP VALUE 0.
020600 01  WS-FILES-SEARCHED           PIC 9(04) COMP VALUE 0.
020700 01  WS-FILES-ABSENT             PIC 9(04) COMP VALUE 0.
020800 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
020900 01  WS-HIT-COUNT                PIC 9(06) COMP VALUE 0.
021000 01  WS-CURRENT-DATE             PIC 9(08).
021100 01  WS-CURRENT-TIME             PIC 9(08).
021200*--------------------------------------------------------------
021300* PAGE / LINE CONTROL
021400*--------------------------------------------------------------
021500 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
021600 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
021700 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
021800*--------------------------------------------------------------
021900* REPORT LINE LAYOUTS (TRCERPT)
022000*--------------------------------------------------------------
022100 01  WS-HEADER-LINE-1.
022200     05  FILLER                  PIC X(01)  VALUE SPACE.
022300     05  FILLER                  PIC X(26)  VALUE
022400             "TRANTRCE - TRANSACTION REF".
022500     05  FILLER                  PIC X(12)  VALUE "ERENCE TRACE".
022600     05  FILLER                  PIC X(08)  VALUE "    PAGE".
022700     05  FILLER                  PIC X(01)  VALUE SPACE.
022800     05  H1-PAGE-NUMBER          PIC ZZZ9.
022900     05  FILLER                  PIC X(81)  VALUE SPACES.
023000 01  WS-HEADER-LINE-2.
023100     05  FILLER                  PIC X(01)  VALUE SPACE.
023200     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
023300     05  H2-RUN-DATE             PIC 9(08).
023400     05  FILLER                  PIC X(05)  VALUE SPACES.
023500     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
023600     05  H2-RUN-TIME             PIC 9(08).
023700     05  FILLER                  PIC X(89)  VALUE SPACES.
023800 01  WS-CRITERIA-LINE.
023900     05  FILLER                  PIC X(01)  VALUE SPACE.
024000     05  FILLER                  PIC X(23)  VALUE
024100             "TRANSACTION REFERENCE: ".
024200     05  CR-SOURCE-SYSTEM        PIC X(04).
024300     05  FILLER                  PIC X(01)  VALUE SPACE.
024400     05  CR-SEQUENCE-NUMBER      PIC X(08).
024500     05  FILLER                  PIC X(96)  VALUE SPACES.
024600 01  WS-COLUMN-LINE.
024700     05  FILLER                  PIC X(01)  VALUE SPACE.
024800     05  FILLER                  PIC X(05)  VALUE "STAGE".
024900     05  FILLER                  PIC X(11)  VALUE SPACES.
025000     05  FILLER                  PIC X(04)  VALUE "FILE".
025100     05  FILLER                  PIC X(06)  VALUE SPACES.
025200     05  FILLER                  PIC X(06)  VALUE "DETAIL".
025300     05  FILLER                  PIC X(100) VALUE SPACES.
025400 01  WS-DETAIL-LINE.
025500     05  FILLER                  PIC X(01)  VALUE SPACE.
025600     05  DL-STAGE                PIC X(14).
025700     05  FILLER                  PIC X(02)  VALUE SPACES.
025800     05  DL-FILE-NAME            PIC X(08).
025900     05  FILLER                  PIC X(02)  VALUE SPACES.
026000     05  DL-DETAIL-TEXT          PIC X(80).
026100     05  FILLER                  PIC X(26)  VALUE SPACES.
026200 01  WS-TRAILER-LINE-1.
026300     05  FILLER                  PIC X(01)  VALUE SPACE.
026400     05  FILLER                  PIC X(16)  VALUE
026500             "APPEARANCES =   ".
026600     05  TR-HIT-COUNT            PIC ZZZ,ZZ9.
026700     05  FILLER                  PIC X(20)  VALUE
026800             "  RECORDS SEARCHED =".
026900     05  TR-RECORDS-READ         PIC Z,ZZZ,ZZ9.
027000     05  FILLER                  PIC X(80)  VALUE SPACES.
027100 01  WS-TRAILER-LINE-2.
027200     05  FILLER                  PIC X(01)  VALUE SPACE.
027300     05  FILLER                  PIC X(16)  VALUE
027400             "FILES SEARCHED =".
027500     05  TR-FILES-SEARCHED       PIC ZZZ,ZZ9.
027600     05  FILLER                  PIC X(20)  VALUE
027700             "  NOT PRESENT =     ".
027800     05  TR-FILES-ABSENT         PIC Z,ZZZ,ZZ9.
027900     05  FILLER                  PIC X(80)  VALUE SPACES.
028000 01  WS-NOT-FOUND-LINE.
028100     05  FILLER                  PIC X(01)  VALUE SPACE.
028200     05  FILLER                  PIC X(50)  VALUE
028300         "*** REFERENCE NOT FOUND ON ANY FILE SEARCHED ***".
028400     05  FILLER                  PIC X(82)  VALUE SPACES.
028500 PROCEDURE DIVISION.
028600*--------------------------------------------------------------
028700 0000-MAINLINE.
028800*--------------------------------------------------------------
028900     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
029000     IF WS-PARM-IS-INVALID
029100         GO TO 9999-EXIT
029200     END-IF.
029300     PERFORM 3000-SEARCH-TRANEDIN THRU 3000-EXIT.
029400     PERFORM 3100-SEARCH-TRANOUT  THRU 3100-EXIT.
029500     PERFORM 3200-SEARCH-TRANREJ  THRU 3200-EXIT.
029600     PERFORM 3300-SEARCH-REJSUSP  THRU 3300-EXIT.
029700     PERFORM 3400-SEARCH-CORRFILE THRU 3400-EXIT.
029800     PERFORM 3500-SEARCH-REJSNEW  THRU 3500-EXIT.
029900     PERFORM 3600-SEARCH-TRANMRG  THRU 3600-EXIT.
030000     PERFORM 3700-SEARCH-TRANPT01 THRU 3700-EXIT.
030100     PERFORM 3710-SEARCH-TRANPT02 THRU 3710-EXIT.
030200     PERFORM 3720-SEARCH-TRANPT03 THRU 3720-EXIT.
030300     PERFORM 3730-SEARCH-TRANPT04 THRU 3730-EXIT.
030400     PERFORM 3800-SEARCH-RPTPRINT THRU 3800-EXIT.
030500     PERFORM 3810-SEARCH-URGPRINT THRU 3810-EXIT.
030600     PERFORM 3900-SEARCH-ALERTLOG THRU 3900-EXIT.
030610     PERFORM 4000-SEARCH-HELDMSG  THRU 4000-EXIT.
030620     PERFORM 4100-SEARCH-DELIVOUT THRU 4100-EXIT.
030700     PERFORM 8100-WRITE-TRAILER   THRU 8100-EXIT.
030800     PERFORM 9000-TERMINATE       THRU 9000-EXIT.
030900     GO TO 9999-EXIT.
031000*--------------------------------------------------------------
031100 1000-INITIALIZE.
031200*--------------------------------------------------------------
031300*    VALIDATE THE PARM AND OPEN THE REPORT.  THE REFERENCE IS
031400*    REQUIRED - A TRACE WITHOUT ONE IS A DUMP OF EVERY FILE IN
031500*    THE STREAM - AND ABENDS RC=16 WHEN MISSING OR MALFORMED.
031600*    THE FILES SEARCHED ARE EACH OPENED AND CLOSED IN TURN BY
031700*    THEIR OWN SEARCH PARAGRAPH.
031800*--------------------------------------------------------------
031900     SET WS-PARM-IS-VALID TO TRUE.
032000     ACCEPT WS-CURRENT-DATE  FROM DATE YYYYMMDD.
032100     ACCEPT WS-CURRENT-TIME  FROM TIME.
032200     MOVE SPACES             TO WS-PARM-CARD.
032300     ACCEPT WS-PARM-CARD     FROM COMMAND-LINE.
032400     IF WS-PARM-SOURCE-SYSTEM = SPACES
032500      OR WS-PARM-SEQUENCE-NUMBER IS NOT NUMERIC
032600         SET WS-PARM-IS-INVALID TO TRUE
032700         MOVE 16 TO RETURN-CODE
032800         DISPLAY "TRANTRCE - ABEND - PARM TRANSACTION REFERENCE "
032900                 "IS MISSING OR MALFORMED: " WS-PARM-TRAN-REF
033000         GO TO 1000-EXIT
033100     END-IF.
033200     MOVE WS-PARM-TRAN-REF   TO WS-TRACE-REF.
033300     OPEN OUTPUT TRCERPT.
033400     PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT.
033500 1000-EXIT.
033600     EXIT.
033700*--------------------------------------------------------------
033800 3000-SEARCH-TRANEDIN.
033900*--------------------------------------------------------------
034000*    THE RAW CARDS SUBMITTED TO THE TRANEDIT PRE-EDIT.  THE
034100*    *H/*T BATCH WRAPPER CARDS CARRY NO REFERENCE AND CANNOT
034200*    MATCH.
034300*--------------------------------------------------------------
034400     MOVE "TRANEDIN" TO WS-HIT-FILE-NAME.
034500     OPEN INPUT TRANEDIN.
034600     IF WS-TRANEDIN-STATUS NOT = "00"
034700         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
034800         GO TO 3000-EXIT
034900     END-IF.
035000     ADD 1 TO WS-FILES-SEARCHED.
035100     SET WS-NOT-END-OF-FILE TO TRUE.
035200     PERFORM 3050-READ-TRANEDIN THRU 3050-EXIT
035300         UNTIL WS-END-OF-FILE.
035400     CLOSE TRANEDIN.
035500 3000-EXIT.
035600     EXIT.
035700*--------------------------------------------------------------
035800 3050-READ-TRANEDIN.
035900*--------------------------------------------------------------
036000     READ TRANEDIN INTO GREET-TRAN-REC
036100         AT END
036200             SET WS-END-OF-FILE TO TRUE
036300             GO TO 3050-EXIT
036400     END-READ.
036500     ADD 1 TO WS-RECORDS-READ.
036600     IF TX-TRAN-REF NOT = WS-TRACE-REF
036700         GO TO 3050-EXIT
036800     END-IF.
036900     MOVE "SUBMITTED"    TO WS-HIT-STAGE.
037000     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
037100     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
037200 3050-EXIT.
037300     EXIT.
037400*--------------------------------------------------------------
037500 3100-SEARCH-TRANOUT.
037600*--------------------------------------------------------------
037700*    THE CLEAN CARDS TRANEDIT PASSED ON TO THE DAY'S TRANFILE.
037800*--------------------------------------------------------------
037900     MOVE "TRANOUT " TO WS-HIT-FILE-NAME.
038000     OPEN INPUT TRANOUT.
038100     IF WS-TRANOUT-STATUS NOT = "00"
038200         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
038300         GO TO 3100-EXIT
038400     END-IF.
038500     ADD 1 TO WS-FILES-SEARCHED.
038600     SET WS-NOT-END-OF-FILE TO TRUE.
038700     PERFORM 3150-READ-TRANOUT THRU 3150-EXIT
038800         UNTIL WS-END-OF-FILE.
038900     CLOSE TRANOUT.
039000 3100-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------
039300 3150-READ-TRANOUT.
039400*--------------------------------------------------------------
039500     READ TRANOUT INTO GREET-TRAN-REC
039600         AT END
039700             SET WS-END-OF-FILE TO TRUE
039800             GO TO 3150-EXIT
039900     END-READ.
040000     ADD 1 TO WS-RECORDS-READ.
040100     IF TX-TRAN-REF NOT = WS-TRACE-REF
040200         GO TO 3150-EXIT
040300     END-IF.
040400     MOVE "EDITED CLEAN" TO WS-HIT-STAGE.
040500     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
040600     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
040700 3150-EXIT.
040800     EXIT.
040900*--------------------------------------------------------------
041000 3200-SEARCH-TRANREJ.
041100*--------------------------------------------------------------
041200*    THE CYCLE'S REJECTS, FROM TRANEDIT AND HELLOWORLD ALIKE,
041300*    WITH THE REASON THE REQUEST WAS THROWN OUT.
041400*--------------------------------------------------------------
041500     MOVE "TRANREJ " TO WS-HIT-FILE-NAME.
041600     OPEN INPUT TRANREJ.
041700     IF WS-TRANREJ-STATUS NOT = "00"
041800         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
041900         GO TO 3200-EXIT
042000     END-IF.
042100     ADD 1 TO WS-FILES-SEARCHED.
042200     SET WS-NOT-END-OF-FILE TO TRUE.
042300     PERFORM 3250-READ-TRANREJ THRU 3250-EXIT
042400         UNTIL WS-END-OF-FILE.
042500     CLOSE TRANREJ.
042600 3200-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------
042900 3250-READ-TRANREJ.
043000*--------------------------------------------------------------
043100     READ TRANREJ INTO TRAN-REJECT-REC
043200         AT END
043300             SET WS-END-OF-FILE TO TRUE
043400             GO TO 3250-EXIT
043500     END-READ.
043600     ADD 1 TO WS-RECORDS-READ.
043700     MOVE RJ-TRAN-IMAGE TO GREET-TRAN-REC.
043800     IF TX-TRAN-REF NOT = WS-TRACE-REF
043900         GO TO 3250-EXIT
044000     END-IF.
044100     MOVE "REJECTED"     TO WS-HIT-STAGE.
044200     MOVE SPACES         TO WS-HIT-DETAIL.
044300     STRING "REASON="           DELIMITED BY SIZE
044400            RJ-REASON-CODE      DELIMITED BY SIZE
044500            " "                 DELIMITED BY SIZE
044600            RJ-REASON-TEXT      DELIMITED BY SIZE
044700            " CYCLE="           DELIMITED BY SIZE
044800            RJ-CYCLE-DATE       DELIMITED BY SIZE
044900       INTO WS-HIT-DETAIL
045000     END-STRING.
045100     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
045200 3250-EXIT.
045300     EXIT.
045400*--------------------------------------------------------------
045500 3300-SEARCH-REJSUSP.
045600*--------------------------------------------------------------
045700*    THE REJECT SUSPENSE CARRIED INTO THIS CYCLE'S RECYCLE -
045800*    A REQUEST STILL WAITING ON THE DESK FROM AN EARLIER CYCLE.
045900*--------------------------------------------------------------
046000     MOVE "REJSUSP " TO WS-HIT-FILE-NAME.
046100     OPEN INPUT REJSUSP.
046200     IF WS-REJSUSP-STATUS NOT = "00"
046300         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
046400         GO TO 3300-EXIT
046500     END-IF.
046600     ADD 1 TO WS-FILES-SEARCHED.
046700     SET WS-NOT-END-OF-FILE TO TRUE.
046800     PERFORM 3350-READ-REJSUSP THRU 3350-EXIT
046900         UNTIL WS-END-OF-FILE.
047000     CLOSE REJSUSP.
047100 3300-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------
047400 3350-READ-REJSUSP.
047500*--------------------------------------------------------------
047600     READ REJSUSP INTO REJ-SUSP-REC
047700         AT END
047800             SET WS-END-OF-FILE TO TRUE
047900             GO TO 3350-EXIT
048000     END-READ.
048100     ADD 1 TO WS-RECORDS-READ.
048200     MOVE RS-TRAN-IMAGE TO GREET-TRAN-REC.
048300     IF TX-TRAN-REF NOT = WS-TRACE-REF
048400         GO TO 3350-EXIT
048500     END-IF.
048600     MOVE "IN SUSPENSE"  TO WS-HIT-STAGE.
048700     PERFORM 7100-DESCRIBE-SUSPENSE THRU 7100-EXIT.
048800     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
048900 3350-EXIT.
049000     EXIT.
049100*--------------------------------------------------------------
049200 3400-SEARCH-CORRFILE.
049300*--------------------------------------------------------------
049400*    THE DESK'S CORRECTION CARDS.  THE REFERENCE MAY BE THE
049500*    REJECT A CARD CORRECTS, OR THE REFERENCE THE CORRECTED
049600*    CARD ITSELF CARRIES - EITHER WAY THE LINE NAMES THE OTHER
049700*    ONE, SO THE TRACE CAN BE FOLLOWED ACROSS A RE-KEY.
049800*--------------------------------------------------------------
049900     MOVE "CORRFILE" TO WS-HIT-FILE-NAME.
050000     OPEN INPUT CORRFILE.
050100     IF WS-CORRFILE-STATUS NOT = "00"
050200         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
050300         GO TO 3400-EXIT
050400     END-IF.
050500     ADD 1 TO WS-FILES-SEARCHED.
050600     SET WS-NOT-END-OF-FILE TO TRUE.
050700     PERFORM 3450-READ-CORRFILE THRU 3450-EXIT
050800         UNTIL WS-END-OF-FILE.
050900     CLOSE CORRFILE.
051000 3400-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------
051300 3450-READ-CORRFILE.
051400*--------------------------------------------------------------
051500     READ CORRFILE INTO WS-CORR-REC
051600         AT END
051700             SET WS-END-OF-FILE TO TRUE
051800             GO TO 3450-EXIT
051900     END-READ.
052000     ADD 1 TO WS-RECORDS-READ.
052100     MOVE CO-CORRECTED-TRAN TO GREET-TRAN-REC.
052200     IF CO-ORIG-TRAN-REF = WS-TRACE-REF
052300         MOVE "CORRECTED"    TO WS-HIT-STAGE
052400         MOVE SPACES         TO WS-HIT-DETAIL
052500         STRING "CORRECTION KEYED - NEW REF="
052600                                    DELIMITED BY SIZE
052700                TX-TRAN-REF         DELIMITED BY SIZE
052800                " REQ="             DELIMITED BY SIZE
052900                TX-REQUESTER-ID     DELIMITED BY SIZE
053000                " LOCALE="          DELIMITED BY SIZE
053100                TX-LOCALE-CODE      DELIMITED BY SIZE
053200                " TYPE="            DELIMITED BY SIZE
053300                TX-MESSAGE-TYPE     DELIMITED BY SIZE
053400           INTO WS-HIT-DETAIL
053500         END-STRING
053600         PERFORM 8200-PRINT-HIT THRU 8200-EXIT
053700         GO TO 3450-EXIT
053800     END-IF.
053900     IF TX-TRAN-REF = WS-TRACE-REF
054000         MOVE "CORRECTION FOR" TO WS-HIT-STAGE
054100         MOVE SPACES         TO WS-HIT-DETAIL
054200         STRING "REPLACES REJECTED REF="
054300                                    DELIMITED BY SIZE
054400                CO-ORIG-TRAN-REF    DELIMITED BY SIZE
054500           INTO WS-HIT-DETAIL
054600         END-STRING
054700         PERFORM 8200-PRINT-HIT THRU 8200-EXIT
054800     END-IF.
054900 3450-EXIT.
055000     EXIT.
055100*--------------------------------------------------------------
055200 3500-SEARCH-REJSNEW.
055300*--------------------------------------------------------------
055400*    THE NEW SUSPENSE TRANRCYC ROLLED FORWARD - A REQUEST
055500*    STILL UNWORKED AFTER THIS CYCLE'S RECYCLE.
055600*--------------------------------------------------------------
055700     MOVE "REJSNEW " TO WS-HIT-FILE-NAME.
055800     OPEN INPUT REJSNEW.
055900     IF WS-REJSNEW-STATUS NOT = "00"
056000         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
056100         GO TO 3500-EXIT
056200     END-IF.
056300     ADD 1 TO WS-FILES-SEARCHED.
056400     SET WS-NOT-END-OF-FILE TO TRUE.
056500     PERFORM 3550-READ-REJSNEW THRU 3550-EXIT
056600         UNTIL WS-END-OF-FILE.
056700     CLOSE REJSNEW.
056800 3500-EXIT.
056900     EXIT.
057000*--------------------------------------------------------------
057100 3550-READ-REJSNEW.
057200*--------------------------------------------------------------
057300     READ REJSNEW INTO REJ-SUSP-REC
057400         AT END
057500             SET WS-END-OF-FILE TO TRUE
057600             GO TO 3550-EXIT
057700     END-READ.
057800     ADD 1 TO WS-RECORDS-READ.
057900     MOVE RS-TRAN-IMAGE TO GREET-TRAN-REC.
058000     IF TX-TRAN-REF NOT = WS-TRACE-REF
058100         GO TO 3550-EXIT
058200     END-IF.
058300     MOVE "SUSPENDED"    TO WS-HIT-STAGE.
058400     PERFORM 7100-DESCRIBE-SUSPENSE THRU 7100-EXIT.
058500     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
058600 3550-EXIT.
058700     EXIT.
058800*--------------------------------------------------------------
058900 3600-SEARCH-TRANMRG.
059000*--------------------------------------------------------------
059100*    THE NEXT CYCLE'S TRANFILE AS TRANRCYC MERGED IT - A
059200*    REPAIRED REJECT SHOWS HERE UNDER ITS CORRECTED REFERENCE.
059300*--------------------------------------------------------------
059400     MOVE "TRANMRG " TO WS-HIT-FILE-NAME.
059500     OPEN INPUT TRANMRG.
059600     IF WS-TRANMRG-STATUS NOT = "00"
059700         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
059800         GO TO 3600-EXIT
059900     END-IF.
060000     ADD 1 TO WS-FILES-SEARCHED.
060100     SET WS-NOT-END-OF-FILE TO TRUE.
060200     PERFORM 3650-READ-TRANMRG THRU 3650-EXIT
060300         UNTIL WS-END-OF-FILE.
060400     CLOSE TRANMRG.
060500 3600-EXIT.
060600     EXIT.
060700*--------------------------------------------------------------
060800 3650-READ-TRANMRG.
060900*--------------------------------------------------------------
061000     READ TRANMRG INTO GREET-TRAN-REC
061100         AT END
061200             SET WS-END-OF-FILE TO TRUE
061300             GO TO 3650-EXIT
061400     END-READ.
061500     ADD 1 TO WS-RECORDS-READ.
061600     IF TX-TRAN-REF NOT = WS-TRACE-REF
061700         GO TO 3650-EXIT
061800     END-IF.
061900     MOVE "RECYCLED"     TO WS-HIT-STAGE.
062000     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
062100     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
062200 3650-EXIT.
062300     EXIT.
062400*--------------------------------------------------------------
062500 3700-SEARCH-TRANPT01.
062600*--------------------------------------------------------------
062700*    THE FOUR TRANSPLT PARTITIONS - WHICH PARALLEL HELLOWORLD
062800*    STEP THE REQUEST WAS ROUTED TO.  A SINGLE-STEP RUN HAS NO
062900*    PARTITIONS AND THEY SHOW AS NOT PRESENT.
063000*--------------------------------------------------------------
063100     MOVE "TRANPT01" TO WS-HIT-FILE-NAME.
063200     OPEN INPUT TRANPT01.
063300     IF WS-TRANPT01-STATUS NOT = "00"
063400         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
063500         GO TO 3700-EXIT
063600     END-IF.
063700     ADD 1 TO WS-FILES-SEARCHED.
063800     SET WS-NOT-END-OF-FILE TO TRUE.
063900     PERFORM 3705-READ-TRANPT01 THRU 3705-EXIT
064000         UNTIL WS-END-OF-FILE.
064100     CLOSE TRANPT01.
064200 3700-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------
064500 3705-READ-TRANPT01.
064600*--------------------------------------------------------------
064700     READ TRANPT01 INTO GREET-TRAN-REC
064800         AT END
064900             SET WS-END-OF-FILE TO TRUE
065000             GO TO 3705-EXIT
065100     END-READ.
065200     ADD 1 TO WS-RECORDS-READ.
065300     IF TX-TRAN-REF NOT = WS-TRACE-REF
065400         GO TO 3705-EXIT
065500     END-IF.
065600     MOVE "PARTITION 1"  TO WS-HIT-STAGE.
065700     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
065800     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
065900 3705-EXIT.
066000     EXIT.
066100*--------------------------------------------------------------
066200 3710-SEARCH-TRANPT02.
066300*--------------------------------------------------------------
066400     MOVE "TRANPT02" TO WS-HIT-FILE-NAME.
066500     OPEN INPUT TRANPT02.
066600     IF WS-TRANPT02-STATUS NOT = "00"
066700         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
066800         GO TO 3710-EXIT
066900     END-IF.
067000     ADD 1 TO WS-FILES-SEARCHED.
067100     SET WS-NOT-END-OF-FILE TO TRUE.
067200     PERFORM 3715-READ-TRANPT02 THRU 3715-EXIT
067300         UNTIL WS-END-OF-FILE.
067400     CLOSE TRANPT02.
067500 3710-EXIT.
067600     EXIT.
067700*--------------------------------------------------------------
067800 3715-READ-TRANPT02.
067900*--------------------------------------------------------------
068000     READ TRANPT02 INTO GREET-TRAN-REC
068100         AT END
068200             SET WS-END-OF-FILE TO TRUE
068300             GO TO 3715-EXIT
068400     END-READ.
068500     ADD 1 TO WS-RECORDS-READ.
068600     IF TX-TRAN-REF NOT = WS-TRACE-REF
068700         GO TO 3715-EXIT
068800     END-IF.
068900     MOVE "PARTITION 2"  TO WS-HIT-STAGE.
069000     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
069100     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
069200 3715-EXIT.
069300     EXIT.
069400*--------------------------------------------------------------
069500 3720-SEARCH-TRANPT03.
069600*--------------------------------------------------------------
069700     MOVE "TRANPT03" TO WS-HIT-FILE-NAME.
069800     OPEN INPUT TRANPT03.
069900     IF WS-TRANPT03-STATUS NOT = "00"
070000         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
070100         GO TO 3720-EXIT
070200     END-IF.
070300     ADD 1 TO WS-FILES-SEARCHED.
070400     SET WS-NOT-END-OF-FILE TO TRUE.
070500     PERFORM 3725-READ-TRANPT03 THRU 3725-EXIT
070600         UNTIL WS-END-OF-FILE.
070700     CLOSE TRANPT03.
070800 3720-EXIT.
070900     EXIT.
071000*--------------------------------------------------------------
071100 3725-READ-TRANPT03.
071200*--------------------------------------------------------------
071300     READ TRANPT03 INTO GREET-TRAN-REC
071400         AT END
071500             SET WS-END-OF-FILE TO TRUE
071600             GO TO 3725-EXIT
071700     END-READ.
071800     ADD 1 TO WS-RECORDS-READ.
071900     IF TX-TRAN-REF NOT = WS-TRACE-REF
072000         GO TO 3725-EXIT
072100     END-IF.
072200     MOVE "PARTITION 3"  TO WS-HIT-STAGE.
072300     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
072400     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
072500 3725-EXIT.
072600     EXIT.
072700*--------------------------------------------------------------
072800 3730-SEARCH-TRANPT04.
072900*--------------------------------------------------------------
073000     MOVE "TRANPT04" TO WS-HIT-FILE-NAME.
073100     OPEN INPUT TRANPT04.
073200     IF WS-TRANPT04-STATUS NOT = "00"
073300         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
073400         GO TO 3730-EXIT
073500     END-IF.
073600     ADD 1 TO WS-FILES-SEARCHED.
073700     SET WS-NOT-END-OF-FILE TO TRUE.
073800     PERFORM 3735-READ-TRANPT04 THRU 3735-EXIT
073900         UNTIL WS-END-OF-FILE.
074000     CLOSE TRANPT04.
074100 3730-EXIT.
074200     EXIT.
074300*--------------------------------------------------------------
074400 3735-READ-TRANPT04.
074500*--------------------------------------------------------------
074600     READ TRANPT04 INTO GREET-TRAN-REC
074700         AT END
074800             SET WS-END-OF-FILE TO TRUE
074900             GO TO 3735-EXIT
075000     END-READ.
075100     ADD 1 TO WS-RECORDS-READ.
075200     IF TX-TRAN-REF NOT = WS-TRACE-REF
075300         GO TO 3735-EXIT
075400     END-IF.
075500     MOVE "PARTITION 4"  TO WS-HIT-STAGE.
075600     PERFORM 7000-DESCRIBE-TRAN THRU 7000-EXIT.
075700     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
075800 3735-EXIT.
075900     EXIT.
076000*--------------------------------------------------------------
076100 3800-SEARCH-RPTPRINT.
076200*--------------------------------------------------------------
076300*    THE PRINTED BANNER LISTING - MERGED BY RPTMERGE IN A
076400*    PARTITIONED RUN - WHERE HELLOWORLD STAMPS THE REFERENCE
076500*    IN COLUMNS 2-13 OF EVERY DETAIL LINE.
076600*--------------------------------------------------------------
076700     MOVE "RPTPRINT" TO WS-HIT-FILE-NAME.
076800     OPEN INPUT RPTPRINT.
076900     IF WS-RPTPRINT-STATUS NOT = "00"
077000         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
077100         GO TO 3800-EXIT
077200     END-IF.
077300     ADD 1 TO WS-FILES-SEARCHED.
077400     SET WS-NOT-END-OF-FILE TO TRUE.
077500     PERFORM 3805-READ-RPTPRINT THRU 3805-EXIT
077600         UNTIL WS-END-OF-FILE.
077700     CLOSE RPTPRINT.
077800 3800-EXIT.
077900     EXIT.
078000*--------------------------------------------------------------
078100 3805-READ-RPTPRINT.
078200*--------------------------------------------------------------
078300     READ RPTPRINT INTO WS-RPT-LINE
078400         AT END
078500             SET WS-END-OF-FILE TO TRUE
078600             GO TO 3805-EXIT
078700     END-READ.
078800     ADD 1 TO WS-RECORDS-READ.
078900     IF WS-RPT-TRAN-REF NOT = WS-TRACE-REF
079000         GO TO 3805-EXIT
079100     END-IF.
079200     MOVE "PRINTED"      TO WS-HIT-STAGE.
079300     MOVE WS-RPT-BANNER-TEXT TO WS-HIT-DETAIL.
079400     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
079500 3805-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------
079800 3810-SEARCH-URGPRINT.
079900*--------------------------------------------------------------
080000*    THE URGENT-ROUTED BANNER LISTING, SAME LINE SHAPE.
080100*--------------------------------------------------------------
080200     MOVE "URGPRINT" TO WS-HIT-FILE-NAME.
080300     OPEN INPUT URGPRINT.
080400     IF WS-URGPRINT-STATUS NOT = "00"
080500         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
080600         GO TO 3810-EXIT
080700     END-IF.
080800     ADD 1 TO WS-FILES-SEARCHED.
080900     SET WS-NOT-END-OF-FILE TO TRUE.
081000     PERFORM 3815-READ-URGPRINT THRU 3815-EXIT
081100         UNTIL WS-END-OF-FILE.
081200     CLOSE URGPRINT.
081300 3810-EXIT.
081400     EXIT.
081500*--------------------------------------------------------------
081600 3815-READ-URGPRINT.
081700*--------------------------------------------------------------
081800     READ URGPRINT INTO WS-RPT-LINE
081900         AT END
082000             SET WS-END-OF-FILE TO TRUE
082100             GO TO 3815-EXIT
082200     END-READ.
082300     ADD 1 TO WS-RECORDS-READ.
082400     IF WS-RPT-TRAN-REF NOT = WS-TRACE-REF
082500         GO TO 3815-EXIT
082600     END-IF.
082700     MOVE "PRINTED URGENT" TO WS-HIT-STAGE.
082800     MOVE WS-RPT-BANNER-TEXT TO WS-HIT-DETAIL.
082900     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
083000 3815-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------
083300 3900-SEARCH-ALERTLOG.
083400*--------------------------------------------------------------
083500*    THE MACHINE-READABLE ALERT EVENTS - WHO WAS PAGED FOR THE
083600*    REQUEST, AND WHEN.
083700*--------------------------------------------------------------
083800     MOVE "ALERTLOG" TO WS-HIT-FILE-NAME.
083900     OPEN INPUT ALERTLOG.
084000     IF WS-ALERTLOG-STATUS NOT = "00"
084100         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
084200         GO TO 3900-EXIT
084300     END-IF.
084400     ADD 1 TO WS-FILES-SEARCHED.
084500     SET WS-NOT-END-OF-FILE TO TRUE.
084600     PERFORM 3950-READ-ALERTLOG THRU 3950-EXIT
084700         UNTIL WS-END-OF-FILE.
084800     CLOSE ALERTLOG.
084900 3900-EXIT.
085000     EXIT.
085100*--------------------------------------------------------------
085200 3950-READ-ALERTLOG.
085300*--------------------------------------------------------------
085400     READ ALERTLOG INTO ALERT-EVENT-REC
085500         AT END
085600             SET WS-END-OF-FILE TO TRUE
085700             GO TO 3950-EXIT
085800     END-READ.
085900     ADD 1 TO WS-RECORDS-READ.
086000     IF AL-TRAN-REF NOT = WS-TRACE-REF
086100         GO TO 3950-EXIT
086200     END-IF.
086300     MOVE "ALERTED"      TO WS-HIT-STAGE.
086400     MOVE SPACES         TO WS-HIT-DETAIL.
086500     STRING "AT "               DELIMITED BY SIZE
086600            AL-ALERT-DATE       DELIMITED BY SIZE
086700            " "                 DELIMITED BY SIZE
086800            AL-ALERT-TIME       DELIMITED BY SIZE
086900            " SEV="             DELIMITED BY SIZE
087000            AL-SEVERITY         DELIMITED BY SIZE
087100            " DEPT="            DELIMITED BY SIZE
087200            AL-DEPARTMENT       DELIMITED BY SIZE
087300            " CONTACT="         DELIMITED BY SIZE
087400            AL-CONTACT-NAME     DELIMITED BY SIZE
087500       INTO WS-HIT-DETAIL
087600     END-STRING.
087700     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
087800 3950-EXIT.
087900     EXIT.
087901*--------------------------------------------------------------
087902 4000-SEARCH-HELDMSG.
087903*--------------------------------------------------------------
087904*    THE HELD-MESSAGE QUEUE - A REQUEST ACCEPTED OUTSIDE ITS
087905*    DELIVERY WINDOW WAITS HERE UNTIL A LATER RUN RELEASES IT.
087906*    THE QUEUE IS BROWSED FROM THE FRONT, JOB AND STEP BY JOB
087907*    AND STEP, SINCE THE TRACE DOES NOT KNOW WHICH STEP HELD IT.
087908*--------------------------------------------------------------
087909     MOVE "HELDMSG" TO WS-HIT-FILE-NAME.
087910     OPEN INPUT HELDMSG.
087911     IF WS-HELDMSG-STATUS NOT = "00"
087912         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
087913         GO TO 4000-EXIT
087914     END-IF.
087915     ADD 1 TO WS-FILES-SEARCHED.
087916     SET WS-NOT-END-OF-FILE TO TRUE.
087917     PERFORM 4050-READ-HELDMSG THRU 4050-EXIT
087918         UNTIL WS-END-OF-FILE.
087919     CLOSE HELDMSG.
087920 4000-EXIT.
087921     EXIT.
087922*--------------------------------------------------------------
087923 4050-READ-HELDMSG.
087924*--------------------------------------------------------------
087925     READ HELDMSG
087926         AT END
087927             SET WS-END-OF-FILE TO TRUE
087928             GO TO 4050-EXIT
087929     END-READ.
087930     ADD 1 TO WS-RECORDS-READ.
087931     IF HM-TRAN-REF NOT = WS-TRACE-REF
087932         GO TO 4050-EXIT
087933     END-IF.
087934     MOVE "HELD"         TO WS-HIT-STAGE.
087935     MOVE SPACES         TO WS-HIT-DETAIL.
087936     STRING "SINCE "            DELIMITED BY SIZE
087937            HM-HELD-DATE        DELIMITED BY SIZE
087938            " "                 DELIMITED BY SIZE
087939            HM-HELD-TIME        DELIMITED BY SIZE
087940            " CYCLE="           DELIMITED BY SIZE
087941            HM-CYCLE-DATE       DELIMITED BY SIZE
087942            " JOB="             DELIMITED BY SIZE
087943            HM-JOB-NAME         DELIMITED BY SIZE
087944            " STEP="            DELIMITED BY SIZE
087945            HM-STEP-NAME        DELIMITED BY SIZE
087946            " REASON="          DELIMITED BY SIZE
087947            HM-REASON-CODE      DELIMITED BY SIZE
087948       INTO WS-HIT-DETAIL
087949     END-STRING.
087950     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
087951 4050-EXIT.
087952     EXIT.
087953*--------------------------------------------------------------
087954 4100-SEARCH-DELIVOUT.
087955*--------------------------------------------------------------
087956*    THE DELIVERY EXTRACT - THE REQUEST WAS HANDED TO THE
087957*    MESSAGING GATEWAY, UNDER THE CYCLE IT WAS ACCEPTED IN.
087958*--------------------------------------------------------------
087959     MOVE "DELIVOUT" TO WS-HIT-FILE-NAME.
087960     OPEN INPUT DELIVOUT.
087961     IF WS-DELIVOUT-STATUS NOT = "00"
087962         PERFORM 7900-FILE-NOT-PRESENT THRU 7900-EXIT
087963         GO TO 4100-EXIT
087964     END-IF.
087965     ADD 1 TO WS-FILES-SEARCHED.
087966     SET WS-NOT-END-OF-FILE TO TRUE.
087967     PERFORM 4150-READ-DELIVOUT THRU 4150-EXIT
087968         UNTIL WS-END-OF-FILE.
087969     CLOSE DELIVOUT.
087970 4100-EXIT.
087971     EXIT.
087972*--------------------------------------------------------------
087973 4150-READ-DELIVOUT.
087974*--------------------------------------------------------------
087975     READ DELIVOUT INTO DELIVERY-REC
087976         AT END
087977             SET WS-END-OF-FILE TO TRUE
087978             GO TO 4150-EXIT
087979     END-READ.
087980     ADD 1 TO WS-RECORDS-READ.
087981     IF DV-TRAN-REF NOT = WS-TRACE-REF
087982         GO TO 4150-EXIT
087983     END-IF.
087984     MOVE "DLV EXTRACTED" TO WS-HIT-STAGE.
087985     MOVE SPACES         TO WS-HIT-DETAIL.
087986     STRING "CYCLE="            DELIMITED BY SIZE
087987            DV-CYCLE-DATE       DELIMITED BY SIZE
087988            " RUN="             DELIMITED BY SIZE
087989            DV-RUN-NUMBER       DELIMITED BY SIZE
087990            " JOB="             DELIMITED BY SIZE
087991            DV-JOB-NAME         DELIMITED BY SIZE
087992            " STEP="            DELIMITED BY SIZE
087993            DV-STEP-NAME        DELIMITED BY SIZE
087994       INTO WS-HIT-DETAIL
087995     END-STRING.
087996     PERFORM 8200-PRINT-HIT THRU 8200-EXIT.
087997 4150-EXIT.
087998     EXIT.
088000*--------------------------------------------------------------
088100 7000-DESCRIBE-TRAN.
088200*--------------------------------------------------------------
088300*    DESCRIBE A HIT ON A TRANSACTION-IMAGE FILE FROM THE CARD
088400*    ITSELF.
088500*--------------------------------------------------------------
088600     MOVE SPACES TO WS-HIT-DETAIL.
088700     STRING "REQ="              DELIMITED BY SIZE
088800            TX-REQUESTER-ID     DELIMITED BY SIZE
088900            " LOCALE="          DELIMITED BY SIZE
089000            TX-LOCALE-CODE      DELIMITED BY SIZE
089100            " TYPE="            DELIMITED BY SIZE
089200            TX-MESSAGE-TYPE     DELIMITED BY SIZE
089300       INTO WS-HIT-DETAIL
089400     END-STRING.
089500 7000-EXIT.
089600     EXIT.
089700*--------------------------------------------------------------
089800 7100-DESCRIBE-SUSPENSE.
089900*--------------------------------------------------------------
090000*    DESCRIBE A HIT ON A SUSPENSE FILE - THE REASON IT WAS
090100*    THROWN OUT, WHEN, AND HOW MANY CYCLES IT HAS SAT.
090200*--------------------------------------------------------------
090300     MOVE RS-CYCLE-COUNT TO WS-EDIT-CYCLES.
090400     MOVE SPACES TO WS-HIT-DETAIL.
090500     STRING "REASON="           DELIMITED BY SIZE
090600            RS-REASON-CODE      DELIMITED BY SIZE
090700            " "                 DELIMITED BY SIZE
090800            RS-REASON-TEXT      DELIMITED BY SIZE
090900            " FIRST="           DELIMITED BY SIZE
091000            RS-FIRST-CYCLE-DATE DELIMITED BY SIZE
091100            " CYCLES="          DELIMITED BY SIZE
091200            WS-EDIT-CYCLES      DELIMITED BY SIZE
091300       INTO WS-HIT-DETAIL
091400     END-STRING.
091500 7100-EXIT.
091600     EXIT.
091700*--------------------------------------------------------------
091800 7900-FILE-NOT-PRESENT.
091900*--------------------------------------------------------------
092000*    A FILE NOT PRESENT FOR THIS CYCLE IS SKIPPED, NOT AN
092100*    ABEND - A TRACE RUN EARLY IN THE STREAM HAS NOTHING
092200*    DOWNSTREAM TO SEARCH YET.
092300*--------------------------------------------------------------
092400     ADD 1 TO WS-FILES-ABSENT.
092500     DISPLAY "TRANTRCE - " WS-HIT-FILE-NAME
092600             " NOT AVAILABLE - NOT SEARCHED".
092700 7900-EXIT.
092800     EXIT.
092900*--------------------------------------------------------------
093000 8000-WRITE-HEADERS.
093100*--------------------------------------------------------------
093200*    WRITE THE PAGE HEADERS, THE TRACED REFERENCE INCLUDED ON
093300*    EVERY PAGE SO A PULLED SHEET STILL SAYS WHAT IT IS.
093400*--------------------------------------------------------------
093500     ADD 1 TO WS-PAGE-COUNT.
093600     MOVE 0 TO WS-LINE-COUNT.
093700     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
093800     MOVE WS-CURRENT-DATE    TO H2-RUN-DATE.
093900     MOVE WS-CURRENT-TIME    TO H2-RUN-TIME.
094000     MOVE WS-PARM-SOURCE-SYSTEM   TO CR-SOURCE-SYSTEM.
094100     MOVE WS-PARM-SEQUENCE-NUMBER TO CR-SEQUENCE-NUMBER.
094200     MOVE WS-HEADER-LINE-1   TO TRCERPT-REC.
094300     WRITE TRCERPT-REC.
094400     MOVE WS-HEADER-LINE-2   TO TRCERPT-REC.
094500     WRITE TRCERPT-REC.
094600     MOVE WS-CRITERIA-LINE   TO TRCERPT-REC.
094700     WRITE TRCERPT-REC.
094800     MOVE WS-COLUMN-LINE     TO TRCERPT-REC.
094900     WRITE TRCERPT-REC.
095000     MOVE SPACES             TO TRCERPT-REC.
095100     WRITE TRCERPT-REC.
095200     ADD 5 TO WS-LINE-COUNT.
095300 8000-EXIT.
095400     EXIT.
095500*--------------------------------------------------------------
095600 8100-WRITE-TRAILER.
095700*--------------------------------------------------------------
095800*    WRITE THE APPEARANCE AND SEARCH COUNTS - A REFERENCE FOUND
095900*    NOWHERE IS ITSELF AN ANSWER, SO IT IS SAID IN SO MANY
096000*    WORDS.
096100*--------------------------------------------------------------
096200     IF WS-PAGE-COUNT = 0
096300         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
096400     END-IF.
096500     IF WS-HIT-COUNT = 0
096600         MOVE WS-NOT-FOUND-LINE TO TRCERPT-REC
096700         WRITE TRCERPT-REC
096800     END-IF.
096900     MOVE SPACES TO TRCERPT-REC.
097000     WRITE TRCERPT-REC.
097100     MOVE WS-HIT-COUNT       TO TR-HIT-COUNT.
097200     MOVE WS-RECORDS-READ    TO TR-RECORDS-READ.
097300     MOVE WS-TRAILER-LINE-1  TO TRCERPT-REC.
097400     WRITE TRCERPT-REC.
097500     MOVE WS-FILES-SEARCHED  TO TR-FILES-SEARCHED.
097600     MOVE WS-FILES-ABSENT    TO TR-FILES-ABSENT.
097700     MOVE WS-TRAILER-LINE-2  TO TRCERPT-REC.
097800     WRITE TRCERPT-REC.
097900 8100-EXIT.
098000     EXIT.
098100*--------------------------------------------------------------
098200 8200-PRINT-HIT.
098300*--------------------------------------------------------------
098400     ADD 1 TO WS-HIT-COUNT.
098500     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
098600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
098700     END-IF.
098800     MOVE SPACES             TO WS-DETAIL-LINE.
098900     MOVE WS-HIT-STAGE       TO DL-STAGE.
099000     MOVE WS-HIT-FILE-NAME   TO DL-FILE-NAME.
099100     MOVE WS-HIT-DETAIL      TO DL-DETAIL-TEXT.
099200     MOVE WS-DETAIL-LINE     TO TRCERPT-REC.
099300     WRITE TRCERPT-REC.
099400     ADD 1 TO WS-LINE-COUNT.
099500 8200-EXIT.
099600     EXIT.
099700*--------------------------------------------------------------
099800 9000-TERMINATE.
099900*--------------------------------------------------------------
100000     CLOSE TRCERPT.
100100     IF WS-HIT-COUNT = 0
100200         MOVE 4 TO RETURN-CODE
100300     ELSE
100400         MOVE 0 TO RETURN-CODE
100500     END-IF.
100600 9000-EXIT.
100700     EXIT.
100800*--------------------------------------------------------------
100900 9999-EXIT.
101000*--------------------------------------------------------------
101100     STOP RUN.
