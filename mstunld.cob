000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MSTUNLD.
000300 AUTHOR.        Manuel Coppotelli (manuelcoppotelli).
000400 INSTALLATION.  BATCH PRODUCTION SUPPORT.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*--------------------------------------------------------------
001000*  2026-10-15  MC    ORIGINAL PROGRAM.  NIGHTLY BACKUP UNLOAD
001100*                    OF THE INDEXED MASTERS - GREETTAB, REQMAST,
001200*                    MSGTYPE, ONCALL, RUNCTL AND CHKPTREP - EACH
001300*                    TO ITS OWN SEQUENTIAL BACKUP FILE (BKUPREC
001400*                    COPYBOOK: HEADER WITH THE BACKUP DATE AND
001500*                    TIME, ONE DETAIL PER RECORD IN KEY ORDER,
001600*                    TRAILER WITH THE COUNT).  THE JCL POINTS
001700*                    EACH BACKUP DD AT THAT NIGHT'S DATED
001800*                    DATASET.  PRINTS A CONTROL REPORT OF THE
001900*                    RECORDS UNLOADED PER MASTER.  A MASTER
002000*                    THAT DOES NOT EXIST YET GETS AN EMPTY
002100*                    BACKUP AND RC 4; A MASTER THAT CANNOT BE
002200*                    OPENED OR READ GETS NO TRAILER, SO ITS
002300*                    BACKUP CAN NEVER BE MISTAKEN FOR A GOOD
002400*                    ONE, AND RC 8.  GRTRCVR RELOADS GREETTAB
002500*                    FROM ITS BACKUP AND ROLLS THE GREETJRN
002600*                    JOURNAL FORWARD.
002700*--------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT GREETTAB        ASSIGN TO GREETTAB
003500                            ORGANIZATION IS INDEXED
003600                            ACCESS MODE IS SEQUENTIAL
003700                            RECORD KEY IS GT-GREETING-KEY
003800                            FILE STATUS IS WS-GREETTAB-STATUS.
003900     SELECT REQMAST         ASSIGN TO REQMAST
004000                            ORGANIZATION IS INDEXED
004100                            ACCESS MODE IS SEQUENTIAL
004200                            RECORD KEY IS RQ-REQUESTER-ID
004300                            FILE STATUS IS WS-REQMAST-STATUS.
004400     SELECT MSGTYPE         ASSIGN TO MSGTYPE
004500                            ORGANIZATION IS INDEXED
004600                            ACCESS MODE IS SEQUENTIAL
004700                            RECORD KEY IS MT-MESSAGE-TYPE
004800                            FILE STATUS IS WS-MSGTYPE-STATUS.
004900     SELECT ONCALL          ASSIGN TO ONCALL
005000                            ORGANIZATION IS INDEXED
005100                            ACCESS MODE IS SEQUENTIAL
005200                            RECORD KEY IS OC-ON-CALL-KEY
005300                            FILE STATUS IS WS-ONCALL-STATUS.
005400     SELECT RUNCTL          ASSIGN TO RUNCTL
005500                            ORGANIZATION IS INDEXED
005600                            ACCESS MODE IS SEQUENTIAL
005700                            RECORD KEY IS RN-RUN-CTL-KEY
005800                            FILE STATUS IS WS-RUNCTL-STATUS.
005900     SELECT CHKPTREP        ASSIGN TO CHKPTREP
006000                            ORGANIZATION IS INDEXED
006100                            ACCESS MODE IS SEQUENTIAL
006200                            RECORD KEY IS CK-CHECKPOINT-KEY
006300                            FILE STATUS IS WS-CHKPTREP-STATUS.
006400     SELECT GRTBKUP         ASSIGN TO GRTBKUP
006500                            ORGANIZATION IS LINE SEQUENTIAL
006600                            FILE STATUS IS WS-BACKUP-STATUS.
006700     SELECT REQBKUP         ASSIGN TO REQBKUP
006800                            ORGANIZATION IS LINE SEQUENTIAL
006900                            FILE STATUS IS WS-BACKUP-STATUS.
007000     SELECT MSGBKUP         ASSIGN TO MSGBKUP
007100                            ORGANIZATION IS LINE SEQUENTIAL
007200                            FILE STATUS IS WS-BACKUP-STATUS.
007300     SELECT ONCBKUP         ASSIGN TO ONCBKUP
007400                            ORGANIZATION IS LINE SEQUENTIAL
007500                            FILE STATUS IS WS-BACKUP-STATUS.
007600     SELECT RUNBKUP         ASSIGN TO RUNBKUP
007700                            ORGANIZATION IS LINE SEQUENTIAL
007800                            FILE STATUS IS WS-BACKUP-STATUS.
007900     SELECT CHKBKUP         ASSIGN TO CHKBKUP
008000                            ORGANIZATION IS LINE SEQUENTIAL
008100                            FILE STATUS IS WS-BACKUP-STATUS.
008200     SELECT UNLDRPT         ASSIGN TO UNLDRPT
008300                            ORGANIZATION IS LINE SEQUENTIAL
008400                            FILE STATUS IS WS-UNLDRPT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  GREETTAB.
008800 COPY GREETREC.
008900 FD  REQMAST.
009000 COPY REQMREC.
009100 FD  MSGTYPE.
009200 COPY MSGTREC.
009300 FD  ONCALL.
009400 COPY ONCALLRC.
009500 FD  RUNCTL.
009600 COPY RUNCTLRC.
009700 FD  CHKPTREP.
009800 COPY CHKPTREC.
009900 FD  GRTBKUP
010000     RECORDING MODE IS F.
010100 01  GRTBKUP-REC                 PIC X(100).
010200 FD  REQBKUP
010300     RECORDING MODE IS F.
010400 01  REQBKUP-REC                 PIC X(100).
010500 FD  MSGBKUP
010600     RECORDING MODE IS F.
010700 01  MSGBKUP-REC                 PIC X(100).
010800 FD  ONCBKUP
010900     RECORDING MODE IS F.
011000 01  ONCBKUP-REC                 PIC X(100).
011100 FD  RUNBKUP
011200     RECORDING MODE IS F.
011300 01  RUNBKUP-REC                 PIC X(100).
011400 FD  CHKBKUP
011500     RECORDING MODE IS F.
011600 01  CHKBKUP-REC                 PIC X(100).
011700 FD  UNLDRPT
011800     RECORDING MODE IS F.
011900 01  UNLDRPT-REC                 PIC X(133).
012000 WORKING-STORAGE SECTION.
012100*--------------------------------------------------------------
012200* BACKUP RECORD (COPYBOOK) - BUILT HERE, WRITTEN TO WHICHEVER
012300* BACKUP FILE IS BEING PRODUCED.
012400*--------------------------------------------------------------
012500 COPY BKUPREC.
012600*--------------------------------------------------------------
012700* FILE STATUS FIELDS AND SWITCHES
012800*--------------------------------------------------------------
012900 01  WS-GREETTAB-STATUS          PIC X(02).
013000 01  WS-REQMAST-STATUS           PIC X(02).
013100 01  WS-MSGTYPE-STATUS           PIC X(02).
013200 01  WS-ONCALL-STATUS            PIC X(02).
013300 01  WS-RUNCTL-STATUS            PIC X(02).
013400 01  WS-CHKPTREP-STATUS          PIC X(02).
013500 01  WS-BACKUP-STATUS            PIC X(02).
013600 01  WS-UNLDRPT-STATUS           PIC X(02).
013700 01  WS-MASTER-SWITCH            PIC X(01).
013800     88  WS-END-OF-MASTER        VALUE "Y".
013900     88  WS-NOT-END-OF-MASTER    VALUE "N".
014000*    HOW THE CURRENT MASTER'S UNLOAD WENT - OPENED AND READ
014100*    TO THE END, NOT PRESENT (STATUS 35, EMPTY BACKUP), OR
014200*    FAILED (NO TRAILER WRITTEN).
014300 01  WS-UNLOAD-SWITCH            PIC X(01).
014400     88  WS-UNLOAD-OK            VALUE "O".
014500     88  WS-UNLOAD-MISSING       VALUE "M".
014600     88  WS-UNLOAD-FAILED        VALUE "F".
014700*--------------------------------------------------------------
014800* THE MASTER CURRENTLY BEING UNLOADED
014900*--------------------------------------------------------------
015000 01  WS-MASTER-NAME              PIC X(08).
015100 01  WS-BACKUP-NAME              PIC X(08).
015200 01  WS-MASTER-STATUS            PIC X(02).
015300 01  WS-MASTER-LENGTH            PIC 9(03).
015400 01  WS-MASTER-IMAGE             PIC X(80).
015500 01  WS-MASTER-COUNT             PIC 9(09) COMP.
015600 01  WS-RESULT                   PIC X(40).
015700*--------------------------------------------------------------
015800* COUNTERS AND RUN CONTEXT
015900*--------------------------------------------------------------
016000 01  WS-BACKED-UP-COUNT          PIC 9(06) COMP VALUE 0.
016100 01  WS-MISSING-COUNT            PIC 9(06) COMP VALUE 0.
016200 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE 0.
016300 01  WS-TOTAL-RECORDS            PIC 9(09) COMP VALUE 0.
016400 01  WS-BACKUP-DATE              PIC 9(08).
016500 01  WS-BACKUP-TIME              PIC 9(08).
016600*--------------------------------------------------------------
016700* PAGE / LINE CONTROL
016800*--------------------------------------------------------------
016900 01  WS-PAGE-COUNT               PIC 9(04) COMP    VALUE 0.
017000 01  WS-LINE-COUNT               PIC 9(04) COMP    VALUE 0.
017100 01  WS-MAX-LINES-PER-PAGE       PIC 9(04) COMP    VALUE 50.
017200*--------------------------------------------------------------
017300* CONTROL REPORT LINE LAYOUTS (UNLDRPT)
017400*--------------------------------------------------------------
017500 01  WS-HEADER-LINE-1.
017600     05  FILLER                  PIC X(01)  VALUE SPACE.
017700     05  FILLER                  PIC X(26)  VALUE
017800             "MSTUNLD - MASTER FILE BACK".
017900     05  FILLER                  PIC X(17)  VALUE
018000             "UP UNLOAD CONTROL".
018100     05  FILLER                  PIC X(10)  VALUE "      PAGE".
018200     05  FILLER                  PIC X(01)  VALUE SPACE.
018300     05  H1-PAGE-NUMBER          PIC ZZZ9.
018400     05  FILLER                  PIC X(74)  VALUE SPACES.
018500 01  WS-HEADER-LINE-2.
018600     05  FILLER                  PIC X(01)  VALUE SPACE.
018700     05  FILLER                  PIC X(11)  VALUE "RUN DATE: ".
018800     05  H2-RUN-DATE             PIC 9(08).
018900     05  FILLER                  PIC X(05)  VALUE SPACES.
019000     05  FILLER                  PIC X(11)  VALUE "RUN TIME: ".
019100     05  H2-RUN-TIME             PIC 9(08).
019200     05  FILLER                  PIC X(05)  VALUE SPACES.
019300     05  FILLER                  PIC X(18)  VALUE
019400             "BACKUP TIMESTAMP: ".
019500     05  H2-BACKUP-DATE          PIC 9(08).
019600     05  FILLER                  PIC X(01)  VALUE SPACE.
019700     05  H2-BACKUP-TIME          PIC 9(08).
019800     05  FILLER                  PIC X(49)  VALUE SPACES.
019900 01  WS-HEADER-LINE-3.
020000     05  FILLER                  PIC X(03)  VALUE SPACES.
020100     05  FILLER                  PIC X(08)  VALUE "MASTER  ".
020200     05  FILLER                  PIC X(04)  VALUE SPACES.
020300     05  FILLER                  PIC X(08)  VALUE "BACKUP  ".
020400     05  FILLER                  PIC X(04)  VALUE SPACES.
020500     05  FILLER                  PIC X(11)  VALUE
020600             "    RECORDS".
020700     05  FILLER                  PIC X(04)  VALUE SPACES.
020800     05  FILLER                  PIC X(06)  VALUE "RESULT".
020900     05  FILLER                  PIC X(85)  VALUE SPACES.
021000 01  WS-DETAIL-LINE.
021100     05  FILLER                  PIC X(03)  VALUE SPACES.
021200     05  DL-MASTER-NAME          PIC X(08).
021300     05  FILLER                  PIC X(04)  VALUE SPACES.
021400     05  DL-BACKUP-NAME          PIC X(08).
021500     05  FILLER                  PIC X(04)  VALUE SPACES.
021600     05  DL-RECORD-COUNT         PIC ZZZ,ZZZ,ZZ9.
021700     05  FILLER                  PIC X(04)  VALUE SPACES.
021800     05  DL-RESULT               PIC X(40).
021900     05  FILLER                  PIC X(51)  VALUE SPACES.
022000 01  WS-TRAILER-LINE-1.
022100     05  FILLER                  PIC X(01)  VALUE SPACE.
022200     05  FILLER                  PIC X(14)  VALUE
022300             "BACKED UP   = ".
022400     05  TR-BACKED-UP-COUNT      PIC ZZZ,ZZ9.
022500     05  FILLER                  PIC X(16)  VALUE
022600             "  NOT PRESENT = ".
022700     05  TR-MISSING-COUNT        PIC ZZZ,ZZ9.
022800     05  FILLER                  PIC X(11)  VALUE
022900             "  FAILED = ".
023000     05  TR-FAILED-COUNT         PIC ZZZ,ZZ9.
023100     05  FILLER                  PIC X(70)  VALUE SPACES.
023200 01  WS-TRAILER-LINE-2.
023300     05  FILLER                  PIC X(01)  VALUE SPACE.
023400     05  FILLER                  PIC X(18)  VALUE
023500             "RECORDS UNLOADED =".
023600     05  TR-TOTAL-RECORDS        PIC ZZZ,ZZZ,ZZ9.
023700     05  FILLER                  PIC X(103) VALUE SPACES.
023800 PROCEDURE DIVISION.
023900*--------------------------------------------------------------
024000 0000-MAINLINE.
024100*--------------------------------------------------------------
024200     PERFORM 1000-INITIALIZE       THRU 1000-EXIT.
024300     PERFORM 2100-UNLOAD-GREETTAB  THRU 2100-EXIT.
024400     PERFORM 2200-UNLOAD-REQMAST   THRU 2200-EXIT.
024500     PERFORM 2300-UNLOAD-MSGTYPE   THRU 2300-EXIT.
024600     PERFORM 2400-UNLOAD-ONCALL    THRU 2400-EXIT.
024700     PERFORM 2500-UNLOAD-RUNCTL    THRU 2500-EXIT.
024800     PERFORM 2600-UNLOAD-CHKPTREP  THRU 2600-EXIT.
024900     PERFORM 8100-WRITE-TRAILER    THRU 8100-EXIT.
025000     PERFORM 9000-TERMINATE        THRU 9000-EXIT.
025100     GO TO 9999-EXIT.
025200*--------------------------------------------------------------
025300 1000-INITIALIZE.
025400*--------------------------------------------------------------
025500*    TAKE THE BACKUP TIMESTAMP ONCE, AT THE START - EVERY
025600*    BACKUP IN THE SET CARRIES THE SAME ONE, AND A RECOVERY
025700*    REPLAYS JOURNAL ENTRIES FROM THAT POINT ON.
025800*--------------------------------------------------------------
025900     ACCEPT WS-BACKUP-DATE   FROM DATE YYYYMMDD.
026000     ACCEPT WS-BACKUP-TIME   FROM TIME.
026100     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT.
026200     OPEN OUTPUT UNLDRPT.
026300 1000-EXIT.
026400     EXIT.
026500*--------------------------------------------------------------
026600 2100-UNLOAD-GREETTAB.
026700*--------------------------------------------------------------
026800*    UNLOAD GREETTAB TO GRTBKUP.  THE SIX UNLOAD PARAGRAPHS
026900*    ARE THE SAME SHAPE: OPEN THE MASTER, CLASSIFY THE OPEN
027000*    (2900), WRITE THE HEADER, COPY EVERY RECORD IN KEY ORDER,
027100*    WRITE THE TRAILER UNLESS THE READ FAILED, PRINT THE
027200*    RESULT.
027300*--------------------------------------------------------------
027400     MOVE "GREETTAB" TO WS-MASTER-NAME.
027500     MOVE "GRTBKUP"  TO WS-BACKUP-NAME.
027600     MOVE 80         TO WS-MASTER-LENGTH.
027700     OPEN INPUT GREETTAB.
027800     MOVE WS-GREETTAB-STATUS TO WS-MASTER-STATUS.
027900     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
028000     IF WS-UNLOAD-FAILED
028100         GO TO 2100-RESULT
028200     END-IF.
028300     OPEN OUTPUT GRTBKUP.
028400     IF WS-BACKUP-STATUS NOT = "00"
028500         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
028600         GO TO 2100-CLOSE
028700     END-IF.
028800     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
028900     WRITE GRTBKUP-REC FROM MASTER-BKUP-REC.
029000     PERFORM 2110-COPY-GREETTAB THRU 2110-EXIT
029100         UNTIL WS-END-OF-MASTER.
029200     IF NOT WS-UNLOAD-FAILED
029300         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
029400         WRITE GRTBKUP-REC FROM MASTER-BKUP-REC
029500     END-IF.
029600     CLOSE GRTBKUP.
029700 2100-CLOSE.
029800     IF NOT WS-UNLOAD-MISSING
029900         CLOSE GREETTAB
030000     END-IF.
030100 2100-RESULT.
030200     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
030300 2100-EXIT.
030400     EXIT.
030500*--------------------------------------------------------------
030600 2110-COPY-GREETTAB.
030700*--------------------------------------------------------------
030800     READ GREETTAB NEXT RECORD
030900         AT END
031000             SET WS-END-OF-MASTER TO TRUE
031100             GO TO 2110-EXIT
031200     END-READ.
031300     MOVE WS-GREETTAB-STATUS TO WS-MASTER-STATUS.
031400     IF WS-MASTER-STATUS NOT = "00"
031500         PERFORM 2960-READ-FAILED THRU 2960-EXIT
031600         GO TO 2110-EXIT
031700     END-IF.
031800     MOVE GREET-TAB-REC TO WS-MASTER-IMAGE.
031900     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
032000     WRITE GRTBKUP-REC FROM MASTER-BKUP-REC.
032100 2110-EXIT.
032200     EXIT.
032300*--------------------------------------------------------------
032400 2200-UNLOAD-REQMAST.
032500*--------------------------------------------------------------
032600*    UNLOAD REQMAST TO REQBKUP, AS 2100.
032700*--------------------------------------------------------------
032800     MOVE "REQMAST"  TO WS-MASTER-NAME.
032900     MOVE "REQBKUP"  TO WS-BACKUP-NAME.
033000     MOVE 60         TO WS-MASTER-LENGTH.
033100     OPEN INPUT REQMAST.
033200     MOVE WS-REQMAST-STATUS TO WS-MASTER-STATUS.
033300     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
033400     IF WS-UNLOAD-FAILED
033500         GO TO 2200-RESULT
033600     END-IF.
033700     OPEN OUTPUT REQBKUP.
033800     IF WS-BACKUP-STATUS NOT = "00"
033900         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
034000         GO TO 2200-CLOSE
034100     END-IF.
034200     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
034300     WRITE REQBKUP-REC FROM MASTER-BKUP-REC.
034400     PERFORM 2210-COPY-REQMAST THRU 2210-EXIT
034500         UNTIL WS-END-OF-MASTER.
034600     IF NOT WS-UNLOAD-FAILED
034700         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
034800         WRITE REQBKUP-REC FROM MASTER-BKUP-REC
034900     END-IF.
035000     CLOSE REQBKUP.
035100 2200-CLOSE.
035200     IF NOT WS-UNLOAD-MISSING
035300         CLOSE REQMAST
035400     END-IF.
035500 2200-RESULT.
035600     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
035700 2200-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------
036000 2210-COPY-REQMAST.
036100*--------------------------------------------------------------
036200     READ REQMAST NEXT RECORD
036300         AT END
036400             SET WS-END-OF-MASTER TO TRUE
036500             GO TO 2210-EXIT
036600     END-READ.
036700     MOVE WS-REQMAST-STATUS TO WS-MASTER-STATUS.
036800     IF WS-MASTER-STATUS NOT = "00"
036900         PERFORM 2960-READ-FAILED THRU 2960-EXIT
037000         GO TO 2210-EXIT
037100     END-IF.
037200     MOVE REQ-MAST-REC TO WS-MASTER-IMAGE.
037300     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
037400     WRITE REQBKUP-REC FROM MASTER-BKUP-REC.
037500 2210-EXIT.
037600     EXIT.
037700*--------------------------------------------------------------
037800 2300-UNLOAD-MSGTYPE.
037900*--------------------------------------------------------------
038000*    UNLOAD MSGTYPE TO MSGBKUP, AS 2100.
038100*--------------------------------------------------------------
038200     MOVE "MSGTYPE"  TO WS-MASTER-NAME.
038300     MOVE "MSGBKUP"  TO WS-BACKUP-NAME.
038400     MOVE 80         TO WS-MASTER-LENGTH.
038500     OPEN INPUT MSGTYPE.
038600     MOVE WS-MSGTYPE-STATUS TO WS-MASTER-STATUS.
038700     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
038800     IF WS-UNLOAD-FAILED
038900         GO TO 2300-RESULT
039000     END-IF.
039100     OPEN OUTPUT MSGBKUP.
039200     IF WS-BACKUP-STATUS NOT = "00"
039300         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
039400         GO TO 2300-CLOSE
039500     END-IF.
039600     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
039700     WRITE MSGBKUP-REC FROM MASTER-BKUP-REC.
039800     PERFORM 2310-COPY-MSGTYPE THRU 2310-EXIT
039900         UNTIL WS-END-OF-MASTER.
040000     IF NOT WS-UNLOAD-FAILED
040100         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
040200         WRITE MSGBKUP-REC FROM MASTER-BKUP-REC
040300     END-IF.
040400     CLOSE MSGBKUP.
040500 2300-CLOSE.
040600     IF NOT WS-UNLOAD-MISSING
040700         CLOSE MSGTYPE
040800     END-IF.
040900 2300-RESULT.
041000     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
041100 2300-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------
041400 2310-COPY-MSGTYPE.
041500*--------------------------------------------------------------
041600     READ MSGTYPE NEXT RECORD
041700         AT END
041800             SET WS-END-OF-MASTER TO TRUE
041900             GO TO 2310-EXIT
042000     END-READ.
042100     MOVE WS-MSGTYPE-STATUS TO WS-MASTER-STATUS.
042200     IF WS-MASTER-STATUS NOT = "00"
042300         PERFORM 2960-READ-FAILED THRU 2960-EXIT
042400         GO TO 2310-EXIT
042500     END-IF.
042600     MOVE MSG-TYPE-REC TO WS-MASTER-IMAGE.
042700     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
042800     WRITE MSGBKUP-REC FROM MASTER-BKUP-REC.
042900 2310-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------
043200 2400-UNLOAD-ONCALL.
043300*--------------------------------------------------------------
043400*    UNLOAD ONCALL TO ONCBKUP, AS 2100.
043500*--------------------------------------------------------------
043600     MOVE "ONCALL"   TO WS-MASTER-NAME.
043700     MOVE "ONCBKUP"  TO WS-BACKUP-NAME.
043800     MOVE 60         TO WS-MASTER-LENGTH.
043900     OPEN INPUT ONCALL.
044000     MOVE WS-ONCALL-STATUS TO WS-MASTER-STATUS.
044100     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
044200     IF WS-UNLOAD-FAILED
044300         GO TO 2400-RESULT
044400     END-IF.
044500     OPEN OUTPUT ONCBKUP.
044600     IF WS-BACKUP-STATUS NOT = "00"
044700         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
044800         GO TO 2400-CLOSE
044900     END-IF.
045000     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
045100     WRITE ONCBKUP-REC FROM MASTER-BKUP-REC.
045200     PERFORM 2410-COPY-ONCALL THRU 2410-EXIT
045300         UNTIL WS-END-OF-MASTER.
045400     IF NOT WS-UNLOAD-FAILED
045500         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
045600         WRITE ONCBKUP-REC FROM MASTER-BKUP-REC
045700     END-IF.
045800     CLOSE ONCBKUP.
045900 2400-CLOSE.
046000     IF NOT WS-UNLOAD-MISSING
046100         CLOSE ONCALL
046200     END-IF.
046300 2400-RESULT.
046400     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
046500 2400-EXIT.
046600     EXIT.
046700*--------------------------------------------------------------
046800 2410-COPY-ONCALL.
046900*--------------------------------------------------------------
047000     READ ONCALL NEXT RECORD
047100         AT END
047200             SET WS-END-OF-MASTER TO TRUE
047300             GO TO 2410-EXIT
047400     END-READ.
047500     MOVE WS-ONCALL-STATUS TO WS-MASTER-STATUS.
047600     IF WS-MASTER-STATUS NOT = "00"
047700         PERFORM 2960-READ-FAILED THRU 2960-EXIT
047800         GO TO 2410-EXIT
047900     END-IF.
048000     MOVE ON-CALL-REC TO WS-MASTER-IMAGE.
048100     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
048200     WRITE ONCBKUP-REC FROM MASTER-BKUP-REC.
048300 2410-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------
048600 2500-UNLOAD-RUNCTL.
048700*--------------------------------------------------------------
048800*    UNLOAD RUNCTL TO RUNBKUP, AS 2100.
048900*--------------------------------------------------------------
049000     MOVE "RUNCTL"   TO WS-MASTER-NAME.
049100     MOVE "RUNBKUP"  TO WS-BACKUP-NAME.
049200     MOVE 64         TO WS-MASTER-LENGTH.
049300     OPEN INPUT RUNCTL.
049400     MOVE WS-RUNCTL-STATUS TO WS-MASTER-STATUS.
049500     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
049600     IF WS-UNLOAD-FAILED
049700         GO TO 2500-RESULT
049800     END-IF.
049900     OPEN OUTPUT RUNBKUP.
050000     IF WS-BACKUP-STATUS NOT = "00"
050100         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
050200         GO TO 2500-CLOSE
050300     END-IF.
050400     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
050500     WRITE RUNBKUP-REC FROM MASTER-BKUP-REC.
050600     PERFORM 2510-COPY-RUNCTL THRU 2510-EXIT
050700         UNTIL WS-END-OF-MASTER.
050800     IF NOT WS-UNLOAD-FAILED
050900         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
051000         WRITE RUNBKUP-REC FROM MASTER-BKUP-REC
051100     END-IF.
051200     CLOSE RUNBKUP.
051300 2500-CLOSE.
051400     IF NOT WS-UNLOAD-MISSING
051500         CLOSE RUNCTL
051600     END-IF.
051700 2500-RESULT.
051800     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
051900 2500-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------
052200 2510-COPY-RUNCTL.
052300*--------------------------------------------------------------
052400     READ RUNCTL NEXT RECORD
052500         AT END
052600             SET WS-END-OF-MASTER TO TRUE
052700             GO TO 2510-EXIT
052800     END-READ.
052900     MOVE WS-RUNCTL-STATUS TO WS-MASTER-STATUS.
053000     IF WS-MASTER-STATUS NOT = "00"
053100         PERFORM 2960-READ-FAILED THRU 2960-EXIT
053200         GO TO 2510-EXIT
053300     END-IF.
053400     MOVE RUN-CTL-REC TO WS-MASTER-IMAGE.
053500     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
053600     WRITE RUNBKUP-REC FROM MASTER-BKUP-REC.
053700 2510-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------
054000 2600-UNLOAD-CHKPTREP.
054100*--------------------------------------------------------------
054200*    UNLOAD CHKPTREP TO CHKBKUP, AS 2100.
054300*--------------------------------------------------------------
054400     MOVE "CHKPTREP" TO WS-MASTER-NAME.
054500     MOVE "CHKBKUP"  TO WS-BACKUP-NAME.
054600     MOVE 64         TO WS-MASTER-LENGTH.
054700     OPEN INPUT CHKPTREP.
054800     MOVE WS-CHKPTREP-STATUS TO WS-MASTER-STATUS.
054900     PERFORM 2900-CLASSIFY-OPEN THRU 2900-EXIT.
055000     IF WS-UNLOAD-FAILED
055100         GO TO 2600-RESULT
055200     END-IF.
055300     OPEN OUTPUT CHKBKUP.
055400     IF WS-BACKUP-STATUS NOT = "00"
055500         PERFORM 2950-BACKUP-OPEN-FAILED THRU 2950-EXIT
055600         GO TO 2600-CLOSE
055700     END-IF.
055800     PERFORM 3000-BUILD-HEADER THRU 3000-EXIT.
055900     WRITE CHKBKUP-REC FROM MASTER-BKUP-REC.
056000     PERFORM 2610-COPY-CHKPTREP THRU 2610-EXIT
056100         UNTIL WS-END-OF-MASTER.
056200     IF NOT WS-UNLOAD-FAILED
056300         PERFORM 3100-BUILD-TRAILER THRU 3100-EXIT
056400         WRITE CHKBKUP-REC FROM MASTER-BKUP-REC
056500     END-IF.
056600     CLOSE CHKBKUP.
056700 2600-CLOSE.
056800     IF NOT WS-UNLOAD-MISSING
056900         CLOSE CHKPTREP
057000     END-IF.
057100 2600-RESULT.
057200     PERFORM 4000-PRINT-RESULT THRU 4000-EXIT.
057300 2600-EXIT.
057400     EXIT.
057500*--------------------------------------------------------------
057600 2610-COPY-CHKPTREP.
057700*--------------------------------------------------------------
057800     READ CHKPTREP NEXT RECORD
057900         AT END
058000             SET WS-END-OF-MASTER TO TRUE
058100             GO TO 2610-EXIT
058200     END-READ.
058300     MOVE WS-CHKPTREP-STATUS TO WS-MASTER-STATUS.
058400     IF WS-MASTER-STATUS NOT = "00"
058500         PERFORM 2960-READ-FAILED THRU 2960-EXIT
058600         GO TO 2610-EXIT
058700     END-IF.
058800     MOVE CHECKPOINT-REC TO WS-MASTER-IMAGE.
058900     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
059000     WRITE CHKBKUP-REC FROM MASTER-BKUP-REC.
059100 2610-EXIT.
059200     EXIT.
059300*--------------------------------------------------------------
059400 2900-CLASSIFY-OPEN.
059500*--------------------------------------------------------------
059600*    CLASSIFY THE MASTER'S OPEN.  STATUS 35 (NOT CREATED YET)
059700*    IS BACKED UP AS AN EMPTY MASTER - THE BACKUP IS STILL A
059800*    TRUE PICTURE OF IT - SO THE COPY LOOP IS SKIPPED BY
059900*    STARTING AT END-OF-MASTER.  ANY OTHER FAILURE WRITES NO
060000*    BACKUP AT ALL.
060100*--------------------------------------------------------------
060200     MOVE 0 TO WS-MASTER-COUNT.
060300     MOVE SPACES TO WS-RESULT.
060400     SET WS-NOT-END-OF-MASTER TO TRUE.
060500     EVALUATE WS-MASTER-STATUS
060600         WHEN "00"
060700             SET WS-UNLOAD-OK TO TRUE
060800             MOVE "BACKED UP" TO WS-RESULT
060900         WHEN "35"
061000             SET WS-UNLOAD-MISSING TO TRUE
061100             SET WS-END-OF-MASTER TO TRUE
061200             MOVE "MASTER NOT PRESENT - EMPTY BACKUP"
061300                 TO WS-RESULT
061400         WHEN OTHER
061500             SET WS-UNLOAD-FAILED TO TRUE
061600             STRING "MASTER OPEN FAILED, STATUS="
061700                    WS-MASTER-STATUS
061800                    DELIMITED BY SIZE INTO WS-RESULT
061900     END-EVALUATE.
062000 2900-EXIT.
062100     EXIT.
062200*--------------------------------------------------------------
062300 2950-BACKUP-OPEN-FAILED.
062400*--------------------------------------------------------------
062500     SET WS-UNLOAD-FAILED TO TRUE.
062600     MOVE SPACES TO WS-RESULT.
062700     STRING "BACKUP OPEN FAILED, STATUS="
062800            WS-BACKUP-STATUS
062900            DELIMITED BY SIZE INTO WS-RESULT.
063000 2950-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------
063300 2960-READ-FAILED.
063400*--------------------------------------------------------------
063500*    A READ ERROR PART-WAY THROUGH A MASTER ENDS ITS UNLOAD
063600*    WITHOUT A TRAILER - A BACKUP WITH NO TRAILER IS NEVER
063700*    RELOADED.
063800*--------------------------------------------------------------
063900     SET WS-UNLOAD-FAILED TO TRUE.
064000     SET WS-END-OF-MASTER TO TRUE.
064100     MOVE SPACES TO WS-RESULT.
064200     STRING "MASTER READ FAILED, STATUS="
064300            WS-MASTER-STATUS
064400            " - NO TRAILER"
064500            DELIMITED BY SIZE INTO WS-RESULT.
064600 2960-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------
064900 3000-BUILD-HEADER.
065000*--------------------------------------------------------------
065100     MOVE SPACES             TO MASTER-BKUP-REC.
065200     SET BK-HEADER           TO TRUE.
065300     MOVE WS-MASTER-NAME     TO BK-FILE-ID.
065400     MOVE WS-BACKUP-DATE     TO BK-BACKUP-DATE.
065500     MOVE WS-BACKUP-TIME     TO BK-BACKUP-TIME.
065600     MOVE WS-MASTER-LENGTH   TO BK-RECORD-LENGTH.
065700 3000-EXIT.
065800     EXIT.
065900*--------------------------------------------------------------
066000 3100-BUILD-TRAILER.
066100*--------------------------------------------------------------
066200     MOVE SPACES             TO MASTER-BKUP-REC.
066300     SET BK-TRAILER          TO TRUE.
066400     MOVE WS-MASTER-NAME     TO BK-FILE-ID.
066500     MOVE WS-MASTER-COUNT    TO BK-RECORD-COUNT.
066600 3100-EXIT.
066700     EXIT.
066800*--------------------------------------------------------------
066900 3200-BUILD-DETAIL.
067000*--------------------------------------------------------------
067100     ADD 1 TO WS-MASTER-COUNT.
067200     MOVE SPACES             TO MASTER-BKUP-REC.
067300     SET BK-DETAIL           TO TRUE.
067400     MOVE WS-MASTER-NAME     TO BK-FILE-ID.
067500     MOVE WS-MASTER-IMAGE    TO BK-IMAGE.
067600 3200-EXIT.
067700     EXIT.
067800*--------------------------------------------------------------
067900 4000-PRINT-RESULT.
068000*--------------------------------------------------------------
068100*    PRINT THE MASTER'S CONTROL LINE AND ROLL ITS RESULT INTO
068200*    THE RUN TOTALS.
068300*--------------------------------------------------------------
068400     EVALUATE TRUE
068500         WHEN WS-UNLOAD-OK
068600             ADD 1 TO WS-BACKED-UP-COUNT
068700         WHEN WS-UNLOAD-MISSING
068800             ADD 1 TO WS-MISSING-COUNT
068900         WHEN OTHER
069000             ADD 1 TO WS-FAILED-COUNT
069100             DISPLAY "MSTUNLD - " WS-MASTER-NAME " - "
069200                     WS-RESULT
069300     END-EVALUATE.
069400     ADD WS-MASTER-COUNT TO WS-TOTAL-RECORDS.
069500     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
069600         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
069700     END-IF.
069800     MOVE SPACES             TO WS-DETAIL-LINE.
069900     MOVE WS-MASTER-NAME     TO DL-MASTER-NAME.
070000     MOVE WS-BACKUP-NAME     TO DL-BACKUP-NAME.
070100     MOVE WS-MASTER-COUNT    TO DL-RECORD-COUNT.
070200     MOVE WS-RESULT          TO DL-RESULT.
070300     MOVE WS-DETAIL-LINE     TO UNLDRPT-REC.
070400     WRITE UNLDRPT-REC.
070500     ADD 1 TO WS-LINE-COUNT.
070600 4000-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------
070900 8000-WRITE-HEADERS.
071000*--------------------------------------------------------------
071100     ADD 1 TO WS-PAGE-COUNT.
071200     MOVE 0 TO WS-LINE-COUNT.
071300     MOVE WS-PAGE-COUNT      TO H1-PAGE-NUMBER.
071400     MOVE WS-BACKUP-DATE     TO H2-RUN-DATE.
071500     MOVE WS-BACKUP-TIME     TO H2-RUN-TIME.
071600     MOVE WS-BACKUP-DATE     TO H2-BACKUP-DATE.
071700     MOVE WS-BACKUP-TIME     TO H2-BACKUP-TIME.
071800     MOVE WS-HEADER-LINE-1   TO UNLDRPT-REC.
071900     WRITE UNLDRPT-REC.
072000     MOVE WS-HEADER-LINE-2   TO UNLDRPT-REC.
072100     WRITE UNLDRPT-REC.
072200     MOVE WS-HEADER-LINE-3   TO UNLDRPT-REC.
072300     WRITE UNLDRPT-REC.
072400     MOVE SPACES             TO UNLDRPT-REC.
072500     WRITE UNLDRPT-REC.
072600     ADD 4 TO WS-LINE-COUNT.
072700 8000-EXIT.
072800     EXIT.
072900*--------------------------------------------------------------
073000 8100-WRITE-TRAILER.
073100*--------------------------------------------------------------
073200*    WRITE THE CONTROL TOTALS.
073300*--------------------------------------------------------------
073400     IF WS-PAGE-COUNT = 0
073500         PERFORM 8000-WRITE-HEADERS THRU 8000-EXIT
073600     END-IF.
073700     MOVE SPACES             TO UNLDRPT-REC.
073800     WRITE UNLDRPT-REC.
073900     MOVE WS-BACKED-UP-COUNT TO TR-BACKED-UP-COUNT.
074000     MOVE WS-MISSING-COUNT   TO TR-MISSING-COUNT.
074100     MOVE WS-FAILED-COUNT    TO TR-FAILED-COUNT.
074200     MOVE WS-TRAILER-LINE-1  TO UNLDRPT-REC.
074300     WRITE UNLDRPT-REC.
074400     MOVE WS-TOTAL-RECORDS   TO TR-TOTAL-RECORDS.
074500     MOVE WS-TRAILER-LINE-2  TO UNLDRPT-REC.
074600     WRITE UNLDRPT-REC.
074700 8100-EXIT.
074800     EXIT.
074900*--------------------------------------------------------------
075000 9000-TERMINATE.
075100*--------------------------------------------------------------
075200*    RC 8 WHEN ANY MASTER FAILED TO BACK UP, RC 4 WHEN ONE
075300*    WAS NOT THERE TO BACK UP.
075400*--------------------------------------------------------------
075500     CLOSE UNLDRPT.
075600     EVALUATE TRUE
075700         WHEN WS-FAILED-COUNT > 0
075800             MOVE 8 TO RETURN-CODE
075900         WHEN WS-MISSING-COUNT > 0
076000             MOVE 4 TO RETURN-CODE
076100         WHEN OTHER
076200             MOVE 0 TO RETURN-CODE
076300     END-EVALUATE.
076400 9000-EXIT.
076500     EXIT.
076600*--------------------------------------------------------------
076700 9999-EXIT.
076800*--------------------------------------------------------------
076900     STOP RUN.
