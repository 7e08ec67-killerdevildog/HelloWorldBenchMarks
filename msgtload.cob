001800*                    BY ACTION AND APPLIED/REJECTED TOTALS.
001900*                    REJECTS GO TO A REJECT FILE FOR THE NEXT
002000*                    CYCLE, NOT AN ABEND.
002010*  2026-10-15  MC    ACTIONS NOW CARRY THE TYPE'S DELIVERY
002020*                    WINDOW - EARLIEST AND LATEST HHMM AND A Y/N
002030*                    FLAG PER WEEKDAY, MONDAY FIRST, ALL BLANK
002040*                    FOR NO WINDOW.  ADDS AND CHANGES REJECT A
002050*                    WINDOW WITH ONE TIME MISSING, A TIME THAT
002060*                    IS NOT A CLOCK TIME, A DAY FLAG OTHER THAN
002070*                    Y OR N, OR NO DAY ALLOWED AT ALL.
002100*--------------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
007000         88  ML-SEVERITY-VALID   VALUE "H" "R".
007100     05  ML-ROUTING              PIC X(01).
007200         88  ML-ROUTING-VALID    VALUE "U" "N".
007210     05  ML-WINDOW-START         PIC X(04).
007220     05  ML-WINDOW-END           PIC X(04).
007230     05  ML-ALLOWED-DAYS         PIC X(07).
007240     05  ML-ALLOWED-DAY-TABLE REDEFINES ML-ALLOWED-DAYS.
007250         10  ML-ALLOWED-DAY      PIC X(01) OCCURS 7 TIMES.
007260             88  ML-DAY-FLAG-VALID VALUE "Y" "N".
007270             88  ML-DAY-ALLOWED  VALUE "Y".
007300     05  FILLER                  PIC X(27).
007400*--------------------------------------------------------------
007500* REJECT RECORD - ORIGINAL ACTION IMAGE PLUS THE REASON.
007600*--------------------------------------------------------------
010500 01  WS-REJECT-REASON            PIC X(30).
010600 01  WS-CURRENT-DATE             PIC 9(08).
010700 01  WS-CURRENT-TIME             PIC 9(08).
010710*--------------------------------------------------------------
010720* DELIVERY WINDOW EDIT
010730*--------------------------------------------------------------
010740 01  WS-WINDOW-TIME              PIC 9(04).
010750 01  WS-WINDOW-TIME-PARTS REDEFINES WS-WINDOW-TIME.
010760     05  WS-WINDOW-HH            PIC 9(02).
010770     05  WS-WINDOW-MM            PIC 9(02).
010780 01  WS-DAY-SUB                  PIC 9(04) COMP.
010790 01  WS-DAY-ALLOWED-COUNT        PIC 9(04) COMP.
010795 01  WS-DAY-BAD-COUNT            PIC 9(04) COMP.
010800*--------------------------------------------------------------
010900* PAGE / LINE CONTROL
011000*--------------------------------------------------------------
028900         MOVE "ROUTING NOT U OR N" TO WS-REJECT-REASON
029000         GO TO 3000-EXIT
029100     END-IF.
029110     PERFORM 3050-VALIDATE-WINDOW THRU 3050-EXIT.
029120     IF WS-ACTION-REJECTED
029130         GO TO 3000-EXIT
029140     END-IF.
029200     MOVE SPACES              TO MSG-TYPE-REC.
029300     MOVE ML-MESSAGE-TYPE     TO MT-MESSAGE-TYPE.
029400     MOVE ML-TYPE-NAME        TO MT-TYPE-NAME.
029500     MOVE ML-BANNER-TEMPLATE  TO MT-BANNER-TEMPLATE.
029600     MOVE ML-SEVERITY         TO MT-SEVERITY.
029700     MOVE ML-ROUTING          TO MT-ROUTING.
029710     MOVE ML-WINDOW-START     TO MT-WINDOW-START.
029720     MOVE ML-WINDOW-END       TO MT-WINDOW-END.
029730     MOVE ML-ALLOWED-DAYS     TO MT-ALLOWED-DAYS.
029800     WRITE MSG-TYPE-REC
029900         INVALID KEY
030000             SET WS-ACTION-REJECTED TO TRUE
030300     END-WRITE.
030400 3000-EXIT.
030500     EXIT.
030501*--------------------------------------------------------------
030502 3050-VALIDATE-WINDOW.
030503*--------------------------------------------------------------
030504*    EDIT THE DELIVERY WINDOW ON AN ADD OR CHANGE.  THE TIMES
030505*    ARE BOTH BLANK (ANY TIME OF DAY) OR BOTH A CLOCK TIME
030506*    0000-2359; A START LATER THAN THE END IS A WINDOW THAT
030507*    SPANS MIDNIGHT AND IS ALLOWED.  THE DAYS ARE ALL BLANK
030508*    (EVERY DAY) OR SEVEN Y/N FLAGS WITH AT LEAST ONE Y, OR
030509*    THE TYPE COULD NEVER BE DELIVERED.
030510*--------------------------------------------------------------
030511     IF ML-WINDOW-START = SPACES AND ML-WINDOW-END = SPACES
030512         GO TO 3050-DAYS
030513     END-IF.
030514     IF ML-WINDOW-START IS NOT NUMERIC
030515      OR ML-WINDOW-END IS NOT NUMERIC
030516         SET WS-ACTION-REJECTED TO TRUE
030517         MOVE "WINDOW TIMES NOT BOTH HHMM" TO WS-REJECT-REASON
030518         GO TO 3050-EXIT
030519     END-IF.
030520     MOVE ML-WINDOW-START TO WS-WINDOW-TIME.
030521     IF WS-WINDOW-HH > 23 OR WS-WINDOW-MM > 59
030522         SET WS-ACTION-REJECTED TO TRUE
030523         MOVE "WINDOW START NOT A CLOCK TIME" TO WS-REJECT-REASON
030524         GO TO 3050-EXIT
030525     END-IF.
030526     MOVE ML-WINDOW-END   TO WS-WINDOW-TIME.
030527     IF WS-WINDOW-HH > 23 OR WS-WINDOW-MM > 59
030528         SET WS-ACTION-REJECTED TO TRUE
030529         MOVE "WINDOW END NOT A CLOCK TIME" TO WS-REJECT-REASON
030530         GO TO 3050-EXIT
030531     END-IF.
030532 3050-DAYS.
030533     IF ML-ALLOWED-DAYS = SPACES
030534         GO TO 3050-EXIT
030535     END-IF.
030536     MOVE 0 TO WS-DAY-ALLOWED-COUNT.
030537     MOVE 0 TO WS-DAY-BAD-COUNT.
030538     PERFORM 3060-CHECK-DAY THRU 3060-EXIT
030539         VARYING WS-DAY-SUB FROM 1 BY 1
030540         UNTIL WS-DAY-SUB > 7.
030541     IF WS-DAY-BAD-COUNT > 0
030542         SET WS-ACTION-REJECTED TO TRUE
030543         MOVE "ALLOWED DAYS NOT ALL Y OR N" TO WS-REJECT-REASON
030544         GO TO 3050-EXIT
030545     END-IF.
030546     IF WS-DAY-ALLOWED-COUNT = 0
030547         SET WS-ACTION-REJECTED TO TRUE
030548         MOVE "WINDOW ALLOWS NO DAY" TO WS-REJECT-REASON
030549     END-IF.
030550 3050-EXIT.
030551     EXIT.
030552*--------------------------------------------------------------
030553 3060-CHECK-DAY.
030554*--------------------------------------------------------------
030555     IF NOT ML-DAY-FLAG-VALID (WS-DAY-SUB)
030556         ADD 1 TO WS-DAY-BAD-COUNT
030557     END-IF.
030558     IF ML-DAY-ALLOWED (WS-DAY-SUB)
030559         ADD 1 TO WS-DAY-ALLOWED-COUNT
030560     END-IF.
030561 3060-EXIT.
030562     EXIT.
030600*--------------------------------------------------------------
030700 3100-APPLY-CHANGE.
030800*--------------------------------------------------------------
031900         MOVE "ROUTING NOT U OR N" TO WS-REJECT-REASON
032000         GO TO 3100-EXIT
032100     END-IF.
032110     PERFORM 3050-VALIDATE-WINDOW THRU 3050-EXIT.
032120     IF WS-ACTION-REJECTED
032130         GO TO 3100-EXIT
032140     END-IF.
032200     MOVE ML-MESSAGE-TYPE TO MT-MESSAGE-TYPE.
032300     READ MSGTYPE
032400         INVALID KEY
033000             MOVE ML-BANNER-TEMPLATE  TO MT-BANNER-TEMPLATE
033100             MOVE ML-SEVERITY         TO MT-SEVERITY
033200             MOVE ML-ROUTING          TO MT-ROUTING
033210             MOVE ML-WINDOW-START     TO MT-WINDOW-START
033220             MOVE ML-WINDOW-END       TO MT-WINDOW-END
033230             MOVE ML-ALLOWED-DAYS     TO MT-ALLOWED-DAYS
033300             REWRITE MSG-TYPE-REC
033400                 INVALID KEY
033500                     SET WS-ACTION-REJECTED TO TRUE
