000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-CYCCTL
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 15, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      PAYROLL CYCLE STEP CONTROL SUBPROGRAM.  CALLED
000800*                  BY EVERY STEP OF THE PAYROLL CYCLE ONCE BEFORE
000900*                  IT OPENS ANYTHING AND ONCE AT ITS END.  AT
001000*                  START IT TAKES THE PERIOD FROM THE PAY PERIOD
001100*                  CONTROL RECORD, REFUSES THE STEP UNLESS EVERY
001200*                  STEP IT DEPENDS ON HAS COMPLETED CLEANLY FOR
001300*                  THAT PERIOD, AND REFUSES A STEP THAT HAS
001400*                  ALREADY COMPLETED FOR THE PERIOD UNLESS A
001500*                  SUPERVISOR HAS AUTHORIZED THE RERUN - THE
001600*                  AUTHORIZATION IS USED UP HERE.  A STEP THAT
001700*                  FAILED OR NEVER REACHED ITS END MAY BE
001800*                  RESTARTED.  THE START IS THEN LOGGED ON THE
001900*                  CYCLE STEP LOG.  AT END IT LOGS THE STEP'S
002000*                  RECORD COUNTS AND RETURN CODE AND MARKS THE
002100*                  STEP COMPLETE, OR FAILED WHEN THE RETURN CODE
002200*                  IS OVER 4.  AN END CALL FOR A STEP THAT IS NOT
002210*                  LOGGED AS STARTED - ONE WHOSE START WAS
002220*                  REFUSED - IS IGNORED, SO A REFUSED RUN CAN
002230*                  NEVER TURN A COMPLETE STEP INTO A FAILED ONE.
002240*                  A STEP THAT MUST PRECEDE ANOTHER IS REFUSED
002250*                  ONCE THAT STEP HAS COMPLETED FOR THE PERIOD.
002260*                  THE LOG IS OPENED AND CLOSED ON EACH CALL SO
002270*                  THE START RECORD OF A STEP THAT ABENDS IS
002300*                  ALREADY ON FILE.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/2026 DN    ORIGINAL PROGRAM WRITTEN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. NGUYEN-P03-CYCCTL.
003200 AUTHOR. DAVID NGUYEN.
003300 INSTALLATION. PAYROLL DATA PROCESSING.
003400 DATE-WRITTEN. OCTOBER 15, 2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PAYCTRL-STATUS.
004200     SELECT CYCLE-STEP-LOG-FILE ASSIGN TO "CYCLOG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CL-KEY
004600         FILE STATUS IS WS-CYCLOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PAY-PERIOD-CONTROL-FILE.
005000 COPY PAYCTRL.
005100 FD  CYCLE-STEP-LOG-FILE.
005200 COPY CYCLOG.
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
005600     03 WS-CYCLOG-STATUS          PIC X(02) VALUE "00".
005700 01  WS-SWITCHES.
005800     03 WS-NEW-RECORD-SW          PIC X(01) VALUE 'N'.
005900        88 WS-NEW-RECORD                     VALUE 'Y'.
006000 77  WS-DEP-SUB                   PIC 9(01) COMP VALUE 1.
006100 77  WS-CLEAN-RC-MAX              PIC 9(04) VALUE 4.
006200 COPY CYCSTEP.
006300 01  WS-CURRENT-STAMP.
006400     03 WS-CURRENT-DATE           PIC 9(08).
006500     03 WS-CURRENT-TIME           PIC 9(06).
006600     03 FILLER                    PIC X(07).
006700 01  WS-STEP-MESSAGE.
006800     03 FILLER                    PIC X(07) VALUE 'PERIOD '.
006900     03 WS-SM-PERIOD              PIC 9(04).
007000     03 FILLER                    PIC X(03) VALUE ' - '.
007100     03 WS-SM-STEP-ID             PIC X(08).
007200     03 FILLER                    PIC X(01) VALUE SPACE.
007300     03 WS-SM-TEXT                PIC X(41).
007400     03 WS-SM-AUTH-TEXT REDEFINES WS-SM-TEXT.
007500         05 WS-SM-AUTH-WORDS      PIC X(20).
007600         05 WS-SM-AUTH-OPERATOR   PIC X(08).
007700         05 FILLER                PIC X(13).
007800 LINKAGE SECTION.
007900 COPY CYCLNK.
008000 PROCEDURE DIVISION USING LK-CYCLE-AREA.
008100 0000-MAINLINE.
008200     MOVE 0 TO LK-CYCLE-RETURN-CODE.
008300     MOVE SPACES TO LK-CYCLE-MESSAGE.
008400     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-STAMP.
008500     PERFORM 1000-FIND-STEP THRU 1000-EXIT.
008600     IF NOT LK-CYCLE-OK
008700         GOBACK
008800     END-IF.
008900     IF LK-CYCLE-START-STEP
009000         PERFORM 2000-START-STEP THRU 2000-EXIT
009100     ELSE
009200         PERFORM 3000-END-STEP THRU 3000-EXIT
009300     END-IF.
009400     GOBACK.
009500 1000-FIND-STEP.
009600     PERFORM 1010-CHECK-STEP THRU 1010-EXIT
009700         VARYING CS-IDX FROM 1 BY 1
009800         UNTIL CS-IDX > CS-STEP-COUNT
009900            OR CS-STEP-ID (CS-IDX) = LK-CYCLE-STEP-ID.
010000     IF CS-IDX > CS-STEP-COUNT
010100         MOVE 30 TO LK-CYCLE-RETURN-CODE
010200         MOVE 'STEP ID IS NOT A PAYROLL CYCLE STEP'
010300             TO LK-CYCLE-MESSAGE
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700 1010-CHECK-STEP.
010800     CONTINUE.
010900 1010-EXIT.
011000     EXIT.
011100 1100-OPEN-STEP-LOG.
011200     OPEN I-O CYCLE-STEP-LOG-FILE.
011300     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
011400         OPEN OUTPUT CYCLE-STEP-LOG-FILE
011500         CLOSE CYCLE-STEP-LOG-FILE
011600         OPEN I-O CYCLE-STEP-LOG-FILE
011700     END-IF.
011800     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
011900         MOVE 40 TO LK-CYCLE-RETURN-CODE
012000         MOVE 'CYCLE STEP LOG UNAVAILABLE' TO LK-CYCLE-MESSAGE
012100     END-IF.
012200 1100-EXIT.
012300     EXIT.
012400 1200-INIT-STEP-RECORD.
012500     MOVE SPACES TO CYCLE-STEP-LOG-RECORD.
012600     MOVE LK-CYCLE-PERIOD-NUMBER TO CL-PERIOD-NUMBER.
012700     MOVE LK-CYCLE-STEP-ID TO CL-STEP-ID.
012800     MOVE 0 TO CL-RUN-COUNT.
012900     MOVE 0 TO CL-START-DATE.
013000     MOVE 0 TO CL-START-TIME.
013100     MOVE 0 TO CL-END-DATE.
013200     MOVE 0 TO CL-END-TIME.
013300     MOVE 0 TO CL-RUN-RETURN-CODE.
013400     MOVE 0 TO CL-RECORDS-IN.
013500     MOVE 0 TO CL-RECORDS-OUT.
013600     MOVE 'N' TO CL-RERUN-AUTH-SW.
013700     MOVE 0 TO CL-AUTH-DATE.
013800     MOVE 'Y' TO WS-NEW-RECORD-SW.
013900 1200-EXIT.
014000     EXIT.
014100 2000-START-STEP.
014200     PERFORM 2100-READ-PERIOD-CONTROL THRU 2100-EXIT.
014300     IF NOT LK-CYCLE-OK
014400         GO TO 2000-EXIT
014500     END-IF.
014600     MOVE LK-CYCLE-PERIOD-NUMBER TO WS-SM-PERIOD.
014700     MOVE LK-CYCLE-STEP-ID TO WS-SM-STEP-ID.
014800     PERFORM 1100-OPEN-STEP-LOG THRU 1100-EXIT.
014900     IF NOT LK-CYCLE-OK
015000         GO TO 2000-EXIT
015100     END-IF.
015200     PERFORM 2200-CHECK-DEPENDENCY THRU 2200-EXIT
015300         VARYING WS-DEP-SUB FROM 1 BY 1
015400         UNTIL WS-DEP-SUB > 2
015500            OR NOT LK-CYCLE-OK.
015600     IF NOT LK-CYCLE-OK
015700         GO TO 2000-CLOSE
015800     END-IF.
015810     PERFORM 2300-CHECK-MUST-PRECEDE THRU 2300-EXIT
015812         VARYING WS-DEP-SUB FROM 1 BY 1
015814         UNTIL WS-DEP-SUB > 2
015816            OR NOT LK-CYCLE-OK.
015820     IF NOT LK-CYCLE-OK
015830         GO TO 2000-CLOSE
015840     END-IF.
015900     MOVE 'N' TO WS-NEW-RECORD-SW.
016000     MOVE LK-CYCLE-PERIOD-NUMBER TO CL-PERIOD-NUMBER.
016100     MOVE LK-CYCLE-STEP-ID TO CL-STEP-ID.
016200     READ CYCLE-STEP-LOG-FILE
016300         INVALID KEY
016400             PERFORM 1200-INIT-STEP-RECORD THRU 1200-EXIT
016500     END-READ.
016600     IF WS-NEW-RECORD
016700         GO TO 2000-MARK-STARTED
016800     END-IF.
016900     IF CL-STEP-COMPLETE
017000        AND NOT CS-RERUN-FREELY (CS-IDX)
017100         IF NOT CL-RERUN-AUTHORIZED
017200             MOVE 20 TO LK-CYCLE-RETURN-CODE
017300             MOVE 'COMPLETE - RERUN NOT AUTHORIZED' TO WS-SM-TEXT
017400             MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
017500             GO TO 2000-CLOSE
017600         END-IF
017700         MOVE 'N' TO CL-RERUN-AUTH-SW
017800         MOVE SPACES TO WS-SM-TEXT
017900         MOVE 'RERUN AUTHORIZED BY' TO WS-SM-AUTH-WORDS
018000         MOVE CL-AUTH-OPERATOR-ID TO WS-SM-AUTH-OPERATOR
018100         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
018200     END-IF.
018300     IF CL-STEP-STARTED
018400         MOVE 'RESTART - PRIOR RUN DID NOT END' TO WS-SM-TEXT
018500         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
018600     END-IF.
018700     IF CL-STEP-FAILED
018800         MOVE 'RESTART - PRIOR RUN FAILED' TO WS-SM-TEXT
018900         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
019000     END-IF.
019100 2000-MARK-STARTED.
019200     IF CL-RUN-COUNT < 99
019300         ADD 1 TO CL-RUN-COUNT
019400     END-IF.
019500     MOVE 'S' TO CL-STEP-STATUS.
019600     MOVE WS-CURRENT-DATE TO CL-START-DATE.
019700     MOVE WS-CURRENT-TIME TO CL-START-TIME.
019800     MOVE 0 TO CL-END-DATE.
019900     MOVE 0 TO CL-END-TIME.
020000     MOVE 0 TO CL-RUN-RETURN-CODE.
020100     MOVE 0 TO CL-RECORDS-IN.
020200     MOVE 0 TO CL-RECORDS-OUT.
020300     IF WS-NEW-RECORD
020400         WRITE CYCLE-STEP-LOG-RECORD
020500     ELSE
020600         REWRITE CYCLE-STEP-LOG-RECORD
020700     END-IF.
020710     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
020720         MOVE 40 TO LK-CYCLE-RETURN-CODE
020730         MOVE 'START NOT LOGGED - CYCLE STEP LOG ERROR'
020740             TO WS-SM-TEXT
020750         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
020760     END-IF.
020800 2000-CLOSE.
020900     CLOSE CYCLE-STEP-LOG-FILE.
021000 2000-EXIT.
021100     EXIT.
021200 2100-READ-PERIOD-CONTROL.
021300     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
021400     IF WS-PAYCTRL-STATUS NOT EQUAL TO '00'
021500         MOVE 40 TO LK-CYCLE-RETURN-CODE
021600         MOVE 'PAY PERIOD CONTROL FILE MISSING'
021700             TO LK-CYCLE-MESSAGE
021800         GO TO 2100-EXIT
021900     END-IF.
022000     READ PAY-PERIOD-CONTROL-FILE
022100         AT END
022200             MOVE 40 TO LK-CYCLE-RETURN-CODE
022300             MOVE 'PAY PERIOD CONTROL RECORD MISSING'
022400                 TO LK-CYCLE-MESSAGE
022500             CLOSE PAY-PERIOD-CONTROL-FILE
022600             GO TO 2100-EXIT
022700     END-READ.
022800     MOVE PC-PERIOD-NUMBER TO LK-CYCLE-PERIOD-NUMBER.
022900     CLOSE PAY-PERIOD-CONTROL-FILE.
023000 2100-EXIT.
023100     EXIT.
023200 2200-CHECK-DEPENDENCY.
023300     IF CS-DEPENDS-ON (CS-IDX, WS-DEP-SUB) = SPACES
023400         GO TO 2200-EXIT
023500     END-IF.
023600     MOVE LK-CYCLE-PERIOD-NUMBER TO CL-PERIOD-NUMBER.
023700     MOVE CS-DEPENDS-ON (CS-IDX, WS-DEP-SUB) TO CL-STEP-ID.
023800     READ CYCLE-STEP-LOG-FILE
023900         INVALID KEY
024000             MOVE SPACE TO CL-STEP-STATUS
024100     END-READ.
024200     IF NOT CL-STEP-COMPLETE
024300         MOVE 10 TO LK-CYCLE-RETURN-CODE
024400         MOVE CS-DEPENDS-ON (CS-IDX, WS-DEP-SUB) TO WS-SM-STEP-ID
024500         MOVE 'HAS NOT COMPLETED CLEANLY' TO WS-SM-TEXT
024600         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
024700     END-IF.
024800 2200-EXIT.
024900     EXIT.
024905 2300-CHECK-MUST-PRECEDE.
024910     IF CS-MUST-PRECEDE (CS-IDX, WS-DEP-SUB) = SPACES
024915         GO TO 2300-EXIT
024920     END-IF.
024925     MOVE LK-CYCLE-PERIOD-NUMBER TO CL-PERIOD-NUMBER.
024930     MOVE CS-MUST-PRECEDE (CS-IDX, WS-DEP-SUB) TO CL-STEP-ID.
024935     READ CYCLE-STEP-LOG-FILE
024940         INVALID KEY
024945             MOVE SPACE TO CL-STEP-STATUS
024950     END-READ.
024955     IF CL-STEP-COMPLETE
024960         MOVE 25 TO LK-CYCLE-RETURN-CODE
024965         MOVE CS-MUST-PRECEDE (CS-IDX, WS-DEP-SUB)
024967             TO WS-SM-STEP-ID
024970         MOVE 'HAS COMPLETED - HOLD TO NEXT PERIOD' TO WS-SM-TEXT
024975         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
024980     END-IF.
024985 2300-EXIT.
024990     EXIT.
025000 3000-END-STEP.
025100     MOVE LK-CYCLE-PERIOD-NUMBER TO WS-SM-PERIOD.
025200     MOVE LK-CYCLE-STEP-ID TO WS-SM-STEP-ID.
025300     PERFORM 1100-OPEN-STEP-LOG THRU 1100-EXIT.
025400     IF NOT LK-CYCLE-OK
025500         MOVE 'CYCLE STEP LOG UNAVAILABLE - END NOT LOGGED'
025600             TO LK-CYCLE-MESSAGE
025700         GO TO 3000-EXIT
025800     END-IF.
026000     MOVE LK-CYCLE-PERIOD-NUMBER TO CL-PERIOD-NUMBER.
026100     MOVE LK-CYCLE-STEP-ID TO CL-STEP-ID.
026200     READ CYCLE-STEP-LOG-FILE
026300         INVALID KEY
026400             MOVE SPACE TO CL-STEP-STATUS
026500     END-READ.
026600     IF NOT CL-STEP-STARTED
026700         MOVE 'NOT STARTED - END NOT LOGGED' TO WS-SM-TEXT
026750         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
026800         GO TO 3000-CLOSE
026850     END-IF.
026900     MOVE WS-CURRENT-DATE TO CL-END-DATE.
027000     MOVE WS-CURRENT-TIME TO CL-END-TIME.
027100     MOVE LK-CYCLE-RUN-RETURN-CODE TO CL-RUN-RETURN-CODE.
027200     MOVE LK-CYCLE-RECORDS-IN TO CL-RECORDS-IN.
027300     MOVE LK-CYCLE-RECORDS-OUT TO CL-RECORDS-OUT.
027400     IF LK-CYCLE-RUN-RETURN-CODE > WS-CLEAN-RC-MAX
027500         MOVE 'F' TO CL-STEP-STATUS
027600         MOVE 'LOGGED FAILED - RESTART NEEDED' TO WS-SM-TEXT
027700         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
027800     ELSE
027900         MOVE 'C' TO CL-STEP-STATUS
028000     END-IF.
028100     REWRITE CYCLE-STEP-LOG-RECORD.
028200     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
028300         MOVE 40 TO LK-CYCLE-RETURN-CODE
028400         MOVE 'END NOT LOGGED - CYCLE STEP LOG ERROR'
028450             TO WS-SM-TEXT
028500         MOVE WS-STEP-MESSAGE TO LK-CYCLE-MESSAGE
028550     END-IF.
028600 3000-CLOSE.
028650     CLOSE CYCLE-STEP-LOG-FILE.
028700 3000-EXIT.
028800     EXIT.
028900 END PROGRAM NGUYEN-P03-CYCCTL.
