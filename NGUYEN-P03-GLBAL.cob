002840*                     TOTALS, SO AN ADJUSTED PERIOD STILL
002850*                     PROVES OUT AGAINST THE UPDATED RUN
002860*                     CONTROL TOTALS AND THE YTD CHANGE.
002866*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002872*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002878*                     ON ARE COMPLETE FOR THE PERIOD.  START, END,
002884*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002890*                     THE CYCLE STEP LOG.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. NGUYEN-P03-GLBAL.
006100 FD  BALANCE-REPORT-FILE.
006200 01  BALANCE-REPORT-LINE             PIC X(86).
006300 WORKING-STORAGE SECTION.
006310 COPY CYCLNK.
006400 01  WS-FILE-STATUSES.
006500     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
006600        88 WS-GLEXTRCT-OK                    VALUE "00".
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015300     STOP RUN.
015400 1000-INITIALIZE.
015410     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
015500     OPEN INPUT GL-EXTRACT-FILE.
015600     OPEN OUTPUT BALANCE-REPORT-FILE.
015700     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
016100     PERFORM 1100-READ-CONTROL-RECORD THRU 1100-EXIT.
016200     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
016300 1000-EXIT.
016306     EXIT.
016312 1010-START-CYCLE-STEP.
016318     MOVE 'S' TO LK-CYCLE-FUNCTION.
016324     MOVE 'GLBAL' TO LK-CYCLE-STEP-ID.
016330     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
016336     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
016342         DISPLAY 'NGUYEN-P03-GLBAL - ' LK-CYCLE-MESSAGE
016348     END-IF.
016354     IF NOT LK-CYCLE-OK
016360         DISPLAY 'NGUYEN-P03-GLBAL - RUN HELD'
016366         MOVE 8 TO RETURN-CODE
016372         STOP RUN
016378     END-IF.
016384 1010-EXIT.
016400     EXIT.
016500 1100-READ-CONTROL-RECORD.
016600     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
016800         DISPLAY 'NGUYEN-P03-GLBAL - PERIOD CONTROL FILE'
016900             ' MISSING - GL LOAD HELD'
017000         MOVE 8 TO RETURN-CODE
017010         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
017100         STOP RUN
017200     END-IF.
017300     READ PAY-PERIOD-CONTROL-FILE
017500             DISPLAY 'NGUYEN-P03-GLBAL - PERIOD CONTROL RECORD'
017600                 ' MISSING - GL LOAD HELD'
017700             MOVE 8 TO RETURN-CODE
017710             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
017800             STOP RUN
017900     END-READ.
018000     IF NOT PC-STATUS-POSTED
018100         DISPLAY 'NGUYEN-P03-GLBAL - PERIOD ' PC-PERIOD-NUMBER
018200             ' NOT MARKED POSTED - GL LOAD HELD'
018300         MOVE 8 TO RETURN-CODE
018310         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
018400         STOP RUN
018500     END-IF.
018600     MOVE PC-REGISTER-GROSS TO WS-REGISTER-GROSS.
033900             ' HELD'
034000         MOVE 8 TO RETURN-CODE
034100     END-IF.
034110     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
034200 9000-EXIT.
034300     EXIT.
034400 9900-END-CYCLE-STEP.
034500     MOVE 'E' TO LK-CYCLE-FUNCTION.
034600     MOVE 'GLBAL' TO LK-CYCLE-STEP-ID.
034700     MOVE WS-EXTRACT-RECORDS TO LK-CYCLE-RECORDS-IN.
034800     MOVE 0 TO LK-CYCLE-RECORDS-OUT.
034900     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
035000     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
035100     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
035200         DISPLAY 'NGUYEN-P03-GLBAL - ' LK-CYCLE-MESSAGE
035300     END-IF.
035400     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
035500 9900-EXIT.
035600     EXIT.
035700 END PROGRAM NGUYEN-P03-GLBAL.
