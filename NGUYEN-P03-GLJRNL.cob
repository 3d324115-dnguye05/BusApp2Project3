001000*                  MAINTAINS, AND PRODUCES REAL DOUBLE-ENTRY
001100*                  JOURNAL LINES - WAGE EXPENSE BY DEPARTMENT
001200*                  AND EMPLOYER TAX EXPENSE DEBITED, FEDERAL
001300*                  AND STATE WITHHOLDING PAYABLE, EMPLOYEE FICA
001350*                  WITHHOLDING PAYABLE, DEDUCTIONS
001400*                  PAYABLE PER DEDUCTION TYPE, EMPLOYER TAX
001450*                  PAYABLE AND NET PAY
001500*                  CLEARING CREDITED - SO THE DOLLARS BETWEEN
002750*                     AS THE CATCH-ALL.  THE JOURNAL LINE'S
002760*                     DEPARTMENT COLUMN CARRIES THE DEDUCTION
002770*                     TYPE ON 'D' LINES.
002780*    09/15/2026 DN    THE EMPLOYEE SOCIAL SECURITY AND MEDICARE
002785*                     WITHHELD NOW POST AS ONE CREDIT TO THE 'M'
002790*                     FICA WITHHOLDING PAYABLE ACCOUNT.
002791*    10/15/2026 DN    WAGE AND EMPLOYER TAX EXPENSE NOW POST BY
002792*                     CHARGED DEPARTMENT FROM THE LABOR
002793*                     DISTRIBUTION TABLE ON THE EXTRACT - ONE 'W'
002794*                     AND ONE 'E' DEBIT PER DEPARTMENT.  A RECORD
002795*                     WITH NO DISTRIBUTION CHARGES ITS HOME
002796*                     DEPARTMENT.  'E' ROWS ARE KEYED PER
002797*                     DEPARTMENT IN GLACCTS WITH '**' (OR A BLANK
002798*                     DEPARTMENT) AS THE CATCH-ALL.
002808*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002818*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002828*                     ON ARE COMPLETE FOR THE PERIOD, AND
002838*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
002848*                     SUPERVISOR'S AUTHORIZATION.  START, END,
002858*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002868*                     THE CYCLE STEP LOG.
002899******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. NGUYEN-P03-GLJRNL.
003100 AUTHOR. DAVID NGUYEN.
005300 FD  GL-JOURNAL-FILE.
005400 COPY GLJRNL.
005500 WORKING-STORAGE SECTION.
005510 COPY CYCLNK.
005600 01  WS-FILE-STATUSES.
005700     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
005800     03 WS-GLACCTS-STATUS         PIC X(02) VALUE "00".
008300     03 WS-DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
008400         05 WS-DEPT-CODE          PIC X(02).
008500         05 WS-DEPT-GROSS         PIC S9(09)V9(02).
008505         05 WS-DEPT-ER-TAX        PIC S9(09)V9(02).
008510 77  WS-DTY-COUNT                 PIC 9(02) COMP VALUE 0.
008520 77  WS-DTY-MAX                   PIC 9(02) COMP VALUE 10.
008530 77  WS-EXT-SUB                   PIC 9(01) COMP VALUE 1.
008531 77  WS-DIST-SUB                  PIC 9(01) COMP VALUE 1.
008532 01  WS-POST-AMOUNTS.
008533     03 WS-POST-DEPARTMENT        PIC X(02) VALUE SPACES.
008534     03 WS-POST-GROSS             PIC 9(07)V9(02) VALUE 0.
008535     03 WS-POST-ER-TAX            PIC 9(07)V9(02) VALUE 0.
008540 01  WS-DED-TYPE-TOTALS.
008550     03 WS-DTY-ENTRY OCCURS 10 TIMES INDEXED BY DTY-IDX.
008560         05 WS-DTY-CODE           PIC X(02).
008600 01  WS-AMOUNT-TOTALS.
008700     03 WS-TOT-FEDERAL-WH         PIC S9(09)V9(02) VALUE 0.
008800     03 WS-TOT-STATE-WH           PIC S9(09)V9(02) VALUE 0.
008900     03 WS-TOT-FICA-WH            PIC S9(09)V9(02) VALUE 0.
009000     03 WS-TOT-NET                PIC S9(09)V9(02) VALUE 0.
009100     03 WS-TOT-ER-TAX             PIC S9(09)V9(02) VALUE 0.
009200     03 WS-TOTAL-DEBITS           PIC 9(11)V9(02) VALUE 0.
010900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011000     STOP RUN.
011100 1000-INITIALIZE.
011110     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
011200     OPEN INPUT GL-EXTRACT-FILE.
011300     IF WS-GLEXTRCT-STATUS NOT EQUAL TO '00'
011400         DISPLAY 'NGUYEN-P03-GLJRNL - GL EXTRACT MISSING -'
011500             ' NOTHING TO JOURNAL'
011600         MOVE 8 TO RETURN-CODE
011610         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
011700         STOP RUN
011800     END-IF.
011900     PERFORM 1100-LOAD-ACCOUNT-TABLE THRU 1100-EXIT.
012000     OPEN OUTPUT GL-JOURNAL-FILE.
012100     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
012200 1000-EXIT.
012206     EXIT.
012212 1010-START-CYCLE-STEP.
012218     MOVE 'S' TO LK-CYCLE-FUNCTION.
012224     MOVE 'GLJRNL' TO LK-CYCLE-STEP-ID.
012230     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
012236     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
012242         DISPLAY 'NGUYEN-P03-GLJRNL - ' LK-CYCLE-MESSAGE
012248     END-IF.
012254     IF NOT LK-CYCLE-OK
012260         DISPLAY 'NGUYEN-P03-GLJRNL - RUN HELD'
012266         MOVE 8 TO RETURN-CODE
012272         STOP RUN
012278     END-IF.
012284 1010-EXIT.
012300     EXIT.
012400 1100-LOAD-ACCOUNT-TABLE.
012500     OPEN INPUT GL-ACCOUNT-FILE.
012700         DISPLAY 'NGUYEN-P03-GLJRNL - ACCOUNT MAPPING FILE'
012800             ' MISSING - JOURNAL HELD'
012900         MOVE 8 TO RETURN-CODE
012910         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
013000         STOP RUN
013100     END-IF.
013200     PERFORM 1150-LOAD-ACCOUNT-ROW THRU 1150-EXIT
016700     IF GL-AMOUNTS-REVERSED
016800         SUBTRACT GL-FEDERAL-WH FROM WS-TOT-FEDERAL-WH
016900         SUBTRACT GL-STATE-WH FROM WS-TOT-STATE-WH
017000         SUBTRACT GL-SOC-SEC-WH GL-MEDICARE-WH FROM WS-TOT-FICA-WH
017100         SUBTRACT GL-NET-EARNINGS FROM WS-TOT-NET
017200         SUBTRACT GL-ER-TAX-TOTAL FROM WS-TOT-ER-TAX
017300     ELSE
017400         ADD GL-FEDERAL-WH TO WS-TOT-FEDERAL-WH
017500         ADD GL-STATE-WH TO WS-TOT-STATE-WH
017600         ADD GL-SOC-SEC-WH GL-MEDICARE-WH TO WS-TOT-FICA-WH
017700         ADD GL-NET-EARNINGS TO WS-TOT-NET
017800         ADD GL-ER-TAX-TOTAL TO WS-TOT-ER-TAX
017900     END-IF.
018200 2000-EXIT.
018300     EXIT.
018400 2100-ACCUMULATE-DEPARTMENT.
018450     IF GL-DIST-COUNT NOT NUMERIC
018500        OR GL-DIST-COUNT = 0
018550        OR GL-DIST-COUNT > 5
018600         MOVE GL-DEPARTMENT-CODE TO WS-POST-DEPARTMENT
018650         MOVE GL-GROSS-EARNINGS TO WS-POST-GROSS
018700         MOVE GL-ER-TAX-TOTAL TO WS-POST-ER-TAX
018750         PERFORM 2120-POST-TO-DEPARTMENT THRU 2120-EXIT
018800     ELSE
018850         PERFORM 2110-POST-DIST-SLOT THRU 2110-EXIT
018900             VARYING WS-DIST-SUB FROM 1 BY 1
018950             UNTIL WS-DIST-SUB > GL-DIST-COUNT
019000     END-IF.
019050 2100-EXIT.
019100     EXIT.
019150 2110-POST-DIST-SLOT.
019200     MOVE GL-DIST-DEPARTMENT (WS-DIST-SUB) TO WS-POST-DEPARTMENT.
019250     MOVE GL-DIST-GROSS (WS-DIST-SUB) TO WS-POST-GROSS.
019300     MOVE GL-DIST-ER-TAX (WS-DIST-SUB) TO WS-POST-ER-TAX.
019350     PERFORM 2120-POST-TO-DEPARTMENT THRU 2120-EXIT.
019400 2110-EXIT.
019450     EXIT.
019500 2120-POST-TO-DEPARTMENT.
019550     IF WS-DEPT-COUNT > 0
019600         PERFORM 2150-CHECK-DEPT-ENTRY THRU 2150-EXIT
019650             VARYING DEPT-IDX FROM 1 BY 1
019700             UNTIL DEPT-IDX > WS-DEPT-COUNT
019750                OR WS-DEPT-CODE (DEPT-IDX) = WS-POST-DEPARTMENT
019800         IF DEPT-IDX NOT > WS-DEPT-COUNT
019850             GO TO 2120-ACCUMULATE
019900         END-IF
019950     END-IF.
020000     IF WS-DEPT-COUNT >= WS-DEPT-MAX
020050         DISPLAY 'NGUYEN-P03-GLJRNL - DEPARTMENT TABLE FULL -'
020100             ' JOURNAL HELD'
020150         MOVE 'Y' TO WS-MAPPING-ERROR-SW
020200         GO TO 2120-EXIT
020250     END-IF.
020300     ADD 1 TO WS-DEPT-COUNT.
020350     SET DEPT-IDX TO WS-DEPT-COUNT.
020400     MOVE WS-POST-DEPARTMENT TO WS-DEPT-CODE (DEPT-IDX).
020450     MOVE 0 TO WS-DEPT-GROSS (DEPT-IDX).
020500     MOVE 0 TO WS-DEPT-ER-TAX (DEPT-IDX).
020550 2120-ACCUMULATE.
020600     IF GL-AMOUNTS-REVERSED
020650         SUBTRACT WS-POST-GROSS FROM WS-DEPT-GROSS (DEPT-IDX)
020700         SUBTRACT WS-POST-ER-TAX FROM WS-DEPT-ER-TAX (DEPT-IDX)
020750     ELSE
020800         ADD WS-POST-GROSS TO WS-DEPT-GROSS (DEPT-IDX)
020850         ADD WS-POST-ER-TAX TO WS-DEPT-ER-TAX (DEPT-IDX)
020900     END-IF.
020950 2120-EXIT.
021000     EXIT.
021300 2150-CHECK-DEPT-ENTRY.
021400     CONTINUE.
021500 2150-EXIT.
022000             VARYING DEPT-IDX FROM 1 BY 1
022100             UNTIL DEPT-IDX > WS-DEPT-COUNT
022200     END-IF.
022800     MOVE 'F' TO WS-LINE-TYPE.
022900     MOVE 'C' TO WS-LINE-SIDE.
023000     MOVE WS-TOT-FEDERAL-WH TO WS-LINE-AMOUNT.
023300     MOVE 'C' TO WS-LINE-SIDE.
023400     MOVE WS-TOT-STATE-WH TO WS-LINE-AMOUNT.
023500     PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT.
023510     MOVE 'M' TO WS-LINE-TYPE.
023520     MOVE 'C' TO WS-LINE-SIDE.
023530     MOVE WS-TOT-FICA-WH TO WS-LINE-AMOUNT.
023540     PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT.
023600     IF WS-DTY-COUNT > 0
023700         PERFORM 3150-WRITE-DED-LINE THRU 3150-EXIT
023800             VARYING DTY-IDX FROM 1 BY 1
025300     MOVE 'D' TO WS-LINE-SIDE.
025400     MOVE WS-DEPT-GROSS (DEPT-IDX) TO WS-LINE-AMOUNT.
025500     PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT.
025510     MOVE 'E' TO WS-LINE-TYPE.
025520     MOVE WS-DEPT-CODE (DEPT-IDX) TO WS-LINE-DEPARTMENT.
025530     MOVE 'D' TO WS-LINE-SIDE.
025540     MOVE WS-DEPT-ER-TAX (DEPT-IDX) TO WS-LINE-AMOUNT.
025550     PERFORM 3200-WRITE-JOURNAL-LINE THRU 3200-EXIT.
025600     MOVE SPACES TO WS-LINE-DEPARTMENT.
025700 3100-EXIT.
025800     EXIT.
030600         UNTIL ACCT-IDX > WS-ACCT-COUNT
030700            OR (WS-ACCT-LINE-TYPE (ACCT-IDX) = WS-LINE-TYPE
030800                AND ((WS-LINE-TYPE NOT = 'W'
030810                      AND WS-LINE-TYPE NOT = 'D'
030820                      AND WS-LINE-TYPE NOT = 'E')
030900                     OR WS-ACCT-DEPARTMENT (ACCT-IDX) =
031000                        WS-LINE-DEPARTMENT)).
031100     IF ACCT-IDX NOT > WS-ACCT-COUNT
031300         GO TO 3300-EXIT
031400     END-IF.
031500     IF WS-LINE-TYPE NOT = 'W' AND WS-LINE-TYPE NOT = 'D'
031550        AND WS-LINE-TYPE NOT = 'E'
031600         GO TO 3300-EXIT
031700     END-IF.
031800     PERFORM 3350-CHECK-ACCOUNT-ENTRY THRU 3350-EXIT
031900         VARYING ACCT-IDX FROM 1 BY 1
032000         UNTIL ACCT-IDX > WS-ACCT-COUNT
032100            OR (WS-ACCT-LINE-TYPE (ACCT-IDX) = WS-LINE-TYPE
032200                AND (WS-ACCT-DEPARTMENT (ACCT-IDX) = '**'
032210                     OR (WS-LINE-TYPE = 'E'
032220                         AND WS-ACCT-DEPARTMENT (ACCT-IDX) =
032230                             SPACES))).
032300     IF ACCT-IDX NOT > WS-ACCT-COUNT
032400         MOVE 'Y' TO WS-ACCT-FOUND-SW
032500     END-IF.
034800     ELSE
034900         DISPLAY 'NGUYEN-P03-GLJRNL - JOURNAL IN BALANCE'
035000     END-IF.
035010     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
035100 9000-EXIT.
035200     EXIT.
035300 9900-END-CYCLE-STEP.
035400     MOVE 'E' TO LK-CYCLE-FUNCTION.
035500     MOVE 'GLJRNL' TO LK-CYCLE-STEP-ID.
035600     MOVE WS-EXTRACT-RECORDS TO LK-CYCLE-RECORDS-IN.
035700     MOVE WS-JOURNAL-LINES TO LK-CYCLE-RECORDS-OUT.
035800     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
035900     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
036000     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
036100         DISPLAY 'NGUYEN-P03-GLJRNL - ' LK-CYCLE-MESSAGE
036200     END-IF.
036300     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
036400 9900-EXIT.
036500     EXIT.
036600 END PROGRAM NGUYEN-P03-GLJRNL.
