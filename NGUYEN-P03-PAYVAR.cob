000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-PAYVAR
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 15, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      PAYROLL VARIANCE REPORT.  RUNS AFTER THE BATCH
000800*                  PAYROLL RUN AND BEFORE THE DIRECT DEPOSIT FILE
000900*                  IS RELEASED TO THE BANK.  READS THE PAY HISTORY
001000*                  FILE FOR THE PERIOD ON THE PAY PERIOD CONTROL
001100*                  RECORD AND, FOR EACH EMPLOYEE, COMPARES THE
001200*                  PERIOD'S GROSS AND NET - ADJUSTMENTS AND RETRO
001300*                  PAY INCLUDED - WITH THE AVERAGE OVER THE PRIOR
001400*                  SIX PERIODS THE EMPLOYEE WAS PAID IN.  LISTS A
001500*                  GROSS OR NET MOVING MORE THAN 25 PERCENT FROM
001600*                  THAT AVERAGE, AN EMPLOYEE PAID FOR THE FIRST
001700*                  TIME, A NET PAY OVER 5,000.00, AND AN EMPLOYEE
001800*                  PAID LAST PERIOD BUT NOT THIS ONE, SO PAYROLL
001900*                  CAN CHECK THEM BEFORE THE MONEY MOVES.  ENDS
002000*                  WITH RETURN CODE 4 WHEN ANYTHING IS LISTED.
002100*                  THE RUN IS HELD WHEN THE PERIOD HAS NOT BEEN
002110*                  POSTED.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002500*    10/15/2026 DN    ORIGINAL PROGRAM WRITTEN.
002510*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002520*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002530*                     ON ARE COMPLETE FOR THE PERIOD.  START, END,
002540*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002550*                     THE CYCLE STEP LOG.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. NGUYEN-P03-PAYVAR.
002900 AUTHOR. DAVID NGUYEN.
003000 INSTALLATION. PAYROLL DATA PROCESSING.
003100 DATE-WRITTEN. OCTOBER 15, 2026.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PAYCTRL-STATUS.
003900     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS PH-KEY
004300         FILE STATUS IS WS-PAYHIST-STATUS.
004400     SELECT VARIANCE-REPORT-FILE ASSIGN TO "PAYVARPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-PAYVARPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PAY-PERIOD-CONTROL-FILE.
005000 COPY PAYCTRL.
005100 FD  PAY-HISTORY-FILE.
005200 COPY PAYHIST.
005300 FD  VARIANCE-REPORT-FILE.
005400 01  VARIANCE-REPORT-LINE            PIC X(86).
005500 WORKING-STORAGE SECTION.
005600 COPY EMPLULNK.
005610 COPY CYCLNK.
005700 01  WS-FILE-STATUSES.
005800     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
005900     03 WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
006000     03 WS-PAYVARPT-STATUS        PIC X(02) VALUE "00".
006100 01  WS-SWITCHES.
006200     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
006300        88 WS-END-OF-FILE                    VALUE 'Y'.
006400     03 WS-PAID-NOW-SW            PIC X(01) VALUE 'N'.
006500        88 WS-PAID-THIS-PERIOD               VALUE 'Y'.
006600     03 WS-PAID-LAST-SW           PIC X(01) VALUE 'N'.
006700        88 WS-PAID-LAST-PERIOD               VALUE 'Y'.
006800     03 WS-PRIOR-PAY-SW           PIC X(01) VALUE 'N'.
006900        88 WS-HAS-PRIOR-PAY                  VALUE 'Y'.
007000     03 WS-NAME-LOADED-SW         PIC X(01) VALUE 'N'.
007100        88 WS-NAME-LOADED                    VALUE 'Y'.
007200 01  WS-COUNTERS.
007300     03 WS-HISTORY-READ           PIC 9(06) VALUE 0.
007400     03 WS-EMPLOYEES-REVIEWED     PIC 9(06) VALUE 0.
007500     03 WS-EMPLOYEES-PAID         PIC 9(06) VALUE 0.
007600     03 WS-EMPLOYEES-LISTED       PIC 9(06) VALUE 0.
007700     03 WS-GROSS-VARIANCES        PIC 9(06) VALUE 0.
007800     03 WS-NET-VARIANCES          PIC 9(06) VALUE 0.
007900     03 WS-FIRST-TIME-PAYS        PIC 9(06) VALUE 0.
008000     03 WS-LARGE-PAYMENTS         PIC 9(06) VALUE 0.
008100     03 WS-NOT-PAID-COUNT         PIC 9(06) VALUE 0.
008200 77  WS-AVERAGE-PERIODS           PIC 9(02) VALUE 6.
008300 77  WS-VARIANCE-PERCENT          PIC 9(03) VALUE 25.
008400 77  WS-LARGE-PAY-LIMIT           PIC 9(05)V9(02) VALUE 5000.00.
008500 77  WS-LINES-FOR-EMPLOYEE        PIC 9(02) COMP VALUE 0.
008510 77  WS-PP-LAST                   PIC 9(02) COMP VALUE 0.
008520 77  WS-PP-SUB                    PIC 9(02) COMP VALUE 0.
008600 01  WS-PERIOD-CONTROLS.
008700     03 WS-CURRENT-PERIOD         PIC 9(04) VALUE 0.
008800     03 WS-LAST-PERIOD            PIC S9(05) VALUE 0.
009000 01  WS-EMPLOYEE-WORK.
009100     03 WS-CUR-EMPLOYEE-ID        PIC X(05) VALUE SPACES.
009200     03 WS-PREV-PERIOD-SEEN       PIC 9(04) VALUE 0.
009300     03 WS-NOW-GROSS              PIC S9(07)V9(02) VALUE 0.
009400     03 WS-NOW-NET                PIC S9(07)V9(02) VALUE 0.
009500     03 WS-WINDOW-GROSS           PIC S9(09)V9(02) VALUE 0.
009600     03 WS-WINDOW-NET             PIC S9(09)V9(02) VALUE 0.
009700     03 WS-WINDOW-COUNT           PIC 9(02) VALUE 0.
009800     03 WS-AVG-GROSS              PIC S9(07)V9(02) VALUE 0.
009900     03 WS-AVG-NET                PIC S9(07)V9(02) VALUE 0.
010000     03 WS-PCT-GROSS              PIC S9(05)V9(01) VALUE 0.
010100     03 WS-PCT-NET                PIC S9(05)V9(01) VALUE 0.
010200     03 WS-PCT-ABS                PIC 9(05)V9(01) VALUE 0.
010210 01  WS-PAID-PERIOD-TABLE.
010220     03 WS-PP-ENTRY OCCURS 6 TIMES.
010230         05 WS-PP-GROSS           PIC S9(07)V9(02).
010240         05 WS-PP-NET             PIC S9(07)V9(02).
010300 01  WS-RECORD-AMOUNTS.
010400     03 WS-REC-GROSS              PIC S9(05)V9(02) VALUE 0.
010500     03 WS-REC-NET                PIC S9(05)V9(02) VALUE 0.
010600 01  WS-SYS-DATE.
010700     03 WS-SYS-DATE-YEAR.
010800         05 WS-SYS-DATE-YR-CENTURY PIC 99.
010900         05 WS-SYS-DATE-YR-DECADE PIC 99.
011000     03 WS-SYS-DATE-MONTH PIC 99.
011100     03 WS-SYS-DATE-DAY PIC 99.
011200 01  WS-RUN-DATE.
011300     03 WS-RUN-MONTH PIC XX.
011400     03 FILLER PIC X VALUE '/'.
011500     03 WS-RUN-DAY PIC XX.
011600     03 FILLER PIC X VALUE '/'.
011700     03 WS-RUN-YEAR PIC XXXX.
011800 01  WS-RPT-CONTROLS.
011900     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
012000     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
012100     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
012200 01  WS-RPT-PRINT-AREA            PIC X(86).
012300 01  WS-RPT-COLUMN-HDR            PIC X(86) VALUE SPACES.
012400 01  WS-RPT-HEADER-1.
012500     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
012600     03 FILLER                    PIC X(20) VALUE
012700         'PAYROLL VARIANCE'.
012800     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
012900     03 WS-RPT-H1-RUN-DATE        PIC X(10).
013000     03 FILLER                    PIC X(02) VALUE SPACES.
013100     03 FILLER                    PIC X(08) VALUE 'PERIOD: '.
013200     03 WS-RPT-H1-PERIOD          PIC 9(04).
013300     03 FILLER                    PIC X(02) VALUE SPACES.
013400     03 FILLER                    PIC X(06) VALUE 'PAGE: '.
013500     03 WS-RPT-H1-PAGE            PIC ZZZ9.
013600 01  WS-RPT-HEADER-2.
013700     03 FILLER                    PIC X(07) VALUE 'EMP ID'.
013800     03 FILLER                    PIC X(21) VALUE 'EMPLOYEE NAME'.
013900     03 FILLER                    PIC X(17) VALUE 'CONDITION'.
014000     03 FILLER                    PIC X(11) VALUE '    GROSS'.
014100     03 FILLER                    PIC X(11) VALUE '      NET'.
014200     03 FILLER                    PIC X(11) VALUE '  AVERAGE'.
014300     03 FILLER                    PIC X(07) VALUE ' CHANGE'.
014400 01  WS-RPT-DETAIL.
014500     03 WS-RPT-DT-EMPLOYEE-ID     PIC X(07).
014600     03 WS-RPT-DT-EMPLOYEE-NAME   PIC X(21).
014700     03 WS-RPT-DT-CONDITION       PIC X(17).
014800     03 WS-RPT-DT-GROSS           PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
014900     03 FILLER                    PIC X(01) VALUE SPACES.
015000     03 WS-RPT-DT-NET             PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
015100     03 FILLER                    PIC X(01) VALUE SPACES.
015200     03 WS-RPT-DT-AVERAGE         PIC ZZ,ZZ9.99- BLANK WHEN ZERO.
015300     03 FILLER                    PIC X(01) VALUE SPACES.
015400     03 WS-RPT-DT-PERCENT         PIC ZZZ9.9- BLANK WHEN ZERO.
015500 01  WS-RPT-TOTAL-LINE.
015600     03 FILLER                    PIC X(10) VALUE SPACES.
015700     03 WS-RPT-TL-LABEL           PIC X(36).
015800     03 WS-RPT-TL-COUNT           PIC ZZZ,ZZ9.
015900 01  WS-RPT-NOTE-LINE.
016000     03 FILLER                    PIC X(10) VALUE SPACES.
016100     03 WS-RPT-NL-TEXT            PIC X(60).
016200 PROCEDURE DIVISION.
016300 0000-MAINLINE.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
016600         UNTIL WS-END-OF-FILE.
016700     IF WS-CUR-EMPLOYEE-ID NOT EQUAL TO SPACES
016800         PERFORM 3000-EVALUATE-EMPLOYEE THRU 3000-EXIT
016900     END-IF.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017100     STOP RUN.
017200 1000-INITIALIZE.
017210     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
017300     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
017400     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
017500     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
017600     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
017700     PERFORM 1050-CHECK-PERIOD-CONTROL THRU 1050-EXIT.
017800     OPEN INPUT PAY-HISTORY-FILE.
017900     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
018000         DISPLAY 'NGUYEN-P03-PAYVAR - PAY HISTORY FILE MISSING'
018100             ' - NOTHING TO REVIEW'
018200         MOVE 8 TO RETURN-CODE
018210         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
018300         STOP RUN
018400     END-IF.
018500     OPEN OUTPUT VARIANCE-REPORT-FILE.
018600     MOVE WS-RPT-HEADER-2 TO WS-RPT-COLUMN-HDR.
018700     COMPUTE WS-LAST-PERIOD = WS-CURRENT-PERIOD - 1.
019000     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
019100 1000-EXIT.
019106     EXIT.
019112 1010-START-CYCLE-STEP.
019118     MOVE 'S' TO LK-CYCLE-FUNCTION.
019124     MOVE 'PAYVAR' TO LK-CYCLE-STEP-ID.
019130     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
019136     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
019142         DISPLAY 'NGUYEN-P03-PAYVAR - ' LK-CYCLE-MESSAGE
019148     END-IF.
019154     IF NOT LK-CYCLE-OK
019160         DISPLAY 'NGUYEN-P03-PAYVAR - RUN HELD'
019166         MOVE 8 TO RETURN-CODE
019172         STOP RUN
019178     END-IF.
019184 1010-EXIT.
019200     EXIT.
019300 1050-CHECK-PERIOD-CONTROL.
019400     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
019500     IF WS-PAYCTRL-STATUS NOT EQUAL TO '00'
019600         DISPLAY 'NGUYEN-P03-PAYVAR - PAY PERIOD CONTROL FILE'
019700             ' MISSING - RUN HELD'
019800         MOVE 8 TO RETURN-CODE
019810         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
019900         STOP RUN
020000     END-IF.
020100     READ PAY-PERIOD-CONTROL-FILE
020200         AT END
020300             DISPLAY 'NGUYEN-P03-PAYVAR - PAY PERIOD CONTROL'
020400                 ' RECORD MISSING - RUN HELD'
020500             CLOSE PAY-PERIOD-CONTROL-FILE
020600             MOVE 8 TO RETURN-CODE
020610             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
020700             STOP RUN
020800     END-READ.
020900     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
021000     IF NOT PC-STATUS-POSTED
021100         DISPLAY 'NGUYEN-P03-PAYVAR - PERIOD '
021200             WS-CURRENT-PERIOD ' NOT YET POSTED - RUN HELD'
021300         CLOSE PAY-PERIOD-CONTROL-FILE
021400         MOVE 8 TO RETURN-CODE
021410         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
021500         STOP RUN
021600     END-IF.
021700     CLOSE PAY-PERIOD-CONTROL-FILE.
021800 1050-EXIT.
021900     EXIT.
022000 1100-READ-HISTORY.
022100     READ PAY-HISTORY-FILE NEXT RECORD
022200         AT END
022300             MOVE 'Y' TO WS-EOF-SW
022400             GO TO 1100-EXIT
022500     END-READ.
022600     ADD 1 TO WS-HISTORY-READ.
022700 1100-EXIT.
022800     EXIT.
022900 2000-PROCESS-HISTORY.
023000     IF PH-EMPLOYEE-ID NOT EQUAL TO WS-CUR-EMPLOYEE-ID
023100         IF WS-CUR-EMPLOYEE-ID NOT EQUAL TO SPACES
023200             PERFORM 3000-EVALUATE-EMPLOYEE THRU 3000-EXIT
023300         END-IF
023400         PERFORM 2050-START-EMPLOYEE THRU 2050-EXIT
023500     END-IF.
023600     IF PH-PERIOD-NUMBER > WS-CURRENT-PERIOD
023700         GO TO 2000-READ-NEXT
023800     END-IF.
023900     MOVE PH-GROSS-EARNINGS TO WS-REC-GROSS.
024000     MOVE PH-NET-PAY TO WS-REC-NET.
024100     IF PH-IS-REVERSAL
024200         COMPUTE WS-REC-GROSS = 0 - PH-GROSS-EARNINGS
024300         COMPUTE WS-REC-NET = 0 - PH-NET-PAY
024400     END-IF.
024500     IF PH-PERIOD-NUMBER = WS-CURRENT-PERIOD
024600         ADD WS-REC-GROSS TO WS-NOW-GROSS
024700         ADD WS-REC-NET TO WS-NOW-NET
024800         IF PH-FROM-PAY-RUN
024900             MOVE 'Y' TO WS-PAID-NOW-SW
025000         END-IF
025100         GO TO 2000-READ-NEXT
025200     END-IF.
025300     MOVE 'Y' TO WS-PRIOR-PAY-SW.
025400     IF PH-PERIOD-NUMBER = WS-LAST-PERIOD AND PH-FROM-PAY-RUN
025500         MOVE 'Y' TO WS-PAID-LAST-SW
025600     END-IF.
025700     IF PH-PERIOD-NUMBER NOT EQUAL TO WS-PREV-PERIOD-SEEN
025800         PERFORM 2100-NEXT-PAID-PERIOD THRU 2100-EXIT
025900     END-IF.
026000     ADD WS-REC-GROSS TO WS-PP-GROSS (WS-PP-LAST).
026100     ADD WS-REC-NET TO WS-PP-NET (WS-PP-LAST).
026500 2000-READ-NEXT.
026600     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
026700 2000-EXIT.
026800     EXIT.
026900 2050-START-EMPLOYEE.
027000     MOVE PH-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID.
027100     MOVE 0 TO WS-PREV-PERIOD-SEEN.
027200     MOVE 0 TO WS-NOW-GROSS.
027300     MOVE 0 TO WS-NOW-NET.
027400     MOVE 0 TO WS-WINDOW-GROSS.
027500     MOVE 0 TO WS-WINDOW-NET.
027600     MOVE 0 TO WS-WINDOW-COUNT.
027610     MOVE 0 TO WS-PP-LAST.
027700     MOVE 'N' TO WS-PAID-NOW-SW.
027800     MOVE 'N' TO WS-PAID-LAST-SW.
027900     MOVE 'N' TO WS-PRIOR-PAY-SW.
028000     MOVE 'N' TO WS-NAME-LOADED-SW.
028100     MOVE 0 TO WS-LINES-FOR-EMPLOYEE.
028200 2050-EXIT.
028300     EXIT.
028305 2100-NEXT-PAID-PERIOD.
028310     MOVE PH-PERIOD-NUMBER TO WS-PREV-PERIOD-SEEN.
028315     ADD 1 TO WS-PP-LAST.
028320     IF WS-PP-LAST > WS-AVERAGE-PERIODS
028325         MOVE 1 TO WS-PP-LAST
028330     END-IF.
028335     IF WS-WINDOW-COUNT < WS-AVERAGE-PERIODS
028340         ADD 1 TO WS-WINDOW-COUNT
028345     END-IF.
028350     MOVE 0 TO WS-PP-GROSS (WS-PP-LAST).
028355     MOVE 0 TO WS-PP-NET (WS-PP-LAST).
028360 2100-EXIT.
028365     EXIT.
028400 3000-EVALUATE-EMPLOYEE.
028500     ADD 1 TO WS-EMPLOYEES-REVIEWED.
028600     MOVE 0 TO WS-AVG-GROSS.
028700     MOVE 0 TO WS-AVG-NET.
028710     PERFORM 3050-ADD-PAID-PERIOD THRU 3050-EXIT
028720         VARYING WS-PP-SUB FROM 1 BY 1
028730         UNTIL WS-PP-SUB > WS-WINDOW-COUNT.
028800     IF WS-WINDOW-COUNT > 0
028900         COMPUTE WS-AVG-GROSS ROUNDED =
029000             WS-WINDOW-GROSS / WS-WINDOW-COUNT
029100         COMPUTE WS-AVG-NET ROUNDED =
029200             WS-WINDOW-NET / WS-WINDOW-COUNT
029300     END-IF.
029400     IF NOT WS-PAID-THIS-PERIOD
029500         IF WS-PAID-LAST-PERIOD
029600             PERFORM 3500-LIST-NOT-PAID THRU 3500-EXIT
029700         END-IF
029800         GO TO 3000-EXIT
029900     END-IF.
030000     ADD 1 TO WS-EMPLOYEES-PAID.
030100     IF NOT WS-HAS-PRIOR-PAY
030200         ADD 1 TO WS-FIRST-TIME-PAYS
030300         MOVE 'FIRST-TIME PAY' TO WS-RPT-DT-CONDITION
030400         MOVE 0 TO WS-RPT-DT-AVERAGE
030500         MOVE 0 TO WS-RPT-DT-PERCENT
030600         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
030700     ELSE
030800         IF WS-WINDOW-COUNT > 0
030900             PERFORM 3100-CHECK-GROSS-VARIANCE THRU 3100-EXIT
031000             PERFORM 3200-CHECK-NET-VARIANCE THRU 3200-EXIT
031100         END-IF
031200     END-IF.
031300     IF WS-NOW-NET > WS-LARGE-PAY-LIMIT
031400         ADD 1 TO WS-LARGE-PAYMENTS
031500         MOVE 'LARGE PAYMENT' TO WS-RPT-DT-CONDITION
031600         MOVE WS-AVG-NET TO WS-RPT-DT-AVERAGE
031700         MOVE 0 TO WS-RPT-DT-PERCENT
031800         PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT
031900     END-IF.
032000 3000-EXIT.
032100     EXIT.
032110 3050-ADD-PAID-PERIOD.
032120     ADD WS-PP-GROSS (WS-PP-SUB) TO WS-WINDOW-GROSS.
032130     ADD WS-PP-NET (WS-PP-SUB) TO WS-WINDOW-NET.
032140 3050-EXIT.
032150     EXIT.
032200 3100-CHECK-GROSS-VARIANCE.
032300     IF WS-AVG-GROSS NOT > 0
032400         GO TO 3100-EXIT
032500     END-IF.
032600     COMPUTE WS-PCT-GROSS ROUNDED =
032700         (WS-NOW-GROSS - WS-AVG-GROSS) * 100 / WS-AVG-GROSS
032800         ON SIZE ERROR
032900             MOVE 9999.9 TO WS-PCT-GROSS
033000     END-COMPUTE.
033100     MOVE WS-PCT-GROSS TO WS-PCT-ABS.
033200     IF WS-PCT-ABS NOT > WS-VARIANCE-PERCENT
033300         GO TO 3100-EXIT
033400     END-IF.
033500     ADD 1 TO WS-GROSS-VARIANCES.
033600     MOVE 'GROSS VARIANCE' TO WS-RPT-DT-CONDITION.
033700     MOVE WS-AVG-GROSS TO WS-RPT-DT-AVERAGE.
033800     MOVE WS-PCT-GROSS TO WS-RPT-DT-PERCENT.
033900     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
034000 3100-EXIT.
034100     EXIT.
034200 3200-CHECK-NET-VARIANCE.
034300     IF WS-AVG-NET NOT > 0
034400         GO TO 3200-EXIT
034500     END-IF.
034600     COMPUTE WS-PCT-NET ROUNDED =
034700         (WS-NOW-NET - WS-AVG-NET) * 100 / WS-AVG-NET
034800         ON SIZE ERROR
034900             MOVE 9999.9 TO WS-PCT-NET
035000     END-COMPUTE.
035100     MOVE WS-PCT-NET TO WS-PCT-ABS.
035200     IF WS-PCT-ABS NOT > WS-VARIANCE-PERCENT
035300         GO TO 3200-EXIT
035400     END-IF.
035500     ADD 1 TO WS-NET-VARIANCES.
035600     MOVE 'NET VARIANCE' TO WS-RPT-DT-CONDITION.
035700     MOVE WS-AVG-NET TO WS-RPT-DT-AVERAGE.
035800     MOVE WS-PCT-NET TO WS-RPT-DT-PERCENT.
035900     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
036000 3200-EXIT.
036100     EXIT.
036200 3500-LIST-NOT-PAID.
036300     ADD 1 TO WS-NOT-PAID-COUNT.
036400     PERFORM 3950-LOAD-EMPLOYEE-NAME THRU 3950-EXIT.
036500     IF LK-EMPLU-INACTIVE
036600         MOVE 'NOT PAID-INACTIVE' TO WS-RPT-DT-CONDITION
036700     ELSE
036800         MOVE 'NOT PAID THIS PD' TO WS-RPT-DT-CONDITION
036900     END-IF.
037000     MOVE WS-AVG-NET TO WS-RPT-DT-AVERAGE.
037100     MOVE 0 TO WS-RPT-DT-PERCENT.
037200     PERFORM 3900-WRITE-DETAIL-LINE THRU 3900-EXIT.
037300 3500-EXIT.
037400     EXIT.
037500 3900-WRITE-DETAIL-LINE.
037600     PERFORM 3950-LOAD-EMPLOYEE-NAME THRU 3950-EXIT.
037700     IF WS-LINES-FOR-EMPLOYEE = 0
037800         ADD 1 TO WS-EMPLOYEES-LISTED
037900         MOVE WS-CUR-EMPLOYEE-ID TO WS-RPT-DT-EMPLOYEE-ID
038000         MOVE LK-EMPLU-EMPLOYEE-NAME TO WS-RPT-DT-EMPLOYEE-NAME
038100     ELSE
038200         MOVE SPACES TO WS-RPT-DT-EMPLOYEE-ID
038300         MOVE SPACES TO WS-RPT-DT-EMPLOYEE-NAME
038400     END-IF.
038500     ADD 1 TO WS-LINES-FOR-EMPLOYEE.
038600     MOVE WS-NOW-GROSS TO WS-RPT-DT-GROSS.
038700     MOVE WS-NOW-NET TO WS-RPT-DT-NET.
038800     MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-AREA.
038900     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
039000 3900-EXIT.
039100     EXIT.
039200 3950-LOAD-EMPLOYEE-NAME.
039300     IF WS-NAME-LOADED
039400         GO TO 3950-EXIT
039500     END-IF.
039600     MOVE WS-CUR-EMPLOYEE-ID TO LK-EMPLU-EMPLOYEE-ID.
039700     CALL 'NGUYEN-P03-EMPLU' USING LK-EMPLU-AREA.
039800     IF LK-EMPLU-NOT-FOUND
039900         MOVE 'NOT ON EMPLOYEE MASTER' TO LK-EMPLU-EMPLOYEE-NAME
040000     END-IF.
040100     MOVE 'Y' TO WS-NAME-LOADED-SW.
040200 3950-EXIT.
040300     EXIT.
040400 4900-WRITE-REPORT-LINE.
040500     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
040600         PERFORM 4910-WRITE-PAGE-HEADERS THRU 4910-EXIT
040700     END-IF.
040800     MOVE WS-RPT-PRINT-AREA TO VARIANCE-REPORT-LINE.
040900     WRITE VARIANCE-REPORT-LINE AFTER ADVANCING 1 LINE.
041000     ADD 1 TO WS-RPT-LINE-NO.
041100 4900-EXIT.
041200     EXIT.
041300 4910-WRITE-PAGE-HEADERS.
041400     ADD 1 TO WS-RPT-PAGE-NO.
041500     MOVE WS-RPT-PAGE-NO TO WS-RPT-H1-PAGE.
041600     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
041700     MOVE WS-CURRENT-PERIOD TO WS-RPT-H1-PERIOD.
041800     MOVE WS-RPT-HEADER-1 TO VARIANCE-REPORT-LINE.
041900     IF WS-RPT-PAGE-NO = 1
042000         WRITE VARIANCE-REPORT-LINE AFTER ADVANCING 1 LINE
042100     ELSE
042200         WRITE VARIANCE-REPORT-LINE AFTER ADVANCING PAGE
042300     END-IF.
042400     MOVE WS-RPT-COLUMN-HDR TO VARIANCE-REPORT-LINE.
042500     WRITE VARIANCE-REPORT-LINE AFTER ADVANCING 2 LINES.
042600     MOVE 0 TO WS-RPT-LINE-NO.
042700 4910-EXIT.
042800     EXIT.
042900 9000-TERMINATE.
043000     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
043100     CLOSE PAY-HISTORY-FILE.
043200     CLOSE VARIANCE-REPORT-FILE.
043300     DISPLAY 'NGUYEN-P03-PAYVAR - HISTORY RECORDS READ: '
043400         WS-HISTORY-READ.
043500     DISPLAY 'NGUYEN-P03-PAYVAR - EMPLOYEES PAID THIS PERIOD: '
043600         WS-EMPLOYEES-PAID.
043700     DISPLAY 'NGUYEN-P03-PAYVAR - EMPLOYEES LISTED: '
043800         WS-EMPLOYEES-LISTED.
043900     IF WS-EMPLOYEES-LISTED > 0
044000         MOVE 4 TO RETURN-CODE
044100     END-IF.
044110     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
044200 9000-EXIT.
044300     EXIT.
044400 9100-WRITE-SUMMARY.
044500     MOVE 'RUN SUMMARY' TO WS-RPT-COLUMN-HDR.
044600     MOVE 99 TO WS-RPT-LINE-NO.
044700     MOVE 'EMPLOYEES REVIEWED' TO WS-RPT-TL-LABEL.
044800     MOVE WS-EMPLOYEES-REVIEWED TO WS-RPT-TL-COUNT.
044900     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
045000     MOVE 'EMPLOYEES PAID THIS PERIOD' TO WS-RPT-TL-LABEL.
045100     MOVE WS-EMPLOYEES-PAID TO WS-RPT-TL-COUNT.
045200     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
045300     MOVE 'GROSS VARIANCES' TO WS-RPT-TL-LABEL.
045400     MOVE WS-GROSS-VARIANCES TO WS-RPT-TL-COUNT.
045500     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
045600     MOVE 'NET VARIANCES' TO WS-RPT-TL-LABEL.
045700     MOVE WS-NET-VARIANCES TO WS-RPT-TL-COUNT.
045800     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
045900     MOVE 'FIRST-TIME PAYS' TO WS-RPT-TL-LABEL.
046000     MOVE WS-FIRST-TIME-PAYS TO WS-RPT-TL-COUNT.
046100     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
046200     MOVE 'LARGE PAYMENTS' TO WS-RPT-TL-LABEL.
046300     MOVE WS-LARGE-PAYMENTS TO WS-RPT-TL-COUNT.
046400     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
046500     MOVE 'PAID LAST PERIOD - NOT THIS PERIOD' TO WS-RPT-TL-LABEL.
046600     MOVE WS-NOT-PAID-COUNT TO WS-RPT-TL-COUNT.
046700     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
046800     IF WS-EMPLOYEES-LISTED > 0
046900         MOVE 'REVIEW EVERY EMPLOYEE LISTED BEFORE THE DIRECT'
047000             TO WS-RPT-NL-TEXT
047100         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
047200         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
047300         MOVE 'DEPOSIT FILE IS RELEASED TO THE BANK'
047400             TO WS-RPT-NL-TEXT
047500         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
047600         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
047700     END-IF.
047800 9100-EXIT.
047900     EXIT.
048000 9150-WRITE-TOTAL-LINE.
048100     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-AREA.
048200     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
048300 9150-EXIT.
048400     EXIT.
048500 9900-END-CYCLE-STEP.
048600     MOVE 'E' TO LK-CYCLE-FUNCTION.
048700     MOVE 'PAYVAR' TO LK-CYCLE-STEP-ID.
048800     MOVE WS-HISTORY-READ TO LK-CYCLE-RECORDS-IN.
048900     MOVE WS-EMPLOYEES-LISTED TO LK-CYCLE-RECORDS-OUT.
049000     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
049100     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
049200     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
049300         DISPLAY 'NGUYEN-P03-PAYVAR - ' LK-CYCLE-MESSAGE
049400     END-IF.
049500     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
049600 9900-EXIT.
049700     EXIT.
049800 END PROGRAM NGUYEN-P03-PAYVAR.
