007608*                     DEDUCTION SUBPROGRAM NOW RETURNS ON EACH
007609*                     GL EXTRACT RECORD SO THE JOURNAL CAN POST
007610*                     DEDUCTIONS PAYABLE PER TYPE.
007611*    09/15/2026 DN    CARRY THE EMPLOYEE SOCIAL SECURITY AND
007612*                     MEDICARE WITHHOLDING FROM THE CALCULATION
007613*                     SUBPROGRAM TO THE YTD UPDATE AND THE GL
007614*                     EXTRACT, AND ADD THE FICA COLUMN TO THE
007615*                     SESSION REGISTER TO MATCH THE BATCH
007616*                     REGISTER LAYOUT.
007617*    09/22/2026 DN    A SALARIED EMPLOYEE IS TURNED AWAY AT ID
007618*                     ENTRY - THE BATCH RUN PAYS THE SALARY - AND
007619*                     THE CALCULATION IS ALWAYS CALLED HOURLY.
007650******************************************************************
007700 IDENTIFICATION DIVISION.
007800 PROGRAM-ID. NGUYEN-P03-PAY-SCREEN.
007900 AUTHOR. DAVID NGUYEN.
013300     03 WS-TOTAL-EARNINGS PIC 9(5)V9(2).
013400     03 WS-FEDERAL-WITHHOLDING PIC 9(5)V9(2).
013500     03 WS-STATE-WITHHOLDING PIC 9(5)V9(2).
013510     03 WS-EE-SOC-SEC PIC 9(5)V9(2).
013520     03 WS-EE-MEDICARE PIC 9(5)V9(2).
013600     03 WS-DEDUCTIONS PIC 9(5)V9(2).
013700     03 WS-NET-EARNINGS PIC 9(5)V9(2).
013800 01  WS-SYS-DATE.
018300     03 WS-RPT-GRAND-REGULAR      PIC 9(07)V9(02) VALUE 0.
018400     03 WS-RPT-GRAND-OVERTIME     PIC 9(07)V9(02) VALUE 0.
018500     03 WS-RPT-GRAND-TOTAL        PIC 9(07)V9(02) VALUE 0.
018550     03 WS-RPT-GRAND-FICA         PIC 9(07)V9(02) VALUE 0.
018600     03 WS-RPT-GRAND-DEDUCT       PIC 9(07)V9(02) VALUE 0.
018700     03 WS-RPT-GRAND-NET          PIC 9(07)V9(02) VALUE 0.
018800 01  WS-RPT-HEADER-1.
019800     03 FILLER                    PIC X(27) VALUE 'EMPLOYEE NAME'.
019900     03 FILLER                    PIC X(07) VALUE 'HOURS'.
020000     03 FILLER                    PIC X(07) VALUE 'RATE'.
020100     03 FILLER                    PIC X(09) VALUE 'REGULAR'.
020200     03 FILLER                    PIC X(09) VALUE 'OVERTIME'.
020210     03 FILLER                    PIC X(09) VALUE 'VACATION'.
020220     03 FILLER                    PIC X(09) VALUE 'SICK'.
020230     03 FILLER                    PIC X(09) VALUE 'HOLIDAY'.
020300     03 FILLER                    PIC X(10) VALUE 'TOTAL'.
020350     03 FILLER                    PIC X(09) VALUE 'FICA'.
020400     03 FILLER                    PIC X(09) VALUE 'DEDUCT'.
020500     03 FILLER                    PIC X(07) VALUE 'NET'.
020600 01  WS-RPT-DETAIL.
020700     03 WS-RPT-DT-EMPLOYEE-ID     PIC X(08).
021100     03 WS-RPT-DT-RATE            PIC Z9.99.
021200     03 FILLER                    PIC X(02) VALUE SPACES.
021300     03 WS-RPT-DT-REGULAR         PIC Z,ZZ9.99.
021400     03 FILLER                    PIC X(01) VALUE SPACES.
021500     03 WS-RPT-DT-OVERTIME        PIC Z,ZZ9.99.
021600     03 FILLER                    PIC X(01) VALUE SPACES.
021610     03 WS-RPT-DT-VACATION        PIC Z,ZZ9.99.
021620     03 FILLER                    PIC X(01) VALUE SPACES.
021630     03 WS-RPT-DT-SICK            PIC Z,ZZ9.99.
021640     03 FILLER                    PIC X(01) VALUE SPACES.
021650     03 WS-RPT-DT-HOLIDAY         PIC Z,ZZ9.99.
021660     03 FILLER                    PIC X(01) VALUE SPACES.
021700     03 WS-RPT-DT-TOTAL           PIC ZZ,ZZ9.99.
021800     03 FILLER                    PIC X(01) VALUE SPACES.
021850     03 WS-RPT-DT-FICA            PIC Z,ZZ9.99.
021860     03 FILLER                    PIC X(01) VALUE SPACES.
021900     03 WS-RPT-DT-DEDUCT          PIC Z,ZZ9.99.
022000     03 FILLER                    PIC X(01) VALUE SPACES.
022100     03 WS-RPT-DT-NET             PIC ZZ,ZZ9.99.
022200 01  WS-RPT-TOTAL-LINE.
022300     03 FILLER                    PIC X(35) VALUE 'GRAND TOTALS'.
022960     03 FILLER                    PIC X(01) VALUE SPACES.
023000     03 WS-RPT-TL-TOTAL           PIC ZZZ,ZZ9.99.
023100     03 FILLER                    PIC X(01) VALUE SPACES.
023110     03 WS-RPT-TL-FICA            PIC ZZZ,ZZ9.99.
023120     03 FILLER                    PIC X(01) VALUE SPACES.
023200     03 WS-RPT-TL-DEDUCT          PIC ZZZ,ZZ9.99.
023300     03 FILLER                    PIC X(01) VALUE SPACES.
023400     03 WS-RPT-TL-NET             PIC ZZZ,ZZ9.99.
028500     03 LINE 13 COL 19 VALUE 'EMPLOYEE ID NOT ON FILE - REENTER'.
028600 01  SCREEN-EMPLOYEE-INACTIVE.
028700     03 LINE 13 COL 19 VALUE 'EMPLOYEE IS INACTIVE - REENTER'.
028710 01  SCREEN-EMPLOYEE-SALARIED.
028720     03 LINE 13 COL 19 VALUE
028730         'EMPLOYEE IS SALARIED - PAID BY THE BATCH RUN'.
028800 01  SCREEN-EDIT-ERROR.
028900     03 LINE 14 COL 19 VALUE
029000         'HOURS MUST BE 0-80 AND RATE ABOVE MINIMUM WAGE'.
044900         DISPLAY SCREEN-EMPLOYEE-INACTIVE
045000         GO TO 2100-GET-VALID-EMPLOYEE
045100     END-IF.
045110     IF LK-EMPLU-SALARIED
045120         DISPLAY SCREEN-EMPLOYEE-SALARIED
045130         GO TO 2100-GET-VALID-EMPLOYEE
045140     END-IF.
045200     MOVE LK-EMPLU-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME.
045300     MOVE LK-EMPLU-PAY-RATE TO WS-RATE.
045400 2100-EXIT.
049000     MOVE LK-EMPLU-CLASSIFICATION-CODE TO
049100         LK-CALC-CLASSIFICATION-CODE.
049110     MOVE LK-EMPLU-WORK-STATE TO LK-CALC-WORK-STATE.
049120     MOVE 'H' TO LK-CALC-PAY-TYPE.
049130     MOVE 0 TO LK-CALC-SALARY-AMOUNT.
049200     CALL 'NGUYEN-P03-CALC' USING LK-CALC-AREA.
049300     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
049400     MOVE LK-CALC-REGULAR-HOURS TO WS-REGULAR-HOURS.
050200     MOVE LK-CALC-TOTAL-EARNINGS TO WS-TOTAL-EARNINGS.
050300     MOVE LK-CALC-FEDERAL-WITHHOLDING TO WS-FEDERAL-WITHHOLDING.
050400     MOVE LK-CALC-STATE-WITHHOLDING TO WS-STATE-WITHHOLDING.
050410     MOVE LK-CALC-EE-SOC-SEC TO WS-EE-SOC-SEC.
050420     MOVE LK-CALC-EE-MEDICARE TO WS-EE-MEDICARE.
050500     MOVE LK-CALC-NET-EARNINGS TO WS-NET-EARNINGS.
050600 2170-EXIT.
050700     EXIT.
052600     MOVE WS-FEDERAL-WITHHOLDING
052700         TO LK-YTDUP-FEDERAL-WITHHOLDING.
052800     MOVE WS-STATE-WITHHOLDING TO LK-YTDUP-STATE-WITHHOLDING.
052803     MOVE WS-EE-SOC-SEC TO LK-YTDUP-EE-SOC-SEC.
052806     MOVE WS-EE-MEDICARE TO LK-YTDUP-EE-MEDICARE.
052810     MOVE 0 TO LK-YTDUP-VACATION-EARNINGS.
052820     MOVE 0 TO LK-YTDUP-SICK-EARNINGS.
052830     MOVE 0 TO LK-YTDUP-HOLIDAY-EARNINGS.
054120     MOVE 0 TO WS-RPT-DT-SICK.
054130     MOVE 0 TO WS-RPT-DT-HOLIDAY.
054200     MOVE WS-TOTAL-EARNINGS TO WS-RPT-DT-TOTAL.
054250     ADD WS-EE-SOC-SEC WS-EE-MEDICARE GIVING WS-RPT-DT-FICA.
054300     MOVE WS-DEDUCTIONS TO WS-RPT-DT-DEDUCT.
054400     MOVE WS-NET-EARNINGS TO WS-RPT-DT-NET.
054500     MOVE WS-RPT-DETAIL TO PAYROLL-REGISTER-LINE.
055000     ADD WS-REGULAR-EARNINGS TO WS-RPT-GRAND-REGULAR.
055100     ADD WS-OVERTIME-EARNINGS TO WS-RPT-GRAND-OVERTIME.
055200     ADD WS-TOTAL-EARNINGS TO WS-RPT-GRAND-TOTAL.
055250     ADD WS-EE-SOC-SEC WS-EE-MEDICARE TO WS-RPT-GRAND-FICA.
055300     ADD WS-DEDUCTIONS TO WS-RPT-GRAND-DEDUCT.
055400     ADD WS-NET-EARNINGS TO WS-RPT-GRAND-NET.
055500 2200-EXIT.
058010     MOVE LK-CALC-ER-TOTAL TO GL-ER-TAX-TOTAL.
058020     MOVE WS-FEDERAL-WITHHOLDING TO GL-FEDERAL-WH.
058030     MOVE WS-STATE-WITHHOLDING TO GL-STATE-WH.
058032     MOVE WS-EE-SOC-SEC TO GL-SOC-SEC-WH.
058034     MOVE WS-EE-MEDICARE TO GL-MEDICARE-WH.
058040     MOVE WS-DEDUCTIONS TO GL-DEDUCTIONS.
058050     PERFORM 2310-COPY-DED-TYPES THRU 2310-EXIT
058060         VARYING WS-DED-SUB FROM 1 BY 1
060700     MOVE 0.00 TO WS-TOTAL-EARNINGS.
060800     MOVE 0.00 TO WS-FEDERAL-WITHHOLDING.
060900     MOVE 0.00 TO WS-STATE-WITHHOLDING.
060910     MOVE 0.00 TO WS-EE-SOC-SEC.
060920     MOVE 0.00 TO WS-EE-MEDICARE.
061000     MOVE 0.00 TO WS-DEDUCTIONS.
061100     MOVE 0.00 TO WS-NET-EARNINGS.
061200 2500-EXIT.
062620     MOVE 0 TO WS-RPT-TL-SICK.
062630     MOVE 0 TO WS-RPT-TL-HOLIDAY.
062700     MOVE WS-RPT-GRAND-TOTAL TO WS-RPT-TL-TOTAL.
062750     MOVE WS-RPT-GRAND-FICA TO WS-RPT-TL-FICA.
062800     MOVE WS-RPT-GRAND-DEDUCT TO WS-RPT-TL-DEDUCT.
062900     MOVE WS-RPT-GRAND-NET TO WS-RPT-TL-NET.
063000     MOVE WS-RPT-TOTAL-LINE TO PAYROLL-REGISTER-LINE.
