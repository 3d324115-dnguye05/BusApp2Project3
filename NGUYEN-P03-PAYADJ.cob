003196*                     A WAGE BASE ACCRUES AT WORST A FEW
003198*                     DOLLARS HIGH AND THE QUARTERLY FILING
003199*                     TRUES IT UP.
003201*    09/15/2026 DN    FLOW THE EMPLOYEE SOCIAL SECURITY AND
003202*                     MEDICARE DELTAS THROUGH THE YTD UPDATE AND
003203*                     THE GL EXTRACT, AND INCLUDE THEM IN THE
003204*                     WITHHOLDING COLUMN OF THE SUPPLEMENTAL
003205*                     REGISTER.  THE SAME ZERO YTD GROSS FEEDS
003206*                     THE SOCIAL SECURITY WAGE-BASE CUTOFF.
003207*    09/22/2026 DN    REJECT A SALARIED EMPLOYEE'S ADJUSTMENT AND
003208*                     CALL THE CALCULATION HOURLY - A SALARY DOES
003209*                     NOT MOVE WITH HOURS.
003219*    10/15/2026 DN    WRITE A PAY HISTORY RECORD FOR EVERY
003229*                     ADJUSTMENT APPLIED, UNDER THE NEXT FREE
003239*                     SEQUENCE NUMBER FOR THE EMPLOYEE AND
003249*                     PERIOD SO IT SITS BESIDE THE BATCH RUN'S
003259*                     RECORD.  A REVERSAL CARRIES A '-' SIGN.
003260*                     A PAY HISTORY FILE THAT CANNOT BE OPENED
003261*                     HOLDS THE RUN BEFORE ANY CARD IS APPLIED; A
003262*                     RECORD THAT CANNOT BE WRITTEN IS LOGGED AND
003263*                     ENDS THE RUN WITH RETURN CODE 8.
003264*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
003268*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
003272*                     ON ARE COMPLETE FOR THE PERIOD, AND
003276*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
003280*                     SUPERVISOR'S AUTHORIZATION.  START, END,
003284*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
003288*                     THE CYCLE STEP LOG.
003290******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NGUYEN-P03-PAYADJ.
003500 AUTHOR. DAVID NGUYEN.
005400     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PAYCTRL-STATUS.
005610     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS DYNAMIC
005640         RECORD KEY IS PH-KEY
005650         FILE STATUS IS WS-PAYHIST-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ADJUSTMENT-CARD-FILE.
006600 COPY GLEXTRCT.
006700 FD  PAY-PERIOD-CONTROL-FILE.
006800 COPY PAYCTRL.
006810 FD  PAY-HISTORY-FILE.
006820 COPY PAYHIST.
006900 WORKING-STORAGE SECTION.
007000 COPY EMPLULNK.
007100 COPY CALCLINK.
007200 COPY YTDUPLNK.
007300 COPY AUDITLNK.
007310 COPY CYCLNK.
007400 01  WS-FILE-STATUSES.
007500     03 WS-ADJCARDS-STATUS        PIC X(02) VALUE "00".
007600     03 WS-PAYROLL-STATUS         PIC X(02) VALUE "00".
007700     03 WS-EXCPLOG-STATUS         PIC X(02) VALUE "00".
007800     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
007900     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
007910     03 WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
008000 01  WS-SWITCHES.
008100     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
008200        88 WS-END-OF-FILE                    VALUE 'Y'.
008300     03 WS-REVERSAL-SW            PIC X(01) VALUE 'N'.
008400        88 WS-IS-REVERSAL                    VALUE 'Y'.
008410     03 WS-SEQ-FREE-SW            PIC X(01) VALUE 'N'.
008420        88 WS-SEQ-FREE                       VALUE 'Y'.
008430     03 WS-HIST-ERROR-SW          PIC X(01) VALUE 'N'.
008440        88 WS-HIST-ERROR                     VALUE 'Y'.
008500 01  WS-COUNTERS.
008600     03 WS-CARDS-READ             PIC 9(06) VALUE 0.
008700     03 WS-CARDS-APPLIED          PIC 9(06) VALUE 0.
010400     03 WS-DELTA-FEDERAL-WH       PIC S9(5)V9(2) VALUE 0.
010500     03 WS-DELTA-STATE-WH         PIC S9(5)V9(2) VALUE 0.
010600     03 WS-DELTA-NET              PIC S9(5)V9(2) VALUE 0.
010602     03 WS-DELTA-SOC-SEC          PIC S9(5)V9(2) VALUE 0.
010604     03 WS-DELTA-MEDICARE         PIC S9(5)V9(2) VALUE 0.
010610     03 WS-DELTA-ER-FICA          PIC S9(5)V9(2) VALUE 0.
010620     03 WS-DELTA-ER-FUTA          PIC S9(5)V9(2) VALUE 0.
010630     03 WS-DELTA-ER-SUTA          PIC S9(5)V9(2) VALUE 0.
011700     03 WS-SYS-DATE-DAY PIC 99.
011800     03 WS-SYS-DATE-HOUR PIC 99.
011900     03 WS-SYS-DATE-MINUTE PIC 99.
011910 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
011920     03 WS-SYS-DATE-N             PIC 9(08).
011930     03 FILLER                    PIC X(04).
012000 01  WS-RUN-DATE.
012100     03 WS-RUN-MONTH PIC XX.
012200     03 FILLER PIC X VALUE '/'.
012400     03 FILLER PIC X VALUE '/'.
012500     03 WS-RUN-YEAR PIC XXXX.
012550 77  WS-DED-SUB                   PIC 9(01) COMP VALUE 1.
012560 77  WS-HIST-SEQ                  PIC 9(02) COMP VALUE 0.
012600 01  WS-OPERATOR-ID                PIC X(08) VALUE 'ADJUST'.
012700 01  WS-TERM-TIME.
012800     03 WS-TERM-TIME-HH            PIC 99.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019100     STOP RUN.
019200 1000-INITIALIZE.
019210     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
019300     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
019400     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
019500     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
020200         DISPLAY 'NGUYEN-P03-PAYADJ - ADJUSTMENT CARD FILE'
020300             ' MISSING - NOTHING TO PROCESS'
020400         MOVE 8 TO RETURN-CODE
020410         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
020500         STOP RUN
020600     END-IF.
020700     OPEN EXTEND PAYROLL-REGISTER-FILE.
020800     OPEN EXTEND GL-EXTRACT-FILE.
020900     OPEN EXTEND EXCEPTION-LOG-FILE.
020910     OPEN I-O PAY-HISTORY-FILE.
020920     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
020930         OPEN OUTPUT PAY-HISTORY-FILE
020940         CLOSE PAY-HISTORY-FILE
020950         OPEN I-O PAY-HISTORY-FILE
020960     END-IF.
020965     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
020970         DISPLAY 'NGUYEN-P03-PAYADJ - PAY HISTORY FILE'
020975             ' UNAVAILABLE - RUN HELD'
020980         MOVE 8 TO RETURN-CODE
020985         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
020990         STOP RUN
020995     END-IF.
021000     PERFORM 1100-READ-CARD THRU 1100-EXIT.
021100 1000-EXIT.
021106     EXIT.
021112 1010-START-CYCLE-STEP.
021118     MOVE 'S' TO LK-CYCLE-FUNCTION.
021124     MOVE 'PAYADJ' TO LK-CYCLE-STEP-ID.
021130     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
021136     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
021142         DISPLAY 'NGUYEN-P03-PAYADJ - ' LK-CYCLE-MESSAGE
021148     END-IF.
021154     IF NOT LK-CYCLE-OK
021160         DISPLAY 'NGUYEN-P03-PAYADJ - RUN HELD'
021166         MOVE 8 TO RETURN-CODE
021172         STOP RUN
021178     END-IF.
021184 1010-EXIT.
021200     EXIT.
021300 1050-CHECK-PERIOD-CONTROL.
021400     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
021600         DISPLAY 'NGUYEN-P03-PAYADJ - PERIOD CONTROL FILE'
021700             ' MISSING - RUN HELD'
021800         MOVE 8 TO RETURN-CODE
021810         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
021900         STOP RUN
022000     END-IF.
022100     READ PAY-PERIOD-CONTROL-FILE
022300             DISPLAY 'NGUYEN-P03-PAYADJ - PERIOD CONTROL'
022400                 ' RECORD MISSING - RUN HELD'
022500             MOVE 8 TO RETURN-CODE
022510             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
022600             STOP RUN
022700     END-READ.
022800     IF NOT PC-STATUS-POSTED
023200             ' THROUGH THE REGULAR BATCH RUN'
023300         MOVE 8 TO RETURN-CODE
023400         CLOSE PAY-PERIOD-CONTROL-FILE
023410         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
023500         STOP RUN
023600     END-IF.
023700     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
027000         ADD 1 TO WS-CARDS-REJECTED
027100         GO TO 2000-READ-NEXT
027200     END-IF.
027210     IF LK-EMPLU-SALARIED
027220         MOVE 'SALARIED - NO HOURS ADJUSTMENT' TO
027230             WS-EXC-DT-REASON
027240         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
027250         ADD 1 TO WS-CARDS-REJECTED
027260         GO TO 2000-READ-NEXT
027270     END-IF.
027300     PERFORM 2100-CALCULATE-DELTAS THRU 2100-EXIT.
027400     IF LK-CALC-INVALID-HOURS OR LK-CALC-INVALID-RATE
027500         MOVE 'HOURS OR RATE REJECTED BY CALC' TO
028100     PERFORM 2350-UPDATE-YTD THRU 2350-EXIT.
028200     PERFORM 2200-WRITE-DETAIL-LINE THRU 2200-EXIT.
028300     PERFORM 2300-WRITE-GL-RECORD THRU 2300-EXIT.
028310     PERFORM 2500-WRITE-PAY-HISTORY THRU 2500-EXIT.
028400     ADD 1 TO WS-CARDS-APPLIED.
028500 2000-READ-NEXT.
028600     PERFORM 1100-READ-CARD THRU 1100-EXIT.
029900     MOVE LK-EMPLU-CLASSIFICATION-CODE TO
030000         LK-CALC-CLASSIFICATION-CODE.
030010     MOVE LK-EMPLU-WORK-STATE TO LK-CALC-WORK-STATE.
030020     MOVE 'H' TO LK-CALC-PAY-TYPE.
030030     MOVE 0 TO LK-CALC-SALARY-AMOUNT.
030100     CALL 'NGUYEN-P03-CALC' USING LK-CALC-AREA.
030200     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
030300     IF LK-CALC-INVALID-HOURS OR LK-CALC-INVALID-RATE
031700         COMPUTE WS-DELTA-STATE-WH =
031800             0 - LK-CALC-STATE-WITHHOLDING
031900         COMPUTE WS-DELTA-NET = 0 - LK-CALC-NET-EARNINGS
031902         COMPUTE WS-DELTA-SOC-SEC = 0 - LK-CALC-EE-SOC-SEC
031904         COMPUTE WS-DELTA-MEDICARE = 0 - LK-CALC-EE-MEDICARE
031910         COMPUTE WS-DELTA-ER-FICA = 0 - LK-CALC-ER-FICA
031920         COMPUTE WS-DELTA-ER-FUTA = 0 - LK-CALC-ER-FUTA
031930         COMPUTE WS-DELTA-ER-SUTA = 0 - LK-CALC-ER-SUTA
032800             WS-DELTA-FEDERAL-WH
032900         MOVE LK-CALC-STATE-WITHHOLDING TO WS-DELTA-STATE-WH
033000         MOVE LK-CALC-NET-EARNINGS TO WS-DELTA-NET
033002         MOVE LK-CALC-EE-SOC-SEC TO WS-DELTA-SOC-SEC
033004         MOVE LK-CALC-EE-MEDICARE TO WS-DELTA-MEDICARE
033010         MOVE LK-CALC-ER-FICA TO WS-DELTA-ER-FICA
033020         MOVE LK-CALC-ER-FUTA TO WS-DELTA-ER-FUTA
033030         MOVE LK-CALC-ER-SUTA TO WS-DELTA-ER-SUTA
034900     MOVE LK-EMPLU-PAY-RATE TO WS-RPT-DT-RATE.
035000     MOVE WS-DELTA-GROSS TO WS-RPT-DT-GROSS.
035100     COMPUTE WS-RPT-DT-WITHHOLDING =
035200         WS-DELTA-FEDERAL-WH + WS-DELTA-STATE-WH
035210             + WS-DELTA-SOC-SEC + WS-DELTA-MEDICARE.
035300     MOVE WS-DELTA-NET TO WS-RPT-DT-NET.
035400     MOVE AJ-REASON TO WS-RPT-DT-REASON.
035500     MOVE WS-RPT-DETAIL TO PAYROLL-REGISTER-LINE.
035900     ADD WS-DELTA-GROSS TO WS-ADJ-TOTAL-GROSS.
036000     COMPUTE WS-ADJ-TOTAL-WITHHOLDING =
036100         WS-ADJ-TOTAL-WITHHOLDING + WS-DELTA-FEDERAL-WH
036200                                  + WS-DELTA-STATE-WH
036210                                  + WS-DELTA-SOC-SEC
036220                                  + WS-DELTA-MEDICARE.
036300     ADD WS-DELTA-NET TO WS-ADJ-TOTAL-NET.
036400 2200-EXIT.
036500     EXIT.
038610     MOVE LK-CALC-ER-TOTAL TO GL-ER-TAX-TOTAL.
038620     MOVE LK-CALC-FEDERAL-WITHHOLDING TO GL-FEDERAL-WH.
038630     MOVE LK-CALC-STATE-WITHHOLDING TO GL-STATE-WH.
038632     MOVE LK-CALC-EE-SOC-SEC TO GL-SOC-SEC-WH.
038634     MOVE LK-CALC-EE-MEDICARE TO GL-MEDICARE-WH.
038640     MOVE 0 TO GL-DEDUCTIONS.
038650     PERFORM 2310-CLEAR-DED-TYPES THRU 2310-EXIT
038660         VARYING WS-DED-SUB FROM 1 BY 1
040100     MOVE WS-DELTA-NET TO LK-YTDUP-NET-EARNINGS.
040200     MOVE WS-DELTA-FEDERAL-WH TO LK-YTDUP-FEDERAL-WITHHOLDING.
040300     MOVE WS-DELTA-STATE-WH TO LK-YTDUP-STATE-WITHHOLDING.
040302     MOVE WS-DELTA-SOC-SEC TO LK-YTDUP-EE-SOC-SEC.
040304     MOVE WS-DELTA-MEDICARE TO LK-YTDUP-EE-MEDICARE.
040310     MOVE WS-DELTA-ER-FICA TO LK-YTDUP-ER-FICA.
040320     MOVE WS-DELTA-ER-FUTA TO LK-YTDUP-ER-FUTA.
040330     MOVE WS-DELTA-ER-SUTA TO LK-YTDUP-ER-SUTA.
041600     CALL 'NGUYEN-P03-AUDIT' USING LK-AUDIT-AREA.
041700 2400-EXIT.
041800     EXIT.
041801 2500-WRITE-PAY-HISTORY.
041802     MOVE 'N' TO WS-SEQ-FREE-SW.
041803     MOVE 0 TO WS-HIST-SEQ.
041804     PERFORM 2510-PROBE-SEQUENCE THRU 2510-EXIT
041805         UNTIL WS-SEQ-FREE OR WS-HIST-SEQ >= 99.
041806     IF NOT WS-SEQ-FREE
041807         MOVE 'PAY HISTORY SEQUENCE FULL FOR PERIOD' TO
041808             WS-EXC-DT-REASON
041809         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
041810         MOVE 'Y' TO WS-HIST-ERROR-SW
041811         GO TO 2500-EXIT
041812     END-IF.
041813     MOVE SPACES TO PAY-HISTORY-RECORD.
041814     MOVE AJ-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
041815     MOVE WS-CURRENT-PERIOD TO PH-PERIOD-NUMBER.
041816     MOVE WS-HIST-SEQ TO PH-SEQUENCE-NUMBER.
041817     MOVE 'A' TO PH-SOURCE-CODE.
041818     IF WS-IS-REVERSAL
041819         MOVE '-' TO PH-AMOUNT-SIGN
041820     END-IF.
041821     MOVE WS-SYS-DATE-N TO PH-RUN-DATE.
041822     MOVE LK-EMPLU-DEPARTMENT-CODE TO PH-DEPARTMENT-CODE.
041823     MOVE LK-EMPLU-PAY-TYPE TO PH-PAY-TYPE.
041824     MOVE LK-CALC-RATE TO PH-PAY-RATE.
041825     MOVE LK-CALC-REGULAR-HOURS TO PH-REGULAR-HOURS.
041826     MOVE LK-CALC-OVERTIME-HOURS TO PH-OVERTIME-HOURS.
041827     MOVE LK-CALC-DOUBLETIME-HOURS TO PH-DOUBLETIME-HOURS.
041828     MOVE LK-CALC-TOTAL-HOURS TO PH-TOTAL-HOURS.
041829     MOVE LK-CALC-REGULAR-EARNINGS TO PH-REGULAR-EARNINGS.
041830     MOVE LK-CALC-OVERTIME-EARNINGS TO PH-OVERTIME-EARNINGS.
041831     MOVE LK-CALC-DOUBLETIME-EARNINGS TO PH-DOUBLETIME-EARNINGS.
041832     MOVE 0 TO PH-VACATION-EARNINGS.
041833     MOVE 0 TO PH-SICK-EARNINGS.
041834     MOVE 0 TO PH-HOLIDAY-EARNINGS.
041835     MOVE LK-CALC-TOTAL-EARNINGS TO PH-GROSS-EARNINGS.
041836     MOVE LK-CALC-FEDERAL-WITHHOLDING TO PH-FEDERAL-WH.
041837     MOVE LK-CALC-STATE-WITHHOLDING TO PH-STATE-WH.
041838     MOVE LK-CALC-EE-SOC-SEC TO PH-SOC-SEC-WH.
041839     MOVE LK-CALC-EE-MEDICARE TO PH-MEDICARE-WH.
041840     MOVE 0 TO PH-TOTAL-DEDUCTIONS.
041841     PERFORM 2520-CLEAR-HISTORY-DED-TYPES THRU 2520-EXIT
041842         VARYING WS-DED-SUB FROM 1 BY 1
041843         UNTIL WS-DED-SUB > 5.
041844     MOVE LK-CALC-ER-FICA TO PH-ER-FICA.
041845     MOVE LK-CALC-ER-FUTA TO PH-ER-FUTA.
041846     MOVE LK-CALC-ER-SUTA TO PH-ER-SUTA.
041847     MOVE LK-CALC-ER-TOTAL TO PH-ER-TOTAL.
041848     MOVE LK-CALC-NET-EARNINGS TO PH-NET-PAY.
041849     MOVE 'N' TO PH-PAY-METHOD.
041850     MOVE 0 TO PH-CHECK-NUMBER.
041851     WRITE PAY-HISTORY-RECORD
041852         INVALID KEY
041853             CONTINUE
041854     END-WRITE.
041855     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
041856         DISPLAY 'NGUYEN-P03-PAYADJ - PAY HISTORY NOT POSTED'
041857             ' FOR ' AJ-EMPLOYEE-ID ' - STATUS '
041858             WS-PAYHIST-STATUS
041859         MOVE 'PAY HISTORY RECORD NOT WRITTEN' TO
041860             WS-EXC-DT-REASON
041861         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
041862         MOVE 'Y' TO WS-HIST-ERROR-SW
041863     END-IF.
041864 2500-EXIT.
041865     EXIT.
041866 2510-PROBE-SEQUENCE.
041867     ADD 1 TO WS-HIST-SEQ.
041868     MOVE AJ-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
041869     MOVE WS-CURRENT-PERIOD TO PH-PERIOD-NUMBER.
041870     MOVE WS-HIST-SEQ TO PH-SEQUENCE-NUMBER.
041871     READ PAY-HISTORY-FILE
041872         INVALID KEY
041873             MOVE 'Y' TO WS-SEQ-FREE-SW
041874     END-READ.
041875 2510-EXIT.
041876     EXIT.
041877 2520-CLEAR-HISTORY-DED-TYPES.
041878     MOVE SPACES TO PH-DED-TYPE-CODE (WS-DED-SUB).
041879     MOVE 0 TO PH-DED-TYPE-AMOUNT (WS-DED-SUB).
041880 2520-EXIT.
041881     EXIT.
041900 9000-TERMINATE.
042000     IF WS-CARDS-APPLIED > 0
042100         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
042500     CLOSE PAYROLL-REGISTER-FILE.
042600     CLOSE GL-EXTRACT-FILE.
042700     CLOSE EXCEPTION-LOG-FILE.
042710     CLOSE PAY-HISTORY-FILE.
042800     DISPLAY 'NGUYEN-P03-PAYADJ - CARDS READ: '
042900         WS-CARDS-READ.
043000     DISPLAY 'NGUYEN-P03-PAYADJ - CARDS APPLIED: '
043100         WS-CARDS-APPLIED.
043200     DISPLAY 'NGUYEN-P03-PAYADJ - CARDS REJECTED: '
043300         WS-CARDS-REJECTED.
043303     IF WS-HIST-ERROR
043306         MOVE 8 TO RETURN-CODE
043308     END-IF.
043310     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
043400 9000-EXIT.
043500     EXIT.
043600 9050-UPDATE-PERIOD-CONTROL.
045900     WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 2 LINES.
046000 9100-EXIT.
046100     EXIT.
046200 9900-END-CYCLE-STEP.
046300     MOVE 'E' TO LK-CYCLE-FUNCTION.
046400     MOVE 'PAYADJ' TO LK-CYCLE-STEP-ID.
046500     MOVE WS-CARDS-READ TO LK-CYCLE-RECORDS-IN.
046600     MOVE WS-CARDS-APPLIED TO LK-CYCLE-RECORDS-OUT.
046700     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
046800     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
046900     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
047000         DISPLAY 'NGUYEN-P03-PAYADJ - ' LK-CYCLE-MESSAGE
047100     END-IF.
047200     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
047300 9900-EXIT.
047400     EXIT.
047500 END PROGRAM NGUYEN-P03-PAYADJ.
