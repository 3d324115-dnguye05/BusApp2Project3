000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-FINPAY
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 6, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      TERMINATION AND FINAL-PAY RUN.  A 'D'
000800*                  TRANSACTION THROUGH EMPLOYEE MAINTENANCE ONLY
000900*                  MARKS THE MASTER INACTIVE.  THIS RUN READS THE
001000*                  CHANGE HISTORY FILE FOR THE DEACTIVATIONS AND
001100*                  SETTLES EACH ONE THAT HAS NOT BEEN SETTLED YET
001200*                  - THE UNUSED VACATION BALANCE IS PAID OUT AT
001300*                  THE CURRENT RATE (A SALARIED EMPLOYEE'S HOURLY
001400*                  EQUIVALENT OVER THE STANDARD 80-HOUR PERIOD)
001500*                  AND ZEROED ON THE LEAVE BALANCE FILE, EVERY
001600*                  DEDUCTION ON THE DEDUCTION MASTER IS MARKED
001700*                  STOPPED, AND ANY ARREARS STILL OWED ARE
001800*                  WRITTEN OFF AND LISTED ON THE FINAL-PAY
001900*                  REGISTER - THERE IS NO LATER PAYCHECK TO
002000*                  RECOVER THEM FROM.  THE PAYOUT GOES THROUGH THE
002100*                  SHARED CALCULATION AS A SUPPLEMENTAL PAYMENT
002200*                  WITH WITHHOLDING, AND POSTS TO THE YTD FILE
002300*                  (AS VACATION EARNINGS), THE GL EXTRACT (TAGGED
002400*                  'F') AND THE AUDIT TRAIL.  THE FINAL CHECK GOES
002500*                  TO THE CHECK REQUEST FILE - NEVER TO DIRECT
002600*                  DEPOSIT, THE ACCOUNT MAY ALREADY BE
002700*                  CLOSED.  THE SETTLED SWITCH ON THE MASTER IS
002800*                  SET SO THE DEACTIVATION IS NOT PAID AGAIN.  THE
002900*                  RUN CONTROL RECORD'S REGISTER TOTALS ARE MOVED
003000*                  BY THE PAYOUT TOTALS SO THE GL BALANCING RUN
003100*                  STILL PROVES OUT.  THE RUN IS HELD UNLESS THE
003200*                  CURRENT PERIOD IS POSTED AND RUNS AHEAD OF THE
003300*                  CHECK WRITER AND THE GL JOURNAL.  THE
003310*                  OPERATOR MAY GIVE A FROM-DATE SO DEACTIVATIONS
003400*                  SETTLED BY HAND BEFORE THIS RUN EXISTED ARE
003500*                  LEFT ALONE.
003600*-----------------------------------------------------------------
003700*    MODIFICATION HISTORY
003800*    DATE       INIT  DESCRIPTION
003900*    10/06/2026 DN    ORIGINAL PROGRAM WRITTEN.
003910*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
003920*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
003930*                     ON ARE COMPLETE FOR THE PERIOD.  START, END,
003940*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
003950*                     THE CYCLE STEP LOG.
003960*    10/15/2026 DN    HOLD THE RUN WHEN THE LEAVE BALANCE OR
003970*                     DEDUCTION MASTER FILE CANNOT BE OPENED.
004000******************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. NGUYEN-P03-FINPAY.
004300 AUTHOR. DAVID NGUYEN.
004400 INSTALLATION. PAYROLL DATA PROCESSING.
004500 DATE-WRITTEN. OCTOBER 6, 2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CHANGE-HISTORY-FILE ASSIGN TO "EMPHIST"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EMPHIST-STATUS.
005300     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS EM-EMPLOYEE-ID
005700         FILE STATUS IS WS-EMPMAST-STATUS.
005800     SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVBAL"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS LB-EMPLOYEE-ID
006200         FILE STATUS IS WS-LEAVBAL-STATUS.
006300     SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS DM-KEY
006700         FILE STATUS IS WS-DEDMAST-STATUS.
006800     SELECT YTD-EARNINGS-FILE ASSIGN TO "YTDEARN"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS YE-EMPLOYEE-ID
007200         FILE STATUS IS WS-YTDEARN-STATUS.
007300     SELECT FINAL-PAY-REGISTER-FILE ASSIGN TO "FINALREG"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-FINALREG-STATUS.
007600     SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-EXCPLOG-STATUS.
007900     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-GLEXTRCT-STATUS.
008200     SELECT CHECK-REQUEST-FILE ASSIGN TO "CHKREQ"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-CHKREQ-STATUS.
008500     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-PAYCTRL-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  CHANGE-HISTORY-FILE.
009100 COPY EMPHIST.
009200 FD  EMPLOYEE-MASTER-FILE.
009300 COPY EMPMAST.
009400 FD  LEAVE-BALANCE-FILE.
009500 COPY LEAVBAL.
009600 FD  DEDUCTION-MASTER-FILE.
009700 COPY DEDMAST.
009800 FD  YTD-EARNINGS-FILE.
009900 COPY YTDMAST.
010000 FD  FINAL-PAY-REGISTER-FILE.
010100 01  FINAL-PAY-REGISTER-LINE         PIC X(86).
010200 FD  EXCEPTION-LOG-FILE.
010300 COPY EXCPLOG.
010400 FD  GL-EXTRACT-FILE.
010500 COPY GLEXTRCT.
010600 FD  CHECK-REQUEST-FILE.
010700 COPY CHKREQ.
010800 FD  PAY-PERIOD-CONTROL-FILE.
010900 COPY PAYCTRL.
011000 WORKING-STORAGE SECTION.
011100 COPY CALCLINK.
011200 COPY YTDUPLNK.
011300 COPY AUDITLNK.
011310 COPY CYCLNK.
011400 01  WS-FILE-STATUSES.
011500     03 WS-EMPHIST-STATUS         PIC X(02) VALUE "00".
011600     03 WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
011700     03 WS-LEAVBAL-STATUS         PIC X(02) VALUE "00".
011800     03 WS-DEDMAST-STATUS         PIC X(02) VALUE "00".
011900     03 WS-YTDEARN-STATUS         PIC X(02) VALUE "00".
012000     03 WS-FINALREG-STATUS        PIC X(02) VALUE "00".
012100     03 WS-EXCPLOG-STATUS         PIC X(02) VALUE "00".
012200     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
012300     03 WS-CHKREQ-STATUS          PIC X(02) VALUE "00".
012400     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
012500 01  WS-SWITCHES.
012600     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
012700        88 WS-END-OF-FILE                    VALUE 'Y'.
012800     03 WS-DED-EOF-SW             PIC X(01) VALUE 'N'.
012900        88 WS-DED-END-OF-CHAIN               VALUE 'Y'.
013000     03 WS-YTD-OPEN-SW            PIC X(01) VALUE 'N'.
013100        88 WS-YTD-FILE-OPEN                  VALUE 'Y'.
013200     03 WS-LEAVE-FOUND-SW         PIC X(01) VALUE 'N'.
013300        88 WS-LEAVE-FOUND                    VALUE 'Y'.
013400 01  WS-COUNTERS.
013500     03 WS-HISTORY-READ           PIC 9(06) VALUE 0.
013600     03 WS-DEACTIVATIONS-READ     PIC 9(06) VALUE 0.
013700     03 WS-ALREADY-SETTLED        PIC 9(06) VALUE 0.
013800     03 WS-EMPLOYEES-SETTLED      PIC 9(06) VALUE 0.
013900     03 WS-FINAL-CHECKS           PIC 9(06) VALUE 0.
014000     03 WS-EMPLOYEES-REJECTED     PIC 9(06) VALUE 0.
014100     03 WS-DEDUCTIONS-STOPPED     PIC 9(06) VALUE 0.
014200 01  WS-PERIOD-CONTROLS.
014300     03 WS-CURRENT-PERIOD         PIC 9(04) VALUE 0.
014400     03 WS-PERIOD-END-DATE        PIC 9(08) VALUE 0.
014500     03 WS-PC-POSTED-DATE-SAVE    PIC X(10) VALUE SPACES.
014600     03 WS-REGISTER-GROSS-SAVE    PIC 9(07)V9(02) VALUE 0.
014700     03 WS-REGISTER-NET-SAVE      PIC 9(07)V9(02) VALUE 0.
014800     03 WS-YTD-GROSS-BEFORE-SAVE  PIC 9(09)V9(02) VALUE 0.
014900     03 WS-YTD-NET-BEFORE-SAVE    PIC 9(09)V9(02) VALUE 0.
015000 01  WS-SELECTION.
015100     03 WS-SEL-FROM-DATE          PIC X(08) VALUE SPACES.
015200     03 WS-FROM-DATE-N            PIC 9(08) VALUE 0.
015300 01  WS-HIST-DATE.
015400     03 WS-HIST-MONTH             PIC X(02).
015500     03 FILLER                    PIC X(01).
015600     03 WS-HIST-DAY               PIC X(02).
015700     03 FILLER                    PIC X(01).
015800     03 WS-HIST-YEAR              PIC X(04).
015900 01  WS-HIST-DATE-CCYYMMDD.
016000     03 WS-HIST-CCYY              PIC X(04).
016100     03 WS-HIST-MM                PIC X(02).
016200     03 WS-HIST-DD                PIC X(02).
016300 01  WS-HIST-DATE-N REDEFINES WS-HIST-DATE-CCYYMMDD
016400                                  PIC 9(08).
016500 01  WS-PAYOUT-WORK.
016600     03 WS-SALARY-PERIOD-HOURS    PIC 9(2)V9(2) VALUE 80.
016700     03 WS-PAYOUT-HOURS           PIC 9(3)V9(2) VALUE 0.
016800     03 WS-PAYOUT-RATE            PIC 9(4)V9(4) VALUE 0.
016900     03 WS-PAYOUT-AMOUNT          PIC 9(07)V9(02) VALUE 0.
017000     03 WS-PAYOUT-LIMIT           PIC 9(05)V9(02) VALUE 99999.99.
017100     03 WS-PAYOUT-WITHHOLDING     PIC 9(06)V9(02) VALUE 0.
017200     03 WS-EMPLOYEE-ARREARS       PIC 9(07)V9(02) VALUE 0.
017300 01  WS-FINAL-TOTALS.
017400     03 WS-FINAL-TOTAL-GROSS      PIC 9(07)V9(02) VALUE 0.
017500     03 WS-FINAL-TOTAL-WITHHOLDING PIC 9(07)V9(02) VALUE 0.
017600     03 WS-FINAL-TOTAL-NET        PIC 9(07)V9(02) VALUE 0.
017700     03 WS-FINAL-TOTAL-ARREARS    PIC 9(07)V9(02) VALUE 0.
017800 77  WS-DED-SUB                   PIC 9(01) COMP VALUE 1.
017900 01  WS-OPERATOR-ID                PIC X(08) VALUE 'FINALPAY'.
018000 01  WS-SYS-DATE.
018100     03 WS-SYS-DATE-YEAR.
018200         05 WS-SYS-DATE-YR-CENTURY PIC 99.
018300         05 WS-SYS-DATE-YR-DECADE PIC 99.
018400     03 WS-SYS-DATE-MONTH PIC 99.
018500     03 WS-SYS-DATE-DAY PIC 99.
018600     03 WS-SYS-DATE-HOUR PIC 99.
018700     03 WS-SYS-DATE-MINUTE PIC 99.
018800 01  WS-RUN-DATE.
018900     03 WS-RUN-MONTH PIC XX.
019000     03 FILLER PIC X VALUE '/'.
019100     03 WS-RUN-DAY PIC XX.
019200     03 FILLER PIC X VALUE '/'.
019300     03 WS-RUN-YEAR PIC XXXX.
019400 01  WS-TERM-TIME.
019500     03 WS-TERM-TIME-HH            PIC 99.
019600     03 FILLER                     PIC X VALUE ':'.
019700     03 WS-TERM-TIME-MM            PIC 99.
019800     03 FILLER                     PIC XX VALUE SPACES.
019900 01  WS-RPT-CONTROLS.
020000     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
020100     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
020200     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
020300     03 WS-RPT-ADVANCE            PIC 9(01) VALUE 1.
020400 01  WS-RPT-PRINT-AREA            PIC X(86).
020500 01  WS-RPT-HEADER-1.
020600     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
020700     03 FILLER               PIC X(20) VALUE
020800         'FINAL PAY REGISTER'.
020900     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
021000     03 WS-RPT-H1-RUN-DATE        PIC X(10).
021100     03 FILLER                    PIC X(04) VALUE SPACES.
021200     03 FILLER                    PIC X(08) VALUE 'PERIOD: '.
021300     03 WS-RPT-H1-PERIOD          PIC 9(04).
021400 01  WS-RPT-COLUMN-HDR.
021500     03 FILLER                    PIC X(08) VALUE 'EMP ID'.
021600     03 FILLER                    PIC X(27) VALUE 'EMPLOYEE NAME'.
021700     03 FILLER                    PIC X(09) VALUE 'VAC HRS'.
021800     03 FILLER                    PIC X(09) VALUE 'RATE'.
021900     03 FILLER                    PIC X(11) VALUE 'GROSS'.
022000     03 FILLER                    PIC X(10) VALUE 'WTHHLD'.
022100     03 FILLER                    PIC X(12) VALUE 'NET'.
022200 01  WS-RPT-DETAIL.
022300     03 WS-RPT-DT-EMPLOYEE-ID     PIC X(08).
022400     03 WS-RPT-DT-EMPLOYEE-NAME   PIC X(27).
022500     03 WS-RPT-DT-HOURS           PIC ZZ9.99.
022600     03 FILLER                    PIC X(03) VALUE SPACES.
022700     03 WS-RPT-DT-RATE            PIC ZZZ9.99.
022800     03 FILLER                    PIC X(02) VALUE SPACES.
022900     03 WS-RPT-DT-GROSS           PIC ZZ,ZZ9.99.
023000     03 FILLER                    PIC X(02) VALUE SPACES.
023100     03 WS-RPT-DT-WITHHOLDING     PIC Z,ZZ9.99.
023200     03 FILLER                    PIC X(02) VALUE SPACES.
023300     03 WS-RPT-DT-NET             PIC ZZ,ZZ9.99.
023400 01  WS-RPT-DEDUCTION-LINE.
023500     03 FILLER                    PIC X(08) VALUE SPACES.
023600     03 FILLER                    PIC X(18) VALUE
023700         'DEDUCTION STOPPED'.
023800     03 WS-RPT-DL-TYPE            PIC X(02).
023900     03 FILLER                    PIC X(02) VALUE SPACES.
024000     03 WS-RPT-DL-DESC            PIC X(15).
024100     03 FILLER                    PIC X(02) VALUE SPACES.
024200     03 WS-RPT-DL-ARREARS-LIT     PIC X(20).
024300     03 WS-RPT-DL-ARREARS         PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
024400 01  WS-RPT-NOTE-LINE.
024500     03 FILLER                    PIC X(08) VALUE SPACES.
024600     03 WS-RPT-NL-TEXT            PIC X(60).
024700 01  WS-RPT-TOTAL-LINE.
024800     03 FILLER                    PIC X(24) VALUE
024900         'FINAL PAY TOTALS'.
025000     03 FILLER                    PIC X(06) VALUE 'GROSS '.
025100     03 WS-RPT-TL-GROSS           PIC ZZZ,ZZ9.99.
025200     03 FILLER                    PIC X(02) VALUE SPACES.
025300     03 FILLER                    PIC X(07) VALUE 'WTHHLD '.
025400     03 WS-RPT-TL-WITHHOLDING     PIC ZZZ,ZZ9.99.
025500     03 FILLER                    PIC X(02) VALUE SPACES.
025600     03 FILLER                    PIC X(04) VALUE 'NET '.
025700     03 WS-RPT-TL-NET             PIC ZZZ,ZZ9.99.
025800 01  WS-RPT-ARREARS-TOTAL-LINE.
025900     03 FILLER                    PIC X(24) VALUE
026000         'ARREARS WRITTEN OFF'.
026100     03 FILLER                    PIC X(06) VALUE SPACES.
026200     03 WS-RPT-AT-ARREARS         PIC ZZZ,ZZ9.99.
026300 01  WS-EXC-DETAIL.
026400     03 WS-EXC-DT-DATE             PIC X(10).
026500     03 FILLER                     PIC X(02) VALUE SPACES.
026600     03 WS-EXC-DT-EMPLOYEE-ID      PIC X(07).
026700     03 FILLER                     PIC X(07) VALUE SPACES.
026800     03 WS-EXC-DT-REASON           PIC X(40).
026900 PROCEDURE DIVISION.
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
027300         UNTIL WS-END-OF-FILE.
027400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027500     STOP RUN.
027600 1000-INITIALIZE.
027610     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
027700     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
027800     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
027900     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
028000     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
028100     MOVE WS-SYS-DATE-HOUR TO WS-TERM-TIME-HH.
028200     MOVE WS-SYS-DATE-MINUTE TO WS-TERM-TIME-MM.
028300     PERFORM 1050-CHECK-PERIOD-CONTROL THRU 1050-EXIT.
028400     PERFORM 1100-GET-SELECTION THRU 1100-EXIT.
028500     OPEN INPUT CHANGE-HISTORY-FILE.
028600     IF WS-EMPHIST-STATUS NOT EQUAL TO '00'
028700         DISPLAY 'NGUYEN-P03-FINPAY - CHANGE HISTORY FILE'
028800             ' MISSING - NOTHING TO PROCESS'
028900         MOVE 8 TO RETURN-CODE
028910         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
029000         STOP RUN
029100     END-IF.
029200     OPEN I-O EMPLOYEE-MASTER-FILE.
029300     IF WS-EMPMAST-STATUS NOT EQUAL TO '00'
029400         DISPLAY 'NGUYEN-P03-FINPAY - EMPLOYEE MASTER'
029500             ' UNAVAILABLE - RUN HELD'
029600         MOVE 8 TO RETURN-CODE
029610         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
029700         STOP RUN
029800     END-IF.
029900     OPEN I-O LEAVE-BALANCE-FILE.
029910     IF WS-LEAVBAL-STATUS NOT EQUAL TO '00'
029920         DISPLAY 'NGUYEN-P03-FINPAY - LEAVE BALANCE FILE'
029930             ' UNAVAILABLE - RUN HELD'
029940         MOVE 8 TO RETURN-CODE
029950         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
029960         STOP RUN
029970     END-IF.
030000     OPEN I-O DEDUCTION-MASTER-FILE.
030010     IF WS-DEDMAST-STATUS NOT EQUAL TO '00'
030020         DISPLAY 'NGUYEN-P03-FINPAY - DEDUCTION MASTER'
030030             ' UNAVAILABLE - RUN HELD'
030040         MOVE 8 TO RETURN-CODE
030050         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
030060         STOP RUN
030070     END-IF.
030100     OPEN INPUT YTD-EARNINGS-FILE.
030200     IF WS-YTDEARN-STATUS EQUAL TO '00'
030300         MOVE 'Y' TO WS-YTD-OPEN-SW
030400     END-IF.
030500     OPEN OUTPUT FINAL-PAY-REGISTER-FILE.
030600     OPEN EXTEND GL-EXTRACT-FILE.
030700     OPEN EXTEND EXCEPTION-LOG-FILE.
030800     OPEN EXTEND CHECK-REQUEST-FILE.
030900     PERFORM 1200-READ-HISTORY THRU 1200-EXIT.
031000 1000-EXIT.
031006     EXIT.
031012 1010-START-CYCLE-STEP.
031018     MOVE 'S' TO LK-CYCLE-FUNCTION.
031024     MOVE 'FINPAY' TO LK-CYCLE-STEP-ID.
031030     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
031036     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
031042         DISPLAY 'NGUYEN-P03-FINPAY - ' LK-CYCLE-MESSAGE
031048     END-IF.
031054     IF NOT LK-CYCLE-OK
031060         DISPLAY 'NGUYEN-P03-FINPAY - RUN HELD'
031066         MOVE 8 TO RETURN-CODE
031072         STOP RUN
031078     END-IF.
031084 1010-EXIT.
031100     EXIT.
031200 1050-CHECK-PERIOD-CONTROL.
031300     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
031400     IF WS-PAYCTRL-STATUS NOT EQUAL TO '00'
031500         DISPLAY 'NGUYEN-P03-FINPAY - PERIOD CONTROL FILE'
031600             ' MISSING - RUN HELD'
031700         MOVE 8 TO RETURN-CODE
031710         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
031800         STOP RUN
031900     END-IF.
032000     READ PAY-PERIOD-CONTROL-FILE
032100         AT END
032200             DISPLAY 'NGUYEN-P03-FINPAY - PERIOD CONTROL'
032300                 ' RECORD MISSING - RUN HELD'
032400             MOVE 8 TO RETURN-CODE
032410             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
032500             STOP RUN
032600     END-READ.
032700     IF NOT PC-STATUS-POSTED
032800         DISPLAY 'NGUYEN-P03-FINPAY - PERIOD ' PC-PERIOD-NUMBER
032900             ' NOT POSTED - RUN HELD'
033000         DISPLAY 'NGUYEN-P03-FINPAY - RUN FINAL PAY AFTER THE'
033100             ' REGULAR BATCH RUN HAS POSTED THE PERIOD'
033200         MOVE 8 TO RETURN-CODE
033300         CLOSE PAY-PERIOD-CONTROL-FILE
033310         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
033400         STOP RUN
033500     END-IF.
033600     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
033700     MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE.
033800     MOVE PC-POSTED-DATE TO WS-PC-POSTED-DATE-SAVE.
033900     MOVE PC-REGISTER-GROSS TO WS-REGISTER-GROSS-SAVE.
034000     MOVE PC-REGISTER-NET TO WS-REGISTER-NET-SAVE.
034100     MOVE PC-YTD-GROSS-BEFORE TO WS-YTD-GROSS-BEFORE-SAVE.
034200     MOVE PC-YTD-NET-BEFORE TO WS-YTD-NET-BEFORE-SAVE.
034300     CLOSE PAY-PERIOD-CONTROL-FILE.
034400 1050-EXIT.
034500     EXIT.
034600 1100-GET-SELECTION.
034700     DISPLAY 'NGUYEN-P03-FINPAY - DEACTIVATIONS FROM DATE'
034800         ' CCYYMMDD (BLANK=ALL):'.
034900     ACCEPT WS-SEL-FROM-DATE.
035000     IF WS-SEL-FROM-DATE NOT EQUAL TO SPACES
035100        AND WS-SEL-FROM-DATE IS NUMERIC
035200         MOVE WS-SEL-FROM-DATE TO WS-FROM-DATE-N
035300     END-IF.
035400 1100-EXIT.
035500     EXIT.
035600 1200-READ-HISTORY.
035700     READ CHANGE-HISTORY-FILE
035800         AT END
035900             MOVE 'Y' TO WS-EOF-SW
036000             GO TO 1200-EXIT
036100     END-READ.
036200     ADD 1 TO WS-HISTORY-READ.
036300 1200-EXIT.
036400     EXIT.
036500 2000-PROCESS-HISTORY.
036600     IF EH-ACTION-CODE NOT EQUAL TO 'D'
036700         GO TO 2000-READ-NEXT
036800     END-IF.
036900     IF WS-FROM-DATE-N NOT EQUAL TO 0
037000         MOVE EH-CHANGE-DATE TO WS-HIST-DATE
037100         MOVE WS-HIST-YEAR TO WS-HIST-CCYY
037200         MOVE WS-HIST-MONTH TO WS-HIST-MM
037300         MOVE WS-HIST-DAY TO WS-HIST-DD
037400         IF WS-HIST-DATE-N IS NUMERIC
037500            AND WS-HIST-DATE-N < WS-FROM-DATE-N
037600             GO TO 2000-READ-NEXT
037700         END-IF
037800     END-IF.
037900     ADD 1 TO WS-DEACTIVATIONS-READ.
038000     MOVE EH-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
038100     READ EMPLOYEE-MASTER-FILE
038200         INVALID KEY
038300             MOVE 'DEACTIVATED EMPLOYEE NOT ON MASTER' TO
038400                 WS-EXC-DT-REASON
038500             PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
038600             ADD 1 TO WS-EMPLOYEES-REJECTED
038700             GO TO 2000-READ-NEXT
038800     END-READ.
038900     IF EM-FINAL-PAY-DONE
039000         ADD 1 TO WS-ALREADY-SETTLED
039100         GO TO 2000-READ-NEXT
039200     END-IF.
039300     IF NOT EM-INACTIVE
039400         MOVE 'EMPLOYEE NO LONGER INACTIVE ON MASTER' TO
039500             WS-EXC-DT-REASON
039600         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
039700         ADD 1 TO WS-EMPLOYEES-REJECTED
039800         GO TO 2000-READ-NEXT
039900     END-IF.
040000     PERFORM 2100-PRICE-VACATION THRU 2100-EXIT.
040100     IF WS-PAYOUT-AMOUNT > WS-PAYOUT-LIMIT
040200         MOVE 'PAYOUT OVER $99,999.99 - PAY BY HAND' TO
040300             WS-EXC-DT-REASON
040400         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
040500         ADD 1 TO WS-EMPLOYEES-REJECTED
040600         GO TO 2000-READ-NEXT
040700     END-IF.
040800     IF WS-PAYOUT-AMOUNT > 0
040900         PERFORM 2200-CALCULATE-PAYOUT THRU 2200-EXIT
041000         IF NOT LK-CALC-OK
041100             MOVE 'PAYOUT REJECTED BY CALC' TO
041200                 WS-EXC-DT-REASON
041300             PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
041400             ADD 1 TO WS-EMPLOYEES-REJECTED
041500             GO TO 2000-READ-NEXT
041600         END-IF
041700     END-IF.
041800     PERFORM 2300-WRITE-DETAIL-LINE THRU 2300-EXIT.
041900     PERFORM 2400-STOP-DEDUCTIONS THRU 2400-EXIT.
042000     IF WS-LEAVE-FOUND
042100         MOVE 0 TO LB-VACATION-BALANCE
042200         REWRITE LEAVE-BALANCE-RECORD
042300     END-IF.
042400     IF WS-PAYOUT-AMOUNT > 0
042500         PERFORM 2500-UPDATE-YTD THRU 2500-EXIT
042600         PERFORM 2600-WRITE-GL-RECORD THRU 2600-EXIT
042700         PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
042800         PERFORM 2800-WRITE-CHECK-REQUEST THRU 2800-EXIT
042900     END-IF.
043000     MOVE 'Y' TO EM-FINAL-PAY-SW.
043100     REWRITE EMPLOYEE-MASTER-RECORD.
043200     ADD 1 TO WS-EMPLOYEES-SETTLED.
043300 2000-READ-NEXT.
043400     PERFORM 1200-READ-HISTORY THRU 1200-EXIT.
043500 2000-EXIT.
043600     EXIT.
043700 2100-PRICE-VACATION.
043800     MOVE 0 TO WS-PAYOUT-HOURS.
043900     MOVE 0 TO WS-PAYOUT-AMOUNT.
044000     MOVE 'N' TO WS-LEAVE-FOUND-SW.
044100     IF EM-SALARIED
044200         COMPUTE WS-PAYOUT-RATE ROUNDED =
044300             EM-SALARY-AMOUNT / WS-SALARY-PERIOD-HOURS
044400     ELSE
044500         MOVE EM-PAY-RATE TO WS-PAYOUT-RATE
044600     END-IF.
044700     MOVE EM-EMPLOYEE-ID TO LB-EMPLOYEE-ID.
044800     READ LEAVE-BALANCE-FILE
044900         INVALID KEY
045000             GO TO 2100-EXIT
045100     END-READ.
045200     MOVE 'Y' TO WS-LEAVE-FOUND-SW.
045300     MOVE LB-VACATION-BALANCE TO WS-PAYOUT-HOURS.
045400     COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
045500         WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
045600 2100-EXIT.
045700     EXIT.
045800 2150-LOG-EXCEPTION.
045900     MOVE WS-RUN-DATE TO WS-EXC-DT-DATE.
046000     MOVE EH-EMPLOYEE-ID TO WS-EXC-DT-EMPLOYEE-ID.
046100     MOVE WS-EXC-DETAIL TO EXCEPTION-LOG-LINE.
046200     WRITE EXCEPTION-LOG-LINE AFTER ADVANCING 1 LINE.
046300 2150-EXIT.
046400     EXIT.
046500 2200-CALCULATE-PAYOUT.
046600     MOVE 0 TO LK-CALC-HOURS.
046700     MOVE 0 TO LK-CALC-VACATION-HOURS.
046800     MOVE 0 TO LK-CALC-SICK-HOURS.
046900     MOVE 0 TO LK-CALC-HOLIDAY-HOURS.
047000     MOVE EM-PAY-RATE TO LK-CALC-RATE.
047100     MOVE EM-CLASSIFICATION-CODE TO LK-CALC-CLASSIFICATION-CODE.
047200     MOVE EM-WORK-STATE TO LK-CALC-WORK-STATE.
047300     MOVE 0 TO LK-CALC-YTD-GROSS-BEFORE.
047400     IF WS-YTD-FILE-OPEN
047500         MOVE EM-EMPLOYEE-ID TO YE-EMPLOYEE-ID
047600         READ YTD-EARNINGS-FILE
047700             NOT INVALID KEY
047800                 MOVE YE-YTD-TOTAL-EARNINGS TO
047900                     LK-CALC-YTD-GROSS-BEFORE
048000         END-READ
048100     END-IF.
048200     MOVE 'F' TO LK-CALC-PAY-TYPE.
048300     MOVE WS-PAYOUT-AMOUNT TO LK-CALC-SUPPLEMENTAL-AMOUNT.
048400     CALL 'NGUYEN-P03-CALC' USING LK-CALC-AREA.
048500     COMPUTE WS-PAYOUT-WITHHOLDING =
048600         LK-CALC-FEDERAL-WITHHOLDING + LK-CALC-STATE-WITHHOLDING
048700             + LK-CALC-EE-SOC-SEC + LK-CALC-EE-MEDICARE.
048800 2200-EXIT.
048900     EXIT.
049000 2300-WRITE-DETAIL-LINE.
049100     MOVE EM-EMPLOYEE-ID TO WS-RPT-DT-EMPLOYEE-ID.
049200     MOVE EM-EMPLOYEE-NAME TO WS-RPT-DT-EMPLOYEE-NAME.
049300     MOVE WS-PAYOUT-HOURS TO WS-RPT-DT-HOURS.
049400     MOVE WS-PAYOUT-RATE TO WS-RPT-DT-RATE.
049500     IF WS-PAYOUT-AMOUNT > 0
049600         MOVE LK-CALC-TOTAL-EARNINGS TO WS-RPT-DT-GROSS
049700         MOVE WS-PAYOUT-WITHHOLDING TO WS-RPT-DT-WITHHOLDING
049800         MOVE LK-CALC-NET-EARNINGS TO WS-RPT-DT-NET
049900     ELSE
050000         MOVE 0 TO WS-RPT-DT-GROSS
050100         MOVE 0 TO WS-RPT-DT-WITHHOLDING
050200         MOVE 0 TO WS-RPT-DT-NET
050300     END-IF.
050400     MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-AREA.
050500     MOVE 2 TO WS-RPT-ADVANCE.
050600     PERFORM 2390-WRITE-REGISTER-LINE THRU 2390-EXIT.
050700     IF WS-PAYOUT-AMOUNT = 0
050800         MOVE 'NO VACATION BALANCE - NO FINAL CHECK' TO
050900             WS-RPT-NL-TEXT
051000         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
051100         PERFORM 2390-WRITE-REGISTER-LINE THRU 2390-EXIT
051200     END-IF.
051300 2300-EXIT.
051400     EXIT.
051500 2390-WRITE-REGISTER-LINE.
051600     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
051700         PERFORM 2395-WRITE-PAGE-HEADERS THRU 2395-EXIT
051800     END-IF.
051900     MOVE WS-RPT-PRINT-AREA TO FINAL-PAY-REGISTER-LINE.
052000     WRITE FINAL-PAY-REGISTER-LINE
052100         AFTER ADVANCING WS-RPT-ADVANCE LINES.
052200     ADD WS-RPT-ADVANCE TO WS-RPT-LINE-NO.
052300     MOVE 1 TO WS-RPT-ADVANCE.
052400 2390-EXIT.
052500     EXIT.
052600 2395-WRITE-PAGE-HEADERS.
052700     ADD 1 TO WS-RPT-PAGE-NO.
052800     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
052900     MOVE WS-CURRENT-PERIOD TO WS-RPT-H1-PERIOD.
053000     MOVE WS-RPT-HEADER-1 TO FINAL-PAY-REGISTER-LINE.
053100     WRITE FINAL-PAY-REGISTER-LINE AFTER ADVANCING PAGE.
053200     MOVE WS-RPT-COLUMN-HDR TO FINAL-PAY-REGISTER-LINE.
053300     WRITE FINAL-PAY-REGISTER-LINE AFTER ADVANCING 2 LINES.
053400     MOVE 0 TO WS-RPT-LINE-NO.
053500 2395-EXIT.
053600     EXIT.
053700 2400-STOP-DEDUCTIONS.
053800     MOVE 0 TO WS-EMPLOYEE-ARREARS.
053900     MOVE 'N' TO WS-DED-EOF-SW.
054000     MOVE EM-EMPLOYEE-ID TO DM-EMPLOYEE-ID.
054100     MOVE 0 TO DM-PRIORITY.
054200     START DEDUCTION-MASTER-FILE
054300         KEY IS NOT LESS THAN DM-KEY
054400         INVALID KEY
054500             GO TO 2400-EXIT
054600     END-START.
054700     PERFORM 2410-READ-NEXT-DEDUCTION THRU 2410-EXIT.
054800     PERFORM 2420-STOP-DEDUCTION THRU 2420-EXIT
054900         UNTIL WS-DED-END-OF-CHAIN.
055000     ADD WS-EMPLOYEE-ARREARS TO WS-FINAL-TOTAL-ARREARS.
055100 2400-EXIT.
055200     EXIT.
055300 2410-READ-NEXT-DEDUCTION.
055400     READ DEDUCTION-MASTER-FILE NEXT RECORD
055500         AT END
055600             MOVE 'Y' TO WS-DED-EOF-SW
055700             GO TO 2410-EXIT
055800     END-READ.
055900     IF DM-ARREARS-BALANCE IS NOT NUMERIC
056000         MOVE 0 TO DM-ARREARS-BALANCE
056100     END-IF.
056200     IF DM-EMPLOYEE-ID NOT EQUAL TO EM-EMPLOYEE-ID
056300         MOVE 'Y' TO WS-DED-EOF-SW
056400     END-IF.
056500 2410-EXIT.
056600     EXIT.
056700 2420-STOP-DEDUCTION.
056800     IF DM-STOPPED
056900        AND DM-ARREARS-BALANCE = 0
057000         GO TO 2420-READ-NEXT
057100     END-IF.
057200     MOVE DM-DEDUCTION-TYPE TO WS-RPT-DL-TYPE.
057300     MOVE DM-DEDUCTION-DESC TO WS-RPT-DL-DESC.
057400     IF DM-ARREARS-BALANCE > 0
057500         MOVE 'ARREARS WRITTEN OFF' TO WS-RPT-DL-ARREARS-LIT
057600     ELSE
057700         MOVE SPACES TO WS-RPT-DL-ARREARS-LIT
057800     END-IF.
057900     MOVE DM-ARREARS-BALANCE TO WS-RPT-DL-ARREARS.
058000     MOVE WS-RPT-DEDUCTION-LINE TO WS-RPT-PRINT-AREA.
058100     PERFORM 2390-WRITE-REGISTER-LINE THRU 2390-EXIT.
058200     ADD DM-ARREARS-BALANCE TO WS-EMPLOYEE-ARREARS.
058300     MOVE 0 TO DM-ARREARS-BALANCE.
058400     MOVE 'S' TO DM-STATUS-CODE.
058500     REWRITE DEDUCTION-MASTER-RECORD.
058600     ADD 1 TO WS-DEDUCTIONS-STOPPED.
058700 2420-READ-NEXT.
058800     PERFORM 2410-READ-NEXT-DEDUCTION THRU 2410-EXIT.
058900 2420-EXIT.
059000     EXIT.
059100 2500-UPDATE-YTD.
059200     MOVE EM-EMPLOYEE-ID TO LK-YTDUP-EMPLOYEE-ID.
059300     MOVE EM-WORK-STATE TO LK-YTDUP-WORK-STATE.
059400     MOVE 0 TO LK-YTDUP-HOURS.
059500     MOVE 0 TO LK-YTDUP-REGULAR-EARNINGS.
059600     MOVE 0 TO LK-YTDUP-OVERTIME-EARNINGS.
059700     MOVE 0 TO LK-YTDUP-DOUBLETIME-EARNINGS.
059800     MOVE LK-CALC-TOTAL-EARNINGS TO LK-YTDUP-VACATION-EARNINGS.
059900     MOVE 0 TO LK-YTDUP-SICK-EARNINGS.
060000     MOVE 0 TO LK-YTDUP-HOLIDAY-EARNINGS.
060100     MOVE LK-CALC-TOTAL-EARNINGS TO LK-YTDUP-TOTAL-EARNINGS.
060200     MOVE LK-CALC-NET-EARNINGS TO LK-YTDUP-NET-EARNINGS.
060300     MOVE LK-CALC-FEDERAL-WITHHOLDING TO
060400         LK-YTDUP-FEDERAL-WITHHOLDING.
060500     MOVE LK-CALC-STATE-WITHHOLDING TO LK-YTDUP-STATE-WITHHOLDING.
060600     MOVE LK-CALC-EE-SOC-SEC TO LK-YTDUP-EE-SOC-SEC.
060700     MOVE LK-CALC-EE-MEDICARE TO LK-YTDUP-EE-MEDICARE.
060800     MOVE LK-CALC-ER-FICA TO LK-YTDUP-ER-FICA.
060900     MOVE LK-CALC-ER-FUTA TO LK-YTDUP-ER-FUTA.
061000     MOVE LK-CALC-ER-SUTA TO LK-YTDUP-ER-SUTA.
061100     CALL 'NGUYEN-P03-YTDUP' USING LK-YTDUP-AREA.
061200 2500-EXIT.
061300     EXIT.
061400 2600-WRITE-GL-RECORD.
061500     MOVE SPACES TO GL-SUMMARY-RECORD.
061600     MOVE EM-EMPLOYEE-ID TO GL-EMPLOYEE-ID.
061700     MOVE EM-DEPARTMENT-CODE TO GL-DEPARTMENT-CODE.
061800     MOVE WS-SYS-DATE-YEAR TO GL-RUN-YEAR.
061900     MOVE WS-SYS-DATE-MONTH TO GL-RUN-MONTH.
062000     MOVE WS-SYS-DATE-DAY TO GL-RUN-DAY.
062100     MOVE LK-CALC-TOTAL-EARNINGS TO GL-GROSS-EARNINGS.
062200     MOVE LK-CALC-NET-EARNINGS TO GL-NET-EARNINGS.
062300     MOVE WS-CURRENT-PERIOD TO GL-PERIOD-NUMBER.
062400     MOVE LK-CALC-ER-TOTAL TO GL-ER-TAX-TOTAL.
062500     MOVE LK-CALC-FEDERAL-WITHHOLDING TO GL-FEDERAL-WH.
062600     MOVE LK-CALC-STATE-WITHHOLDING TO GL-STATE-WH.
062700     MOVE LK-CALC-EE-SOC-SEC TO GL-SOC-SEC-WH.
062800     MOVE LK-CALC-EE-MEDICARE TO GL-MEDICARE-WH.
062900     MOVE 0 TO GL-DEDUCTIONS.
063000     PERFORM 2610-CLEAR-DED-TYPES THRU 2610-EXIT
063100         VARYING WS-DED-SUB FROM 1 BY 1
063200         UNTIL WS-DED-SUB > 5.
063300     MOVE 'F' TO GL-ADJUSTMENT-CODE.
063400     WRITE GL-SUMMARY-RECORD.
063500 2600-EXIT.
063600     EXIT.
063700 2610-CLEAR-DED-TYPES.
063800     MOVE SPACES TO GL-DED-TYPE-CODE (WS-DED-SUB).
063900     MOVE 0 TO GL-DED-TYPE-AMOUNT (WS-DED-SUB).
064000 2610-EXIT.
064100     EXIT.
064200 2700-WRITE-AUDIT-RECORD.
064300     MOVE WS-OPERATOR-ID TO LK-AUDIT-OPERATOR-ID.
064400     MOVE WS-RUN-DATE TO LK-AUDIT-TERM-DATE.
064500     MOVE WS-TERM-TIME TO LK-AUDIT-TERM-TIME.
064600     MOVE EM-EMPLOYEE-ID TO LK-AUDIT-EMPLOYEE-ID.
064700     MOVE 0 TO LK-AUDIT-HOURS.
064800     MOVE 0 TO LK-AUDIT-RATE.
064900     IF WS-PAYOUT-HOURS < 100
065000         MOVE WS-PAYOUT-HOURS TO LK-AUDIT-HOURS
065100     END-IF.
065200     IF WS-PAYOUT-RATE < 100
065300         MOVE WS-PAYOUT-RATE TO LK-AUDIT-RATE
065400     END-IF.
065500     MOVE LK-CALC-TOTAL-EARNINGS TO LK-AUDIT-EARNINGS.
065600     MOVE WS-CURRENT-PERIOD TO LK-AUDIT-PERIOD-NUMBER.
065700     CALL 'NGUYEN-P03-AUDIT' USING LK-AUDIT-AREA.
065800 2700-EXIT.
065900     EXIT.
066000 2800-WRITE-CHECK-REQUEST.
066100     MOVE SPACES TO CHECK-REQUEST-RECORD.
066200     MOVE EM-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
066300     MOVE EM-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME.
066400     MOVE LK-CALC-NET-EARNINGS TO CR-NET-AMOUNT.
066500     MOVE WS-CURRENT-PERIOD TO CR-PERIOD-NUMBER.
066600     WRITE CHECK-REQUEST-RECORD.
066700     ADD 1 TO WS-FINAL-CHECKS.
066800     ADD LK-CALC-TOTAL-EARNINGS TO WS-FINAL-TOTAL-GROSS.
066900     ADD WS-PAYOUT-WITHHOLDING TO WS-FINAL-TOTAL-WITHHOLDING.
067000     ADD LK-CALC-NET-EARNINGS TO WS-FINAL-TOTAL-NET.
067100 2800-EXIT.
067200     EXIT.
067300 9000-TERMINATE.
067400     IF WS-EMPLOYEES-SETTLED > 0
067500         PERFORM 9100-WRITE-TOTAL-LINES THRU 9100-EXIT
067600     END-IF.
067700     IF WS-FINAL-CHECKS > 0
067800         PERFORM 9050-UPDATE-PERIOD-CONTROL THRU 9050-EXIT
067900     END-IF.
068000     CLOSE CHANGE-HISTORY-FILE.
068100     CLOSE EMPLOYEE-MASTER-FILE.
068200     CLOSE LEAVE-BALANCE-FILE.
068300     CLOSE DEDUCTION-MASTER-FILE.
068400     IF WS-YTD-FILE-OPEN
068500         CLOSE YTD-EARNINGS-FILE
068600     END-IF.
068700     CLOSE FINAL-PAY-REGISTER-FILE.
068800     CLOSE GL-EXTRACT-FILE.
068900     CLOSE EXCEPTION-LOG-FILE.
069000     CLOSE CHECK-REQUEST-FILE.
069100     DISPLAY 'NGUYEN-P03-FINPAY - HISTORY RECORDS READ: '
069200         WS-HISTORY-READ.
069300     DISPLAY 'NGUYEN-P03-FINPAY - DEACTIVATIONS SELECTED: '
069400         WS-DEACTIVATIONS-READ.
069500     DISPLAY 'NGUYEN-P03-FINPAY - ALREADY SETTLED: '
069600         WS-ALREADY-SETTLED.
069700     DISPLAY 'NGUYEN-P03-FINPAY - EMPLOYEES SETTLED: '
069800         WS-EMPLOYEES-SETTLED.
069900     DISPLAY 'NGUYEN-P03-FINPAY - FINAL CHECKS REQUESTED: '
070000         WS-FINAL-CHECKS.
070100     DISPLAY 'NGUYEN-P03-FINPAY - DEDUCTIONS STOPPED: '
070200         WS-DEDUCTIONS-STOPPED.
070300     DISPLAY 'NGUYEN-P03-FINPAY - EMPLOYEES REJECTED: '
070400         WS-EMPLOYEES-REJECTED.
070410     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
070500 9000-EXIT.
070600     EXIT.
070700 9050-UPDATE-PERIOD-CONTROL.
070800     OPEN OUTPUT PAY-PERIOD-CONTROL-FILE.
070900     MOVE WS-CURRENT-PERIOD TO PC-PERIOD-NUMBER.
071000     MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
071100     MOVE 'P' TO PC-RUN-STATUS.
071200     MOVE SPACE TO PC-OVERRIDE-SW.
071300     MOVE WS-PC-POSTED-DATE-SAVE TO PC-POSTED-DATE.
071400     COMPUTE PC-REGISTER-GROSS =
071500         WS-REGISTER-GROSS-SAVE + WS-FINAL-TOTAL-GROSS.
071600     COMPUTE PC-REGISTER-NET =
071700         WS-REGISTER-NET-SAVE + WS-FINAL-TOTAL-NET.
071800     MOVE WS-YTD-GROSS-BEFORE-SAVE TO PC-YTD-GROSS-BEFORE.
071900     MOVE WS-YTD-NET-BEFORE-SAVE TO PC-YTD-NET-BEFORE.
072000     WRITE PAY-PERIOD-CONTROL-RECORD.
072100     CLOSE PAY-PERIOD-CONTROL-FILE.
072200 9050-EXIT.
072300     EXIT.
072400 9100-WRITE-TOTAL-LINES.
072500     MOVE WS-FINAL-TOTAL-GROSS TO WS-RPT-TL-GROSS.
072600     MOVE WS-FINAL-TOTAL-WITHHOLDING TO WS-RPT-TL-WITHHOLDING.
072700     MOVE WS-FINAL-TOTAL-NET TO WS-RPT-TL-NET.
072800     MOVE WS-RPT-TOTAL-LINE TO FINAL-PAY-REGISTER-LINE.
072900     WRITE FINAL-PAY-REGISTER-LINE AFTER ADVANCING 2 LINES.
073000     MOVE WS-FINAL-TOTAL-ARREARS TO WS-RPT-AT-ARREARS.
073100     MOVE WS-RPT-ARREARS-TOTAL-LINE TO FINAL-PAY-REGISTER-LINE.
073200     WRITE FINAL-PAY-REGISTER-LINE AFTER ADVANCING 1 LINE.
073300 9100-EXIT.
073400     EXIT.
073500 9900-END-CYCLE-STEP.
073600     MOVE 'E' TO LK-CYCLE-FUNCTION.
073700     MOVE 'FINPAY' TO LK-CYCLE-STEP-ID.
073800     MOVE WS-DEACTIVATIONS-READ TO LK-CYCLE-RECORDS-IN.
073900     MOVE WS-EMPLOYEES-SETTLED TO LK-CYCLE-RECORDS-OUT.
074000     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
074100     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
074200     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
074300         DISPLAY 'NGUYEN-P03-FINPAY - ' LK-CYCLE-MESSAGE
074400     END-IF.
074500     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
074600 9900-EXIT.
074700     EXIT.
074800 END PROGRAM NGUYEN-P03-FINPAY.
