000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-RETRO
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: SEPTEMBER 29, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      RETROACTIVE PAY-RATE INCREASE RUN.  A RAISE
000800*                  KEYED THROUGH EMPLOYEE MAINTENANCE AFTER IT HAS
000900*                  ALREADY TAKEN EFFECT LEAVES THE EMPLOYEE
001000*                  UNDERPAID FOR EVERY PERIOD POSTED SINCE, AND
001100*                  THE ADJUSTMENT RUN ONLY PRICES AN HOURS DELTA
001200*                  AT TODAY'S RATE.  READS ONE RETRO TRANSACTION
001300*                  PER EMPLOYEE (NEW RATE, EFFECTIVE DATE, FIRST
001400*                  PERIOD TO REPRICE), THEN READS THE PAY HISTORY
001500*                  FILE FOR WHAT WAS ACTUALLY PAID IN EACH POSTED
001600*                  PERIOD SINCE - THE BATCH RUN'S RECORD AND EVERY
001700*                  SIGNED ADJUSTMENT POSTED AGAINST THE PERIOD.
001800*                  EVERY EARNINGS TYPE IS STRAIGHT RATE TIMES
001900*                  HOURS TIMES A MULTIPLIER, SO A RECORD'S
002000*                  EARNINGS SCALED BY NEW RATE OVER RATE PAID
002100*                  REPRICES THE OVERTIME AND DOUBLE-TIME HOURS AT
002200*                  THEIR MULTIPLIERS AS WELL, AND A REVERSING
002300*                  ADJUSTMENT TAKES ITS SHARE BACK OFF.  EACH
002400*                  RETRO PAYMENT IS WRITTEN BACK TO THE PAY
002500*                  HISTORY FILE (SOURCE 'R') WITH THE RATE IT
002600*                  BROUGHT THE PERIODS UP TO AND THE FIRST PERIOD
002700*                  IT COVERED, SO A RERUN OR A SECOND RAISE OVER
002800*                  THE SAME PERIODS PRICES FROM THAT RATE AND PAYS
002900*                  ONLY THE DIFFERENCE.  A PERIOD IN RANGE WITH NO
003000*                  PAY HISTORY FOR THE EMPLOYEE IS LISTED ON THE
003100*                  EXCEPTION LOG.  THE RETRO DUE IS PAID AS ONE
003200*                  SUPPLEMENTAL PAYMENT PER EMPLOYEE THROUGH THE
003300*                  SHARED CALCULATION (WITH WITHHOLDING), THE YTD
003400*                  UPDATE, THE GL EXTRACT (TAGGED 'R'), THE AUDIT
003500*                  TRAIL (ONE LINE PER PERIOD REPRICED) AND A
003600*                  CHECK REQUEST, AND IS PRINTED ON THE RETRO
003700*                  REGISTER.  THE RUN CONTROL RECORD'S REGISTER
003800*                  TOTALS ARE MOVED BY THE RETRO TOTALS SO THE GL
003810*                  BALANCING RUN STILL PROVES OUT.  THE RUN IS
003820*                  HELD UNLESS THE CURRENT PERIOD IS POSTED, AND
003830*                  IS RUN AHEAD OF THE CHECK WRITER SO THE RETRO
003840*                  CHECKS PRINT WITH THE PERIOD'S CHECKS, AND
003850*                  AHEAD OF THE GL JOURNAL SO ITS GL RECORDS POST
003860*                  WITH THE PERIOD.
003900*-----------------------------------------------------------------
004000*    MODIFICATION HISTORY
004100*    DATE       INIT  DESCRIPTION
004200*    09/29/2026 DN    ORIGINAL PROGRAM WRITTEN.
004210*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
004220*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
004230*                     ON ARE COMPLETE FOR THE PERIOD.  START, END,
004240*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
004250*                     THE CYCLE STEP LOG.
004256*    10/15/2026 DN    RETRO IS NOW PRICED FROM THE PAY HISTORY
004262*                     FILE INSTEAD OF THE AUDIT LOG.  SIGNED
004268*                     ADJUSTMENTS IN RANGE ARE REPRICED, NOT JUST
004274*                     LISTED.  EACH RETRO PAYMENT IS WRITTEN TO
004280*                     PAY HISTORY AS SOURCE 'R' AND RERUNS NET OFF
004286*                     FROM IT.  A PERIOD IN RANGE WITH NO PAY
004292*                     HISTORY IS LISTED ON THE EXCEPTION LOG.
004294*                     A RETRO PAYMENT THAT CANNOT BE POSTED TO PAY
004296*                     HISTORY IS LOGGED AND ENDS THE RUN WITH
004298*                     RETURN CODE 8.
004300******************************************************************
004400 IDENTIFICATION DIVISION.
004500 PROGRAM-ID. NGUYEN-P03-RETRO.
004600 AUTHOR. DAVID NGUYEN.
004700 INSTALLATION. PAYROLL DATA PROCESSING.
004800 DATE-WRITTEN. SEPTEMBER 29, 2026.
004900 DATE-COMPILED.
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT RETRO-TRANSACTION-FILE ASSIGN TO "RETROTRN"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RETROTRN-STATUS.
005600     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005810         RECORD KEY IS PH-KEY
005820         FILE STATUS IS WS-PAYHIST-STATUS.
005900     SELECT YTD-EARNINGS-FILE ASSIGN TO "YTDEARN"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS YE-EMPLOYEE-ID
006300         FILE STATUS IS WS-YTDEARN-STATUS.
006400     SELECT RETRO-REGISTER-FILE ASSIGN TO "RETROREG"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RETROREG-STATUS.
006700     SELECT EXCEPTION-LOG-FILE ASSIGN TO "EXCPLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-EXCPLOG-STATUS.
007000     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-GLEXTRCT-STATUS.
007300     SELECT CHECK-REQUEST-FILE ASSIGN TO "CHKREQ"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CHKREQ-STATUS.
007600     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-PAYCTRL-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  RETRO-TRANSACTION-FILE.
008200 COPY RETROTRN.
008300 FD  PAY-HISTORY-FILE.
008400 COPY PAYHIST.
008500 FD  YTD-EARNINGS-FILE.
008600 COPY YTDMAST.
008700 FD  RETRO-REGISTER-FILE.
008800 01  RETRO-REGISTER-LINE             PIC X(86).
008900 FD  EXCEPTION-LOG-FILE.
009000 COPY EXCPLOG.
009100 FD  GL-EXTRACT-FILE.
009200 COPY GLEXTRCT.
009300 FD  CHECK-REQUEST-FILE.
009400 COPY CHKREQ.
009500 FD  PAY-PERIOD-CONTROL-FILE.
009600 COPY PAYCTRL.
009700 WORKING-STORAGE SECTION.
009710 COPY CYCLNK.
009900 COPY EMPLULNK.
010000 COPY CALCLINK.
010100 COPY YTDUPLNK.
010200 COPY AUDITLNK.
010300 01  WS-FILE-STATUSES.
010400     03 WS-RETROTRN-STATUS        PIC X(02) VALUE "00".
010500     03 WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
010600     03 WS-YTDEARN-STATUS         PIC X(02) VALUE "00".
010700     03 WS-RETROREG-STATUS        PIC X(02) VALUE "00".
010800     03 WS-EXCPLOG-STATUS         PIC X(02) VALUE "00".
010900     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
011000     03 WS-CHKREQ-STATUS          PIC X(02) VALUE "00".
011100     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
011200 01  WS-SWITCHES.
011300     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
011400        88 WS-END-OF-FILE                    VALUE 'Y'.
011500     03 WS-HIST-EOF-SW            PIC X(01) VALUE 'N'.
011600        88 WS-END-OF-HISTORY                 VALUE 'Y'.
011610     03 WS-SEQ-FREE-SW            PIC X(01) VALUE 'N'.
011620        88 WS-SEQ-FREE                       VALUE 'Y'.
011630     03 WS-SCAN-PASS-SW           PIC X(01) VALUE 'R'.
011640        88 WS-RETRO-PAID-PASS                VALUE 'R'.
011650        88 WS-PRICING-PASS                   VALUE 'P'.
011660     03 WS-HIST-ERROR-SW          PIC X(01) VALUE 'N'.
011670        88 WS-HIST-ERROR                     VALUE 'Y'.
011700     03 WS-YTD-OPEN-SW            PIC X(01) VALUE 'N'.
011800        88 WS-YTD-FILE-OPEN                  VALUE 'Y'.
011900 01  WS-COUNTERS.
012000     03 WS-TRANS-READ             PIC 9(06) VALUE 0.
012100     03 WS-TRANS-REJECTED         PIC 9(06) VALUE 0.
012200     03 WS-HIST-RECORDS-PRICED    PIC 9(06) VALUE 0.
012300     03 WS-PERIODS-NO-HISTORY     PIC 9(06) VALUE 0.
012400     03 WS-EMPLOYEES-PAID         PIC 9(06) VALUE 0.
012500     03 WS-EMPLOYEES-NOT-DUE      PIC 9(06) VALUE 0.
012600     03 WS-EMPLOYEES-REJECTED     PIC 9(06) VALUE 0.
012700 01  WS-PERIOD-CONTROLS.
012800     03 WS-CURRENT-PERIOD         PIC 9(04) VALUE 0.
012900     03 WS-PERIOD-END-DATE        PIC 9(08) VALUE 0.
013000     03 WS-PC-POSTED-DATE-SAVE    PIC X(10) VALUE SPACES.
013100     03 WS-REGISTER-GROSS-SAVE    PIC 9(07)V9(02) VALUE 0.
013200     03 WS-REGISTER-NET-SAVE      PIC 9(07)V9(02) VALUE 0.
013300     03 WS-YTD-GROSS-BEFORE-SAVE  PIC 9(09)V9(02) VALUE 0.
013400     03 WS-YTD-NET-BEFORE-SAVE    PIC 9(09)V9(02) VALUE 0.
013500 01  WS-RETRO-LIMITS.
013600     03 WS-RETRO-MAX-ENTRIES      PIC 9(04) COMP VALUE 300.
013700     03 WS-RETRO-MAX-PERIODS      PIC 9(04) COMP VALUE 26.
013800 01  WS-RETRO-TABLE.
013900     03 WS-RETRO-ENTRY OCCURS 300 TIMES INDEXED BY RTX.
014000        05 WS-RE-EMPLOYEE-ID      PIC X(05).
014100        05 WS-RE-NEW-RATE         PIC 9(2)V9(2).
014200        05 WS-RE-EFFECTIVE-DATE   PIC 9(08).
014300        05 WS-RE-FIRST-PERIOD     PIC 9(04).
014400        05 WS-RE-PERIOD-SPAN      PIC 9(04).
014500        05 WS-RE-REASON           PIC X(20).
014600        05 WS-RE-ADJUST-LINES     PIC 9(04).
014700        05 WS-RE-PERIOD OCCURS 26 TIMES.
014800           07 WS-RP-HISTORY-SW    PIC X(01).
014900              88 WS-RP-HISTORY-FOUND         VALUE 'Y'.
015000           07 WS-RP-HOURS         PIC S9(2)V9(2).
015100           07 WS-RP-RATE          PIC 9(2)V9(2).
015200           07 WS-RP-EARNINGS      PIC S9(5)V9(2).
015210           07 WS-RP-PAID-UP-RATE  PIC 9(2)V9(2).
015220           07 WS-RP-RETRO-DUE     PIC S9(5)V9(2).
015300 77  WS-RETRO-COUNT               PIC 9(04) COMP VALUE 0.
015400 77  WS-PER-SUB                   PIC 9(04) COMP VALUE 0.
015500 77  WS-DED-SUB                   PIC 9(01) COMP VALUE 1.
015510 77  WS-COVER-SUB                 PIC 9(04) COMP VALUE 0.
015520 77  WS-COVER-FIRST-SUB           PIC 9(04) COMP VALUE 0.
015530 77  WS-HIST-SEQ                  PIC 9(02) COMP VALUE 0.
015600 01  WS-OPERATOR-ID                PIC X(08) VALUE 'RETRO'.
015700 01  WS-HIST-WORK.
015800     03 WS-HIST-HOURS             PIC S9(2)V9(2).
015900     03 WS-HIST-EARNINGS          PIC S9(5)V9(2).
016000     03 WS-HIST-PRICED-RATE       PIC 9(2)V9(2).
016100 01  WS-NO-HISTORY-REASON.
016200     03 FILLER                    PIC X(26) VALUE
016300         'NO PAY HISTORY FOR PERIOD '.
016400     03 WS-NH-PERIOD              PIC 9(04).
016500     03 FILLER                    PIC X(10) VALUE SPACES.
016600 01  WS-RETRO-WORK.
016700     03 WS-RETRO-EMPLOYEE-ID      PIC X(05).
016800     03 WS-RETRO-NEW-RATE         PIC 9(2)V9(2).
016900     03 WS-PERIOD-DUE             PIC S9(5)V9(2).
017000     03 WS-RETRO-GROSS            PIC 9(07)V9(02).
017100     03 WS-RETRO-LIMIT            PIC 9(05)V9(02) VALUE 99999.99.
017200     03 WS-RETRO-WITHHOLDING      PIC 9(06)V9(02).
017300 01  WS-RETRO-TOTALS.
017400     03 WS-RETRO-TOTAL-GROSS      PIC 9(07)V9(02) VALUE 0.
017500     03 WS-RETRO-TOTAL-WITHHOLDING PIC 9(07)V9(02) VALUE 0.
017600     03 WS-RETRO-TOTAL-NET        PIC 9(07)V9(02) VALUE 0.
017700 01  WS-SYS-DATE.
017800     03 WS-SYS-DATE-YEAR.
017900         05 WS-SYS-DATE-YR-CENTURY PIC 99.
018000         05 WS-SYS-DATE-YR-DECADE PIC 99.
018100     03 WS-SYS-DATE-MONTH PIC 99.
018200     03 WS-SYS-DATE-DAY PIC 99.
018300     03 WS-SYS-DATE-HOUR PIC 99.
018400     03 WS-SYS-DATE-MINUTE PIC 99.
018500 01  WS-SYS-DATE-NUMERIC REDEFINES WS-SYS-DATE.
018600     03 WS-SYS-CCYYMMDD           PIC 9(08).
018700     03 FILLER                    PIC 9(04).
018800 01  WS-RUN-DATE.
018900     03 WS-RUN-MONTH PIC XX.
019000     03 FILLER PIC X VALUE '/'.
019100     03 WS-RUN-DAY PIC XX.
019200     03 FILLER PIC X VALUE '/'.
019300     03 WS-RUN-YEAR PIC XXXX.
019400 01  WS-EFF-DATE-WORK             PIC 9(08).
019500 01  WS-EFF-DATE-PARTS REDEFINES WS-EFF-DATE-WORK.
019600     03 WS-EFF-YEAR               PIC X(04).
019700     03 WS-EFF-MONTH              PIC X(02).
019800     03 WS-EFF-DAY                PIC X(02).
019900 01  WS-EFF-DATE-PRINT.
020000     03 WS-EFF-PRINT-MONTH        PIC XX.
020100     03 FILLER                    PIC X VALUE '/'.
020200     03 WS-EFF-PRINT-DAY          PIC XX.
020300     03 FILLER                    PIC X VALUE '/'.
020400     03 WS-EFF-PRINT-YEAR         PIC XXXX.
020500 01  WS-TERM-TIME.
020600     03 WS-TERM-TIME-HH            PIC 99.
020700     03 FILLER                     PIC X VALUE ':'.
020800     03 WS-TERM-TIME-MM            PIC 99.
020900     03 FILLER                     PIC XX VALUE SPACES.
021000 01  WS-RPT-CONTROLS.
021100     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
021200     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
021300     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
021400     03 WS-RPT-ADVANCE            PIC 9(01) VALUE 1.
021500 01  WS-RPT-PRINT-AREA            PIC X(86).
021600 01  WS-RPT-HEADER-1.
021700     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
021800     03 FILLER               PIC X(20) VALUE
021900         'RETRO PAY REGISTER'.
022000     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
022100     03 WS-RPT-H1-RUN-DATE        PIC X(10).
022200     03 FILLER                    PIC X(04) VALUE SPACES.
022300     03 FILLER                    PIC X(08) VALUE 'PERIOD: '.
022400     03 WS-RPT-H1-PERIOD          PIC 9(04).
022500 01  WS-RPT-COLUMN-HDR.
022600     03 FILLER                    PIC X(08) VALUE 'EMP ID'.
022700     03 FILLER                    PIC X(08) VALUE 'PERIOD'.
022800     03 FILLER                    PIC X(09) VALUE 'HOURS'.
022900     03 FILLER                    PIC X(11) VALUE 'RATE PAID'.
023000     03 FILLER                    PIC X(10) VALUE 'NEW RATE'.
023100     03 FILLER                    PIC X(12) VALUE 'EARNED'.
023200     03 FILLER                    PIC X(12) VALUE 'RETRO DUE'.
023300 01  WS-RPT-EMPLOYEE-LINE.
023400     03 WS-RPT-EL-EMPLOYEE-ID     PIC X(08).
023500     03 WS-RPT-EL-EMPLOYEE-NAME   PIC X(27).
023600     03 FILLER                    PIC X(10) VALUE 'EFFECTIVE '.
023700     03 WS-RPT-EL-EFF-DATE        PIC X(10).
023800     03 FILLER                    PIC X(02) VALUE SPACES.
023900     03 WS-RPT-EL-REASON          PIC X(20).
024000 01  WS-RPT-PERIOD-LINE.
024100     03 FILLER                    PIC X(08) VALUE SPACES.
024200     03 WS-RPT-PL-PERIOD          PIC 9(04).
024300     03 FILLER                    PIC X(04) VALUE SPACES.
024400     03 WS-RPT-PL-HOURS           PIC Z9.99.
024500     03 FILLER                    PIC X(04) VALUE SPACES.
024600     03 WS-RPT-PL-RATE-PAID       PIC Z9.99.
024700     03 FILLER                    PIC X(06) VALUE SPACES.
024800     03 WS-RPT-PL-NEW-RATE        PIC Z9.99.
024900     03 FILLER                    PIC X(05) VALUE SPACES.
025000     03 WS-RPT-PL-EARNINGS        PIC ZZ,ZZ9.99.
025100     03 FILLER                    PIC X(03) VALUE SPACES.
025200     03 WS-RPT-PL-RETRO-DUE       PIC ZZ,ZZ9.99.
025300 01  WS-RPT-PAYMENT-LINE.
025400     03 FILLER                    PIC X(08) VALUE SPACES.
025500     03 FILLER                    PIC X(16) VALUE 'RETRO PAYMENT'.
025600     03 FILLER                    PIC X(06) VALUE 'GROSS '.
025700     03 WS-RPT-PY-GROSS           PIC ZZ,ZZ9.99.
025800     03 FILLER                    PIC X(02) VALUE SPACES.
025900     03 FILLER                    PIC X(07) VALUE 'WTHHLD '.
026000     03 WS-RPT-PY-WITHHOLDING     PIC Z,ZZ9.99.
026100     03 FILLER                    PIC X(02) VALUE SPACES.
026200     03 FILLER                    PIC X(04) VALUE 'NET '.
026300     03 WS-RPT-PY-NET             PIC ZZ,ZZ9.99.
026400 01  WS-RPT-NOTE-LINE.
026500     03 FILLER                    PIC X(08) VALUE SPACES.
026600     03 WS-RPT-NL-COUNT           PIC ZZZ9.
026700     03 FILLER                    PIC X(60) VALUE
026800         ' ADJUSTMENT RECORD(S) IN RANGE REPRICED'.
026900 01  WS-RPT-TOTAL-LINE.
027000     03 FILLER                    PIC X(24) VALUE
027100         'RETRO TOTALS'.
027200     03 FILLER                    PIC X(06) VALUE 'GROSS '.
027300     03 WS-RPT-TL-GROSS           PIC ZZZ,ZZ9.99.
027400     03 FILLER                    PIC X(02) VALUE SPACES.
027500     03 FILLER                    PIC X(07) VALUE 'WTHHLD '.
027600     03 WS-RPT-TL-WITHHOLDING     PIC ZZZ,ZZ9.99.
027700     03 FILLER                    PIC X(02) VALUE SPACES.
027800     03 FILLER                    PIC X(04) VALUE 'NET '.
027900     03 WS-RPT-TL-NET             PIC ZZZ,ZZ9.99.
028000 01  WS-EXC-DETAIL.
028100     03 WS-EXC-DT-DATE             PIC X(10).
028200     03 FILLER                     PIC X(02) VALUE SPACES.
028300     03 WS-EXC-DT-EMPLOYEE-ID      PIC X(07).
028400     03 WS-EXC-DT-RATE             PIC Z9.99.
028500     03 FILLER                     PIC X(02) VALUE SPACES.
028600     03 WS-EXC-DT-REASON           PIC X(40).
028700 PROCEDURE DIVISION.
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     PERFORM 2000-READ-PAY-HISTORY THRU 2000-EXIT.
029100     PERFORM 3000-PAY-EMPLOYEE THRU 3000-EXIT
029200         VARYING RTX FROM 1 BY 1
029300         UNTIL RTX > WS-RETRO-COUNT.
029400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029500     STOP RUN.
029600 1000-INITIALIZE.
029610     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
029700     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
029800     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
029900     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
030000     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
030100     MOVE WS-SYS-DATE-HOUR TO WS-TERM-TIME-HH.
030200     MOVE WS-SYS-DATE-MINUTE TO WS-TERM-TIME-MM.
030300     PERFORM 1050-CHECK-PERIOD-CONTROL THRU 1050-EXIT.
030400     OPEN INPUT RETRO-TRANSACTION-FILE.
030500     IF WS-RETROTRN-STATUS NOT EQUAL TO '00'
030600         DISPLAY 'NGUYEN-P03-RETRO - RETRO TRANSACTION FILE'
030700             ' MISSING - NOTHING TO PROCESS'
030800         MOVE 8 TO RETURN-CODE
030810         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
030900         STOP RUN
031000     END-IF.
031010     OPEN I-O PAY-HISTORY-FILE.
031020     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
031030         DISPLAY 'NGUYEN-P03-RETRO - PAY HISTORY FILE'
031040             ' UNAVAILABLE - NOTHING TO REPRICE - RUN HELD'
031050         MOVE 8 TO RETURN-CODE
031060         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
031070         STOP RUN
031080     END-IF.
031100     OPEN OUTPUT RETRO-REGISTER-FILE.
031200     OPEN EXTEND GL-EXTRACT-FILE.
031300     OPEN EXTEND EXCEPTION-LOG-FILE.
031400     OPEN EXTEND CHECK-REQUEST-FILE.
031500     OPEN INPUT YTD-EARNINGS-FILE.
031600     IF WS-YTDEARN-STATUS EQUAL TO '00'
031700         MOVE 'Y' TO WS-YTD-OPEN-SW
031800     END-IF.
031900     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
032000     PERFORM 1200-LOAD-TRANSACTION THRU 1200-EXIT
032100         UNTIL WS-END-OF-FILE.
032200     CLOSE RETRO-TRANSACTION-FILE.
032300 1000-EXIT.
032306     EXIT.
032312 1010-START-CYCLE-STEP.
032318     MOVE 'S' TO LK-CYCLE-FUNCTION.
032324     MOVE 'RETRO' TO LK-CYCLE-STEP-ID.
032330     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
032336     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
032342         DISPLAY 'NGUYEN-P03-RETRO - ' LK-CYCLE-MESSAGE
032348     END-IF.
032354     IF NOT LK-CYCLE-OK
032360         DISPLAY 'NGUYEN-P03-RETRO - RUN HELD'
032366         MOVE 8 TO RETURN-CODE
032372         STOP RUN
032378     END-IF.
032384 1010-EXIT.
032400     EXIT.
032500 1050-CHECK-PERIOD-CONTROL.
032600     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
032700     IF WS-PAYCTRL-STATUS NOT EQUAL TO '00'
032800         DISPLAY 'NGUYEN-P03-RETRO - PERIOD CONTROL FILE'
032900             ' MISSING - RUN HELD'
033000         MOVE 8 TO RETURN-CODE
033010         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
033100         STOP RUN
033200     END-IF.
033300     READ PAY-PERIOD-CONTROL-FILE
033400         AT END
033500             DISPLAY 'NGUYEN-P03-RETRO - PERIOD CONTROL'
033600                 ' RECORD MISSING - RUN HELD'
033700             MOVE 8 TO RETURN-CODE
033710             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
033800             STOP RUN
033900     END-READ.
034000     IF NOT PC-STATUS-POSTED
034100         DISPLAY 'NGUYEN-P03-RETRO - PERIOD ' PC-PERIOD-NUMBER
034200             ' NOT POSTED - RUN HELD'
034300         DISPLAY 'NGUYEN-P03-RETRO - RUN RETRO PAY AFTER THE'
034400             ' REGULAR BATCH RUN HAS POSTED THE PERIOD'
034500         MOVE 8 TO RETURN-CODE
034600         CLOSE PAY-PERIOD-CONTROL-FILE
034610         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
034700         STOP RUN
034800     END-IF.
034900     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
035000     MOVE PC-PERIOD-END-DATE TO WS-PERIOD-END-DATE.
035100     MOVE PC-POSTED-DATE TO WS-PC-POSTED-DATE-SAVE.
035200     MOVE PC-REGISTER-GROSS TO WS-REGISTER-GROSS-SAVE.
035300     MOVE PC-REGISTER-NET TO WS-REGISTER-NET-SAVE.
035400     MOVE PC-YTD-GROSS-BEFORE TO WS-YTD-GROSS-BEFORE-SAVE.
035500     MOVE PC-YTD-NET-BEFORE TO WS-YTD-NET-BEFORE-SAVE.
035600     CLOSE PAY-PERIOD-CONTROL-FILE.
035700 1050-EXIT.
035800     EXIT.
035900 1100-READ-TRANSACTION.
036000     READ RETRO-TRANSACTION-FILE
036100         AT END
036200             MOVE 'Y' TO WS-EOF-SW
036300             GO TO 1100-EXIT
036400     END-READ.
036500     ADD 1 TO WS-TRANS-READ.
036600 1100-EXIT.
036700     EXIT.
036800 1200-LOAD-TRANSACTION.
036900     MOVE RT-EMPLOYEE-ID TO WS-RETRO-EMPLOYEE-ID.
037000     MOVE 0 TO WS-RETRO-NEW-RATE.
037100     IF RT-NEW-RATE-X NOT NUMERIC
037200        OR RT-NEW-RATE = 0
037300         MOVE 'NEW RATE MISSING OR NOT NUMERIC' TO
037400             WS-EXC-DT-REASON
037500         GO TO 1200-REJECT
037600     END-IF.
037700     MOVE RT-NEW-RATE TO WS-RETRO-NEW-RATE.
037800     IF RT-EFFECTIVE-DATE-X NOT NUMERIC
037900        OR RT-EFFECTIVE-PERIOD-X NOT NUMERIC
038000        OR RT-EFFECTIVE-DATE = 0
038100        OR RT-EFFECTIVE-PERIOD = 0
038200         MOVE 'EFFECTIVE DATE OR PERIOD NOT NUMERIC' TO
038300             WS-EXC-DT-REASON
038400         GO TO 1200-REJECT
038500     END-IF.
038600     IF RT-EFFECTIVE-DATE > WS-SYS-CCYYMMDD
038700         MOVE 'EFFECTIVE DATE IN THE FUTURE' TO
038800             WS-EXC-DT-REASON
038900         GO TO 1200-REJECT
039000     END-IF.
039100     IF RT-EFFECTIVE-PERIOD > WS-CURRENT-PERIOD
039200         MOVE 'EFFECTIVE PERIOD NOT YET POSTED' TO
039300             WS-EXC-DT-REASON
039400         GO TO 1200-REJECT
039500     END-IF.
039600     IF WS-CURRENT-PERIOD - RT-EFFECTIVE-PERIOD
039700            NOT < WS-RETRO-MAX-PERIODS
039800         MOVE 'RETRO REACHES BACK OVER 26 PERIODS' TO
039900             WS-EXC-DT-REASON
040000         GO TO 1200-REJECT
040100     END-IF.
040200     MOVE RT-EMPLOYEE-ID TO LK-EMPLU-EMPLOYEE-ID.
040300     CALL 'NGUYEN-P03-EMPLU' USING LK-EMPLU-AREA.
040400     IF NOT LK-EMPLU-FOUND
040500         MOVE 'EMPLOYEE UNKNOWN OR INACTIVE' TO
040600             WS-EXC-DT-REASON
040700         GO TO 1200-REJECT
040800     END-IF.
040900     IF LK-EMPLU-SALARIED
041000         MOVE 'SALARIED - NO HOURLY RETRO' TO
041100             WS-EXC-DT-REASON
041200         GO TO 1200-REJECT
041300     END-IF.
041400     IF LK-EMPLU-PAY-RATE NOT EQUAL TO RT-NEW-RATE
041500         MOVE 'NEW RATE NOT ON EMPLOYEE MASTER' TO
041600             WS-EXC-DT-REASON
041700         GO TO 1200-REJECT
041800     END-IF.
041900     PERFORM 1210-CHECK-DUPLICATE THRU 1210-EXIT
042000         VARYING RTX FROM 1 BY 1
042100         UNTIL RTX > WS-RETRO-COUNT
042200         OR WS-RE-EMPLOYEE-ID (RTX) = RT-EMPLOYEE-ID.
042300     IF RTX NOT > WS-RETRO-COUNT
042400         MOVE 'DUPLICATE RETRO TRANSACTION' TO
042500             WS-EXC-DT-REASON
042600         GO TO 1200-REJECT
042700     END-IF.
042800     IF WS-RETRO-COUNT NOT < WS-RETRO-MAX-ENTRIES
042900         MOVE 'RETRO TABLE FULL - RESUBMIT NEXT RUN' TO
043000             WS-EXC-DT-REASON
043100         GO TO 1200-REJECT
043200     END-IF.
043300     ADD 1 TO WS-RETRO-COUNT.
043400     SET RTX TO WS-RETRO-COUNT.
043500     MOVE RT-EMPLOYEE-ID TO WS-RE-EMPLOYEE-ID (RTX).
043600     MOVE RT-NEW-RATE TO WS-RE-NEW-RATE (RTX).
043700     MOVE RT-EFFECTIVE-DATE TO WS-RE-EFFECTIVE-DATE (RTX).
043800     MOVE RT-EFFECTIVE-PERIOD TO WS-RE-FIRST-PERIOD (RTX).
043900     COMPUTE WS-RE-PERIOD-SPAN (RTX) =
044000         WS-CURRENT-PERIOD - RT-EFFECTIVE-PERIOD + 1.
044100     MOVE RT-REASON TO WS-RE-REASON (RTX).
044200     MOVE 0 TO WS-RE-ADJUST-LINES (RTX).
044300     PERFORM 1220-CLEAR-PERIOD THRU 1220-EXIT
044400         VARYING WS-PER-SUB FROM 1 BY 1
044500         UNTIL WS-PER-SUB > WS-RETRO-MAX-PERIODS.
044600     GO TO 1200-READ-NEXT.
044700 1200-REJECT.
044800     PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT.
044900     ADD 1 TO WS-TRANS-REJECTED.
045000 1200-READ-NEXT.
045100     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
045200 1200-EXIT.
045300     EXIT.
045400 1210-CHECK-DUPLICATE.
045500     CONTINUE.
045600 1210-EXIT.
045700     EXIT.
045800 1220-CLEAR-PERIOD.
045900     MOVE 'N' TO WS-RP-HISTORY-SW (RTX WS-PER-SUB).
046000     MOVE 0 TO WS-RP-HOURS (RTX WS-PER-SUB).
046100     MOVE 0 TO WS-RP-RATE (RTX WS-PER-SUB).
046200     MOVE 0 TO WS-RP-EARNINGS (RTX WS-PER-SUB).
046300     MOVE 0 TO WS-RP-PAID-UP-RATE (RTX WS-PER-SUB).
046310     MOVE 0 TO WS-RP-RETRO-DUE (RTX WS-PER-SUB).
046400 1220-EXIT.
046500     EXIT.
046600 1250-LOG-EXCEPTION.
046700     MOVE WS-RUN-DATE TO WS-EXC-DT-DATE.
046800     MOVE WS-RETRO-EMPLOYEE-ID TO WS-EXC-DT-EMPLOYEE-ID.
046900     MOVE WS-RETRO-NEW-RATE TO WS-EXC-DT-RATE.
047000     MOVE WS-EXC-DETAIL TO EXCEPTION-LOG-LINE.
047100     WRITE EXCEPTION-LOG-LINE AFTER ADVANCING 1 LINE.
047200 1250-EXIT.
047300     EXIT.
047400 2000-READ-PAY-HISTORY.
047450     PERFORM 2100-SCAN-EMPLOYEE THRU 2100-EXIT
047500         VARYING RTX FROM 1 BY 1
047550         UNTIL RTX > WS-RETRO-COUNT.
047600 2000-EXIT.
047650     EXIT.
047700 2100-SCAN-EMPLOYEE.
047750     MOVE WS-RE-EMPLOYEE-ID (RTX) TO WS-RETRO-EMPLOYEE-ID.
047800     MOVE WS-RE-NEW-RATE (RTX) TO WS-RETRO-NEW-RATE.
048000     MOVE 'R' TO WS-SCAN-PASS-SW.
048050     PERFORM 2150-START-HISTORY THRU 2150-EXIT.
048100     PERFORM 2200-APPLY-HISTORY THRU 2200-EXIT
048150         UNTIL WS-END-OF-HISTORY.
048200     MOVE 'P' TO WS-SCAN-PASS-SW.
048250     PERFORM 2150-START-HISTORY THRU 2150-EXIT.
048300     PERFORM 2200-APPLY-HISTORY THRU 2200-EXIT
048350         UNTIL WS-END-OF-HISTORY.
048400     PERFORM 2300-CHECK-PERIOD-HISTORY THRU 2300-EXIT
048450         VARYING WS-PER-SUB FROM 1 BY 1
048500         UNTIL WS-PER-SUB > WS-RE-PERIOD-SPAN (RTX).
048550 2100-EXIT.
048600     EXIT.
048650 2150-START-HISTORY.
048700     MOVE 'N' TO WS-HIST-EOF-SW.
048750     MOVE WS-RETRO-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
048800     MOVE WS-RE-FIRST-PERIOD (RTX) TO PH-PERIOD-NUMBER.
048850     MOVE 0 TO PH-SEQUENCE-NUMBER.
048900     START PAY-HISTORY-FILE
048950         KEY IS NOT LESS THAN PH-KEY
049000         INVALID KEY
049050             MOVE 'Y' TO WS-HIST-EOF-SW
049100             GO TO 2150-EXIT
049150     END-START.
049200     PERFORM 2160-READ-HISTORY THRU 2160-EXIT.
049250 2150-EXIT.
049300     EXIT.
049350 2160-READ-HISTORY.
049400     READ PAY-HISTORY-FILE NEXT RECORD
049450         AT END
049500             MOVE 'Y' TO WS-HIST-EOF-SW
049550             GO TO 2160-EXIT
049600     END-READ.
049650     IF PH-EMPLOYEE-ID NOT EQUAL TO WS-RETRO-EMPLOYEE-ID
049700        OR PH-PERIOD-NUMBER > WS-CURRENT-PERIOD
049750         MOVE 'Y' TO WS-HIST-EOF-SW
049800     END-IF.
049850 2160-EXIT.
049900     EXIT.
049950 2200-APPLY-HISTORY.
050000     COMPUTE WS-PER-SUB =
050050         PH-PERIOD-NUMBER - WS-RE-FIRST-PERIOD (RTX) + 1.
050100     IF WS-RETRO-PAID-PASS
050150         IF PH-FROM-RETRO
050200             PERFORM 2210-MARK-RETRO-PAID THRU 2210-EXIT
050250         END-IF
050300         GO TO 2200-READ-NEXT
050350     END-IF.
050400     IF PH-FROM-RETRO
050450         GO TO 2200-READ-NEXT
050500     END-IF.
050550     ADD 1 TO WS-HIST-RECORDS-PRICED.
050600     MOVE 'Y' TO WS-RP-HISTORY-SW (RTX WS-PER-SUB).
050650     MOVE PH-TOTAL-HOURS TO WS-HIST-HOURS.
050700     MOVE PH-GROSS-EARNINGS TO WS-HIST-EARNINGS.
050750     IF PH-IS-REVERSAL
050800         COMPUTE WS-HIST-HOURS = 0 - PH-TOTAL-HOURS
050850         COMPUTE WS-HIST-EARNINGS = 0 - PH-GROSS-EARNINGS
050900     END-IF.
050950     ADD WS-HIST-HOURS TO WS-RP-HOURS (RTX WS-PER-SUB).
051000     ADD WS-HIST-EARNINGS TO WS-RP-EARNINGS (RTX WS-PER-SUB).
051050     IF PH-FROM-PAY-RUN
051100         MOVE PH-PAY-RATE TO WS-RP-RATE (RTX WS-PER-SUB)
051150     ELSE
051200         ADD 1 TO WS-RE-ADJUST-LINES (RTX)
051250     END-IF.
051300     MOVE PH-PAY-RATE TO WS-HIST-PRICED-RATE.
051350     IF WS-RP-PAID-UP-RATE (RTX WS-PER-SUB) > WS-HIST-PRICED-RATE
051400         MOVE WS-RP-PAID-UP-RATE (RTX WS-PER-SUB) TO
051450             WS-HIST-PRICED-RATE
051500     END-IF.
051550     IF PH-PAY-RATE > 0
051600        AND WS-HIST-PRICED-RATE < WS-RETRO-NEW-RATE
051650         COMPUTE WS-PERIOD-DUE ROUNDED =
051700             WS-HIST-EARNINGS
051750                 * (WS-RETRO-NEW-RATE - WS-HIST-PRICED-RATE)
051800                 / PH-PAY-RATE
051850         ADD WS-PERIOD-DUE TO WS-RP-RETRO-DUE (RTX WS-PER-SUB)
051900     END-IF.
051950 2200-READ-NEXT.
052000     PERFORM 2160-READ-HISTORY THRU 2160-EXIT.
052050 2200-EXIT.
052100     EXIT.
052150 2210-MARK-RETRO-PAID.
052200     MOVE 1 TO WS-COVER-FIRST-SUB.
052250     IF PH-RETRO-FIRST-PERIOD NOT NUMERIC
052300         MOVE WS-PER-SUB TO WS-COVER-FIRST-SUB
052350     ELSE
052400         IF PH-RETRO-FIRST-PERIOD > WS-RE-FIRST-PERIOD (RTX)
052450             COMPUTE WS-COVER-FIRST-SUB = PH-RETRO-FIRST-PERIOD
052500                 - WS-RE-FIRST-PERIOD (RTX) + 1
052550         END-IF
052600     END-IF.
052650     PERFORM 2220-RAISE-PAID-UP-RATE THRU 2220-EXIT
052700         VARYING WS-COVER-SUB FROM WS-COVER-FIRST-SUB BY 1
052750         UNTIL WS-COVER-SUB > WS-PER-SUB.
052800 2210-EXIT.
052850     EXIT.
052900 2220-RAISE-PAID-UP-RATE.
052950     IF PH-PAY-RATE > WS-RP-PAID-UP-RATE (RTX WS-COVER-SUB)
053000         MOVE PH-PAY-RATE TO WS-RP-PAID-UP-RATE (RTX WS-COVER-SUB)
053050     END-IF.
053100 2220-EXIT.
053150     EXIT.
053200 2300-CHECK-PERIOD-HISTORY.
053250     IF WS-RP-HISTORY-FOUND (RTX WS-PER-SUB)
053300         GO TO 2300-EXIT
053350     END-IF.
053400     COMPUTE WS-NH-PERIOD =
053450         WS-RE-FIRST-PERIOD (RTX) + WS-PER-SUB - 1.
053500     MOVE WS-NO-HISTORY-REASON TO WS-EXC-DT-REASON.
053550     PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT.
053600     ADD 1 TO WS-PERIODS-NO-HISTORY.
053650 2300-EXIT.
053700     EXIT.
054900 3000-PAY-EMPLOYEE.
055000     MOVE WS-RE-EMPLOYEE-ID (RTX) TO WS-RETRO-EMPLOYEE-ID.
055100     MOVE WS-RE-NEW-RATE (RTX) TO WS-RETRO-NEW-RATE.
055200     MOVE 0 TO WS-RETRO-GROSS.
055300     PERFORM 3100-ADD-PERIOD-DUE THRU 3100-EXIT
055400         VARYING WS-PER-SUB FROM 1 BY 1
055500         UNTIL WS-PER-SUB > WS-RE-PERIOD-SPAN (RTX).
056100     IF WS-RETRO-GROSS = 0
056200         MOVE 'NO RETRO DUE FOR THE PERIODS POSTED' TO
056300             WS-EXC-DT-REASON
056400         PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT
056500         ADD 1 TO WS-EMPLOYEES-NOT-DUE
056600         GO TO 3000-EXIT
056700     END-IF.
056800     IF WS-RETRO-GROSS > WS-RETRO-LIMIT
056900         MOVE 'RETRO OVER $99,999.99 - PAY BY HAND' TO
057000             WS-EXC-DT-REASON
057100         PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT
057200         ADD 1 TO WS-EMPLOYEES-REJECTED
057300         GO TO 3000-EXIT
057400     END-IF.
057500     MOVE WS-RETRO-EMPLOYEE-ID TO LK-EMPLU-EMPLOYEE-ID.
057600     CALL 'NGUYEN-P03-EMPLU' USING LK-EMPLU-AREA.
057700     MOVE 0 TO LK-CALC-HOURS.
057800     MOVE 0 TO LK-CALC-VACATION-HOURS.
057900     MOVE 0 TO LK-CALC-SICK-HOURS.
058000     MOVE 0 TO LK-CALC-HOLIDAY-HOURS.
058100     MOVE WS-RETRO-NEW-RATE TO LK-CALC-RATE.
058200     MOVE LK-EMPLU-CLASSIFICATION-CODE TO
058300         LK-CALC-CLASSIFICATION-CODE.
058400     MOVE LK-EMPLU-WORK-STATE TO LK-CALC-WORK-STATE.
058500     PERFORM 3050-GET-YTD-GROSS THRU 3050-EXIT.
058600     MOVE 'F' TO LK-CALC-PAY-TYPE.
058700     MOVE WS-RETRO-GROSS TO LK-CALC-SUPPLEMENTAL-AMOUNT.
058800     CALL 'NGUYEN-P03-CALC' USING LK-CALC-AREA.
058900     IF NOT LK-CALC-OK
059000         MOVE 'RETRO REJECTED BY CALC' TO
059100             WS-EXC-DT-REASON
059200         PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT
059300         ADD 1 TO WS-EMPLOYEES-REJECTED
059400         GO TO 3000-EXIT
059500     END-IF.
059600     COMPUTE WS-RETRO-WITHHOLDING =
059700         LK-CALC-FEDERAL-WITHHOLDING + LK-CALC-STATE-WITHHOLDING
059800             + LK-CALC-EE-SOC-SEC + LK-CALC-EE-MEDICARE.
059900     PERFORM 3200-WRITE-REGISTER-BLOCK THRU 3200-EXIT.
060000     PERFORM 3300-UPDATE-YTD THRU 3300-EXIT.
060100     PERFORM 3400-WRITE-GL-RECORD THRU 3400-EXIT.
060200     PERFORM 3500-WRITE-CHECK-REQUEST THRU 3500-EXIT.
060300     PERFORM 3600-WRITE-AUDIT-RECORD THRU 3600-EXIT
060400         VARYING WS-PER-SUB FROM 1 BY 1
060500         UNTIL WS-PER-SUB > WS-RE-PERIOD-SPAN (RTX).
060510     PERFORM 3700-WRITE-PAY-HISTORY THRU 3700-EXIT.
060600     ADD LK-CALC-TOTAL-EARNINGS TO WS-RETRO-TOTAL-GROSS.
060700     ADD WS-RETRO-WITHHOLDING TO WS-RETRO-TOTAL-WITHHOLDING.
060800     ADD LK-CALC-NET-EARNINGS TO WS-RETRO-TOTAL-NET.
060900     ADD 1 TO WS-EMPLOYEES-PAID.
061000 3000-EXIT.
061100     EXIT.
061200 3050-GET-YTD-GROSS.
061300     MOVE 0 TO LK-CALC-YTD-GROSS-BEFORE.
061400     IF NOT WS-YTD-FILE-OPEN
061500         GO TO 3050-EXIT
061600     END-IF.
061700     MOVE WS-RETRO-EMPLOYEE-ID TO YE-EMPLOYEE-ID.
061800     READ YTD-EARNINGS-FILE
061900         INVALID KEY
062000             GO TO 3050-EXIT
062100     END-READ.
062200     MOVE YE-YTD-TOTAL-EARNINGS TO LK-CALC-YTD-GROSS-BEFORE.
062300 3050-EXIT.
062400     EXIT.
062500 3100-ADD-PERIOD-DUE.
062600     IF WS-RP-RETRO-DUE (RTX WS-PER-SUB) < 0
062700         MOVE 0 TO WS-RP-RETRO-DUE (RTX WS-PER-SUB)
062800     END-IF.
062900     ADD WS-RP-RETRO-DUE (RTX WS-PER-SUB) TO WS-RETRO-GROSS.
063000 3100-EXIT.
063100     EXIT.
064500 3200-WRITE-REGISTER-BLOCK.
064600     MOVE WS-RETRO-EMPLOYEE-ID TO WS-RPT-EL-EMPLOYEE-ID.
064700     MOVE LK-EMPLU-EMPLOYEE-NAME TO WS-RPT-EL-EMPLOYEE-NAME.
064800     MOVE WS-RE-EFFECTIVE-DATE (RTX) TO WS-EFF-DATE-WORK.
064900     MOVE WS-EFF-MONTH TO WS-EFF-PRINT-MONTH.
065000     MOVE WS-EFF-DAY TO WS-EFF-PRINT-DAY.
065100     MOVE WS-EFF-YEAR TO WS-EFF-PRINT-YEAR.
065200     MOVE WS-EFF-DATE-PRINT TO WS-RPT-EL-EFF-DATE.
065300     MOVE WS-RE-REASON (RTX) TO WS-RPT-EL-REASON.
065400     MOVE WS-RPT-EMPLOYEE-LINE TO WS-RPT-PRINT-AREA.
065500     MOVE 2 TO WS-RPT-ADVANCE.
065600     PERFORM 3290-WRITE-REGISTER-LINE THRU 3290-EXIT.
065700     PERFORM 3210-WRITE-PERIOD-LINE THRU 3210-EXIT
065800         VARYING WS-PER-SUB FROM 1 BY 1
065900         UNTIL WS-PER-SUB > WS-RE-PERIOD-SPAN (RTX).
066000     MOVE LK-CALC-TOTAL-EARNINGS TO WS-RPT-PY-GROSS.
066100     MOVE WS-RETRO-WITHHOLDING TO WS-RPT-PY-WITHHOLDING.
066200     MOVE LK-CALC-NET-EARNINGS TO WS-RPT-PY-NET.
066300     MOVE WS-RPT-PAYMENT-LINE TO WS-RPT-PRINT-AREA.
066400     PERFORM 3290-WRITE-REGISTER-LINE THRU 3290-EXIT.
066500     IF WS-RE-ADJUST-LINES (RTX) > 0
066600         MOVE WS-RE-ADJUST-LINES (RTX) TO WS-RPT-NL-COUNT
066700         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
066800         PERFORM 3290-WRITE-REGISTER-LINE THRU 3290-EXIT
066900     END-IF.
067000 3200-EXIT.
067100     EXIT.
067200 3210-WRITE-PERIOD-LINE.
067300     IF WS-RP-EARNINGS (RTX WS-PER-SUB) = 0
067400        AND WS-RP-RETRO-DUE (RTX WS-PER-SUB) = 0
067500         GO TO 3210-EXIT
067600     END-IF.
067700     COMPUTE WS-RPT-PL-PERIOD =
067800         WS-RE-FIRST-PERIOD (RTX) + WS-PER-SUB - 1.
067900     MOVE WS-RP-HOURS (RTX WS-PER-SUB) TO WS-RPT-PL-HOURS.
068000     MOVE WS-RP-RATE (RTX WS-PER-SUB) TO WS-RPT-PL-RATE-PAID.
068010     IF WS-RP-PAID-UP-RATE (RTX WS-PER-SUB) >
068020        WS-RP-RATE (RTX WS-PER-SUB)
068030         MOVE WS-RP-PAID-UP-RATE (RTX WS-PER-SUB) TO
068040             WS-RPT-PL-RATE-PAID
068050     END-IF.
068100     MOVE WS-RETRO-NEW-RATE TO WS-RPT-PL-NEW-RATE.
068200     MOVE WS-RP-EARNINGS (RTX WS-PER-SUB) TO WS-RPT-PL-EARNINGS.
068300     MOVE WS-RP-RETRO-DUE (RTX WS-PER-SUB) TO WS-RPT-PL-RETRO-DUE.
068400     MOVE WS-RPT-PERIOD-LINE TO WS-RPT-PRINT-AREA.
068500     PERFORM 3290-WRITE-REGISTER-LINE THRU 3290-EXIT.
068600 3210-EXIT.
068700     EXIT.
068800 3290-WRITE-REGISTER-LINE.
068900     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
069000         PERFORM 3295-WRITE-PAGE-HEADERS THRU 3295-EXIT
069100     END-IF.
069200     MOVE WS-RPT-PRINT-AREA TO RETRO-REGISTER-LINE.
069300     WRITE RETRO-REGISTER-LINE
069400   AFTER ADVANCING WS-RPT-ADVANCE LINES.
069500     ADD WS-RPT-ADVANCE TO WS-RPT-LINE-NO.
069600     MOVE 1 TO WS-RPT-ADVANCE.
069700 3290-EXIT.
069800     EXIT.
069900 3295-WRITE-PAGE-HEADERS.
070000     ADD 1 TO WS-RPT-PAGE-NO.
070100     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
070200     MOVE WS-CURRENT-PERIOD TO WS-RPT-H1-PERIOD.
070300     MOVE WS-RPT-HEADER-1 TO RETRO-REGISTER-LINE.
070400     WRITE RETRO-REGISTER-LINE AFTER ADVANCING PAGE.
070500     MOVE WS-RPT-COLUMN-HDR TO RETRO-REGISTER-LINE.
070600     WRITE RETRO-REGISTER-LINE AFTER ADVANCING 2 LINES.
070700     MOVE 0 TO WS-RPT-LINE-NO.
070800 3295-EXIT.
070900     EXIT.
071000 3300-UPDATE-YTD.
071100     MOVE WS-RETRO-EMPLOYEE-ID TO LK-YTDUP-EMPLOYEE-ID.
071200     MOVE LK-EMPLU-WORK-STATE TO LK-YTDUP-WORK-STATE.
071300     MOVE 0 TO LK-YTDUP-HOURS.
071400     MOVE LK-CALC-REGULAR-EARNINGS TO LK-YTDUP-REGULAR-EARNINGS.
071500     MOVE 0 TO LK-YTDUP-OVERTIME-EARNINGS.
071600     MOVE 0 TO LK-YTDUP-DOUBLETIME-EARNINGS.
071700     MOVE 0 TO LK-YTDUP-VACATION-EARNINGS.
071800     MOVE 0 TO LK-YTDUP-SICK-EARNINGS.
071900     MOVE 0 TO LK-YTDUP-HOLIDAY-EARNINGS.
072000     MOVE LK-CALC-TOTAL-EARNINGS TO LK-YTDUP-TOTAL-EARNINGS.
072100     MOVE LK-CALC-NET-EARNINGS TO LK-YTDUP-NET-EARNINGS.
072200     MOVE LK-CALC-FEDERAL-WITHHOLDING TO
072300         LK-YTDUP-FEDERAL-WITHHOLDING.
072400     MOVE LK-CALC-STATE-WITHHOLDING TO LK-YTDUP-STATE-WITHHOLDING.
072500     MOVE LK-CALC-EE-SOC-SEC TO LK-YTDUP-EE-SOC-SEC.
072600     MOVE LK-CALC-EE-MEDICARE TO LK-YTDUP-EE-MEDICARE.
072700     MOVE LK-CALC-ER-FICA TO LK-YTDUP-ER-FICA.
072800     MOVE LK-CALC-ER-FUTA TO LK-YTDUP-ER-FUTA.
072900     MOVE LK-CALC-ER-SUTA TO LK-YTDUP-ER-SUTA.
073000     CALL 'NGUYEN-P03-YTDUP' USING LK-YTDUP-AREA.
073100 3300-EXIT.
073200     EXIT.
073300 3400-WRITE-GL-RECORD.
073400     MOVE SPACES TO GL-SUMMARY-RECORD.
073500     MOVE WS-RETRO-EMPLOYEE-ID TO GL-EMPLOYEE-ID.
073600     MOVE LK-EMPLU-DEPARTMENT-CODE TO GL-DEPARTMENT-CODE.
073700     MOVE WS-SYS-DATE-YEAR TO GL-RUN-YEAR.
073800     MOVE WS-SYS-DATE-MONTH TO GL-RUN-MONTH.
073900     MOVE WS-SYS-DATE-DAY TO GL-RUN-DAY.
074000     MOVE LK-CALC-TOTAL-EARNINGS TO GL-GROSS-EARNINGS.
074100     MOVE LK-CALC-NET-EARNINGS TO GL-NET-EARNINGS.
074200     MOVE WS-CURRENT-PERIOD TO GL-PERIOD-NUMBER.
074300     MOVE LK-CALC-ER-TOTAL TO GL-ER-TAX-TOTAL.
074400     MOVE LK-CALC-FEDERAL-WITHHOLDING TO GL-FEDERAL-WH.
074500     MOVE LK-CALC-STATE-WITHHOLDING TO GL-STATE-WH.
074600     MOVE LK-CALC-EE-SOC-SEC TO GL-SOC-SEC-WH.
074700     MOVE LK-CALC-EE-MEDICARE TO GL-MEDICARE-WH.
074800     MOVE 0 TO GL-DEDUCTIONS.
074900     PERFORM 3410-CLEAR-DED-TYPES THRU 3410-EXIT
075000         VARYING WS-DED-SUB FROM 1 BY 1
075100         UNTIL WS-DED-SUB > 5.
075200     MOVE 'R' TO GL-ADJUSTMENT-CODE.
075300     WRITE GL-SUMMARY-RECORD.
075400 3400-EXIT.
075500     EXIT.
075600 3410-CLEAR-DED-TYPES.
075700     MOVE SPACES TO GL-DED-TYPE-CODE (WS-DED-SUB).
075800     MOVE 0 TO GL-DED-TYPE-AMOUNT (WS-DED-SUB).
075900 3410-EXIT.
076000     EXIT.
076100 3500-WRITE-CHECK-REQUEST.
076200     MOVE SPACES TO CHECK-REQUEST-RECORD.
076300     MOVE WS-RETRO-EMPLOYEE-ID TO CR-EMPLOYEE-ID.
076400     MOVE LK-EMPLU-EMPLOYEE-NAME TO CR-EMPLOYEE-NAME.
076500     MOVE LK-CALC-NET-EARNINGS TO CR-NET-AMOUNT.
076600     MOVE WS-CURRENT-PERIOD TO CR-PERIOD-NUMBER.
076700     WRITE CHECK-REQUEST-RECORD.
076800 3500-EXIT.
076900     EXIT.
077000 3600-WRITE-AUDIT-RECORD.
077100     IF WS-RP-RETRO-DUE (RTX WS-PER-SUB) = 0
077200         GO TO 3600-EXIT
077300     END-IF.
077400     MOVE WS-OPERATOR-ID TO LK-AUDIT-OPERATOR-ID.
077500     MOVE WS-RUN-DATE TO LK-AUDIT-TERM-DATE.
077600     MOVE WS-TERM-TIME TO LK-AUDIT-TERM-TIME.
077700     MOVE WS-RETRO-EMPLOYEE-ID TO LK-AUDIT-EMPLOYEE-ID.
077800     MOVE 0 TO LK-AUDIT-HOURS.
077900     MOVE WS-RETRO-NEW-RATE TO LK-AUDIT-RATE.
078000     MOVE WS-RP-RETRO-DUE (RTX WS-PER-SUB) TO LK-AUDIT-EARNINGS.
078100     COMPUTE LK-AUDIT-PERIOD-NUMBER =
078200         WS-RE-FIRST-PERIOD (RTX) + WS-PER-SUB - 1.
078300     CALL 'NGUYEN-P03-AUDIT' USING LK-AUDIT-AREA.
078400 3600-EXIT.
078500     EXIT.
078501 3700-WRITE-PAY-HISTORY.
078502     MOVE 'N' TO WS-SEQ-FREE-SW.
078503     MOVE 0 TO WS-HIST-SEQ.
078504     PERFORM 3710-PROBE-SEQUENCE THRU 3710-EXIT
078505         UNTIL WS-SEQ-FREE OR WS-HIST-SEQ >= 99.
078506     IF NOT WS-SEQ-FREE
078507         MOVE 'PAY HISTORY SEQUENCE FULL FOR PERIOD' TO
078508             WS-EXC-DT-REASON
078509         PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT
078510         MOVE 'Y' TO WS-HIST-ERROR-SW
078511         GO TO 3700-EXIT
078512     END-IF.
078513     MOVE SPACES TO PAY-HISTORY-RECORD.
078514     MOVE WS-RETRO-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
078515     MOVE WS-CURRENT-PERIOD TO PH-PERIOD-NUMBER.
078516     MOVE WS-HIST-SEQ TO PH-SEQUENCE-NUMBER.
078517     MOVE 'R' TO PH-SOURCE-CODE.
078518     MOVE WS-SYS-CCYYMMDD TO PH-RUN-DATE.
078519     MOVE LK-EMPLU-DEPARTMENT-CODE TO PH-DEPARTMENT-CODE.
078520     MOVE LK-EMPLU-PAY-TYPE TO PH-PAY-TYPE.
078521     MOVE WS-RETRO-NEW-RATE TO PH-PAY-RATE.
078522     MOVE 0 TO PH-REGULAR-HOURS.
078523     MOVE 0 TO PH-OVERTIME-HOURS.
078524     MOVE 0 TO PH-DOUBLETIME-HOURS.
078525     MOVE 0 TO PH-TOTAL-HOURS.
078526     MOVE LK-CALC-REGULAR-EARNINGS TO PH-REGULAR-EARNINGS.
078527     MOVE 0 TO PH-OVERTIME-EARNINGS.
078528     MOVE 0 TO PH-DOUBLETIME-EARNINGS.
078529     MOVE 0 TO PH-VACATION-EARNINGS.
078530     MOVE 0 TO PH-SICK-EARNINGS.
078531     MOVE 0 TO PH-HOLIDAY-EARNINGS.
078532     MOVE LK-CALC-TOTAL-EARNINGS TO PH-GROSS-EARNINGS.
078533     MOVE LK-CALC-FEDERAL-WITHHOLDING TO PH-FEDERAL-WH.
078534     MOVE LK-CALC-STATE-WITHHOLDING TO PH-STATE-WH.
078535     MOVE LK-CALC-EE-SOC-SEC TO PH-SOC-SEC-WH.
078536     MOVE LK-CALC-EE-MEDICARE TO PH-MEDICARE-WH.
078537     MOVE 0 TO PH-TOTAL-DEDUCTIONS.
078538     PERFORM 3720-CLEAR-HISTORY-DED-TYPES THRU 3720-EXIT
078539         VARYING WS-DED-SUB FROM 1 BY 1
078540         UNTIL WS-DED-SUB > 5.
078541     MOVE LK-CALC-ER-FICA TO PH-ER-FICA.
078542     MOVE LK-CALC-ER-FUTA TO PH-ER-FUTA.
078543     MOVE LK-CALC-ER-SUTA TO PH-ER-SUTA.
078544     MOVE LK-CALC-ER-TOTAL TO PH-ER-TOTAL.
078545     MOVE LK-CALC-NET-EARNINGS TO PH-NET-PAY.
078546     MOVE 'C' TO PH-PAY-METHOD.
078547     MOVE 0 TO PH-CHECK-NUMBER.
078548     MOVE WS-RE-FIRST-PERIOD (RTX) TO PH-RETRO-FIRST-PERIOD.
078549     WRITE PAY-HISTORY-RECORD
078550         INVALID KEY
078551             CONTINUE
078552     END-WRITE.
078553     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
078554         DISPLAY 'NGUYEN-P03-RETRO - PAY HISTORY NOT POSTED'
078555             ' FOR ' WS-RETRO-EMPLOYEE-ID ' - STATUS '
078556             WS-PAYHIST-STATUS
078557         MOVE 'PAY HISTORY RECORD NOT WRITTEN' TO
078558             WS-EXC-DT-REASON
078559         PERFORM 1250-LOG-EXCEPTION THRU 1250-EXIT
078560         MOVE 'Y' TO WS-HIST-ERROR-SW
078561     END-IF.
078562 3700-EXIT.
078563     EXIT.
078564 3710-PROBE-SEQUENCE.
078565     ADD 1 TO WS-HIST-SEQ.
078566     MOVE WS-RETRO-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
078567     MOVE WS-CURRENT-PERIOD TO PH-PERIOD-NUMBER.
078568     MOVE WS-HIST-SEQ TO PH-SEQUENCE-NUMBER.
078569     READ PAY-HISTORY-FILE
078570         INVALID KEY
078571             MOVE 'Y' TO WS-SEQ-FREE-SW
078572     END-READ.
078573 3710-EXIT.
078574     EXIT.
078575 3720-CLEAR-HISTORY-DED-TYPES.
078576     MOVE SPACES TO PH-DED-TYPE-CODE (WS-DED-SUB).
078577     MOVE 0 TO PH-DED-TYPE-AMOUNT (WS-DED-SUB).
078578 3720-EXIT.
078579     EXIT.
078600 9000-TERMINATE.
078700     IF WS-EMPLOYEES-PAID > 0
078800         PERFORM 9100-WRITE-TOTAL-LINE THRU 9100-EXIT
078900         PERFORM 9050-UPDATE-PERIOD-CONTROL THRU 9050-EXIT
079000     END-IF.
079100     CLOSE RETRO-REGISTER-FILE.
079200     CLOSE GL-EXTRACT-FILE.
079300     CLOSE EXCEPTION-LOG-FILE.
079400     CLOSE CHECK-REQUEST-FILE.
079410     CLOSE PAY-HISTORY-FILE.
079500     IF WS-YTD-FILE-OPEN
079600         CLOSE YTD-EARNINGS-FILE
079700     END-IF.
079800     DISPLAY 'NGUYEN-P03-RETRO - TRANSACTIONS READ: '
079900         WS-TRANS-READ.
080000     DISPLAY 'NGUYEN-P03-RETRO - TRANSACTIONS REJECTED: '
080100         WS-TRANS-REJECTED.
080200     DISPLAY 'NGUYEN-P03-RETRO - PAY HISTORY RECORDS PRICED: '
080300         WS-HIST-RECORDS-PRICED.
080400     DISPLAY 'NGUYEN-P03-RETRO - PERIODS WITH NO PAY HISTORY: '
080500         WS-PERIODS-NO-HISTORY.
080600     DISPLAY 'NGUYEN-P03-RETRO - EMPLOYEES PAID: '
080700         WS-EMPLOYEES-PAID.
080800     DISPLAY 'NGUYEN-P03-RETRO - EMPLOYEES WITH NO RETRO DUE: '
080900         WS-EMPLOYEES-NOT-DUE.
081000     DISPLAY 'NGUYEN-P03-RETRO - EMPLOYEES REJECTED: '
081100         WS-EMPLOYEES-REJECTED.
081103     IF WS-HIST-ERROR
081106         MOVE 8 TO RETURN-CODE
081108     END-IF.
081110     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
081200 9000-EXIT.
081300     EXIT.
081400 9050-UPDATE-PERIOD-CONTROL.
081500     OPEN OUTPUT PAY-PERIOD-CONTROL-FILE.
081600     MOVE WS-CURRENT-PERIOD TO PC-PERIOD-NUMBER.
081700     MOVE WS-PERIOD-END-DATE TO PC-PERIOD-END-DATE.
081800     MOVE 'P' TO PC-RUN-STATUS.
081900     MOVE SPACE TO PC-OVERRIDE-SW.
082000     MOVE WS-PC-POSTED-DATE-SAVE TO PC-POSTED-DATE.
082100     COMPUTE PC-REGISTER-GROSS =
082200         WS-REGISTER-GROSS-SAVE + WS-RETRO-TOTAL-GROSS.
082300     COMPUTE PC-REGISTER-NET =
082400         WS-REGISTER-NET-SAVE + WS-RETRO-TOTAL-NET.
082500     MOVE WS-YTD-GROSS-BEFORE-SAVE TO PC-YTD-GROSS-BEFORE.
082600     MOVE WS-YTD-NET-BEFORE-SAVE TO PC-YTD-NET-BEFORE.
082700     WRITE PAY-PERIOD-CONTROL-RECORD.
082800     CLOSE PAY-PERIOD-CONTROL-FILE.
082900 9050-EXIT.
083000     EXIT.
083100 9100-WRITE-TOTAL-LINE.
083200     MOVE WS-RETRO-TOTAL-GROSS TO WS-RPT-TL-GROSS.
083300     MOVE WS-RETRO-TOTAL-WITHHOLDING TO WS-RPT-TL-WITHHOLDING.
083400     MOVE WS-RETRO-TOTAL-NET TO WS-RPT-TL-NET.
083500     MOVE WS-RPT-TOTAL-LINE TO RETRO-REGISTER-LINE.
083600     WRITE RETRO-REGISTER-LINE AFTER ADVANCING 2 LINES.
083700 9100-EXIT.
083800     EXIT.
083900 9900-END-CYCLE-STEP.
084000     MOVE 'E' TO LK-CYCLE-FUNCTION.
084100     MOVE 'RETRO' TO LK-CYCLE-STEP-ID.
084200     MOVE WS-TRANS-READ TO LK-CYCLE-RECORDS-IN.
084300     MOVE WS-EMPLOYEES-PAID TO LK-CYCLE-RECORDS-OUT.
084400     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
084500     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
084600     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
084700         DISPLAY 'NGUYEN-P03-RETRO - ' LK-CYCLE-MESSAGE
084800     END-IF.
084900     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
085000 9900-EXIT.
085100     EXIT.
085200 END PROGRAM NGUYEN-P03-RETRO.
