000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-REMIT
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 14, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      DEDUCTION REMITTANCE.  RUNS AFTER THE PAY RUN
000800*                  AND THE GL JOURNAL EXTRACT.  READS THE
000900*                  PER-TYPE DEDUCTION AMOUNTS ON THE GL EXTRACT
001000*                  AND WRITES THE 401(K) PROVIDER'S CONTRIBUTION
001100*                  FILE - ONE DETAIL PER EMPLOYEE PAYMENT
001200*                  CARRYING A 401(K) DEDUCTION (TYPE '4K') PLUS A
001300*                  COUNT/DOLLAR TRAILER - AND PRINTS THE
001400*                  GARNISHMENT REMITTANCE LIST GROUPED BY PAYEE
001500*                  AND CASE NUMBER.  EACH GARNISHMENT AMOUNT
001600*                  (TYPE 'GA') IS SPLIT ACROSS THE EMPLOYEE'S
001700*                  GARNISHMENTS ON THE DEDUCTION MASTER BY WHAT
001800*                  THE PAY PATH RECORDED TAKING FROM EACH ON THAT
001900*                  RUN DATE, IN PRIORITY ORDER; ANY DOLLARS THE
002000*                  MASTER CANNOT ACCOUNT FOR ARE LISTED UNDER AN
002100*                  UNALLOCATED GROUP FOR REVIEW RATHER THAN
002200*                  DROPPED.  BOTH OUTPUTS ARE TIED BACK TO THE
002300*                  DEDUCTIONS PAYABLE LINES OF THE GL JOURNAL FOR
002400*                  THEIR TYPE - FOUND THROUGH THE 'D' ROWS OF THE
002500*                  ACCOUNT MAPPING FILE - AND A CONTROL TOTAL
002600*                  THAT DOES NOT TIE SETS RETURN CODE 8 SO
002700*                  NOTHING IS TRANSMITTED.
002800*-----------------------------------------------------------------
002900*    MODIFICATION HISTORY
003000*    DATE       INIT  DESCRIPTION
003100*    10/14/2026 DN    ORIGINAL PROGRAM WRITTEN.
003110*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
003120*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
003130*                     ON ARE COMPLETE FOR THE PERIOD, AND
003140*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
003150*                     SUPERVISOR'S AUTHORIZATION.  START, END,
003160*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
003170*                     THE CYCLE STEP LOG.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NGUYEN-P03-REMIT.
003500 AUTHOR. DAVID NGUYEN.
003600 INSTALLATION. PAYROLL DATA PROCESSING.
003700 DATE-WRITTEN. OCTOBER 14, 2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-GLEXTRCT-STATUS.
004500     SELECT DEDUCTION-MASTER-FILE ASSIGN TO "DEDMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS DM-KEY
004900         FILE STATUS IS WS-DEDMAST-STATUS.
005000     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCTS"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GLACCTS-STATUS.
005300     SELECT GL-JOURNAL-FILE ASSIGN TO "GLJOURNL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-GLJOURNL-STATUS.
005600     SELECT CONTRIBUTION-FILE ASSIGN TO "CONTRIB"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-CONTRIB-STATUS.
005900     SELECT REMIT-REPORT-FILE ASSIGN TO "REMITRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REMITRPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  GL-EXTRACT-FILE.
006500 COPY GLEXTRCT.
006600 FD  DEDUCTION-MASTER-FILE.
006700 COPY DEDMAST.
006800 FD  GL-ACCOUNT-FILE.
006900 COPY GLACCTS.
007000 FD  GL-JOURNAL-FILE.
007100 COPY GLJRNL.
007200 FD  CONTRIBUTION-FILE.
007300 COPY CONTRIB.
007400 FD  REMIT-REPORT-FILE.
007500 01  REMIT-REPORT-LINE               PIC X(86).
007600 WORKING-STORAGE SECTION.
007610 COPY CYCLNK.
007700 01  WS-FILE-STATUSES.
007800     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
007900     03 WS-DEDMAST-STATUS         PIC X(02) VALUE "00".
008000     03 WS-GLACCTS-STATUS         PIC X(02) VALUE "00".
008100     03 WS-GLJOURNL-STATUS        PIC X(02) VALUE "00".
008200     03 WS-CONTRIB-STATUS         PIC X(02) VALUE "00".
008300     03 WS-REMITRPT-STATUS        PIC X(02) VALUE "00".
008400 01  WS-SWITCHES.
008500     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
008600        88 WS-END-OF-FILE                    VALUE 'Y'.
008700     03 WS-ACCT-EOF-SW            PIC X(01) VALUE 'N'.
008800        88 WS-ACCT-END-OF-FILE               VALUE 'Y'.
008900     03 WS-JRNL-EOF-SW            PIC X(01) VALUE 'N'.
009000        88 WS-JRNL-END-OF-FILE               VALUE 'Y'.
009100     03 WS-DED-EOF-SW             PIC X(01) VALUE 'N'.
009200        88 WS-DED-END-OF-CHAIN               VALUE 'Y'.
009300     03 WS-DEDMAST-AVAIL-SW       PIC X(01) VALUE 'Y'.
009400        88 WS-DEDMAST-AVAILABLE              VALUE 'Y'.
009500     03 WS-JOURNAL-AVAIL-SW       PIC X(01) VALUE 'Y'.
009600        88 WS-JOURNAL-AVAILABLE              VALUE 'Y'.
009700     03 WS-CONTROL-ERROR-SW       PIC X(01) VALUE 'N'.
009800        88 WS-CONTROL-ERROR                  VALUE 'Y'.
009900 01  WS-COUNTERS.
010000     03 WS-EXTRACT-RECORDS        PIC 9(06) VALUE 0.
010100     03 WS-CONTRIB-RECORDS        PIC 9(06) VALUE 0.
010200     03 WS-GARNISH-LINES          PIC 9(06) VALUE 0.
010300     03 WS-UNALLOCATED-COUNT      PIC 9(06) VALUE 0.
010400     03 WS-JOURNAL-LINES-READ     PIC 9(06) VALUE 0.
010500 01  WS-REMIT-TYPES.
010600     03 WS-401K-TYPE              PIC X(02) VALUE '4K'.
010700     03 WS-GARNISH-TYPE           PIC X(02) VALUE 'GA'.
010800     03 WS-401K-ACCOUNT           PIC X(08) VALUE SPACES.
010900     03 WS-GARNISH-ACCOUNT        PIC X(08) VALUE SPACES.
011000 01  WS-CONTROL-TOTALS.
011100     03 WS-EXT-401K-TOTAL         PIC S9(09)V9(02) VALUE 0.
011200     03 WS-FILE-401K-TOTAL        PIC S9(09)V9(02) VALUE 0.
011300     03 WS-JRNL-401K-TOTAL        PIC S9(09)V9(02) VALUE 0.
011400     03 WS-EXT-GARNISH-TOTAL      PIC S9(09)V9(02) VALUE 0.
011500     03 WS-LIST-GARNISH-TOTAL     PIC S9(09)V9(02) VALUE 0.
011600     03 WS-JRNL-GARNISH-TOTAL     PIC S9(09)V9(02) VALUE 0.
011700 01  WS-WORK-AMOUNTS.
011800     03 WS-SIGNED-AMOUNT          PIC S9(07)V9(02) VALUE 0.
011900     03 WS-GARNISH-REMAINING      PIC 9(07)V9(02) VALUE 0.
012000     03 WS-ALLOCATED-AMOUNT       PIC 9(07)V9(02) VALUE 0.
012100     03 WS-AVAILABLE-AMOUNT       PIC S9(07)V9(02) VALUE 0.
012200     03 WS-GROUP-TOTAL            PIC S9(09)V9(02) VALUE 0.
012300 01  WS-GL-RUN-DATE.
012400     03 WS-GL-RUN-YEAR            PIC 9(04).
012500     03 WS-GL-RUN-MONTH           PIC 9(02).
012600     03 WS-GL-RUN-DAY             PIC 9(02).
012700 01  WS-GL-RUN-DATE-N REDEFINES WS-GL-RUN-DATE
012800                                  PIC 9(08).
012900 01  WS-CURRENT-PERIOD            PIC 9(04) VALUE 0.
013000 77  WS-EXT-SUB                   PIC 9(01) COMP VALUE 1.
013100 77  WS-DACCT-COUNT               PIC 9(03) COMP VALUE 0.
013200 77  WS-DACCT-MAX                 PIC 9(03) COMP VALUE 50.
013300 77  WS-GARN-COUNT                PIC 9(03) COMP VALUE 0.
013400 77  WS-GARN-MAX                  PIC 9(03) COMP VALUE 300.
013410 77  WS-LOOKUP-DED-TYPE           PIC X(02) VALUE SPACES.
013420 77  WS-LOOKUP-GL-ACCOUNT         PIC X(08) VALUE SPACES.
013500 01  WS-DED-ACCT-TABLE.
013600     03 WS-DACCT-ENTRY OCCURS 50 TIMES INDEXED BY DACCT-IDX.
013700         05 WS-DACCT-TYPE         PIC X(02).
013800         05 WS-DACCT-NO           PIC X(08).
013900 01  WS-GARNISH-TABLE.
014000     03 WS-GARN-ENTRY OCCURS 300 TIMES INDEXED BY GARN-IDX
014100                                                 GRP-IDX.
014200         05 WS-GARN-PAYEE-CODE    PIC X(08).
014300         05 WS-GARN-PAYEE-NAME    PIC X(25).
014400         05 WS-GARN-CASE-NUMBER   PIC X(20).
014500         05 WS-GARN-EMPLOYEE-ID   PIC X(05).
014600         05 WS-GARN-AMOUNT        PIC S9(07)V9(02).
014700         05 WS-GARN-PRINTED-SW    PIC X(01).
014800            88 WS-GARN-PRINTED               VALUE 'Y'.
014900 01  WS-GARNISH-KEY.
015000     03 WS-KEY-PAYEE-CODE         PIC X(08).
015100     03 WS-KEY-PAYEE-NAME         PIC X(25).
015200     03 WS-KEY-CASE-NUMBER        PIC X(20).
015300     03 WS-KEY-EMPLOYEE-ID        PIC X(05).
015400 01  WS-SYS-DATE.
015500     03 WS-SYS-DATE-YEAR.
015600         05 WS-SYS-DATE-YR-CENTURY PIC 99.
015700         05 WS-SYS-DATE-YR-DECADE PIC 99.
015800     03 WS-SYS-DATE-MONTH PIC 99.
015900     03 WS-SYS-DATE-DAY PIC 99.
016000 01  WS-RUN-DATE.
016100     03 WS-RUN-MONTH PIC XX.
016200     03 FILLER PIC X VALUE '/'.
016300     03 WS-RUN-DAY PIC XX.
016400     03 FILLER PIC X VALUE '/'.
016500     03 WS-RUN-YEAR PIC XXXX.
016600 01  WS-RPT-CONTROLS.
016700     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
016800     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
016900     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
017000     03 WS-RPT-ADVANCE            PIC 9(01) VALUE 1.
017100 01  WS-RPT-PRINT-AREA            PIC X(86).
017200 01  WS-RPT-SECTION-TITLE         PIC X(40) VALUE SPACES.
017300 01  WS-RPT-COLUMN-HDR            PIC X(86) VALUE SPACES.
017400 01  WS-RPT-HEADER-1.
017500     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
017600     03 FILLER               PIC X(20) VALUE
017700         'DEDUCTION REMITTANCE'.
017800     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
017900     03 WS-RPT-H1-RUN-DATE        PIC X(10).
018000     03 FILLER                    PIC X(04) VALUE SPACES.
018100     03 FILLER                    PIC X(08) VALUE 'PERIOD: '.
018200     03 WS-RPT-H1-PERIOD          PIC 9(04).
018300 01  WS-RPT-GARNISH-HDR.
018400     03 FILLER                    PIC X(10) VALUE 'PAYEE'.
018500     03 FILLER                    PIC X(27) VALUE 'PAYEE NAME'.
018600     03 FILLER                    PIC X(22) VALUE 'CASE NUMBER'.
018700     03 FILLER                    PIC X(08) VALUE 'EMP ID'.
018800     03 FILLER                    PIC X(10) VALUE 'AMOUNT'.
018900 01  WS-RPT-GARNISH-DETAIL.
019000     03 WS-RPT-GD-PAYEE-CODE      PIC X(10).
019100     03 WS-RPT-GD-PAYEE-NAME      PIC X(27).
019200     03 WS-RPT-GD-CASE-NUMBER     PIC X(22).
019300     03 WS-RPT-GD-EMPLOYEE-ID     PIC X(06).
019400     03 WS-RPT-GD-AMOUNT          PIC -ZZ,ZZ9.99.
019500 01  WS-RPT-GROUP-TOTAL-LINE.
019600     03 FILLER                    PIC X(37) VALUE SPACES.
019700     03 FILLER                    PIC X(28) VALUE
019800         'PAYEE/CASE TOTAL'.
019900     03 WS-RPT-GT-AMOUNT          PIC -ZZZ,ZZ9.99.
020000 01  WS-RPT-CONTROL-HDR.
020100     03 FILLER                    PIC X(24) VALUE 'REMITTANCE'.
020200     03 FILLER                    PIC X(15) VALUE 'GL EXTRACT'.
020300     03 FILLER                    PIC X(15) VALUE 'REMITTED'.
020400     03 FILLER                    PIC X(15) VALUE 'JOURNAL'.
020500     03 FILLER                    PIC X(14) VALUE 'STATUS'.
020600 01  WS-RPT-CONTROL-LINE.
020700     03 WS-RPT-CL-LABEL           PIC X(22).
020800     03 WS-RPT-CL-EXTRACT         PIC -ZZZ,ZZZ,ZZ9.99.
020900     03 WS-RPT-CL-REMITTED        PIC -ZZZ,ZZZ,ZZ9.99.
021000     03 WS-RPT-CL-JOURNAL         PIC -ZZZ,ZZZ,ZZ9.99.
021100     03 FILLER                    PIC X(02) VALUE SPACES.
021200     03 WS-RPT-CL-STATUS          PIC X(14).
021300 01  WS-RPT-NOTE-LINE.
021400     03 FILLER                    PIC X(10) VALUE SPACES.
021500     03 WS-RPT-NL-TEXT            PIC X(60).
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021900     PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
022000         UNTIL WS-END-OF-FILE.
022100     PERFORM 3000-SUM-JOURNAL THRU 3000-EXIT.
022200     PERFORM 4000-PRINT-GARNISHMENTS THRU 4000-EXIT.
022300     PERFORM 5000-PRINT-CONTROLS THRU 5000-EXIT.
022400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022500     STOP RUN.
022600 1000-INITIALIZE.
022610     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
022700     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
022800     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
022900     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
023000     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
023100     OPEN INPUT GL-EXTRACT-FILE.
023200     IF WS-GLEXTRCT-STATUS NOT EQUAL TO '00'
023300         DISPLAY 'NGUYEN-P03-REMIT - GL EXTRACT MISSING -'
023400             ' NOTHING TO REMIT'
023500         MOVE 8 TO RETURN-CODE
023510         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
023600         STOP RUN
023700     END-IF.
023800     PERFORM 1100-LOAD-ACCOUNT-TABLE THRU 1100-EXIT.
023900     OPEN INPUT DEDUCTION-MASTER-FILE.
024000     IF WS-DEDMAST-STATUS NOT EQUAL TO '00'
024100         DISPLAY 'NGUYEN-P03-REMIT - DEDUCTION MASTER'
024200             ' UNAVAILABLE - GARNISHMENTS LISTED UNALLOCATED'
024300         MOVE 'N' TO WS-DEDMAST-AVAIL-SW
024400     END-IF.
024500     OPEN OUTPUT CONTRIBUTION-FILE.
024600     OPEN OUTPUT REMIT-REPORT-FILE.
024700     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
024800 1000-EXIT.
024806     EXIT.
024812 1010-START-CYCLE-STEP.
024818     MOVE 'S' TO LK-CYCLE-FUNCTION.
024824     MOVE 'REMIT' TO LK-CYCLE-STEP-ID.
024830     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
024836     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
024842         DISPLAY 'NGUYEN-P03-REMIT - ' LK-CYCLE-MESSAGE
024848     END-IF.
024854     IF NOT LK-CYCLE-OK
024860         DISPLAY 'NGUYEN-P03-REMIT - RUN HELD'
024866         MOVE 8 TO RETURN-CODE
024872         STOP RUN
024878     END-IF.
024884 1010-EXIT.
024900     EXIT.
025000 1100-LOAD-ACCOUNT-TABLE.
025100     OPEN INPUT GL-ACCOUNT-FILE.
025200     IF WS-GLACCTS-STATUS NOT EQUAL TO '00'
025300         DISPLAY 'NGUYEN-P03-REMIT - ACCOUNT MAPPING FILE'
025400             ' MISSING - REMITTANCE HELD'
025500         MOVE 8 TO RETURN-CODE
025510         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
025600         STOP RUN
025700     END-IF.
025800     PERFORM 1150-LOAD-ACCOUNT-ROW THRU 1150-EXIT
025900         UNTIL WS-ACCT-END-OF-FILE.
026000     CLOSE GL-ACCOUNT-FILE.
026100     MOVE WS-401K-TYPE TO WS-LOOKUP-DED-TYPE.
026200     PERFORM 1170-RESOLVE-ACCOUNT THRU 1170-EXIT.
026300     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-401K-ACCOUNT.
026400     MOVE WS-GARNISH-TYPE TO WS-LOOKUP-DED-TYPE.
026500     PERFORM 1170-RESOLVE-ACCOUNT THRU 1170-EXIT.
026600     MOVE WS-LOOKUP-GL-ACCOUNT TO WS-GARNISH-ACCOUNT.
026700 1100-EXIT.
026800     EXIT.
026900 1150-LOAD-ACCOUNT-ROW.
027000     READ GL-ACCOUNT-FILE
027100         AT END
027200             MOVE 'Y' TO WS-ACCT-EOF-SW
027300             GO TO 1150-EXIT
027400     END-READ.
027500     IF NOT GA-DEDUCTIONS-PAYABLE
027600         GO TO 1150-EXIT
027700     END-IF.
027800     IF WS-DACCT-COUNT >= WS-DACCT-MAX
027900         DISPLAY 'NGUYEN-P03-REMIT - DEDUCTION ACCOUNT TABLE'
028000             ' FULL - MAPPING ROW DROPPED'
028100         GO TO 1150-EXIT
028200     END-IF.
028300     ADD 1 TO WS-DACCT-COUNT.
028400     SET DACCT-IDX TO WS-DACCT-COUNT.
028500     MOVE GA-DEPARTMENT-CODE TO WS-DACCT-TYPE (DACCT-IDX).
028600     MOVE GA-ACCOUNT-NO TO WS-DACCT-NO (DACCT-IDX).
028700 1150-EXIT.
028800     EXIT.
028900 1170-RESOLVE-ACCOUNT.
029000     MOVE SPACES TO WS-LOOKUP-GL-ACCOUNT.
029100     IF WS-DACCT-COUNT = 0
029200         GO TO 1170-EXIT
029300     END-IF.
029400     PERFORM 1180-CHECK-ACCOUNT-ENTRY THRU 1180-EXIT
029500         VARYING DACCT-IDX FROM 1 BY 1
029600         UNTIL DACCT-IDX > WS-DACCT-COUNT
029700            OR WS-DACCT-TYPE (DACCT-IDX) = WS-LOOKUP-DED-TYPE.
029800     IF DACCT-IDX NOT > WS-DACCT-COUNT
029900         MOVE WS-DACCT-NO (DACCT-IDX) TO WS-LOOKUP-GL-ACCOUNT
030000         GO TO 1170-EXIT
030100     END-IF.
030200     PERFORM 1180-CHECK-ACCOUNT-ENTRY THRU 1180-EXIT
030300         VARYING DACCT-IDX FROM 1 BY 1
030400         UNTIL DACCT-IDX > WS-DACCT-COUNT
030500            OR WS-DACCT-TYPE (DACCT-IDX) = '**'.
030600     IF DACCT-IDX NOT > WS-DACCT-COUNT
030700         MOVE WS-DACCT-NO (DACCT-IDX) TO WS-LOOKUP-GL-ACCOUNT
030800     END-IF.
030900 1170-EXIT.
031000     EXIT.
031100 1180-CHECK-ACCOUNT-ENTRY.
031200     CONTINUE.
031300 1180-EXIT.
031400     EXIT.
031500 1200-READ-EXTRACT.
031600     READ GL-EXTRACT-FILE
031700         AT END
031800             MOVE 'Y' TO WS-EOF-SW
031900             GO TO 1200-EXIT
032000     END-READ.
032100     ADD 1 TO WS-EXTRACT-RECORDS.
032200     MOVE GL-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
032300 1200-EXIT.
032400     EXIT.
032500 2000-PROCESS-EXTRACT.
032600     MOVE GL-RUN-YEAR TO WS-GL-RUN-YEAR.
032700     MOVE GL-RUN-MONTH TO WS-GL-RUN-MONTH.
032800     MOVE GL-RUN-DAY TO WS-GL-RUN-DAY.
032900     PERFORM 2100-REMIT-ONE-TYPE THRU 2100-EXIT
033000         VARYING WS-EXT-SUB FROM 1 BY 1
033100         UNTIL WS-EXT-SUB > 5.
033200     PERFORM 1200-READ-EXTRACT THRU 1200-EXIT.
033300 2000-EXIT.
033400     EXIT.
033500 2100-REMIT-ONE-TYPE.
033600     IF GL-DED-TYPE-AMOUNT (WS-EXT-SUB) = 0
033700         GO TO 2100-EXIT
033800     END-IF.
033900     IF GL-AMOUNTS-REVERSED
034000         COMPUTE WS-SIGNED-AMOUNT =
034100             0 - GL-DED-TYPE-AMOUNT (WS-EXT-SUB)
034200     ELSE
034300         MOVE GL-DED-TYPE-AMOUNT (WS-EXT-SUB) TO WS-SIGNED-AMOUNT
034400     END-IF.
034500     IF GL-DED-TYPE-CODE (WS-EXT-SUB) = WS-401K-TYPE
034600         ADD WS-SIGNED-AMOUNT TO WS-EXT-401K-TOTAL
034700         PERFORM 2200-WRITE-CONTRIBUTION THRU 2200-EXIT
034800         GO TO 2100-EXIT
034900     END-IF.
035000     IF GL-DED-TYPE-CODE (WS-EXT-SUB) = WS-GARNISH-TYPE
035100         ADD WS-SIGNED-AMOUNT TO WS-EXT-GARNISH-TOTAL
035200         PERFORM 2300-ALLOCATE-GARNISHMENT THRU 2300-EXIT
035300     END-IF.
035400 2100-EXIT.
035500     EXIT.
035600 2200-WRITE-CONTRIBUTION.
035700     MOVE SPACES TO CONTRIBUTION-RECORD.
035800     MOVE 'D' TO KC-RECORD-TYPE.
035900     MOVE GL-EMPLOYEE-ID TO KC-EMPLOYEE-ID.
036000     MOVE GL-PERIOD-NUMBER TO KC-PERIOD-NUMBER.
036100     MOVE WS-GL-RUN-DATE-N TO KC-PAY-DATE.
036200     MOVE GL-DED-TYPE-AMOUNT (WS-EXT-SUB) TO KC-AMOUNT.
036300     IF GL-AMOUNTS-REVERSED
036400         MOVE '-' TO KC-AMOUNT-SIGN
036500     END-IF.
036600     WRITE CONTRIBUTION-RECORD.
036700     ADD 1 TO WS-CONTRIB-RECORDS.
036800     ADD WS-SIGNED-AMOUNT TO WS-FILE-401K-TOTAL.
036900 2200-EXIT.
037000     EXIT.
037100 2300-ALLOCATE-GARNISHMENT.
037200     MOVE GL-DED-TYPE-AMOUNT (WS-EXT-SUB) TO WS-GARNISH-REMAINING.
037300     IF NOT WS-DEDMAST-AVAILABLE
037400         GO TO 2300-UNALLOCATED
037500     END-IF.
037600     MOVE 'N' TO WS-DED-EOF-SW.
037700     MOVE GL-EMPLOYEE-ID TO DM-EMPLOYEE-ID.
037800     MOVE 0 TO DM-PRIORITY.
037900     START DEDUCTION-MASTER-FILE
038000         KEY IS NOT LESS THAN DM-KEY
038100         INVALID KEY
038200             GO TO 2300-UNALLOCATED
038300     END-START.
038400     PERFORM 2310-READ-NEXT-DEDUCTION THRU 2310-EXIT.
038500     PERFORM 2320-ALLOCATE-TO-DEDUCTION THRU 2320-EXIT
038600         UNTIL WS-DED-END-OF-CHAIN
038700            OR WS-GARNISH-REMAINING = 0.
038800 2300-UNALLOCATED.
038900     IF WS-GARNISH-REMAINING = 0
039000         GO TO 2300-EXIT
039100     END-IF.
039200     MOVE SPACES TO WS-KEY-PAYEE-CODE.
039300     MOVE 'UNALLOCATED - REVIEW' TO WS-KEY-PAYEE-NAME.
039400     MOVE SPACES TO WS-KEY-CASE-NUMBER.
039500     MOVE GL-EMPLOYEE-ID TO WS-KEY-EMPLOYEE-ID.
039600     MOVE WS-GARNISH-REMAINING TO WS-ALLOCATED-AMOUNT.
039700     PERFORM 2400-ADD-GARNISH-ENTRY THRU 2400-EXIT.
039800     ADD 1 TO WS-UNALLOCATED-COUNT.
039900 2300-EXIT.
040000     EXIT.
040100 2310-READ-NEXT-DEDUCTION.
040200     READ DEDUCTION-MASTER-FILE NEXT RECORD
040300         AT END
040400             MOVE 'Y' TO WS-DED-EOF-SW
040500             GO TO 2310-EXIT
040600     END-READ.
040700     IF DM-LAST-TAKEN-DATE IS NOT NUMERIC
040800        OR DM-LAST-TAKEN-AMOUNT IS NOT NUMERIC
040900         MOVE 0 TO DM-LAST-TAKEN-DATE
041000         MOVE 0 TO DM-LAST-TAKEN-AMOUNT
041100     END-IF.
041200     IF DM-EMPLOYEE-ID NOT EQUAL TO GL-EMPLOYEE-ID
041300         MOVE 'Y' TO WS-DED-EOF-SW
041400     END-IF.
041500 2310-EXIT.
041600     EXIT.
041700 2320-ALLOCATE-TO-DEDUCTION.
041800     IF DM-DEDUCTION-TYPE NOT EQUAL TO WS-GARNISH-TYPE
041900        OR DM-LAST-TAKEN-DATE NOT EQUAL TO WS-GL-RUN-DATE-N
042000        OR DM-LAST-TAKEN-AMOUNT = 0
042100         GO TO 2320-READ-NEXT
042200     END-IF.
042300     MOVE DM-PAYEE-CODE TO WS-KEY-PAYEE-CODE.
042400     MOVE DM-PAYEE-NAME TO WS-KEY-PAYEE-NAME.
042500     MOVE DM-CASE-NUMBER TO WS-KEY-CASE-NUMBER.
042600     MOVE DM-EMPLOYEE-ID TO WS-KEY-EMPLOYEE-ID.
042700     MOVE DM-LAST-TAKEN-AMOUNT TO WS-AVAILABLE-AMOUNT.
042800     PERFORM 2410-FIND-GARNISH-ENTRY THRU 2410-EXIT.
042900     IF GARN-IDX NOT > WS-GARN-COUNT
043000        AND NOT GL-AMOUNTS-REVERSED
043100         SUBTRACT WS-GARN-AMOUNT (GARN-IDX)
043200             FROM WS-AVAILABLE-AMOUNT
043300     END-IF.
043400     IF WS-AVAILABLE-AMOUNT NOT > 0
043500         GO TO 2320-READ-NEXT
043600     END-IF.
043700     IF WS-AVAILABLE-AMOUNT > WS-GARNISH-REMAINING
043800         MOVE WS-GARNISH-REMAINING TO WS-ALLOCATED-AMOUNT
043900     ELSE
044000         MOVE WS-AVAILABLE-AMOUNT TO WS-ALLOCATED-AMOUNT
044100     END-IF.
044200     PERFORM 2400-ADD-GARNISH-ENTRY THRU 2400-EXIT.
044300     SUBTRACT WS-ALLOCATED-AMOUNT FROM WS-GARNISH-REMAINING.
044400 2320-READ-NEXT.
044500     PERFORM 2310-READ-NEXT-DEDUCTION THRU 2310-EXIT.
044600 2320-EXIT.
044700     EXIT.
044800 2400-ADD-GARNISH-ENTRY.
044900     PERFORM 2410-FIND-GARNISH-ENTRY THRU 2410-EXIT.
045000     IF GARN-IDX NOT > WS-GARN-COUNT
045100         GO TO 2400-ACCUMULATE
045200     END-IF.
045300     IF WS-GARN-COUNT >= WS-GARN-MAX
045400         DISPLAY 'NGUYEN-P03-REMIT - GARNISHMENT TABLE FULL -'
045500             ' REMITTANCE HELD'
045600         MOVE 'Y' TO WS-CONTROL-ERROR-SW
045700         GO TO 2400-EXIT
045800     END-IF.
045900     ADD 1 TO WS-GARN-COUNT.
046000     SET GARN-IDX TO WS-GARN-COUNT.
046100     MOVE WS-KEY-PAYEE-CODE TO WS-GARN-PAYEE-CODE (GARN-IDX).
046200     MOVE WS-KEY-PAYEE-NAME TO WS-GARN-PAYEE-NAME (GARN-IDX).
046300     MOVE WS-KEY-CASE-NUMBER TO WS-GARN-CASE-NUMBER (GARN-IDX).
046400     MOVE WS-KEY-EMPLOYEE-ID TO WS-GARN-EMPLOYEE-ID (GARN-IDX).
046500     MOVE 0 TO WS-GARN-AMOUNT (GARN-IDX).
046600     MOVE 'N' TO WS-GARN-PRINTED-SW (GARN-IDX).
046700 2400-ACCUMULATE.
046800     IF GL-AMOUNTS-REVERSED
046900         SUBTRACT WS-ALLOCATED-AMOUNT
047000             FROM WS-GARN-AMOUNT (GARN-IDX)
047100         SUBTRACT WS-ALLOCATED-AMOUNT FROM WS-LIST-GARNISH-TOTAL
047200     ELSE
047300         ADD WS-ALLOCATED-AMOUNT TO WS-GARN-AMOUNT (GARN-IDX)
047400         ADD WS-ALLOCATED-AMOUNT TO WS-LIST-GARNISH-TOTAL
047500     END-IF.
047600 2400-EXIT.
047700     EXIT.
047800 2410-FIND-GARNISH-ENTRY.
047900     SET GARN-IDX TO 1.
048000     IF WS-GARN-COUNT = 0
048100         GO TO 2410-EXIT
048200     END-IF.
048300     PERFORM 2420-CHECK-GARNISH-ENTRY THRU 2420-EXIT
048400         VARYING GARN-IDX FROM 1 BY 1
048500         UNTIL GARN-IDX > WS-GARN-COUNT
048600            OR (WS-GARN-PAYEE-CODE (GARN-IDX) = WS-KEY-PAYEE-CODE
048700                AND WS-GARN-CASE-NUMBER (GARN-IDX) =
048800                    WS-KEY-CASE-NUMBER
048900                AND WS-GARN-EMPLOYEE-ID (GARN-IDX) =
049000                    WS-KEY-EMPLOYEE-ID).
049100 2410-EXIT.
049200     EXIT.
049300 2420-CHECK-GARNISH-ENTRY.
049400     CONTINUE.
049500 2420-EXIT.
049600     EXIT.
049700 3000-SUM-JOURNAL.
049800     OPEN INPUT GL-JOURNAL-FILE.
049900     IF WS-GLJOURNL-STATUS NOT EQUAL TO '00'
050000         DISPLAY 'NGUYEN-P03-REMIT - GL JOURNAL MISSING -'
050100             ' CONTROL TOTALS CANNOT BE TIED'
050200         MOVE 'N' TO WS-JOURNAL-AVAIL-SW
050300         MOVE 'Y' TO WS-CONTROL-ERROR-SW
050400         GO TO 3000-EXIT
050500     END-IF.
050600     PERFORM 3100-SUM-JOURNAL-LINE THRU 3100-EXIT
050700         UNTIL WS-JRNL-END-OF-FILE.
050800     CLOSE GL-JOURNAL-FILE.
050900 3000-EXIT.
051000     EXIT.
051100 3100-SUM-JOURNAL-LINE.
051200     READ GL-JOURNAL-FILE
051300         AT END
051400             MOVE 'Y' TO WS-JRNL-EOF-SW
051500             GO TO 3100-EXIT
051600     END-READ.
051700     ADD 1 TO WS-JOURNAL-LINES-READ.
051800     IF GJ-DEPARTMENT-CODE = WS-401K-TYPE
051900        AND GJ-ACCOUNT-NO = WS-401K-ACCOUNT
052000         ADD GJ-CREDIT-AMOUNT TO WS-JRNL-401K-TOTAL
052100         SUBTRACT GJ-DEBIT-AMOUNT FROM WS-JRNL-401K-TOTAL
052200     END-IF.
052300     IF GJ-DEPARTMENT-CODE = WS-GARNISH-TYPE
052400        AND GJ-ACCOUNT-NO = WS-GARNISH-ACCOUNT
052500         ADD GJ-CREDIT-AMOUNT TO WS-JRNL-GARNISH-TOTAL
052600         SUBTRACT GJ-DEBIT-AMOUNT FROM WS-JRNL-GARNISH-TOTAL
052700     END-IF.
052800 3100-EXIT.
052900     EXIT.
053000 4000-PRINT-GARNISHMENTS.
053100     MOVE 'GARNISHMENT REMITTANCE BY PAYEE/CASE'
053200         TO WS-RPT-SECTION-TITLE.
053300     MOVE WS-RPT-GARNISH-HDR TO WS-RPT-COLUMN-HDR.
053400     MOVE 99 TO WS-RPT-LINE-NO.
053500     IF WS-GARN-COUNT = 0
053600         MOVE 'NO GARNISHMENTS TAKEN THIS RUN' TO WS-RPT-NL-TEXT
053700         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
053800         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
053900         GO TO 4000-EXIT
054000     END-IF.
054100     PERFORM 4100-PRINT-GROUP THRU 4100-EXIT
054200         VARYING GRP-IDX FROM 1 BY 1
054300         UNTIL GRP-IDX > WS-GARN-COUNT.
054400 4000-EXIT.
054500     EXIT.
054600 4100-PRINT-GROUP.
054700     IF WS-GARN-PRINTED (GRP-IDX)
054800         GO TO 4100-EXIT
054900     END-IF.
055000     MOVE WS-GARN-PAYEE-CODE (GRP-IDX) TO WS-KEY-PAYEE-CODE.
055100     MOVE WS-GARN-CASE-NUMBER (GRP-IDX) TO WS-KEY-CASE-NUMBER.
055200     MOVE 0 TO WS-GROUP-TOTAL.
055300     MOVE WS-GARN-PAYEE-CODE (GRP-IDX) TO WS-RPT-GD-PAYEE-CODE.
055400     MOVE WS-GARN-PAYEE-NAME (GRP-IDX) TO WS-RPT-GD-PAYEE-NAME.
055500     MOVE WS-GARN-CASE-NUMBER (GRP-IDX) TO WS-RPT-GD-CASE-NUMBER.
055600     MOVE 2 TO WS-RPT-ADVANCE.
055700     PERFORM 4150-PRINT-GROUP-MEMBER THRU 4150-EXIT
055800         VARYING GARN-IDX FROM GRP-IDX BY 1
055900         UNTIL GARN-IDX > WS-GARN-COUNT.
056000     MOVE WS-GROUP-TOTAL TO WS-RPT-GT-AMOUNT.
056100     MOVE WS-RPT-GROUP-TOTAL-LINE TO WS-RPT-PRINT-AREA.
056200     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
056300 4100-EXIT.
056400     EXIT.
056500 4150-PRINT-GROUP-MEMBER.
056600     IF WS-GARN-PRINTED (GARN-IDX)
056700        OR WS-GARN-PAYEE-CODE (GARN-IDX) NOT = WS-KEY-PAYEE-CODE
056800        OR WS-GARN-CASE-NUMBER (GARN-IDX) NOT = WS-KEY-CASE-NUMBER
056900         GO TO 4150-EXIT
057000     END-IF.
057100     MOVE WS-GARN-EMPLOYEE-ID (GARN-IDX) TO WS-RPT-GD-EMPLOYEE-ID.
057200     MOVE WS-GARN-AMOUNT (GARN-IDX) TO WS-RPT-GD-AMOUNT.
057300     MOVE WS-RPT-GARNISH-DETAIL TO WS-RPT-PRINT-AREA.
057400     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
057500     MOVE SPACES TO WS-RPT-GD-PAYEE-CODE.
057600     MOVE SPACES TO WS-RPT-GD-PAYEE-NAME.
057700     MOVE SPACES TO WS-RPT-GD-CASE-NUMBER.
057800     ADD WS-GARN-AMOUNT (GARN-IDX) TO WS-GROUP-TOTAL.
057900     MOVE 'Y' TO WS-GARN-PRINTED-SW (GARN-IDX).
058000     ADD 1 TO WS-GARNISH-LINES.
058100 4150-EXIT.
058200     EXIT.
058300 4900-WRITE-REPORT-LINE.
058400     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
058500         PERFORM 4910-WRITE-PAGE-HEADERS THRU 4910-EXIT
058600     END-IF.
058700     MOVE WS-RPT-PRINT-AREA TO REMIT-REPORT-LINE.
058800     WRITE REMIT-REPORT-LINE
058900         AFTER ADVANCING WS-RPT-ADVANCE LINES.
059000     ADD WS-RPT-ADVANCE TO WS-RPT-LINE-NO.
059100     MOVE 1 TO WS-RPT-ADVANCE.
059200 4900-EXIT.
059300     EXIT.
059400 4910-WRITE-PAGE-HEADERS.
059500     ADD 1 TO WS-RPT-PAGE-NO.
059600     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
059700     MOVE WS-CURRENT-PERIOD TO WS-RPT-H1-PERIOD.
059800     MOVE WS-RPT-HEADER-1 TO REMIT-REPORT-LINE.
059900     IF WS-RPT-PAGE-NO = 1
060000         WRITE REMIT-REPORT-LINE AFTER ADVANCING 1 LINE
060100     ELSE
060200         WRITE REMIT-REPORT-LINE AFTER ADVANCING PAGE
060300     END-IF.
060400     MOVE WS-RPT-SECTION-TITLE TO REMIT-REPORT-LINE.
060500     WRITE REMIT-REPORT-LINE AFTER ADVANCING 2 LINES.
060600     MOVE WS-RPT-COLUMN-HDR TO REMIT-REPORT-LINE.
060700     WRITE REMIT-REPORT-LINE AFTER ADVANCING 2 LINES.
060800     MOVE 0 TO WS-RPT-LINE-NO.
060900 4910-EXIT.
061000     EXIT.
061100 5000-PRINT-CONTROLS.
061200     MOVE 'CONTROL TOTALS - DEDUCTIONS PAYABLE'
061300         TO WS-RPT-SECTION-TITLE.
061400     MOVE WS-RPT-CONTROL-HDR TO WS-RPT-COLUMN-HDR.
061500     MOVE 99 TO WS-RPT-LINE-NO.
061600     MOVE '401(K) CONTRIBUTIONS' TO WS-RPT-CL-LABEL.
061700     MOVE WS-EXT-401K-TOTAL TO WS-RPT-CL-EXTRACT.
061800     MOVE WS-FILE-401K-TOTAL TO WS-RPT-CL-REMITTED.
061900     MOVE WS-JRNL-401K-TOTAL TO WS-RPT-CL-JOURNAL.
062000     IF WS-FILE-401K-TOTAL = WS-EXT-401K-TOTAL
062100        AND WS-FILE-401K-TOTAL = WS-JRNL-401K-TOTAL
062200        AND WS-JOURNAL-AVAILABLE
062300         MOVE 'IN BALANCE' TO WS-RPT-CL-STATUS
062400     ELSE
062500         MOVE 'OUT OF BALANCE' TO WS-RPT-CL-STATUS
062600         MOVE 'Y' TO WS-CONTROL-ERROR-SW
062700     END-IF.
062800     MOVE WS-RPT-CONTROL-LINE TO WS-RPT-PRINT-AREA.
062900     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
063000     MOVE 'GARNISHMENTS' TO WS-RPT-CL-LABEL.
063100     MOVE WS-EXT-GARNISH-TOTAL TO WS-RPT-CL-EXTRACT.
063200     MOVE WS-LIST-GARNISH-TOTAL TO WS-RPT-CL-REMITTED.
063300     MOVE WS-JRNL-GARNISH-TOTAL TO WS-RPT-CL-JOURNAL.
063400     IF WS-LIST-GARNISH-TOTAL = WS-EXT-GARNISH-TOTAL
063500        AND WS-LIST-GARNISH-TOTAL = WS-JRNL-GARNISH-TOTAL
063600        AND WS-JOURNAL-AVAILABLE
063700         MOVE 'IN BALANCE' TO WS-RPT-CL-STATUS
063800     ELSE
063900         MOVE 'OUT OF BALANCE' TO WS-RPT-CL-STATUS
064000         MOVE 'Y' TO WS-CONTROL-ERROR-SW
064100     END-IF.
064200     MOVE WS-RPT-CONTROL-LINE TO WS-RPT-PRINT-AREA.
064300     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
064400     IF WS-UNALLOCATED-COUNT > 0
064500         MOVE 'GARNISHMENT DOLLARS NOT MATCHED TO A PAYEE/CASE'
064600             TO WS-RPT-NL-TEXT
064700         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
064800         MOVE 2 TO WS-RPT-ADVANCE
064900         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
065000         MOVE 'ARE LISTED UNALLOCATED - SET THE PAYEE AND CASE ON'
065100             TO WS-RPT-NL-TEXT
065200         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
065300         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
065400         MOVE 'THE DEDUCTION MASTER BEFORE REMITTING THEM'
065500             TO WS-RPT-NL-TEXT
065600         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
065700         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
065800     END-IF.
065900 5000-EXIT.
066000     EXIT.
066100 9000-TERMINATE.
066200     PERFORM 9100-WRITE-CONTRIB-TRAILER THRU 9100-EXIT.
066300     CLOSE GL-EXTRACT-FILE.
066400     IF WS-DEDMAST-AVAILABLE
066500         CLOSE DEDUCTION-MASTER-FILE
066600     END-IF.
066700     CLOSE CONTRIBUTION-FILE.
066800     CLOSE REMIT-REPORT-FILE.
066900     DISPLAY 'NGUYEN-P03-REMIT - EXTRACT RECORDS READ: '
067000         WS-EXTRACT-RECORDS.
067100     DISPLAY 'NGUYEN-P03-REMIT - 401(K) DETAILS WRITTEN: '
067200         WS-CONTRIB-RECORDS.
067300     DISPLAY 'NGUYEN-P03-REMIT - GARNISHMENT LINES LISTED: '
067400         WS-GARNISH-LINES.
067500     DISPLAY 'NGUYEN-P03-REMIT - GARNISHMENTS UNALLOCATED: '
067600         WS-UNALLOCATED-COUNT.
067700     IF WS-CONTROL-ERROR
067800         DISPLAY 'NGUYEN-P03-REMIT - CONTROL TOTALS DO NOT TIE'
067900             ' TO THE JOURNAL - REMITTANCE HELD'
068000         MOVE 8 TO RETURN-CODE
068100     ELSE
068200         DISPLAY 'NGUYEN-P03-REMIT - CONTROL TOTALS TIE TO THE'
068300             ' JOURNAL'
068400     END-IF.
068410     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
068500 9000-EXIT.
068600     EXIT.
068700 9100-WRITE-CONTRIB-TRAILER.
068800     MOVE SPACES TO CONTRIBUTION-RECORD.
068900     MOVE 'T' TO KC-RECORD-TYPE.
069000     MOVE WS-CONTRIB-RECORDS TO KC-RECORD-COUNT.
069100     IF WS-FILE-401K-TOTAL < 0
069200         COMPUTE KC-TOTAL-AMOUNT = 0 - WS-FILE-401K-TOTAL
069300         MOVE '-' TO KC-TOTAL-SIGN
069400     ELSE
069500         MOVE WS-FILE-401K-TOTAL TO KC-TOTAL-AMOUNT
069600     END-IF.
069700     WRITE CONTRIBUTION-RECORD.
069800 9100-EXIT.
069900     EXIT.
070000 9900-END-CYCLE-STEP.
070100     MOVE 'E' TO LK-CYCLE-FUNCTION.
070200     MOVE 'REMIT' TO LK-CYCLE-STEP-ID.
070300     MOVE WS-EXTRACT-RECORDS TO LK-CYCLE-RECORDS-IN.
070400     MOVE WS-CONTRIB-RECORDS TO LK-CYCLE-RECORDS-OUT.
070500     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
070600     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
070700     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
070800         DISPLAY 'NGUYEN-P03-REMIT - ' LK-CYCLE-MESSAGE
070900     END-IF.
071000     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
071100 9900-EXIT.
071200     EXIT.
071300 END PROGRAM NGUYEN-P03-REMIT.
