000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-LABDST
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 15, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      LABOR DISTRIBUTION REPORT.  RUNS AFTER THE
000800*                  BATCH PAYROLL AND ANY OFF-CYCLE RUNS FOR THE
000900*                  PERIOD, ALONGSIDE THE GL JOURNAL EXTRACT.
001000*                  READS THE PER-EMPLOYEE GL EXTRACT AND TOTALS
001100*                  THE HOURS, GROSS WAGES AND EMPLOYER TAX BY
001200*                  CHARGED COST CENTER - DEPARTMENT AND JOB - FROM
001300*                  THE LABOR DISTRIBUTION TABLE EACH RECORD
001400*                  CARRIES.  A RECORD WITH NO DISTRIBUTION (THE
001500*                  OFF-CYCLE RUNS) IS CHARGED TO THE EMPLOYEE'S
001600*                  HOME DEPARTMENT WITH NO JOB AND NO HOURS.
001700*                  REVERSALS SUBTRACT.  THE REPORT IS PRINTED IN
001800*                  DEPARTMENT AND JOB ORDER WITH A SUBTOTAL PER
001900*                  DEPARTMENT AND A GRAND TOTAL, AND THE
002000*                  DISTRIBUTED GROSS AND EMPLOYER TAX ARE PROVED
002100*                  AGAINST THE EXTRACT TOTALS.  A MISSING EXTRACT,
002200*                  A FULL COST CENTER TABLE OR A DISTRIBUTION THAT
002300*                  DOES NOT PROVE SETS RETURN CODE 8.
002400*-----------------------------------------------------------------
002500*    MODIFICATION HISTORY
002600*    DATE       INIT  DESCRIPTION
002700*    10/15/2026 DN    ORIGINAL PROGRAM WRITTEN.
002710*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002720*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002730*                     ON ARE COMPLETE FOR THE PERIOD.  START, END,
002740*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002750*                     THE CYCLE STEP LOG.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. NGUYEN-P03-LABDST.
003100 AUTHOR. DAVID NGUYEN.
003200 INSTALLATION. PAYROLL DATA PROCESSING.
003300 DATE-WRITTEN. OCTOBER 15, 2026.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GLEXTRCT-STATUS.
004100     SELECT LABOR-REPORT-FILE ASSIGN TO "LABDSTRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-LABDSTRPT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  GL-EXTRACT-FILE.
004700 COPY GLEXTRCT.
004800 FD  LABOR-REPORT-FILE.
004900 01  LABOR-REPORT-LINE               PIC X(86).
005000 WORKING-STORAGE SECTION.
005010 COPY CYCLNK.
005100 01  WS-FILE-STATUSES.
005200     03 WS-GLEXTRCT-STATUS        PIC X(02) VALUE "00".
005300     03 WS-LABDSTRPT-STATUS       PIC X(02) VALUE "00".
005400 01  WS-SWITCHES.
005500     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
005600        88 WS-END-OF-FILE                    VALUE 'Y'.
005700     03 WS-TABLE-FULL-SW          PIC X(01) VALUE 'N'.
005800        88 WS-TABLE-FULL                     VALUE 'Y'.
005900     03 WS-FIRST-DEPT-SW          PIC X(01) VALUE 'Y'.
006000        88 WS-FIRST-DEPARTMENT               VALUE 'Y'.
006100 01  WS-COUNTERS.
006200     03 WS-EXTRACT-RECORDS        PIC 9(06) VALUE 0.
006300     03 WS-HOME-CHARGED           PIC 9(06) VALUE 0.
006400     03 WS-DIST-LINES             PIC 9(06) VALUE 0.
006500 77  WS-CC-COUNT                  PIC 9(03) COMP VALUE 0.
006600 77  WS-CC-MAX                    PIC 9(03) COMP VALUE 200.
006700 77  WS-CC-INSERT-AT              PIC 9(03) COMP VALUE 0.
006800 77  WS-SHIFT-FROM                PIC 9(03) COMP VALUE 0.
006900 77  WS-SHIFT-TO                  PIC 9(03) COMP VALUE 0.
007000 77  WS-DIST-SUB                  PIC 9(01) COMP VALUE 1.
007100 01  WS-CC-TABLE.
007200     03 WS-CC-ENTRY OCCURS 200 TIMES INDEXED BY CC-IDX.
007300         05 WS-CC-KEY.
007400            07 WS-CC-DEPARTMENT   PIC X(02).
007500            07 WS-CC-JOB          PIC X(06).
007600         05 WS-CC-HOURS           PIC S9(06)V9(02).
007700         05 WS-CC-GROSS           PIC S9(09)V9(02).
007800         05 WS-CC-ER-TAX          PIC S9(09)V9(02).
007900 01  WS-POST-AMOUNTS.
008000     03 WS-POST-KEY.
008100         05 WS-POST-DEPARTMENT    PIC X(02) VALUE SPACES.
008200         05 WS-POST-JOB           PIC X(06) VALUE SPACES.
008300     03 WS-POST-HOURS             PIC 9(03)V9(02) VALUE 0.
008400     03 WS-POST-GROSS             PIC 9(07)V9(02) VALUE 0.
008500     03 WS-POST-ER-TAX            PIC 9(07)V9(02) VALUE 0.
008600 01  WS-PROOF-TOTALS.
008700     03 WS-EXTRACT-GROSS          PIC S9(09)V9(02) VALUE 0.
008800     03 WS-EXTRACT-ER-TAX         PIC S9(09)V9(02) VALUE 0.
008900     03 WS-DISTRIBUTED-GROSS      PIC S9(09)V9(02) VALUE 0.
009000     03 WS-DISTRIBUTED-ER-TAX     PIC S9(09)V9(02) VALUE 0.
009100 01  WS-PRINT-TOTALS.
009200     03 WS-PRV-DEPARTMENT         PIC X(02) VALUE SPACES.
009300     03 WS-DEPT-HOURS             PIC S9(06)V9(02) VALUE 0.
009400     03 WS-DEPT-GROSS             PIC S9(09)V9(02) VALUE 0.
009500     03 WS-DEPT-ER-TAX            PIC S9(09)V9(02) VALUE 0.
009600     03 WS-GRAND-HOURS            PIC S9(06)V9(02) VALUE 0.
009700     03 WS-GRAND-GROSS            PIC S9(09)V9(02) VALUE 0.
009800     03 WS-GRAND-ER-TAX           PIC S9(09)V9(02) VALUE 0.
009900 01  WS-CURRENT-PERIOD            PIC 9(04) VALUE 0.
010000 01  WS-SYS-DATE.
010100     03 WS-SYS-DATE-YEAR.
010200         05 WS-SYS-DATE-YR-CENTURY PIC 99.
010300         05 WS-SYS-DATE-YR-DECADE PIC 99.
010400     03 WS-SYS-DATE-MONTH PIC 99.
010500     03 WS-SYS-DATE-DAY PIC 99.
010600 01  WS-RUN-DATE.
010700     03 WS-RUN-MONTH PIC XX.
010800     03 FILLER PIC X VALUE '/'.
010900     03 WS-RUN-DAY PIC XX.
011000     03 FILLER PIC X VALUE '/'.
011100     03 WS-RUN-YEAR PIC XXXX.
011200 01  WS-RPT-CONTROLS.
011300     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
011400     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
011500     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
011600 01  WS-RPT-PRINT-AREA            PIC X(86).
011700 01  WS-RPT-COLUMN-HDR            PIC X(86) VALUE SPACES.
011800 01  WS-RPT-HEADER-1.
011900     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
012000     03 FILLER                    PIC X(20) VALUE
012100         'LABOR DISTRIBUTION'.
012200     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
012300     03 WS-RPT-H1-RUN-DATE        PIC X(10).
012400     03 FILLER                    PIC X(02) VALUE SPACES.
012500     03 FILLER                    PIC X(08) VALUE 'PERIOD: '.
012600     03 WS-RPT-H1-PERIOD          PIC 9(04).
012700     03 FILLER                    PIC X(02) VALUE SPACES.
012800     03 FILLER                    PIC X(06) VALUE 'PAGE: '.
012900     03 WS-RPT-H1-PAGE            PIC ZZZ9.
013000 01  WS-RPT-HEADER-2.
013100     03 FILLER                    PIC X(06) VALUE 'DEPT'.
013200     03 FILLER                    PIC X(10) VALUE 'JOB'.
013300     03 FILLER                    PIC X(13) VALUE
013400         '      HOURS'.
013500     03 FILLER                    PIC X(16) VALUE
013600         '         GROSS'.
013700     03 FILLER                    PIC X(16) VALUE
013800         '  EMPLOYER TAX'.
013900     03 FILLER                    PIC X(14) VALUE
014000         '    TOTAL COST'.
014100 01  WS-RPT-DETAIL.
014200     03 WS-RPT-DT-DEPARTMENT      PIC X(06).
014300     03 WS-RPT-DT-JOB             PIC X(10).
014400     03 WS-RPT-DT-HOURS           PIC ZZZ,ZZ9.99-.
014500     03 FILLER                    PIC X(02) VALUE SPACES.
014600     03 WS-RPT-DT-GROSS           PIC ZZ,ZZZ,ZZ9.99-.
014700     03 FILLER                    PIC X(02) VALUE SPACES.
014800     03 WS-RPT-DT-ER-TAX          PIC ZZ,ZZZ,ZZ9.99-.
014900     03 FILLER                    PIC X(02) VALUE SPACES.
015000     03 WS-RPT-DT-TOTAL-COST      PIC ZZ,ZZZ,ZZ9.99-.
015100 01  WS-RPT-SUBTOTAL-LINE.
015200     03 WS-RPT-ST-LABEL           PIC X(16).
015300     03 WS-RPT-ST-HOURS           PIC ZZZ,ZZ9.99-.
015400     03 FILLER                    PIC X(02) VALUE SPACES.
015500     03 WS-RPT-ST-GROSS           PIC ZZ,ZZZ,ZZ9.99-.
015600     03 FILLER                    PIC X(02) VALUE SPACES.
015700     03 WS-RPT-ST-ER-TAX          PIC ZZ,ZZZ,ZZ9.99-.
015800     03 FILLER                    PIC X(02) VALUE SPACES.
015900     03 WS-RPT-ST-TOTAL-COST      PIC ZZ,ZZZ,ZZ9.99-.
016000 01  WS-RPT-DEPT-LABEL.
016100     03 FILLER                    PIC X(05) VALUE 'DEPT '.
016200     03 WS-RPT-DL-DEPARTMENT      PIC X(02).
016300     03 FILLER                    PIC X(09) VALUE ' TOTAL'.
016400 01  WS-RPT-TOTAL-LINE.
016500     03 FILLER                    PIC X(10) VALUE SPACES.
016600     03 WS-RPT-TL-LABEL           PIC X(36).
016700     03 WS-RPT-TL-COUNT           PIC ZZZ,ZZ9.
016800 01  WS-RPT-AMOUNT-LINE.
016900     03 FILLER                    PIC X(10) VALUE SPACES.
017000     03 WS-RPT-AL-LABEL           PIC X(36).
017100     03 WS-RPT-AL-AMOUNT          PIC ZZ,ZZZ,ZZ9.99-.
017200 01  WS-RPT-NOTE-LINE.
017300     03 FILLER                    PIC X(10) VALUE SPACES.
017400     03 WS-RPT-NL-TEXT            PIC X(60).
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017800     PERFORM 2000-PROCESS-EXTRACT THRU 2000-EXIT
017900         UNTIL WS-END-OF-FILE.
018000     PERFORM 3000-PRINT-DISTRIBUTION THRU 3000-EXIT.
018100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018200     STOP RUN.
018300 1000-INITIALIZE.
018310     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
018400     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
018500     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
018600     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
018700     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
018800     OPEN INPUT GL-EXTRACT-FILE.
018900     IF WS-GLEXTRCT-STATUS NOT EQUAL TO '00'
019000         DISPLAY 'NGUYEN-P03-LABDST - GL EXTRACT MISSING -'
019100             ' NOTHING TO DISTRIBUTE'
019200         MOVE 8 TO RETURN-CODE
019210         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
019300         STOP RUN
019400     END-IF.
019500     OPEN OUTPUT LABOR-REPORT-FILE.
019600     MOVE WS-RPT-HEADER-2 TO WS-RPT-COLUMN-HDR.
019700     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
019800 1000-EXIT.
019806     EXIT.
019812 1010-START-CYCLE-STEP.
019818     MOVE 'S' TO LK-CYCLE-FUNCTION.
019824     MOVE 'LABDST' TO LK-CYCLE-STEP-ID.
019830     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
019836     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
019842         DISPLAY 'NGUYEN-P03-LABDST - ' LK-CYCLE-MESSAGE
019848     END-IF.
019854     IF NOT LK-CYCLE-OK
019860         DISPLAY 'NGUYEN-P03-LABDST - RUN HELD'
019866         MOVE 8 TO RETURN-CODE
019872         STOP RUN
019878     END-IF.
019884 1010-EXIT.
019900     EXIT.
020000 1100-READ-EXTRACT.
020100     READ GL-EXTRACT-FILE
020200         AT END
020300             MOVE 'Y' TO WS-EOF-SW
020400             GO TO 1100-EXIT
020500     END-READ.
020600     ADD 1 TO WS-EXTRACT-RECORDS.
020700     MOVE GL-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
020800 1100-EXIT.
020900     EXIT.
021000 2000-PROCESS-EXTRACT.
021100     IF GL-AMOUNTS-REVERSED
021200         SUBTRACT GL-GROSS-EARNINGS FROM WS-EXTRACT-GROSS
021300         SUBTRACT GL-ER-TAX-TOTAL FROM WS-EXTRACT-ER-TAX
021400     ELSE
021500         ADD GL-GROSS-EARNINGS TO WS-EXTRACT-GROSS
021600         ADD GL-ER-TAX-TOTAL TO WS-EXTRACT-ER-TAX
021700     END-IF.
021800     IF GL-DIST-COUNT NOT NUMERIC
021900        OR GL-DIST-COUNT = 0
022000        OR GL-DIST-COUNT > 5
022100         ADD 1 TO WS-HOME-CHARGED
022200         MOVE GL-DEPARTMENT-CODE TO WS-POST-DEPARTMENT
022300         MOVE SPACES TO WS-POST-JOB
022400         MOVE 0 TO WS-POST-HOURS
022500         MOVE GL-GROSS-EARNINGS TO WS-POST-GROSS
022600         MOVE GL-ER-TAX-TOTAL TO WS-POST-ER-TAX
022700         PERFORM 2200-POST-COST-CENTER THRU 2200-EXIT
022800     ELSE
022900         PERFORM 2100-POST-DIST-SLOT THRU 2100-EXIT
023000             VARYING WS-DIST-SUB FROM 1 BY 1
023100             UNTIL WS-DIST-SUB > GL-DIST-COUNT
023200     END-IF.
023300     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
023400 2000-EXIT.
023500     EXIT.
023600 2100-POST-DIST-SLOT.
023700     ADD 1 TO WS-DIST-LINES.
023800     MOVE GL-DIST-DEPARTMENT (WS-DIST-SUB) TO WS-POST-DEPARTMENT.
023900     MOVE GL-DIST-JOB (WS-DIST-SUB) TO WS-POST-JOB.
024000     MOVE GL-DIST-HOURS (WS-DIST-SUB) TO WS-POST-HOURS.
024100     MOVE GL-DIST-GROSS (WS-DIST-SUB) TO WS-POST-GROSS.
024200     MOVE GL-DIST-ER-TAX (WS-DIST-SUB) TO WS-POST-ER-TAX.
024300     PERFORM 2200-POST-COST-CENTER THRU 2200-EXIT.
024400 2100-EXIT.
024500     EXIT.
024600 2200-POST-COST-CENTER.
024700     IF GL-AMOUNTS-REVERSED
024800         SUBTRACT WS-POST-GROSS FROM WS-DISTRIBUTED-GROSS
024900         SUBTRACT WS-POST-ER-TAX FROM WS-DISTRIBUTED-ER-TAX
025000     ELSE
025100         ADD WS-POST-GROSS TO WS-DISTRIBUTED-GROSS
025200         ADD WS-POST-ER-TAX TO WS-DISTRIBUTED-ER-TAX
025300     END-IF.
025400     PERFORM 2250-CHECK-COST-CENTER THRU 2250-EXIT
025500         VARYING CC-IDX FROM 1 BY 1
025600         UNTIL CC-IDX > WS-CC-COUNT
025700            OR WS-CC-KEY (CC-IDX) NOT < WS-POST-KEY.
025800     IF CC-IDX NOT > WS-CC-COUNT
025900         IF WS-CC-KEY (CC-IDX) = WS-POST-KEY
026000             GO TO 2200-ACCUMULATE
026100         END-IF
026200     END-IF.
026300     IF WS-CC-COUNT >= WS-CC-MAX
026400         IF NOT WS-TABLE-FULL
026500             DISPLAY 'NGUYEN-P03-LABDST - COST CENTER TABLE FULL'
026600                 ' - REPORT INCOMPLETE'
026700             MOVE 'Y' TO WS-TABLE-FULL-SW
026800         END-IF
026900         GO TO 2200-EXIT
027000     END-IF.
027100     SET WS-CC-INSERT-AT TO CC-IDX.
027200     IF WS-CC-COUNT >= WS-CC-INSERT-AT
027300         PERFORM 2270-SHIFT-COST-CENTER THRU 2270-EXIT
027400             VARYING WS-SHIFT-FROM FROM WS-CC-COUNT BY -1
027500             UNTIL WS-SHIFT-FROM < WS-CC-INSERT-AT
027600     END-IF.
027700     ADD 1 TO WS-CC-COUNT.
027800     SET CC-IDX TO WS-CC-INSERT-AT.
027900     MOVE WS-POST-KEY TO WS-CC-KEY (CC-IDX).
028000     MOVE 0 TO WS-CC-HOURS (CC-IDX).
028100     MOVE 0 TO WS-CC-GROSS (CC-IDX).
028200     MOVE 0 TO WS-CC-ER-TAX (CC-IDX).
028300 2200-ACCUMULATE.
028400     IF GL-AMOUNTS-REVERSED
028500         SUBTRACT WS-POST-HOURS FROM WS-CC-HOURS (CC-IDX)
028600         SUBTRACT WS-POST-GROSS FROM WS-CC-GROSS (CC-IDX)
028700         SUBTRACT WS-POST-ER-TAX FROM WS-CC-ER-TAX (CC-IDX)
028800     ELSE
028900         ADD WS-POST-HOURS TO WS-CC-HOURS (CC-IDX)
029000         ADD WS-POST-GROSS TO WS-CC-GROSS (CC-IDX)
029100         ADD WS-POST-ER-TAX TO WS-CC-ER-TAX (CC-IDX)
029200     END-IF.
029300 2200-EXIT.
029400     EXIT.
029500 2250-CHECK-COST-CENTER.
029600     CONTINUE.
029700 2250-EXIT.
029800     EXIT.
029900 2270-SHIFT-COST-CENTER.
030000     COMPUTE WS-SHIFT-TO = WS-SHIFT-FROM + 1.
030100     MOVE WS-CC-ENTRY (WS-SHIFT-FROM)
030200         TO WS-CC-ENTRY (WS-SHIFT-TO).
030300 2270-EXIT.
030400     EXIT.
030500 3000-PRINT-DISTRIBUTION.
030600     IF WS-CC-COUNT = 0
030700         MOVE 'NO PAYMENTS ON THE GL EXTRACT TO DISTRIBUTE'
030800             TO WS-RPT-NL-TEXT
030900         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
031000         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
031100         GO TO 3000-EXIT
031200     END-IF.
031300     PERFORM 3100-PRINT-COST-CENTER THRU 3100-EXIT
031400         VARYING CC-IDX FROM 1 BY 1
031500         UNTIL CC-IDX > WS-CC-COUNT.
031600     PERFORM 3200-PRINT-DEPT-TOTAL THRU 3200-EXIT.
031700     MOVE 'GRAND TOTAL' TO WS-RPT-ST-LABEL.
031800     MOVE WS-GRAND-HOURS TO WS-RPT-ST-HOURS.
031900     MOVE WS-GRAND-GROSS TO WS-RPT-ST-GROSS.
032000     MOVE WS-GRAND-ER-TAX TO WS-RPT-ST-ER-TAX.
032100     COMPUTE WS-RPT-ST-TOTAL-COST =
032200         WS-GRAND-GROSS + WS-GRAND-ER-TAX.
032300     MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-PRINT-AREA.
032400     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
032500 3000-EXIT.
032600     EXIT.
032700 3100-PRINT-COST-CENTER.
032800     IF NOT WS-FIRST-DEPARTMENT
032900        AND WS-CC-DEPARTMENT (CC-IDX) NOT = WS-PRV-DEPARTMENT
033000         PERFORM 3200-PRINT-DEPT-TOTAL THRU 3200-EXIT
033100     END-IF.
033200     IF WS-FIRST-DEPARTMENT
033300        OR WS-CC-DEPARTMENT (CC-IDX) NOT = WS-PRV-DEPARTMENT
033400         MOVE 'N' TO WS-FIRST-DEPT-SW
033500         MOVE WS-CC-DEPARTMENT (CC-IDX) TO WS-PRV-DEPARTMENT
033600         MOVE 0 TO WS-DEPT-HOURS
033700         MOVE 0 TO WS-DEPT-GROSS
033800         MOVE 0 TO WS-DEPT-ER-TAX
033900         MOVE WS-CC-DEPARTMENT (CC-IDX) TO WS-RPT-DT-DEPARTMENT
034000     ELSE
034100         MOVE SPACES TO WS-RPT-DT-DEPARTMENT
034200     END-IF.
034300     MOVE WS-CC-JOB (CC-IDX) TO WS-RPT-DT-JOB.
034400     MOVE WS-CC-HOURS (CC-IDX) TO WS-RPT-DT-HOURS.
034500     MOVE WS-CC-GROSS (CC-IDX) TO WS-RPT-DT-GROSS.
034600     MOVE WS-CC-ER-TAX (CC-IDX) TO WS-RPT-DT-ER-TAX.
034700     COMPUTE WS-RPT-DT-TOTAL-COST =
034800         WS-CC-GROSS (CC-IDX) + WS-CC-ER-TAX (CC-IDX).
034900     MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-AREA.
035000     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
035100     ADD WS-CC-HOURS (CC-IDX) TO WS-DEPT-HOURS.
035200     ADD WS-CC-GROSS (CC-IDX) TO WS-DEPT-GROSS.
035300     ADD WS-CC-ER-TAX (CC-IDX) TO WS-DEPT-ER-TAX.
035400     ADD WS-CC-HOURS (CC-IDX) TO WS-GRAND-HOURS.
035500     ADD WS-CC-GROSS (CC-IDX) TO WS-GRAND-GROSS.
035600     ADD WS-CC-ER-TAX (CC-IDX) TO WS-GRAND-ER-TAX.
035700 3100-EXIT.
035800     EXIT.
035900 3200-PRINT-DEPT-TOTAL.
036000     MOVE WS-PRV-DEPARTMENT TO WS-RPT-DL-DEPARTMENT.
036100     MOVE WS-RPT-DEPT-LABEL TO WS-RPT-ST-LABEL.
036200     MOVE WS-DEPT-HOURS TO WS-RPT-ST-HOURS.
036300     MOVE WS-DEPT-GROSS TO WS-RPT-ST-GROSS.
036400     MOVE WS-DEPT-ER-TAX TO WS-RPT-ST-ER-TAX.
036500     COMPUTE WS-RPT-ST-TOTAL-COST =
036600         WS-DEPT-GROSS + WS-DEPT-ER-TAX.
036700     MOVE WS-RPT-SUBTOTAL-LINE TO WS-RPT-PRINT-AREA.
036800     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
036900     MOVE SPACES TO WS-RPT-PRINT-AREA.
037000     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
037100 3200-EXIT.
037200     EXIT.
037300 4900-WRITE-REPORT-LINE.
037400     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
037500         PERFORM 4910-WRITE-PAGE-HEADERS THRU 4910-EXIT
037600     END-IF.
037700     MOVE WS-RPT-PRINT-AREA TO LABOR-REPORT-LINE.
037800     WRITE LABOR-REPORT-LINE AFTER ADVANCING 1 LINE.
037900     ADD 1 TO WS-RPT-LINE-NO.
038000 4900-EXIT.
038100     EXIT.
038200 4910-WRITE-PAGE-HEADERS.
038300     ADD 1 TO WS-RPT-PAGE-NO.
038400     MOVE WS-RPT-PAGE-NO TO WS-RPT-H1-PAGE.
038500     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
038600     MOVE WS-CURRENT-PERIOD TO WS-RPT-H1-PERIOD.
038700     MOVE WS-RPT-HEADER-1 TO LABOR-REPORT-LINE.
038800     IF WS-RPT-PAGE-NO = 1
038900         WRITE LABOR-REPORT-LINE AFTER ADVANCING 1 LINE
039000     ELSE
039100         WRITE LABOR-REPORT-LINE AFTER ADVANCING PAGE
039200     END-IF.
039300     MOVE WS-RPT-COLUMN-HDR TO LABOR-REPORT-LINE.
039400     WRITE LABOR-REPORT-LINE AFTER ADVANCING 2 LINES.
039500     MOVE 0 TO WS-RPT-LINE-NO.
039600 4910-EXIT.
039700     EXIT.
039800 9000-TERMINATE.
039900     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
040000     CLOSE GL-EXTRACT-FILE.
040100     CLOSE LABOR-REPORT-FILE.
040200     DISPLAY 'NGUYEN-P03-LABDST - EXTRACT RECORDS READ: '
040300         WS-EXTRACT-RECORDS.
040400     DISPLAY 'NGUYEN-P03-LABDST - COST CENTERS REPORTED: '
040500         WS-CC-COUNT.
040600     IF WS-TABLE-FULL
040700        OR WS-DISTRIBUTED-GROSS NOT EQUAL TO WS-EXTRACT-GROSS
040800        OR WS-DISTRIBUTED-ER-TAX NOT EQUAL TO WS-EXTRACT-ER-TAX
040900         DISPLAY 'NGUYEN-P03-LABDST - DISTRIBUTION DOES NOT PROVE'
041000             ' TO THE GL EXTRACT'
041100         MOVE 8 TO RETURN-CODE
041200     ELSE
041300         DISPLAY 'NGUYEN-P03-LABDST - DISTRIBUTION PROVES TO THE'
041400             ' GL EXTRACT'
041500     END-IF.
041510     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
041600 9000-EXIT.
041700     EXIT.
041800 9100-WRITE-SUMMARY.
041900     MOVE 'RUN SUMMARY' TO WS-RPT-COLUMN-HDR.
042000     MOVE 99 TO WS-RPT-LINE-NO.
042100     MOVE 'EXTRACT RECORDS READ' TO WS-RPT-TL-LABEL.
042200     MOVE WS-EXTRACT-RECORDS TO WS-RPT-TL-COUNT.
042300     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
042400     MOVE 'DISTRIBUTION LINES' TO WS-RPT-TL-LABEL.
042500     MOVE WS-DIST-LINES TO WS-RPT-TL-COUNT.
042600     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
042700     MOVE 'RECORDS CHARGED TO HOME DEPARTMENT'
042800         TO WS-RPT-TL-LABEL.
042900     MOVE WS-HOME-CHARGED TO WS-RPT-TL-COUNT.
043000     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
043100     MOVE 'COST CENTERS' TO WS-RPT-TL-LABEL.
043200     MOVE WS-CC-COUNT TO WS-RPT-TL-COUNT.
043300     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
043400     MOVE 'GROSS ON GL EXTRACT' TO WS-RPT-AL-LABEL.
043500     MOVE WS-EXTRACT-GROSS TO WS-RPT-AL-AMOUNT.
043600     PERFORM 9160-WRITE-AMOUNT-LINE THRU 9160-EXIT.
043700     MOVE 'GROSS DISTRIBUTED' TO WS-RPT-AL-LABEL.
043800     MOVE WS-DISTRIBUTED-GROSS TO WS-RPT-AL-AMOUNT.
043900     PERFORM 9160-WRITE-AMOUNT-LINE THRU 9160-EXIT.
044000     MOVE 'EMPLOYER TAX ON GL EXTRACT' TO WS-RPT-AL-LABEL.
044100     MOVE WS-EXTRACT-ER-TAX TO WS-RPT-AL-AMOUNT.
044200     PERFORM 9160-WRITE-AMOUNT-LINE THRU 9160-EXIT.
044300     MOVE 'EMPLOYER TAX DISTRIBUTED' TO WS-RPT-AL-LABEL.
044400     MOVE WS-DISTRIBUTED-ER-TAX TO WS-RPT-AL-AMOUNT.
044500     PERFORM 9160-WRITE-AMOUNT-LINE THRU 9160-EXIT.
044600     IF WS-TABLE-FULL
044700         MOVE 'COST CENTER TABLE FULL - REPORT IS INCOMPLETE'
044800             TO WS-RPT-NL-TEXT
044900         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
045000         PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
045100     END-IF.
045200 9100-EXIT.
045300     EXIT.
045400 9150-WRITE-TOTAL-LINE.
045500     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-AREA.
045600     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
045700 9150-EXIT.
045800     EXIT.
045900 9160-WRITE-AMOUNT-LINE.
046000     MOVE WS-RPT-AMOUNT-LINE TO WS-RPT-PRINT-AREA.
046100     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
046200 9160-EXIT.
046300     EXIT.
046400 9900-END-CYCLE-STEP.
046500     MOVE 'E' TO LK-CYCLE-FUNCTION.
046600     MOVE 'LABDST' TO LK-CYCLE-STEP-ID.
046700     MOVE WS-EXTRACT-RECORDS TO LK-CYCLE-RECORDS-IN.
046800     MOVE WS-CC-COUNT TO LK-CYCLE-RECORDS-OUT.
046900     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
047000     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
047100     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
047200         DISPLAY 'NGUYEN-P03-LABDST - ' LK-CYCLE-MESSAGE
047300     END-IF.
047400     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
047500 9900-EXIT.
047600     EXIT.
047700 END PROGRAM NGUYEN-P03-LABDST.
