000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-CYCRPT
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 15, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      PAYROLL CYCLE STATUS REPORT.  READS THE CYCLE
000800*                  STEP LOG FRONT TO BACK AND, FOR EACH PERIOD ON
000900*                  IT, PRINTS EVERY STEP OF THE CYCLE IN RUN ORDER
001000*                  WITH WHERE IT STANDS - COMPLETE, FAILED,
001100*                  STARTED BUT NEVER ENDED, READY TO RUN BECAUSE
001200*                  THE STEPS IT DEPENDS ON ARE COMPLETE, OR STILL
001300*                  WAITING ON THEM, OR HELD TO THE NEXT PERIOD
001310*                  BECAUSE ONE OF THE STEPS IT MUST PRECEDE HAS
001315*                  COMPLETED -
001320*                  WITH ITS RUN COUNT, START AND END TIMES,
001400*                  RETURN CODE AND RECORD COUNTS, AND
001500*                  WHO AUTHORIZED ITS LATEST RERUN.  A COMPLETE
001600*                  STEP THAT STARTED BEFORE A STEP IT DEPENDS ON
001700*                  LAST ENDED WAS RUN ON OUTPUT THAT HAS SINCE
001800*                  BEEN REPLACED AND IS SHOWN AS NEEDING A RERUN.
001900*                  EACH PERIOD CLOSES WITH THE NEXT ACTION - THE
002000*                  FIRST STEP IN RUN ORDER TO RESTART, RERUN OR
002100*                  RUN - SO THE NIGHT OPERATOR KNOWS EXACTLY WHERE
002200*                  TO PICK UP AFTER A FAILURE.  ENDS WITH RETURN
002300*                  CODE 4 WHEN ANY STEP NEEDS A RESTART OR A
002400*                  RERUN.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/2026 DN    ORIGINAL PROGRAM WRITTEN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. NGUYEN-P03-CYCRPT.
003200 AUTHOR. DAVID NGUYEN.
003300 INSTALLATION. PAYROLL DATA PROCESSING.
003400 DATE-WRITTEN. OCTOBER 15, 2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CYCLE-STEP-LOG-FILE ASSIGN TO "CYCLOG"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS CL-KEY
004300         FILE STATUS IS WS-CYCLOG-STATUS.
004400     SELECT CYCLE-REPORT-FILE ASSIGN TO "CYCSTRPT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CYCSTRPT-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CYCLE-STEP-LOG-FILE.
005000 COPY CYCLOG.
005100 FD  CYCLE-REPORT-FILE.
005200 01  CYCLE-REPORT-LINE               PIC X(86).
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     03 WS-CYCLOG-STATUS          PIC X(02) VALUE "00".
005600     03 WS-CYCSTRPT-STATUS        PIC X(02) VALUE "00".
005700 01  WS-SWITCHES.
005800     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
005900        88 WS-END-OF-FILE                    VALUE 'Y'.
006000     03 WS-PERIOD-LOADED-SW       PIC X(01) VALUE 'N'.
006100        88 WS-PERIOD-LOADED                  VALUE 'Y'.
006200     03 WS-DEPS-CLEAN-SW          PIC X(01) VALUE 'Y'.
006300        88 WS-DEPS-CLEAN                     VALUE 'Y'.
006310     03 WS-STEP-CLOSED-SW         PIC X(01) VALUE 'N'.
006320        88 WS-STEP-CLOSED                    VALUE 'Y'.
006400 01  WS-COUNTERS.
006500     03 WS-LOG-RECORDS-READ       PIC 9(06) VALUE 0.
006600     03 WS-PERIODS-REPORTED       PIC 9(06) VALUE 0.
006700     03 WS-STEPS-TO-RESTART       PIC 9(06) VALUE 0.
006800     03 WS-STEPS-TO-RERUN         PIC 9(06) VALUE 0.
006900     03 WS-UNKNOWN-STEPS          PIC 9(06) VALUE 0.
007000 77  WS-STEP-SUB                  PIC 9(02) COMP VALUE 1.
007100 77  WS-FIND-SUB                  PIC 9(02) COMP VALUE 1.
007200 77  WS-DEP-SUB                   PIC 9(01) COMP VALUE 1.
007300 COPY CYCSTEP.
007400 01  WS-CUR-PERIOD                PIC 9(04) VALUE 0.
007500 01  WS-DEPS-LATEST-END           PIC 9(14) VALUE 0.
007600 01  WS-NEXT-ACTION.
007700     03 WS-NA-VERB                PIC X(20) VALUE SPACES.
007800     03 WS-NA-STEP-ID             PIC X(08) VALUE SPACES.
007900 01  WS-ACTION-VERB               PIC X(20) VALUE SPACES.
008000 01  WS-PERIOD-STEPS.
008100     03 WS-PS-ENTRY OCCURS 12 TIMES.
008200         05 WS-PS-FOUND-SW        PIC X(01).
008300            88 WS-PS-ON-LOG                  VALUE 'Y'.
008400         05 WS-PS-STATUS          PIC X(01).
008500            88 WS-PS-STARTED                 VALUE 'S'.
008600            88 WS-PS-COMPLETE                VALUE 'C'.
008700            88 WS-PS-FAILED                  VALUE 'F'.
008800         05 WS-PS-RUN-COUNT       PIC 9(02).
008900         05 WS-PS-START-STAMP     PIC 9(14).
009000         05 WS-PS-END-STAMP       PIC 9(14).
009100         05 WS-PS-RETURN-CODE     PIC 9(04).
009200         05 WS-PS-RECORDS-IN      PIC 9(07).
009300         05 WS-PS-RECORDS-OUT     PIC 9(07).
009400         05 WS-PS-AUTH-SW         PIC X(01).
009500            88 WS-PS-RERUN-AUTHORIZED        VALUE 'Y'.
009600         05 WS-PS-AUTH-OPERATOR-ID PIC X(08).
009700         05 WS-PS-AUTH-DATE       PIC 9(08).
009800 01  WS-FMT-STAMP                 PIC 9(14) VALUE 0.
009900 01  WS-FMT-STAMP-PARTS REDEFINES WS-FMT-STAMP.
010000     03 WS-FMT-YEAR               PIC 9(04).
010100     03 WS-FMT-MONTH              PIC 9(02).
010200     03 WS-FMT-DAY                PIC 9(02).
010300     03 WS-FMT-HOUR               PIC 9(02).
010400     03 WS-FMT-MINUTE             PIC 9(02).
010500     03 WS-FMT-SECOND             PIC 9(02).
010600 01  WS-FMT-OUT.
010700     03 WS-FMT-OUT-MONTH          PIC 9(02).
010800     03 FILLER                    PIC X(01) VALUE '/'.
010900     03 WS-FMT-OUT-DAY            PIC 9(02).
011000     03 FILLER                    PIC X(01) VALUE SPACE.
011100     03 WS-FMT-OUT-HOUR           PIC 9(02).
011200     03 FILLER                    PIC X(01) VALUE ':'.
011300     03 WS-FMT-OUT-MINUTE         PIC 9(02).
011400 01  WS-FMT-DATE                  PIC 9(08) VALUE 0.
011500 01  WS-FMT-DATE-PARTS REDEFINES WS-FMT-DATE.
011600     03 WS-FMT-DATE-YEAR          PIC 9(04).
011700     03 WS-FMT-DATE-MONTH         PIC 9(02).
011800     03 WS-FMT-DATE-DAY           PIC 9(02).
011900 01  WS-SYS-DATE.
012000     03 WS-SYS-DATE-YEAR.
012100         05 WS-SYS-DATE-YR-CENTURY PIC 99.
012200         05 WS-SYS-DATE-YR-DECADE PIC 99.
012300     03 WS-SYS-DATE-MONTH PIC 99.
012400     03 WS-SYS-DATE-DAY PIC 99.
012500 01  WS-RUN-DATE.
012600     03 WS-RUN-MONTH PIC XX.
012700     03 FILLER PIC X VALUE '/'.
012800     03 WS-RUN-DAY PIC XX.
012900     03 FILLER PIC X VALUE '/'.
013000     03 WS-RUN-YEAR PIC XXXX.
013100 01  WS-RPT-CONTROLS.
013200     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
013300     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
013400     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
013500 01  WS-RPT-PRINT-AREA            PIC X(86).
013600 01  WS-RPT-COLUMN-HDR            PIC X(86) VALUE SPACES.
013700 01  WS-RPT-HEADER-1.
013800     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
013900     03 FILLER                    PIC X(20) VALUE
014000         'CYCLE STATUS'.
014100     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
014200     03 WS-RPT-H1-RUN-DATE        PIC X(10).
014300     03 FILLER                    PIC X(16) VALUE SPACES.
014400     03 FILLER                    PIC X(06) VALUE 'PAGE: '.
014500     03 WS-RPT-H1-PAGE            PIC ZZZ9.
014600 01  WS-RPT-HEADER-2.
014700     03 FILLER                    PIC X(10) VALUE 'STEP'.
014800     03 FILLER                    PIC X(23) VALUE 'STATUS'.
014900     03 FILLER                    PIC X(05) VALUE 'RUNS'.
015000     03 FILLER                    PIC X(12) VALUE 'STARTED'.
015100     03 FILLER                    PIC X(12) VALUE 'ENDED'.
015200     03 FILLER                    PIC X(06) VALUE '  RC'.
015300     03 FILLER                    PIC X(09) VALUE 'RECS IN'.
015400     03 FILLER                    PIC X(08) VALUE 'RECS OUT'.
015500 01  WS-RPT-PERIOD-LINE.
015600     03 FILLER                    PIC X(07) VALUE 'PERIOD '.
015700     03 WS-RPT-PL-PERIOD          PIC 9(04).
015800 01  WS-RPT-DETAIL.
015900     03 WS-RPT-DT-STEP-ID         PIC X(10).
016000     03 WS-RPT-DT-STATUS          PIC X(23).
016100     03 WS-RPT-DT-RUNS            PIC ZZ9.
016200     03 FILLER                    PIC X(02) VALUE SPACES.
016300     03 WS-RPT-DT-STARTED         PIC X(11).
016400     03 FILLER                    PIC X(01) VALUE SPACE.
016500     03 WS-RPT-DT-ENDED           PIC X(11).
016600     03 FILLER                    PIC X(01) VALUE SPACE.
016700     03 WS-RPT-DT-RC              PIC ZZZ9.
016800     03 FILLER                    PIC X(02) VALUE SPACES.
016900     03 WS-RPT-DT-RECORDS-IN      PIC ZZZZZZ9.
017000     03 FILLER                    PIC X(02) VALUE SPACES.
017100     03 WS-RPT-DT-RECORDS-OUT     PIC ZZZZZZ9.
017200 01  WS-RPT-AUTH-LINE.
017300     03 FILLER                    PIC X(10) VALUE SPACES.
017400     03 WS-RPT-AL-TEXT            PIC X(24).
017500     03 WS-RPT-AL-OPERATOR-ID     PIC X(08).
017600     03 FILLER                    PIC X(04) VALUE ' ON '.
017700     03 WS-RPT-AL-MONTH           PIC 9(02).
017800     03 FILLER                    PIC X(01) VALUE '/'.
017900     03 WS-RPT-AL-DAY             PIC 9(02).
018000     03 FILLER                    PIC X(01) VALUE '/'.
018100     03 WS-RPT-AL-YEAR            PIC 9(04).
018200 01  WS-RPT-NEXT-LINE.
018300     03 FILLER                    PIC X(10) VALUE SPACES.
018400     03 FILLER                    PIC X(13) VALUE 'NEXT STEP:'.
018500     03 WS-RPT-NL-STEP-ID         PIC X(10).
018600     03 WS-RPT-NL-ACTION          PIC X(20).
018700 01  WS-RPT-TOTAL-LINE.
018800     03 FILLER                    PIC X(10) VALUE SPACES.
018900     03 WS-RPT-TL-LABEL           PIC X(36).
019000     03 WS-RPT-TL-COUNT           PIC ZZZ,ZZ9.
019100 PROCEDURE DIVISION.
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019400     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
019500         UNTIL WS-END-OF-FILE.
019600     IF WS-PERIOD-LOADED
019700         PERFORM 3000-PRINT-PERIOD THRU 3000-EXIT
019800     END-IF.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     STOP RUN.
020100 1000-INITIALIZE.
020200     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
020300     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
020400     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
020500     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
020600     OPEN INPUT CYCLE-STEP-LOG-FILE.
020700     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
020800         DISPLAY 'NGUYEN-P03-CYCRPT - CYCLE STEP LOG MISSING -'
020900             ' NO CYCLE STEP HAS RUN'
021000         MOVE 8 TO RETURN-CODE
021100         STOP RUN
021200     END-IF.
021300     OPEN OUTPUT CYCLE-REPORT-FILE.
021400     MOVE WS-RPT-HEADER-2 TO WS-RPT-COLUMN-HDR.
021500     PERFORM 1100-READ-STEP-LOG THRU 1100-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800 1100-READ-STEP-LOG.
021900     READ CYCLE-STEP-LOG-FILE NEXT RECORD
022000         AT END
022100             MOVE 'Y' TO WS-EOF-SW
022200             GO TO 1100-EXIT
022300     END-READ.
022400     ADD 1 TO WS-LOG-RECORDS-READ.
022500 1100-EXIT.
022600     EXIT.
022700 2000-PROCESS-LOG.
022800     IF NOT WS-PERIOD-LOADED
022900        OR CL-PERIOD-NUMBER NOT EQUAL TO WS-CUR-PERIOD
023000         IF WS-PERIOD-LOADED
023100             PERFORM 3000-PRINT-PERIOD THRU 3000-EXIT
023200         END-IF
023300         MOVE CL-PERIOD-NUMBER TO WS-CUR-PERIOD
023400         MOVE 'Y' TO WS-PERIOD-LOADED-SW
023500         PERFORM 2100-CLEAR-STEP THRU 2100-EXIT
023600             VARYING WS-STEP-SUB FROM 1 BY 1
023700             UNTIL WS-STEP-SUB > CS-STEP-COUNT
023800     END-IF.
023900     PERFORM 2150-CHECK-STEP THRU 2150-EXIT
024000         VARYING WS-STEP-SUB FROM 1 BY 1
024100         UNTIL WS-STEP-SUB > CS-STEP-COUNT
024200            OR CS-STEP-ID (WS-STEP-SUB) = CL-STEP-ID.
024300     IF WS-STEP-SUB > CS-STEP-COUNT
024400         ADD 1 TO WS-UNKNOWN-STEPS
024500     ELSE
024600         PERFORM 2200-LOAD-STEP THRU 2200-EXIT
024700     END-IF.
024800     PERFORM 1100-READ-STEP-LOG THRU 1100-EXIT.
024900 2000-EXIT.
025000     EXIT.
025100 2100-CLEAR-STEP.
025200     MOVE 'N' TO WS-PS-FOUND-SW (WS-STEP-SUB).
025300     MOVE SPACE TO WS-PS-STATUS (WS-STEP-SUB).
025400     MOVE 0 TO WS-PS-RUN-COUNT (WS-STEP-SUB).
025500     MOVE 0 TO WS-PS-START-STAMP (WS-STEP-SUB).
025600     MOVE 0 TO WS-PS-END-STAMP (WS-STEP-SUB).
025700     MOVE 0 TO WS-PS-RETURN-CODE (WS-STEP-SUB).
025800     MOVE 0 TO WS-PS-RECORDS-IN (WS-STEP-SUB).
025900     MOVE 0 TO WS-PS-RECORDS-OUT (WS-STEP-SUB).
026000     MOVE 'N' TO WS-PS-AUTH-SW (WS-STEP-SUB).
026100     MOVE SPACES TO WS-PS-AUTH-OPERATOR-ID (WS-STEP-SUB).
026200     MOVE 0 TO WS-PS-AUTH-DATE (WS-STEP-SUB).
026300 2100-EXIT.
026400     EXIT.
026500 2150-CHECK-STEP.
026600     CONTINUE.
026700 2150-EXIT.
026800     EXIT.
026900 2200-LOAD-STEP.
027000     MOVE 'Y' TO WS-PS-FOUND-SW (WS-STEP-SUB).
027100     MOVE CL-STEP-STATUS TO WS-PS-STATUS (WS-STEP-SUB).
027200     MOVE CL-RUN-COUNT TO WS-PS-RUN-COUNT (WS-STEP-SUB).
027300     MOVE CL-START-STAMP TO WS-PS-START-STAMP (WS-STEP-SUB).
027400     MOVE CL-END-STAMP TO WS-PS-END-STAMP (WS-STEP-SUB).
027500     MOVE CL-RUN-RETURN-CODE TO WS-PS-RETURN-CODE (WS-STEP-SUB).
027600     MOVE CL-RECORDS-IN TO WS-PS-RECORDS-IN (WS-STEP-SUB).
027700     MOVE CL-RECORDS-OUT TO WS-PS-RECORDS-OUT (WS-STEP-SUB).
027800     MOVE CL-RERUN-AUTH-SW TO WS-PS-AUTH-SW (WS-STEP-SUB).
027900     MOVE CL-AUTH-OPERATOR-ID
028000         TO WS-PS-AUTH-OPERATOR-ID (WS-STEP-SUB).
028100     MOVE CL-AUTH-DATE TO WS-PS-AUTH-DATE (WS-STEP-SUB).
028200 2200-EXIT.
028300     EXIT.
028400 3000-PRINT-PERIOD.
028500     ADD 1 TO WS-PERIODS-REPORTED.
028600     MOVE SPACES TO WS-NEXT-ACTION.
028700     MOVE SPACES TO WS-RPT-PRINT-AREA.
028800     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
028900     MOVE WS-CUR-PERIOD TO WS-RPT-PL-PERIOD.
029000     MOVE WS-RPT-PERIOD-LINE TO WS-RPT-PRINT-AREA.
029100     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
029200     PERFORM 3100-PRINT-STEP THRU 3100-EXIT
029300         VARYING WS-STEP-SUB FROM 1 BY 1
029400         UNTIL WS-STEP-SUB > CS-STEP-COUNT.
029500     MOVE WS-NA-STEP-ID TO WS-RPT-NL-STEP-ID.
029600     IF WS-NA-STEP-ID = SPACES
029700         MOVE 'CYCLE COMPLETE' TO WS-RPT-NL-ACTION
029800     ELSE
029900         MOVE WS-NA-VERB TO WS-RPT-NL-ACTION
030000     END-IF.
030100     MOVE WS-RPT-NEXT-LINE TO WS-RPT-PRINT-AREA.
030200     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
030300 3000-EXIT.
030400     EXIT.
030500 3100-PRINT-STEP.
030600     MOVE SPACES TO WS-RPT-DETAIL.
030700     MOVE CS-STEP-ID (WS-STEP-SUB) TO WS-RPT-DT-STEP-ID.
030800     PERFORM 3200-SET-STEP-STATUS THRU 3200-EXIT.
030900     IF WS-PS-ON-LOG (WS-STEP-SUB)
031000         MOVE WS-PS-RUN-COUNT (WS-STEP-SUB) TO WS-RPT-DT-RUNS
031100         MOVE WS-PS-START-STAMP (WS-STEP-SUB) TO WS-FMT-STAMP
031200         PERFORM 3400-FORMAT-STAMP THRU 3400-EXIT
031300         MOVE WS-FMT-OUT TO WS-RPT-DT-STARTED
031400         IF WS-PS-END-STAMP (WS-STEP-SUB) > 0
031500             MOVE WS-PS-END-STAMP (WS-STEP-SUB) TO WS-FMT-STAMP
031600             PERFORM 3400-FORMAT-STAMP THRU 3400-EXIT
031700             MOVE WS-FMT-OUT TO WS-RPT-DT-ENDED
031800             MOVE WS-PS-RETURN-CODE (WS-STEP-SUB) TO WS-RPT-DT-RC
031900             MOVE WS-PS-RECORDS-IN (WS-STEP-SUB)
032000                 TO WS-RPT-DT-RECORDS-IN
032100             MOVE WS-PS-RECORDS-OUT (WS-STEP-SUB)
032200                 TO WS-RPT-DT-RECORDS-OUT
032300         END-IF
032400     END-IF.
032500     MOVE WS-RPT-DETAIL TO WS-RPT-PRINT-AREA.
032600     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
032700     IF WS-PS-AUTH-OPERATOR-ID (WS-STEP-SUB) NOT EQUAL TO SPACES
032800         PERFORM 3500-PRINT-AUTHORIZATION THRU 3500-EXIT
032900     END-IF.
033000 3100-EXIT.
033100     EXIT.
033200 3200-SET-STEP-STATUS.
033300     PERFORM 3300-CHECK-DEPENDENCIES THRU 3300-EXIT.
033310     PERFORM 3320-CHECK-MUST-PRECEDE THRU 3320-EXIT.
033320     IF WS-STEP-CLOSED
033330         MOVE 'HELD TO NEXT PERIOD' TO WS-RPT-DT-STATUS
033340         GO TO 3200-EXIT
033350     END-IF.
033400     IF NOT WS-PS-ON-LOG (WS-STEP-SUB)
033500         IF CS-OFF-CYCLE-STEP (WS-STEP-SUB)
033600             MOVE 'OFF-CYCLE - NOT RUN' TO WS-RPT-DT-STATUS
033700             GO TO 3200-EXIT
033800         END-IF
033900         IF WS-DEPS-CLEAN
034000             MOVE 'READY TO RUN' TO WS-RPT-DT-STATUS
034100             MOVE 'RUN' TO WS-ACTION-VERB
034200             PERFORM 3600-SET-NEXT-ACTION THRU 3600-EXIT
034300         ELSE
034400             MOVE 'WAITING' TO WS-RPT-DT-STATUS
034500         END-IF
034600         GO TO 3200-EXIT
034700     END-IF.
034800     IF WS-PS-STARTED (WS-STEP-SUB)
034900         MOVE 'DID NOT END - RESTART' TO WS-RPT-DT-STATUS
035000         ADD 1 TO WS-STEPS-TO-RESTART
035100         MOVE 'RESTART' TO WS-ACTION-VERB
035200         PERFORM 3600-SET-NEXT-ACTION THRU 3600-EXIT
035300         GO TO 3200-EXIT
035400     END-IF.
035500     IF WS-PS-FAILED (WS-STEP-SUB)
035600         MOVE 'FAILED - RESTART' TO WS-RPT-DT-STATUS
035700         ADD 1 TO WS-STEPS-TO-RESTART
035800         MOVE 'RESTART' TO WS-ACTION-VERB
035900         PERFORM 3600-SET-NEXT-ACTION THRU 3600-EXIT
036000         GO TO 3200-EXIT
036100     END-IF.
036200     IF WS-DEPS-LATEST-END > WS-PS-START-STAMP (WS-STEP-SUB)
036300         MOVE 'UPSTREAM RERUN - RERUN' TO WS-RPT-DT-STATUS
036400         ADD 1 TO WS-STEPS-TO-RERUN
036500         IF CS-RERUN-FREELY (WS-STEP-SUB)
036600            OR WS-PS-RERUN-AUTHORIZED (WS-STEP-SUB)
036700             MOVE 'RERUN' TO WS-ACTION-VERB
036800         ELSE
036900             MOVE 'AUTHORIZE AND RERUN' TO WS-ACTION-VERB
037000         END-IF
037100         PERFORM 3600-SET-NEXT-ACTION THRU 3600-EXIT
037200         GO TO 3200-EXIT
037300     END-IF.
037400     IF WS-PS-RERUN-AUTHORIZED (WS-STEP-SUB)
037500         MOVE 'RERUN AUTHORIZED' TO WS-RPT-DT-STATUS
037600         ADD 1 TO WS-STEPS-TO-RERUN
037700         MOVE 'RERUN' TO WS-ACTION-VERB
037800         PERFORM 3600-SET-NEXT-ACTION THRU 3600-EXIT
037900         GO TO 3200-EXIT
038000     END-IF.
038100     IF WS-PS-RETURN-CODE (WS-STEP-SUB) > 0
038200         MOVE 'COMPLETE - WARNINGS' TO WS-RPT-DT-STATUS
038300     ELSE
038400         MOVE 'COMPLETE' TO WS-RPT-DT-STATUS
038500     END-IF.
038600 3200-EXIT.
038700     EXIT.
038800 3300-CHECK-DEPENDENCIES.
038900     MOVE 'Y' TO WS-DEPS-CLEAN-SW.
039000     MOVE 0 TO WS-DEPS-LATEST-END.
039100     PERFORM 3310-CHECK-DEPENDENCY THRU 3310-EXIT
039200         VARYING WS-DEP-SUB FROM 1 BY 1
039300         UNTIL WS-DEP-SUB > 2.
039400 3300-EXIT.
039500     EXIT.
039600 3310-CHECK-DEPENDENCY.
039700     IF CS-DEPENDS-ON (WS-STEP-SUB, WS-DEP-SUB) = SPACES
039800         GO TO 3310-EXIT
039900     END-IF.
040000     PERFORM 2150-CHECK-STEP THRU 2150-EXIT
040100         VARYING WS-FIND-SUB FROM 1 BY 1
040200         UNTIL WS-FIND-SUB > CS-STEP-COUNT
040300            OR CS-STEP-ID (WS-FIND-SUB) =
040400               CS-DEPENDS-ON (WS-STEP-SUB, WS-DEP-SUB).
040500     IF WS-FIND-SUB > CS-STEP-COUNT
040600         MOVE 'N' TO WS-DEPS-CLEAN-SW
040700         GO TO 3310-EXIT
040800     END-IF.
040900     IF NOT WS-PS-COMPLETE (WS-FIND-SUB)
041000         MOVE 'N' TO WS-DEPS-CLEAN-SW
041100         GO TO 3310-EXIT
041200     END-IF.
041300     IF WS-PS-END-STAMP (WS-FIND-SUB) > WS-DEPS-LATEST-END
041400         MOVE WS-PS-END-STAMP (WS-FIND-SUB) TO WS-DEPS-LATEST-END
041500     END-IF.
041600 3310-EXIT.
041700     EXIT.
041703 3320-CHECK-MUST-PRECEDE.
041706     MOVE 'N' TO WS-STEP-CLOSED-SW.
041709     IF WS-PS-COMPLETE (WS-STEP-SUB)
041712         GO TO 3320-EXIT
041715     END-IF.
041718     PERFORM 3330-CHECK-CLOSING-STEP THRU 3330-EXIT
041721         VARYING WS-DEP-SUB FROM 1 BY 1
041724         UNTIL WS-DEP-SUB > 2
041727            OR WS-STEP-CLOSED.
041730 3320-EXIT.
041733     EXIT.
041736 3330-CHECK-CLOSING-STEP.
041739     IF CS-MUST-PRECEDE (WS-STEP-SUB, WS-DEP-SUB) = SPACES
041742         GO TO 3330-EXIT
041745     END-IF.
041748     PERFORM 2150-CHECK-STEP THRU 2150-EXIT
041751         VARYING WS-FIND-SUB FROM 1 BY 1
041754         UNTIL WS-FIND-SUB > CS-STEP-COUNT
041757            OR CS-STEP-ID (WS-FIND-SUB) =
041760               CS-MUST-PRECEDE (WS-STEP-SUB, WS-DEP-SUB).
041763     IF WS-FIND-SUB > CS-STEP-COUNT
041766         GO TO 3330-EXIT
041769     END-IF.
041772     IF WS-PS-COMPLETE (WS-FIND-SUB)
041775         MOVE 'Y' TO WS-STEP-CLOSED-SW
041778     END-IF.
041781 3330-EXIT.
041784     EXIT.
041800 3400-FORMAT-STAMP.
041900     MOVE WS-FMT-MONTH TO WS-FMT-OUT-MONTH.
042000     MOVE WS-FMT-DAY TO WS-FMT-OUT-DAY.
042100     MOVE WS-FMT-HOUR TO WS-FMT-OUT-HOUR.
042200     MOVE WS-FMT-MINUTE TO WS-FMT-OUT-MINUTE.
042300 3400-EXIT.
042400     EXIT.
042500 3500-PRINT-AUTHORIZATION.
042600     IF WS-PS-RERUN-AUTHORIZED (WS-STEP-SUB)
042700         MOVE 'RERUN AUTHORIZED BY' TO WS-RPT-AL-TEXT
042800     ELSE
042900         MOVE 'LAST RERUN AUTHORIZED BY' TO WS-RPT-AL-TEXT
043000     END-IF.
043100     MOVE WS-PS-AUTH-OPERATOR-ID (WS-STEP-SUB)
043200         TO WS-RPT-AL-OPERATOR-ID.
043300     MOVE WS-PS-AUTH-DATE (WS-STEP-SUB) TO WS-FMT-DATE.
043400     MOVE WS-FMT-DATE-MONTH TO WS-RPT-AL-MONTH.
043500     MOVE WS-FMT-DATE-DAY TO WS-RPT-AL-DAY.
043600     MOVE WS-FMT-DATE-YEAR TO WS-RPT-AL-YEAR.
043700     MOVE WS-RPT-AUTH-LINE TO WS-RPT-PRINT-AREA.
043800     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
043900 3500-EXIT.
044000     EXIT.
044100 3600-SET-NEXT-ACTION.
044200     IF WS-NA-STEP-ID = SPACES
044300         MOVE WS-ACTION-VERB TO WS-NA-VERB
044400         MOVE CS-STEP-ID (WS-STEP-SUB) TO WS-NA-STEP-ID
044500     END-IF.
044600 3600-EXIT.
044700     EXIT.
044800 4900-WRITE-REPORT-LINE.
044900     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
045000         PERFORM 4910-WRITE-PAGE-HEADERS THRU 4910-EXIT
045100     END-IF.
045200     MOVE WS-RPT-PRINT-AREA TO CYCLE-REPORT-LINE.
045300     WRITE CYCLE-REPORT-LINE AFTER ADVANCING 1 LINE.
045400     ADD 1 TO WS-RPT-LINE-NO.
045500 4900-EXIT.
045600     EXIT.
045700 4910-WRITE-PAGE-HEADERS.
045800     ADD 1 TO WS-RPT-PAGE-NO.
045900     MOVE WS-RPT-PAGE-NO TO WS-RPT-H1-PAGE.
046000     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
046100     MOVE WS-RPT-HEADER-1 TO CYCLE-REPORT-LINE.
046200     IF WS-RPT-PAGE-NO = 1
046300         WRITE CYCLE-REPORT-LINE AFTER ADVANCING 1 LINE
046400     ELSE
046500         WRITE CYCLE-REPORT-LINE AFTER ADVANCING PAGE
046600     END-IF.
046700     MOVE WS-RPT-COLUMN-HDR TO CYCLE-REPORT-LINE.
046800     WRITE CYCLE-REPORT-LINE AFTER ADVANCING 2 LINES.
046900     MOVE 0 TO WS-RPT-LINE-NO.
047000 4910-EXIT.
047100     EXIT.
047200 9000-TERMINATE.
047300     PERFORM 9100-WRITE-SUMMARY THRU 9100-EXIT.
047400     CLOSE CYCLE-STEP-LOG-FILE.
047500     CLOSE CYCLE-REPORT-FILE.
047600     DISPLAY 'NGUYEN-P03-CYCRPT - PERIODS REPORTED: '
047700         WS-PERIODS-REPORTED.
047800     DISPLAY 'NGUYEN-P03-CYCRPT - STEPS TO RESTART: '
047900         WS-STEPS-TO-RESTART.
048000     DISPLAY 'NGUYEN-P03-CYCRPT - STEPS TO RERUN: '
048100         WS-STEPS-TO-RERUN.
048200     IF WS-STEPS-TO-RESTART > 0
048300        OR WS-STEPS-TO-RERUN > 0
048400         MOVE 4 TO RETURN-CODE
048500     END-IF.
048600 9000-EXIT.
048700     EXIT.
048800 9100-WRITE-SUMMARY.
048900     MOVE 'RUN SUMMARY' TO WS-RPT-COLUMN-HDR.
049000     MOVE 99 TO WS-RPT-LINE-NO.
049100     MOVE 'STEP LOG RECORDS READ' TO WS-RPT-TL-LABEL.
049200     MOVE WS-LOG-RECORDS-READ TO WS-RPT-TL-COUNT.
049300     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
049400     MOVE 'PERIODS REPORTED' TO WS-RPT-TL-LABEL.
049500     MOVE WS-PERIODS-REPORTED TO WS-RPT-TL-COUNT.
049600     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
049700     MOVE 'STEPS TO RESTART' TO WS-RPT-TL-LABEL.
049800     MOVE WS-STEPS-TO-RESTART TO WS-RPT-TL-COUNT.
049900     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
050000     MOVE 'STEPS TO RERUN' TO WS-RPT-TL-LABEL.
050100     MOVE WS-STEPS-TO-RERUN TO WS-RPT-TL-COUNT.
050200     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
050300     MOVE 'LOG RECORDS FOR UNKNOWN STEPS' TO WS-RPT-TL-LABEL.
050400     MOVE WS-UNKNOWN-STEPS TO WS-RPT-TL-COUNT.
050500     PERFORM 9150-WRITE-TOTAL-LINE THRU 9150-EXIT.
050600 9100-EXIT.
050700     EXIT.
050800 9150-WRITE-TOTAL-LINE.
050900     MOVE WS-RPT-TOTAL-LINE TO WS-RPT-PRINT-AREA.
051000     PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT.
051100 9150-EXIT.
051200     EXIT.
051300 END PROGRAM NGUYEN-P03-CYCRPT.
