000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-CHKREC
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 13, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      CHECK RECONCILIATION.  LOADS THE CHECK REGISTER
000800*                  THE CHECK WRITER KEEPS - EVERY CHECK ISSUED OR
000900*                  REISSUED, MARKED VOIDED OR ALREADY PAID FROM
001000*                  THE REGISTER'S LATER ENTRIES - THEN READS THE
001100*                  BANK'S PAID-CHECKS FILE AGAINST IT.  A CHECK
001200*                  THE BANK PAID THAT WE NEVER ISSUED, ONE WE HAD
001300*                  ALREADY VOIDED, ONE PAID A SECOND TIME, OR ONE
001400*                  PAID FOR A DIFFERENT AMOUNT THAN ISSUED IS
001500*                  LISTED ON THE EXCEPTION SECTION OF THE REPORT.
001600*                  EVERY PAID CHECK FOUND ON THE REGISTER GETS A
001700*                  PAID ENTRY APPENDED TO THE REGISTER SO IT DROPS
001800*                  OFF THE OUTSTANDING LIST FOR GOOD.  THE SECOND
001900*                  SECTION LISTS EVERY CHECK STILL OUTSTANDING,
002000*                  AGED IN DAYS FROM ITS ISSUE DATE TO THE RUN
002100*                  DATE WITH BUCKET TOTALS; A CHECK OUT MORE THAN
002200*                  180 DAYS IS FLAGGED STALE-DATED FOR ESCHEATMENT
002300*                  HANDLING.  WITH NO PAID-CHECKS FILE THE RUN
002400*                  STILL PRINTS THE OUTSTANDING LIST.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/13/2026 DN    ORIGINAL PROGRAM WRITTEN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. NGUYEN-P03-CHKREC.
003200 AUTHOR. DAVID NGUYEN.
003300 INSTALLATION. PAYROLL DATA PROCESSING.
003400 DATE-WRITTEN. OCTOBER 13, 2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CHECK-REGISTER-FILE ASSIGN TO "CHKREG"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-CHKREG-STATUS.
004200     SELECT BANK-PAID-FILE ASSIGN TO "BNKPAID"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-BNKPAID-STATUS.
004500     SELECT RECON-REPORT-FILE ASSIGN TO "CHKRECON"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CHKRECON-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CHECK-REGISTER-FILE.
005100 COPY CHKREG.
005200 FD  BANK-PAID-FILE.
005300 COPY BNKPAID.
005400 FD  RECON-REPORT-FILE.
005500 01  RECON-REPORT-LINE               PIC X(86).
005600 WORKING-STORAGE SECTION.
005700 01  WS-FILE-STATUSES.
005800     03 WS-CHKREG-STATUS          PIC X(02) VALUE "00".
005900     03 WS-BNKPAID-STATUS         PIC X(02) VALUE "00".
006000     03 WS-CHKRECON-STATUS        PIC X(02) VALUE "00".
006100 01  WS-SWITCHES.
006200     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
006300        88 WS-END-OF-FILE                    VALUE 'Y'.
006400     03 WS-REG-EOF-SW             PIC X(01) VALUE 'N'.
006500        88 WS-REG-END-OF-FILE                VALUE 'Y'.
006600     03 WS-BANK-AVAIL-SW          PIC X(01) VALUE 'Y'.
006700        88 WS-BANK-AVAILABLE                 VALUE 'Y'.
006800     03 WS-CHECK-FOUND-SW         PIC X(01) VALUE 'N'.
006900        88 WS-CHECK-FOUND                    VALUE 'Y'.
007000 01  WS-COUNTERS.
007100     03 WS-REGISTER-READ          PIC 9(06) VALUE 0.
007200     03 WS-PAID-READ              PIC 9(06) VALUE 0.
007300     03 WS-PAID-CLEAN             PIC 9(06) VALUE 0.
007400     03 WS-PAID-NOT-ISSUED        PIC 9(06) VALUE 0.
007500     03 WS-PAID-AFTER-VOID        PIC 9(06) VALUE 0.
007600     03 WS-PAID-TWICE             PIC 9(06) VALUE 0.
007700     03 WS-AMOUNT-MISMATCH        PIC 9(06) VALUE 0.
007800     03 WS-OUTSTANDING-COUNT      PIC 9(06) VALUE 0.
007900     03 WS-STALE-COUNT            PIC 9(06) VALUE 0.
008000     03 WS-OUTSTANDING-AMOUNT     PIC 9(09)V9(02) VALUE 0.
008100 77  WS-CHK-ENTRY-COUNT           PIC 9(04) COMP VALUE 0.
008200 77  WS-CHK-MAX-ENTRIES           PIC 9(04) COMP VALUE 5000.
008300 77  WS-AGE-SUB                   PIC 9(01) COMP VALUE 1.
008400 77  WS-STALE-DAYS                PIC 9(03) VALUE 180.
008500 01  WS-CHECK-TABLE.
008600     03 WS-CHK-ENTRY OCCURS 5000 TIMES INDEXED BY CHK-IDX.
008700         05 WS-CKT-CHECK-NO       PIC 9(08).
008800         05 WS-CKT-EMPLOYEE-ID    PIC X(05).
008900         05 WS-CKT-EMPLOYEE-NAME  PIC X(25).
009000         05 WS-CKT-AMOUNT         PIC 9(07)V9(02).
009100         05 WS-CKT-ISSUE-DATE     PIC X(10).
009200         05 WS-CKT-VOID-SW        PIC X(01).
009300            88 WS-CKT-VOIDED                 VALUE 'Y'.
009400         05 WS-CKT-PAID-SW        PIC X(01).
009500            88 WS-CKT-PAID                   VALUE 'Y'.
009600 01  WS-AGING-TABLE.
009700     03 WS-AGE-BUCKET OCCURS 5 TIMES.
009800         05 WS-AGE-LIMIT          PIC 9(05).
009900         05 WS-AGE-LABEL          PIC X(16).
010000         05 WS-AGE-COUNT          PIC 9(06).
010100         05 WS-AGE-AMOUNT         PIC 9(09)V9(02).
010200 01  WS-AGING-WORK.
010300     03 WS-RUN-DATE-N             PIC 9(08) VALUE 0.
010400     03 WS-ISSUE-DATE-N           PIC 9(08) VALUE 0.
010500     03 WS-AGE-DAYS               PIC S9(05) VALUE 0.
010600 01  WS-MATCH-WORK.
010700     03 WS-SEARCH-CHECK-NO        PIC 9(08) VALUE 0.
010800     03 WS-PAID-REASON            PIC X(15) VALUE SPACES.
010900 01  WS-DATE-IN.
011000     03 WS-DATE-IN-MONTH          PIC X(02).
011100     03 FILLER                    PIC X(01).
011200     03 WS-DATE-IN-DAY            PIC X(02).
011300     03 FILLER                    PIC X(01).
011400     03 WS-DATE-IN-YEAR           PIC X(04).
011500 01  WS-DATE-CCYYMMDD.
011600     03 WS-DATE-CCYY              PIC X(04).
011700     03 WS-DATE-MM                PIC X(02).
011800     03 WS-DATE-DD                PIC X(02).
011900 01  WS-DATE-CCYYMMDD-N REDEFINES WS-DATE-CCYYMMDD
012000                                  PIC 9(08).
012100 01  WS-PAID-DATE-OUT.
012200     03 WS-PAID-MONTH             PIC X(02).
012300     03 FILLER                    PIC X(01) VALUE '/'.
012400     03 WS-PAID-DAY               PIC X(02).
012500     03 FILLER                    PIC X(01) VALUE '/'.
012600     03 WS-PAID-YEAR              PIC X(04).
012700 01  WS-SYS-DATE.
012800     03 WS-SYS-DATE-YEAR.
012900         05 WS-SYS-DATE-YR-CENTURY PIC 99.
013000         05 WS-SYS-DATE-YR-DECADE PIC 99.
013100     03 WS-SYS-DATE-MONTH PIC 99.
013200     03 WS-SYS-DATE-DAY PIC 99.
013300 01  WS-SYS-DATE-N REDEFINES WS-SYS-DATE PIC 9(08).
013400 01  WS-RUN-DATE.
013500     03 WS-RUN-MONTH PIC XX.
013600     03 FILLER PIC X VALUE '/'.
013700     03 WS-RUN-DAY PIC XX.
013800     03 FILLER PIC X VALUE '/'.
013900     03 WS-RUN-YEAR PIC XXXX.
014000 01  WS-RPT-CONTROLS.
014100     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
014200     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
014300     03 WS-RPT-MAX-LINES          PIC 9(02) VALUE 20.
014400 01  WS-RPT-PRINT-AREA            PIC X(86).
014500 01  WS-RPT-SECTION-TITLE         PIC X(40) VALUE SPACES.
014600 01  WS-RPT-COLUMN-HDR            PIC X(86) VALUE SPACES.
014700 01  WS-RPT-HEADER-1.
014800     03 FILLER                    PIC X(20) VALUE 'DAVID NGUYEN'.
014900     03 FILLER               PIC X(20) VALUE
015000         'CHECK RECONCILIATION'.
015100     03 FILLER                    PIC X(10) VALUE 'RUN DATE: '.
015200     03 WS-RPT-H1-RUN-DATE        PIC X(10).
015300     03 FILLER                    PIC X(04) VALUE SPACES.
015400     03 FILLER                    PIC X(06) VALUE 'PAGE: '.
015500     03 WS-RPT-H1-PAGE            PIC ZZZ9.
015600 01  WS-RPT-EXCEPTION-HDR.
015700     03 FILLER                    PIC X(10) VALUE 'CHECK NO'.
015800     03 FILLER                    PIC X(08) VALUE 'EMP ID'.
015900     03 FILLER                    PIC X(12) VALUE 'ISSUED'.
016000     03 FILLER                    PIC X(12) VALUE 'PAID'.
016100     03 FILLER                    PIC X(12) VALUE 'PAID DATE'.
016200     03 FILLER                    PIC X(32) VALUE 'EXCEPTION'.
016300 01  WS-RPT-EXCEPTION-DETAIL.
016400     03 WS-RPT-EX-CHECK-NO        PIC 9(08).
016500     03 FILLER                    PIC X(02) VALUE SPACES.
016600     03 WS-RPT-EX-EMPLOYEE-ID     PIC X(08).
016700     03 WS-RPT-EX-ISSUED          PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
016800     03 FILLER                    PIC X(03) VALUE SPACES.
016900     03 WS-RPT-EX-PAID            PIC ZZ,ZZ9.99.
017000     03 FILLER                    PIC X(03) VALUE SPACES.
017100     03 WS-RPT-EX-PAID-DATE       PIC X(10).
017200     03 FILLER                    PIC X(02) VALUE SPACES.
017300     03 WS-RPT-EX-REASON          PIC X(32).
017400 01  WS-RPT-OUTSTANDING-HDR.
017500     03 FILLER                    PIC X(10) VALUE 'CHECK NO'.
017600     03 FILLER                    PIC X(08) VALUE 'EMP ID'.
017700     03 FILLER                    PIC X(27) VALUE 'EMPLOYEE NAME'.
017800     03 FILLER                    PIC X(12) VALUE 'AMOUNT'.
017900     03 FILLER                    PIC X(12) VALUE 'ISSUED'.
018000     03 FILLER                    PIC X(06) VALUE 'DAYS'.
018100     03 FILLER                    PIC X(11) VALUE 'STATUS'.
018200 01  WS-RPT-OUTSTANDING-DETAIL.
018300     03 WS-RPT-OS-CHECK-NO        PIC 9(08).
018400     03 FILLER                    PIC X(02) VALUE SPACES.
018500     03 WS-RPT-OS-EMPLOYEE-ID     PIC X(08).
018600     03 WS-RPT-OS-EMPLOYEE-NAME   PIC X(27).
018700     03 WS-RPT-OS-AMOUNT          PIC ZZ,ZZ9.99.
018800     03 FILLER                    PIC X(03) VALUE SPACES.
018900     03 WS-RPT-OS-ISSUE-DATE      PIC X(10).
019000     03 FILLER                    PIC X(02) VALUE SPACES.
019100     03 WS-RPT-OS-DAYS            PIC ZZZZ9.
019200     03 FILLER                    PIC X(01) VALUE SPACES.
019300     03 WS-RPT-OS-STATUS          PIC X(11).
019400 01  WS-RPT-AGING-LINE.
019500     03 FILLER                    PIC X(10) VALUE SPACES.
019600     03 WS-RPT-AG-LABEL           PIC X(16).
019700     03 FILLER                    PIC X(08) VALUE 'CHECKS: '.
019800     03 WS-RPT-AG-COUNT           PIC ZZZ,ZZ9.
019900     03 FILLER                    PIC X(04) VALUE SPACES.
020000     03 FILLER                    PIC X(09) VALUE 'DOLLARS: '.
020100     03 WS-RPT-AG-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
020200 01  WS-RPT-NOTE-LINE.
020300     03 FILLER                    PIC X(10) VALUE SPACES.
020400     03 WS-RPT-NL-TEXT            PIC X(60).
020500 PROCEDURE DIVISION.
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     PERFORM 2000-PROCESS-PAID-CHECK THRU 2000-EXIT
020900         UNTIL WS-END-OF-FILE.
021000     PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT.
021100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021200     STOP RUN.
021300 1000-INITIALIZE.
021400     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
021500     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
021600     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
021700     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
021800     MOVE WS-SYS-DATE-N TO WS-RUN-DATE-N.
021900     PERFORM 1050-SET-AGING-BUCKETS THRU 1050-EXIT.
022000     PERFORM 1100-LOAD-CHECK-TABLE THRU 1100-EXIT.
022100     OPEN EXTEND CHECK-REGISTER-FILE.
022200     OPEN OUTPUT RECON-REPORT-FILE.
022300     OPEN INPUT BANK-PAID-FILE.
022400     IF WS-BNKPAID-STATUS NOT EQUAL TO '00'
022500         DISPLAY 'NGUYEN-P03-CHKREC - BANK PAID-CHECKS FILE'
022600             ' MISSING - OUTSTANDING LIST ONLY'
022700         MOVE 'N' TO WS-BANK-AVAIL-SW
022800         MOVE 'Y' TO WS-EOF-SW
022900         GO TO 1000-EXIT
023000     END-IF.
023100     MOVE 'BANK PAID-CHECK EXCEPTIONS' TO WS-RPT-SECTION-TITLE.
023200     MOVE WS-RPT-EXCEPTION-HDR TO WS-RPT-COLUMN-HDR.
023300     PERFORM 1200-READ-PAID-CHECK THRU 1200-EXIT.
023400 1000-EXIT.
023500     EXIT.
023600 1050-SET-AGING-BUCKETS.
023700     MOVE 30 TO WS-AGE-LIMIT (1).
023800     MOVE '0 - 30 DAYS' TO WS-AGE-LABEL (1).
023900     MOVE 60 TO WS-AGE-LIMIT (2).
024000     MOVE '31 - 60 DAYS' TO WS-AGE-LABEL (2).
024100     MOVE 90 TO WS-AGE-LIMIT (3).
024200     MOVE '61 - 90 DAYS' TO WS-AGE-LABEL (3).
024300     MOVE WS-STALE-DAYS TO WS-AGE-LIMIT (4).
024400     MOVE '91 - 180 DAYS' TO WS-AGE-LABEL (4).
024500     MOVE 99999 TO WS-AGE-LIMIT (5).
024600     MOVE 'OVER 180 DAYS' TO WS-AGE-LABEL (5).
024700     PERFORM 1060-CLEAR-AGING-BUCKET THRU 1060-EXIT
024800         VARYING WS-AGE-SUB FROM 1 BY 1
024900         UNTIL WS-AGE-SUB > 5.
025000 1050-EXIT.
025100     EXIT.
025200 1060-CLEAR-AGING-BUCKET.
025300     MOVE 0 TO WS-AGE-COUNT (WS-AGE-SUB).
025400     MOVE 0 TO WS-AGE-AMOUNT (WS-AGE-SUB).
025500 1060-EXIT.
025600     EXIT.
025700 1100-LOAD-CHECK-TABLE.
025800     OPEN INPUT CHECK-REGISTER-FILE.
025900     IF WS-CHKREG-STATUS NOT EQUAL TO '00'
026000         DISPLAY 'NGUYEN-P03-CHKREC - CHECK REGISTER MISSING'
026100             ' - NOTHING TO RECONCILE'
026200         MOVE 8 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     PERFORM 1150-LOAD-REGISTER-ENTRY THRU 1150-EXIT
026600         UNTIL WS-REG-END-OF-FILE.
026700     CLOSE CHECK-REGISTER-FILE.
026800 1100-EXIT.
026900     EXIT.
027000 1150-LOAD-REGISTER-ENTRY.
027100     READ CHECK-REGISTER-FILE
027200         AT END
027300             MOVE 'Y' TO WS-REG-EOF-SW
027400             GO TO 1150-EXIT
027500     END-READ.
027600     ADD 1 TO WS-REGISTER-READ.
027700     IF CK-ISSUE OR CK-REISSUE
027800         PERFORM 1160-ADD-CHECK-ENTRY THRU 1160-EXIT
027900         GO TO 1150-EXIT
028000     END-IF.
028100     MOVE CK-CHECK-NO TO WS-SEARCH-CHECK-NO.
028200     PERFORM 2100-FIND-CHECK-ENTRY THRU 2100-EXIT.
028300     IF NOT WS-CHECK-FOUND
028400         GO TO 1150-EXIT
028500     END-IF.
028600     IF CK-VOID
028700         MOVE 'Y' TO WS-CKT-VOID-SW (CHK-IDX)
028800     END-IF.
028900     IF CK-PAID
029000         MOVE 'Y' TO WS-CKT-PAID-SW (CHK-IDX)
029100     END-IF.
029200 1150-EXIT.
029300     EXIT.
029400 1160-ADD-CHECK-ENTRY.
029500     IF WS-CHK-ENTRY-COUNT >= WS-CHK-MAX-ENTRIES
029600         DISPLAY 'NGUYEN-P03-CHKREC - CHECK TABLE FULL AT CHECK '
029700             CK-CHECK-NO ' - RUN HELD'
029800         MOVE 8 TO RETURN-CODE
029900         STOP RUN
030000     END-IF.
030100     ADD 1 TO WS-CHK-ENTRY-COUNT.
030200     SET CHK-IDX TO WS-CHK-ENTRY-COUNT.
030300     MOVE CK-CHECK-NO TO WS-CKT-CHECK-NO (CHK-IDX).
030400     MOVE CK-EMPLOYEE-ID TO WS-CKT-EMPLOYEE-ID (CHK-IDX).
030500     MOVE CK-EMPLOYEE-NAME TO WS-CKT-EMPLOYEE-NAME (CHK-IDX).
030600     MOVE CK-AMOUNT TO WS-CKT-AMOUNT (CHK-IDX).
030700     MOVE CK-TRANS-DATE TO WS-CKT-ISSUE-DATE (CHK-IDX).
030800     MOVE 'N' TO WS-CKT-VOID-SW (CHK-IDX).
030900     MOVE 'N' TO WS-CKT-PAID-SW (CHK-IDX).
031000 1160-EXIT.
031100     EXIT.
031200 1200-READ-PAID-CHECK.
031300     READ BANK-PAID-FILE
031400         AT END
031500             MOVE 'Y' TO WS-EOF-SW
031600             GO TO 1200-EXIT
031700     END-READ.
031800     ADD 1 TO WS-PAID-READ.
031900 1200-EXIT.
032000     EXIT.
032100 2000-PROCESS-PAID-CHECK.
032200     MOVE BP-CHECK-NO TO WS-RPT-EX-CHECK-NO.
032300     MOVE BP-PAID-AMOUNT TO WS-RPT-EX-PAID.
032400     MOVE BP-PAID-DATE TO WS-DATE-CCYYMMDD-N.
032500     MOVE WS-DATE-MM TO WS-PAID-MONTH.
032600     MOVE WS-DATE-DD TO WS-PAID-DAY.
032700     MOVE WS-DATE-CCYY TO WS-PAID-YEAR.
032800     MOVE WS-PAID-DATE-OUT TO WS-RPT-EX-PAID-DATE.
032900     MOVE BP-CHECK-NO TO WS-SEARCH-CHECK-NO.
033000     PERFORM 2100-FIND-CHECK-ENTRY THRU 2100-EXIT.
033100     IF NOT WS-CHECK-FOUND
033200         ADD 1 TO WS-PAID-NOT-ISSUED
033300         MOVE SPACES TO WS-RPT-EX-EMPLOYEE-ID
033400         MOVE 0 TO WS-RPT-EX-ISSUED
033500         MOVE 'PAID - NEVER ISSUED' TO WS-RPT-EX-REASON
033600         PERFORM 2600-WRITE-EXCEPTION-LINE THRU 2600-EXIT
033700         GO TO 2000-READ-NEXT
033800     END-IF.
033900     MOVE WS-CKT-EMPLOYEE-ID (CHK-IDX) TO WS-RPT-EX-EMPLOYEE-ID.
034000     MOVE WS-CKT-AMOUNT (CHK-IDX) TO WS-RPT-EX-ISSUED.
034100     IF WS-CKT-PAID (CHK-IDX)
034200         ADD 1 TO WS-PAID-TWICE
034300         MOVE 'PAID TWICE - ALREADY CLEARED' TO WS-RPT-EX-REASON
034400         PERFORM 2600-WRITE-EXCEPTION-LINE THRU 2600-EXIT
034500         GO TO 2000-READ-NEXT
034600     END-IF.
034700     MOVE 'BANK PAID' TO WS-PAID-REASON.
034800     IF WS-CKT-VOIDED (CHK-IDX)
034900         ADD 1 TO WS-PAID-AFTER-VOID
035000         MOVE 'PAID AFTER VOID - RECOVER' TO WS-RPT-EX-REASON
035100         PERFORM 2600-WRITE-EXCEPTION-LINE THRU 2600-EXIT
035200         MOVE 'PAID AFTER VOID' TO WS-PAID-REASON
035300     END-IF.
035400     IF BP-PAID-AMOUNT NOT EQUAL TO WS-CKT-AMOUNT (CHK-IDX)
035500         ADD 1 TO WS-AMOUNT-MISMATCH
035600         MOVE 'PAID AMOUNT DIFFERS FROM ISSUED' TO
035700             WS-RPT-EX-REASON
035800         PERFORM 2600-WRITE-EXCEPTION-LINE THRU 2600-EXIT
035900         MOVE 'AMOUNT DIFFERS' TO WS-PAID-REASON
036000     END-IF.
036100     IF NOT WS-CKT-VOIDED (CHK-IDX)
036200        AND BP-PAID-AMOUNT = WS-CKT-AMOUNT (CHK-IDX)
036300         ADD 1 TO WS-PAID-CLEAN
036400     END-IF.
036500     PERFORM 2200-WRITE-PAID-ENTRY THRU 2200-EXIT.
036600 2000-READ-NEXT.
036700     PERFORM 1200-READ-PAID-CHECK THRU 1200-EXIT.
036800 2000-EXIT.
036900     EXIT.
037000 2100-FIND-CHECK-ENTRY.
037100     MOVE 'N' TO WS-CHECK-FOUND-SW.
037200     IF WS-CHK-ENTRY-COUNT = 0
037300         GO TO 2100-EXIT
037400     END-IF.
037500     PERFORM 2150-CHECK-TABLE-ENTRY THRU 2150-EXIT
037600         VARYING CHK-IDX FROM 1 BY 1
037700         UNTIL CHK-IDX > WS-CHK-ENTRY-COUNT
037800            OR WS-CKT-CHECK-NO (CHK-IDX) = WS-SEARCH-CHECK-NO.
037900     IF CHK-IDX NOT > WS-CHK-ENTRY-COUNT
038000         MOVE 'Y' TO WS-CHECK-FOUND-SW
038100     END-IF.
038200 2100-EXIT.
038300     EXIT.
038400 2150-CHECK-TABLE-ENTRY.
038500     CONTINUE.
038600 2150-EXIT.
038700     EXIT.
038800 2200-WRITE-PAID-ENTRY.
038900     MOVE SPACES TO CHECK-REGISTER-RECORD.
039000     MOVE WS-PAID-REASON TO CK-REASON.
039100     MOVE BP-CHECK-NO TO CK-CHECK-NO.
039200     MOVE 'P' TO CK-TRANS-TYPE.
039300     MOVE WS-CKT-EMPLOYEE-ID (CHK-IDX) TO CK-EMPLOYEE-ID.
039400     MOVE WS-CKT-EMPLOYEE-NAME (CHK-IDX) TO CK-EMPLOYEE-NAME.
039500     MOVE BP-PAID-AMOUNT TO CK-AMOUNT.
039600     MOVE 0 TO CK-PERIOD-NUMBER.
039700     MOVE WS-PAID-DATE-OUT TO CK-TRANS-DATE.
039800     MOVE BP-CHECK-NO TO CK-REFERENCE-CHECK-NO.
039900     WRITE CHECK-REGISTER-RECORD.
040000     MOVE 'Y' TO WS-CKT-PAID-SW (CHK-IDX).
040100 2200-EXIT.
040200     EXIT.
040300 2600-WRITE-EXCEPTION-LINE.
040400     MOVE WS-RPT-EXCEPTION-DETAIL TO WS-RPT-PRINT-AREA.
040500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
040600 2600-EXIT.
040700     EXIT.
040800 2900-WRITE-REPORT-LINE.
040900     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
041000         PERFORM 2910-WRITE-PAGE-HEADERS THRU 2910-EXIT
041100     END-IF.
041200     MOVE WS-RPT-PRINT-AREA TO RECON-REPORT-LINE.
041300     WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE.
041400     ADD 1 TO WS-RPT-LINE-NO.
041500 2900-EXIT.
041600     EXIT.
041700 2910-WRITE-PAGE-HEADERS.
041800     ADD 1 TO WS-RPT-PAGE-NO.
041900     MOVE WS-RPT-PAGE-NO TO WS-RPT-H1-PAGE.
042000     MOVE WS-RUN-DATE TO WS-RPT-H1-RUN-DATE.
042100     MOVE WS-RPT-HEADER-1 TO RECON-REPORT-LINE.
042200     IF WS-RPT-PAGE-NO = 1
042300         WRITE RECON-REPORT-LINE AFTER ADVANCING 1 LINE
042400     ELSE
042500         WRITE RECON-REPORT-LINE AFTER ADVANCING PAGE
042600     END-IF.
042700     MOVE WS-RPT-SECTION-TITLE TO RECON-REPORT-LINE.
042800     WRITE RECON-REPORT-LINE AFTER ADVANCING 2 LINES.
042900     MOVE WS-RPT-COLUMN-HDR TO RECON-REPORT-LINE.
043000     WRITE RECON-REPORT-LINE AFTER ADVANCING 2 LINES.
043100     MOVE 0 TO WS-RPT-LINE-NO.
043200 2910-EXIT.
043300     EXIT.
043400 3000-LIST-OUTSTANDING.
043500     MOVE 'OUTSTANDING CHECKS' TO WS-RPT-SECTION-TITLE.
043600     MOVE WS-RPT-OUTSTANDING-HDR TO WS-RPT-COLUMN-HDR.
043700     MOVE 99 TO WS-RPT-LINE-NO.
043800     IF WS-CHK-ENTRY-COUNT = 0
043900         GO TO 3000-EXIT
044000     END-IF.
044100     PERFORM 3100-AGE-CHECK THRU 3100-EXIT
044200         VARYING CHK-IDX FROM 1 BY 1
044300         UNTIL CHK-IDX > WS-CHK-ENTRY-COUNT.
044400 3000-EXIT.
044500     EXIT.
044600 3100-AGE-CHECK.
044700     IF WS-CKT-VOIDED (CHK-IDX) OR WS-CKT-PAID (CHK-IDX)
044800         GO TO 3100-EXIT
044900     END-IF.
045000     MOVE WS-CKT-ISSUE-DATE (CHK-IDX) TO WS-DATE-IN.
045100     MOVE WS-DATE-IN-YEAR TO WS-DATE-CCYY.
045200     MOVE WS-DATE-IN-MONTH TO WS-DATE-MM.
045300     MOVE WS-DATE-IN-DAY TO WS-DATE-DD.
045400     MOVE 0 TO WS-AGE-DAYS.
045500     IF WS-DATE-CCYYMMDD-N IS NUMERIC
045600         MOVE WS-DATE-CCYYMMDD-N TO WS-ISSUE-DATE-N
045700         COMPUTE WS-AGE-DAYS =
045800             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-N)
045900             - FUNCTION INTEGER-OF-DATE (WS-ISSUE-DATE-N)
046000     END-IF.
046100     IF WS-AGE-DAYS < 0
046200         MOVE 0 TO WS-AGE-DAYS
046300     END-IF.
046400     PERFORM 3150-FIND-AGING-BUCKET THRU 3150-EXIT
046500         VARYING WS-AGE-SUB FROM 1 BY 1
046600         UNTIL WS-AGE-SUB > 4
046700            OR WS-AGE-DAYS NOT > WS-AGE-LIMIT (WS-AGE-SUB).
046800     ADD 1 TO WS-AGE-COUNT (WS-AGE-SUB).
046900     ADD WS-CKT-AMOUNT (CHK-IDX) TO WS-AGE-AMOUNT (WS-AGE-SUB).
047000     ADD 1 TO WS-OUTSTANDING-COUNT.
047100     ADD WS-CKT-AMOUNT (CHK-IDX) TO WS-OUTSTANDING-AMOUNT.
047200     MOVE WS-CKT-CHECK-NO (CHK-IDX) TO WS-RPT-OS-CHECK-NO.
047300     MOVE WS-CKT-EMPLOYEE-ID (CHK-IDX) TO WS-RPT-OS-EMPLOYEE-ID.
047400     MOVE WS-CKT-EMPLOYEE-NAME (CHK-IDX) TO
047500         WS-RPT-OS-EMPLOYEE-NAME.
047600     MOVE WS-CKT-AMOUNT (CHK-IDX) TO WS-RPT-OS-AMOUNT.
047700     MOVE WS-CKT-ISSUE-DATE (CHK-IDX) TO WS-RPT-OS-ISSUE-DATE.
047800     MOVE WS-AGE-DAYS TO WS-RPT-OS-DAYS.
047900     IF WS-AGE-DAYS > WS-STALE-DAYS
048000         MOVE 'STALE-DATED' TO WS-RPT-OS-STATUS
048100         ADD 1 TO WS-STALE-COUNT
048200     ELSE
048300         MOVE 'OUTSTANDING' TO WS-RPT-OS-STATUS
048400     END-IF.
048500     MOVE WS-RPT-OUTSTANDING-DETAIL TO WS-RPT-PRINT-AREA.
048600     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
048700 3100-EXIT.
048800     EXIT.
048900 3150-FIND-AGING-BUCKET.
049000     CONTINUE.
049100 3150-EXIT.
049200     EXIT.
049300 9000-TERMINATE.
049400     PERFORM 9100-WRITE-AGING-TOTALS THRU 9100-EXIT.
049500     IF WS-BANK-AVAILABLE
049600         CLOSE BANK-PAID-FILE
049700     END-IF.
049800     CLOSE CHECK-REGISTER-FILE.
049900     CLOSE RECON-REPORT-FILE.
050000     DISPLAY 'NGUYEN-P03-CHKREC - REGISTER ENTRIES READ: '
050100         WS-REGISTER-READ.
050200     DISPLAY 'NGUYEN-P03-CHKREC - PAID CHECKS READ: '
050300         WS-PAID-READ.
050400     DISPLAY 'NGUYEN-P03-CHKREC - PAID CHECKS CLEAN: '
050500         WS-PAID-CLEAN.
050600     DISPLAY 'NGUYEN-P03-CHKREC - PAID NEVER ISSUED: '
050700         WS-PAID-NOT-ISSUED.
050800     DISPLAY 'NGUYEN-P03-CHKREC - PAID AFTER VOID: '
050900         WS-PAID-AFTER-VOID.
051000     DISPLAY 'NGUYEN-P03-CHKREC - PAID TWICE: '
051100         WS-PAID-TWICE.
051200     DISPLAY 'NGUYEN-P03-CHKREC - AMOUNT MISMATCHES: '
051300         WS-AMOUNT-MISMATCH.
051400     DISPLAY 'NGUYEN-P03-CHKREC - CHECKS OUTSTANDING: '
051500         WS-OUTSTANDING-COUNT.
051600     DISPLAY 'NGUYEN-P03-CHKREC - STALE-DATED CHECKS: '
051700         WS-STALE-COUNT.
051800     IF WS-PAID-NOT-ISSUED > 0 OR WS-PAID-AFTER-VOID > 0
051900        OR WS-PAID-TWICE > 0 OR WS-AMOUNT-MISMATCH > 0
052000         MOVE 4 TO RETURN-CODE
052100     END-IF.
052200 9000-EXIT.
052300     EXIT.
052400 9100-WRITE-AGING-TOTALS.
052500     MOVE 'OUTSTANDING CHECK AGING' TO WS-RPT-SECTION-TITLE.
052600     MOVE SPACES TO WS-RPT-COLUMN-HDR.
052700     MOVE 99 TO WS-RPT-LINE-NO.
052800     PERFORM 9150-WRITE-AGING-LINE THRU 9150-EXIT
052900         VARYING WS-AGE-SUB FROM 1 BY 1
053000         UNTIL WS-AGE-SUB > 5.
053100     MOVE 'TOTAL OUTSTANDING' TO WS-RPT-AG-LABEL.
053200     MOVE WS-OUTSTANDING-COUNT TO WS-RPT-AG-COUNT.
053300     MOVE WS-OUTSTANDING-AMOUNT TO WS-RPT-AG-AMOUNT.
053400     MOVE WS-RPT-AGING-LINE TO WS-RPT-PRINT-AREA.
053500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
053600     IF WS-STALE-COUNT > 0
053700         MOVE 'CHECKS OVER 180 DAYS ARE STALE-DATED - REVIEW FOR'
053800             TO WS-RPT-NL-TEXT
053900         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
054000         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
054100         MOVE 'ESCHEATMENT TO THE STATE UNCLAIMED PROPERTY OFFICE'
054200             TO WS-RPT-NL-TEXT
054300         MOVE WS-RPT-NOTE-LINE TO WS-RPT-PRINT-AREA
054400         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
054500     END-IF.
054600 9100-EXIT.
054700     EXIT.
054800 9150-WRITE-AGING-LINE.
054900     MOVE WS-AGE-LABEL (WS-AGE-SUB) TO WS-RPT-AG-LABEL.
055000     MOVE WS-AGE-COUNT (WS-AGE-SUB) TO WS-RPT-AG-COUNT.
055100     MOVE WS-AGE-AMOUNT (WS-AGE-SUB) TO WS-RPT-AG-AMOUNT.
055200     MOVE WS-RPT-AGING-LINE TO WS-RPT-PRINT-AREA.
055300     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
055400 9150-EXIT.
055500     EXIT.
055600 END PROGRAM NGUYEN-P03-CHKREC.
