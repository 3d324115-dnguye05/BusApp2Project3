002630*                     HISTORY IMAGES.  BLANK ON A CHANGE LEAVES
002640*                     THE MASTER FIELD ALONE; BLANK ON AN ADD
002650*                     MEANS THE HOME STATE.
002655*    09/22/2026 DN    PAY TYPE AND PER-PERIOD SALARY - ADDS AND
002660*                     CHANGES EDIT THE PAY TYPE (H OR S, BLANK ON
002665*                     AN ADD MEANS HOURLY), A SALARIED EMPLOYEE
002670*                     MUST CARRY A SALARY WHOSE 80-HOUR EQUIVALENT
002675*                     CLEARS THE MINIMUM WAGE FLOOR AND NEEDS NO
002680*                     PAY RATE, AN HOURLY EMPLOYEE MAY NOT CARRY A
002685*                     SALARY, AND A CHANGE TO HOURLY ZEROES THE
002690*                     SALARY.  BOTH FIELDS GO TO THE CHANGE-
002695*                     HISTORY IMAGES.
002696*    10/14/2026 DN    ROUTING NUMBER MUST PASS THE ABA CHECK
002697*                     DIGIT.  NEW OR CHANGED BANK DETAILS MARK THE
002698*                     MASTER PRENOTE PENDING AND GO OUT AS A ZERO-
002699*                     DOLLAR ENTRY ON THE NEW PRENOTE FILE.
002700******************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. NGUYEN-P03-EMPMNT.
004500     SELECT CHANGE-HISTORY-FILE ASSIGN TO "EMPHIST"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-EMPHIST-STATUS.
004710     SELECT PRENOTE-FILE ASSIGN TO "PRENOTE"
004720         ORGANIZATION IS LINE SEQUENTIAL
004730         FILE STATUS IS WS-PRENOTE-STATUS.
004800     SELECT MAINT-REPORT-FILE ASSIGN TO "EMPMRPT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-EMPMRPT-STATUS.
005600 COPY EMPMAST.
005700 FD  CHANGE-HISTORY-FILE.
005800 COPY EMPHIST.
005810 FD  PRENOTE-FILE.
005820 COPY DDEXTRCT.
005900 FD  MAINT-REPORT-FILE.
006000 01  MAINT-REPORT-LINE               PIC X(86).
006100 WORKING-STORAGE SECTION.
006600     03 WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
006700     03 WS-EMPHIST-STATUS         PIC X(02) VALUE "00".
006800     03 WS-EMPMRPT-STATUS         PIC X(02) VALUE "00".
006810     03 WS-PRENOTE-STATUS         PIC X(02) VALUE "00".
006900 01  WS-SWITCHES.
007000     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
007100        88 WS-END-OF-FILE                    VALUE 'Y'.
007200     03 WS-MASTER-FOUND-SW        PIC X(01) VALUE 'N'.
007300        88 WS-MASTER-FOUND                   VALUE 'Y'.
007310     03 WS-PRENOTE-SW             PIC X(01) VALUE 'N'.
007320        88 WS-PRENOTE-REQUIRED               VALUE 'Y'.
007400 01  WS-COUNTERS.
007500     03 WS-RECORDS-READ           PIC 9(06) VALUE 0.
007600     03 WS-RECORDS-APPLIED        PIC 9(06) VALUE 0.
007700     03 WS-RECORDS-REJECTED       PIC 9(06) VALUE 0.
007710     03 WS-PRENOTES-WRITTEN       PIC 9(06) VALUE 0.
007800 01  WS-EDIT-LIMITS.
007900     03 WS-MIN-RATE               PIC 9(2)V9(2) VALUE 7.25.
007910     03 WS-SALARY-PERIOD-HOURS    PIC 9(2)V9(2) VALUE 80.
007920     03 WS-EDIT-RATE              PIC 9(4)V9(4) VALUE 0.
007930     03 WS-NEW-PAY-TYPE           PIC X(01) VALUE SPACE.
008000 01  WS-REJECT-REASON             PIC X(35) VALUE SPACES.
008100     88 WS-TRANSACTION-CLEAN               VALUE SPACES.
008110 01  WS-ABA-WORK.
008120     03 WS-ABA-ROUTING            PIC X(09) VALUE SPACES.
008130     03 WS-ABA-DIGITS REDEFINES WS-ABA-ROUTING.
008140         05 WS-ABA-DIGIT          PIC 9(01) OCCURS 9 TIMES.
008150     03 WS-ABA-SUM                PIC 9(03) VALUE 0.
008160     03 WS-ABA-QUOTIENT           PIC 9(03) VALUE 0.
008170     03 WS-ABA-REMAINDER          PIC 9(01) VALUE 0.
008200 01  WS-SYS-DATE.
008300     03 WS-SYS-DATE-YEAR.
008400         05 WS-SYS-DATE-YR-CENTURY PIC 99.
008800     03 WS-SYS-DATE-HOUR PIC 99.
008900     03 WS-SYS-DATE-MINUTE PIC 99.
009000     03 WS-SYS-DATE-SECOND PIC 99.
009010 01  WS-SYS-DATE-R REDEFINES WS-SYS-DATE.
009020     03 WS-SYS-DATE-N             PIC 9(08).
009030     03 FILLER                    PIC X(06).
009100 01  WS-RUN-DATE.
009200     03 WS-RUN-MONTH PIC XX.
009300     03 FILLER PIC X VALUE '/'.
010900     03 WS-BEF-BANK-ROUTING       PIC X(09).
011000     03 WS-BEF-BANK-ACCOUNT       PIC X(17).
011010     03 WS-BEF-WORK-STATE         PIC X(02).
011020     03 WS-BEF-PAY-TYPE           PIC X(01).
011030     03 WS-BEF-SALARY-AMOUNT      PIC 9(5)V9(2).
011040     03 WS-BEF-PRENOTE-STATUS     PIC X(01).
011100 01  WS-RPT-CONTROLS.
011200     03 WS-RPT-PAGE-NO            PIC 9(04) VALUE 0.
011300     03 WS-RPT-LINE-NO            PIC 9(02) VALUE 99.
014400     OPEN INPUT EMPLOYEE-TRANSACTION-FILE.
014500     OPEN I-O EMPLOYEE-MASTER-FILE.
014600     OPEN OUTPUT MAINT-REPORT-FILE.
014610     OPEN OUTPUT PRENOTE-FILE.
014700     PERFORM 1050-OPEN-HISTORY-FILE THRU 1050-EXIT.
014800     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
014900     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
017300     EXIT.
017400 2000-PROCESS-TRANSACTION.
017500     MOVE SPACES TO WS-REJECT-REASON.
017550     MOVE 'N' TO WS-PRENOTE-SW.
017600     PERFORM 2050-READ-MASTER THRU 2050-EXIT.
017700     PERFORM 2060-EDIT-TRANSACTION THRU 2060-EXIT.
017800     IF NOT WS-TRANSACTION-CLEAN
019300     PERFORM 2500-WRITE-HISTORY-RECORD THRU 2500-EXIT.
019400     ADD 1 TO WS-RECORDS-APPLIED.
019500     MOVE 'APPLIED' TO WS-REJECT-REASON.
019510     IF WS-PRENOTE-REQUIRED
019520         PERFORM 2550-WRITE-PRENOTE THRU 2550-EXIT
019530         MOVE 'APPLIED - PRENOTE SENT' TO WS-REJECT-REASON
019540     END-IF.
019600     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
019700     MOVE SPACES TO WS-REJECT-REASON.
019800 2000-READ-NEXT.
024700         MOVE 'EMPLOYEE NAME MISSING' TO WS-REJECT-REASON
024800         GO TO 2070-EXIT
024900     END-IF.
024905     IF ET-PAY-TYPE NOT EQUAL TO SPACE
024910        AND NOT ET-PAY-TYPE-VALID
024915         MOVE 'PAY TYPE NOT H OR S' TO WS-REJECT-REASON
024920         GO TO 2070-EXIT
024925     END-IF.
024930     IF ET-PAY-TYPE EQUAL TO 'S'
024935         PERFORM 2075-EDIT-SALARY THRU 2075-EXIT
024940         IF NOT WS-TRANSACTION-CLEAN
024945             GO TO 2070-EXIT
024950         END-IF
024955         GO TO 2070-EDIT-CODES
024960     END-IF.
024965     IF ET-SALARY-AMOUNT-X NOT EQUAL TO SPACES
024970         MOVE 'SALARY KEYED FOR HOURLY EMPLOYEE'
024975             TO WS-REJECT-REASON
024980         GO TO 2070-EXIT
024985     END-IF.
025000     IF ET-PAY-RATE-X EQUAL TO SPACES
025100        OR ET-PAY-RATE IS NOT NUMERIC
025200         MOVE 'PAY RATE MISSING OR NOT NUMERIC'
025700         MOVE 'RATE BELOW MINIMUM WAGE FLOOR' TO WS-REJECT-REASON
025800         GO TO 2070-EXIT
025900     END-IF.
025910 2070-EDIT-CODES.
026000     IF ET-DEPARTMENT-CODE EQUAL TO SPACES
026100         MOVE 'DEPARTMENT CODE MISSING' TO WS-REJECT-REASON
026200         GO TO 2070-EXIT
026800     PERFORM 2090-EDIT-BANK-FIELDS THRU 2090-EXIT.
026900 2070-EXIT.
027000     EXIT.
027004 2075-EDIT-SALARY.
027008     IF ET-SALARY-AMOUNT-X EQUAL TO SPACES
027012        OR ET-SALARY-AMOUNT IS NOT NUMERIC
027016         MOVE 'SALARY MISSING OR NOT NUMERIC'
027020             TO WS-REJECT-REASON
027024         GO TO 2075-EXIT
027028     END-IF.
027032     COMPUTE WS-EDIT-RATE ROUNDED =
027036         ET-SALARY-AMOUNT / WS-SALARY-PERIOD-HOURS.
027040     IF WS-EDIT-RATE < WS-MIN-RATE
027044         MOVE 'SALARY BELOW MINIMUM WAGE FLOOR'
027048             TO WS-REJECT-REASON
027052         GO TO 2075-EXIT
027056     END-IF.
027060     IF ET-PAY-RATE-X NOT EQUAL TO SPACES
027064        AND ET-PAY-RATE IS NOT NUMERIC
027068         MOVE 'PAY RATE NOT NUMERIC' TO WS-REJECT-REASON
027072     END-IF.
027076 2075-EXIT.
027080     EXIT.
027100 2080-EDIT-CHANGE.
027200     IF ET-EMPLOYEE-NAME EQUAL TO SPACES
027300        AND ET-PAY-RATE-X EQUAL TO SPACES
027500        AND ET-CLASSIFICATION-CODE EQUAL TO SPACES
027600        AND ET-BANK-ROUTING EQUAL TO SPACES
027700        AND ET-BANK-ACCOUNT EQUAL TO SPACES
027710        AND ET-PAY-TYPE EQUAL TO SPACE
027720        AND ET-SALARY-AMOUNT-X EQUAL TO SPACES
027800         MOVE 'NO FIELDS KEYED ON CHANGE' TO WS-REJECT-REASON
027900         GO TO 2080-EXIT
028000     END-IF.
028100     PERFORM 2090-EDIT-BANK-FIELDS THRU 2090-EXIT.
028200     IF NOT WS-TRANSACTION-CLEAN
028300         GO TO 2080-EXIT
028310     END-IF.
028320     PERFORM 2085-EDIT-PAY-TYPE THRU 2085-EXIT.
028330     IF NOT WS-TRANSACTION-CLEAN
028340         GO TO 2080-EXIT
028400     END-IF.
028500     IF ET-PAY-RATE-X EQUAL TO SPACES
028600         GO TO 2080-EXIT
029400     END-IF.
029500 2080-EXIT.
029600     EXIT.
029602 2085-EDIT-PAY-TYPE.
029604     IF ET-PAY-TYPE NOT EQUAL TO SPACE
029606        AND NOT ET-PAY-TYPE-VALID
029608         MOVE 'PAY TYPE NOT H OR S' TO WS-REJECT-REASON
029610         GO TO 2085-EXIT
029612     END-IF.
029614     MOVE ET-PAY-TYPE TO WS-NEW-PAY-TYPE.
029616     IF ET-PAY-TYPE EQUAL TO SPACE
029618         IF EM-SALARIED
029620             MOVE 'S' TO WS-NEW-PAY-TYPE
029622         ELSE
029624             MOVE 'H' TO WS-NEW-PAY-TYPE
029626         END-IF
029628     END-IF.
029630     IF WS-NEW-PAY-TYPE EQUAL TO 'H'
029632         IF ET-SALARY-AMOUNT-X NOT EQUAL TO SPACES
029634             MOVE 'SALARY KEYED FOR HOURLY EMPLOYEE'
029636                 TO WS-REJECT-REASON
029638             GO TO 2085-EXIT
029640         END-IF
029642         IF EM-SALARIED AND ET-PAY-RATE-X EQUAL TO SPACES
029644             MOVE 'PAY RATE REQUIRED FOR HOURLY'
029646                 TO WS-REJECT-REASON
029648         END-IF
029650         GO TO 2085-EXIT
029652     END-IF.
029654     IF ET-SALARY-AMOUNT-X NOT EQUAL TO SPACES
029656         PERFORM 2075-EDIT-SALARY THRU 2075-EXIT
029658         GO TO 2085-EXIT
029660     END-IF.
029662     IF NOT EM-SALARIED
029664         MOVE 'SALARY REQUIRED FOR SALARIED'
029666             TO WS-REJECT-REASON
029668     END-IF.
029670 2085-EXIT.
029672     EXIT.
029700 2090-EDIT-BANK-FIELDS.
029800     IF ET-BANK-ROUTING EQUAL TO SPACES
029900        AND ET-BANK-ACCOUNT EQUAL TO SPACES
030700     END-IF.
030800     IF ET-BANK-ROUTING IS NOT NUMERIC
030900         MOVE 'BANK ROUTING NOT NUMERIC' TO WS-REJECT-REASON
030910         GO TO 2090-EXIT
031000     END-IF.
031010     MOVE ET-BANK-ROUTING TO WS-ABA-ROUTING.
031020     COMPUTE WS-ABA-SUM =
031030         3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
031040              + WS-ABA-DIGIT (7))
031050       + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
031060              + WS-ABA-DIGIT (8))
031070       + (WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
031080              + WS-ABA-DIGIT (9)).
031090     DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
031092         REMAINDER WS-ABA-REMAINDER.
031094     IF WS-ABA-REMAINDER NOT EQUAL TO 0
031096        OR WS-ABA-SUM = 0
031098         MOVE 'BANK ROUTING FAILS CHECK DIGIT'
031099             TO WS-REJECT-REASON
031100     END-IF.
031150 2090-EXIT.
031200     EXIT.
031300 2100-SAVE-BEFORE-IMAGE.
031400     IF WS-MASTER-FOUND
032100         MOVE EM-BANK-ROUTING TO WS-BEF-BANK-ROUTING
032200         MOVE EM-BANK-ACCOUNT TO WS-BEF-BANK-ACCOUNT
032210         MOVE EM-WORK-STATE TO WS-BEF-WORK-STATE
032220         MOVE EM-PAY-TYPE TO WS-BEF-PAY-TYPE
032230         MOVE EM-SALARY-AMOUNT TO WS-BEF-SALARY-AMOUNT
032240         MOVE EM-PRENOTE-STATUS TO WS-BEF-PRENOTE-STATUS
032300     ELSE
032400         MOVE SPACES TO WS-BEFORE-IMAGE
032500     END-IF.
032900     MOVE SPACES TO EMPLOYEE-MASTER-RECORD.
033000     MOVE ET-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
033100     MOVE ET-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME.
033200     IF ET-PAY-RATE-X EQUAL TO SPACES
033210         MOVE 0 TO EM-PAY-RATE
033220     ELSE
033230         MOVE ET-PAY-RATE TO EM-PAY-RATE
033240     END-IF.
033300     MOVE ET-DEPARTMENT-CODE TO EM-DEPARTMENT-CODE.
033400     MOVE ET-CLASSIFICATION-CODE TO EM-CLASSIFICATION-CODE.
033500     MOVE 'A' TO EM-STATUS-CODE.
033600     MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING.
033700     MOVE ET-BANK-ACCOUNT TO EM-BANK-ACCOUNT.
033710     MOVE ET-WORK-STATE TO EM-WORK-STATE.
033720     IF ET-PAY-TYPE EQUAL TO 'S'
033730         MOVE 'S' TO EM-PAY-TYPE
033740         MOVE ET-SALARY-AMOUNT TO EM-SALARY-AMOUNT
033750     ELSE
033760         MOVE 'H' TO EM-PAY-TYPE
033770         MOVE 0 TO EM-SALARY-AMOUNT
033780     END-IF.
033782     MOVE 0 TO EM-PRENOTE-DATE.
033784     IF ET-BANK-ROUTING NOT EQUAL TO SPACES
033786         MOVE 'P' TO EM-PRENOTE-STATUS
033788         MOVE WS-SYS-DATE-N TO EM-PRENOTE-DATE
033790         MOVE 'Y' TO WS-PRENOTE-SW
033792     END-IF.
033800     WRITE EMPLOYEE-MASTER-RECORD.
033900 2200-EXIT.
034000     EXIT.
035200         MOVE ET-CLASSIFICATION-CODE TO EM-CLASSIFICATION-CODE
035300     END-IF.
035400     IF ET-BANK-ROUTING NOT EQUAL TO SPACES
035410        AND (ET-BANK-ROUTING NOT EQUAL TO EM-BANK-ROUTING
035420          OR ET-BANK-ACCOUNT NOT EQUAL TO EM-BANK-ACCOUNT)
035500         MOVE ET-BANK-ROUTING TO EM-BANK-ROUTING
035600         MOVE ET-BANK-ACCOUNT TO EM-BANK-ACCOUNT
035610         MOVE 'P' TO EM-PRENOTE-STATUS
035620         MOVE WS-SYS-DATE-N TO EM-PRENOTE-DATE
035630         MOVE 'Y' TO WS-PRENOTE-SW
035700     END-IF.
035710     IF ET-WORK-STATE NOT EQUAL TO SPACES
035720         MOVE ET-WORK-STATE TO EM-WORK-STATE
035730     END-IF.
035737     IF ET-PAY-TYPE NOT EQUAL TO SPACE
035744         MOVE ET-PAY-TYPE TO EM-PAY-TYPE
035751         IF ET-PAY-TYPE EQUAL TO 'H'
035758             MOVE 0 TO EM-SALARY-AMOUNT
035765         END-IF
035772     END-IF.
035779     IF ET-SALARY-AMOUNT-X NOT EQUAL TO SPACES
035786         MOVE ET-SALARY-AMOUNT TO EM-SALARY-AMOUNT
035793     END-IF.
035800     REWRITE EMPLOYEE-MASTER-RECORD.
035900 2300-EXIT.
036000     EXIT.
037800     MOVE WS-BEF-BANK-ROUTING TO EH-BEF-BANK-ROUTING.
037900     MOVE WS-BEF-BANK-ACCOUNT TO EH-BEF-BANK-ACCOUNT.
037910     MOVE WS-BEF-WORK-STATE TO EH-BEF-WORK-STATE.
037920     MOVE WS-BEF-PAY-TYPE TO EH-BEF-PAY-TYPE.
037930     MOVE WS-BEF-SALARY-AMOUNT TO EH-BEF-SALARY-AMOUNT.
037940     MOVE WS-BEF-PRENOTE-STATUS TO EH-BEF-PRENOTE-STATUS.
038000     MOVE EM-EMPLOYEE-NAME TO EH-AFT-EMPLOYEE-NAME.
038100     MOVE EM-PAY-RATE TO EH-AFT-PAY-RATE.
038200     MOVE EM-DEPARTMENT-CODE TO EH-AFT-DEPARTMENT-CODE.
038500     MOVE EM-BANK-ROUTING TO EH-AFT-BANK-ROUTING.
038600     MOVE EM-BANK-ACCOUNT TO EH-AFT-BANK-ACCOUNT.
038610     MOVE EM-WORK-STATE TO EH-AFT-WORK-STATE.
038620     MOVE EM-PAY-TYPE TO EH-AFT-PAY-TYPE.
038630     MOVE EM-SALARY-AMOUNT TO EH-AFT-SALARY-AMOUNT.
038640     MOVE EM-PRENOTE-STATUS TO EH-AFT-PRENOTE-STATUS.
038700     WRITE CHANGE-HISTORY-RECORD.
038800 2500-EXIT.
038807     EXIT.
038814 2550-WRITE-PRENOTE.
038821     MOVE SPACES TO DD-EXTRACT-RECORD.
038828     MOVE 'D' TO DD-RECORD-TYPE.
038835     MOVE EM-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
038842     MOVE EM-EMPLOYEE-NAME TO DD-EMPLOYEE-NAME.
038849     MOVE EM-BANK-ROUTING TO DD-BANK-ROUTING.
038856     MOVE EM-BANK-ACCOUNT TO DD-BANK-ACCOUNT.
038863     MOVE 0 TO DD-NET-AMOUNT.
038870     MOVE 0 TO DD-PERIOD-NUMBER.
038877     WRITE DD-EXTRACT-RECORD.
038884     ADD 1 TO WS-PRENOTES-WRITTEN.
038891 2550-EXIT.
038900     EXIT.
039000 2600-WRITE-REPORT-LINE.
039100     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
042200 2610-EXIT.
042300     EXIT.
042400 9000-TERMINATE.
042410     PERFORM 9100-WRITE-PRENOTE-TRAILER THRU 9100-EXIT.
042500     CLOSE EMPLOYEE-TRANSACTION-FILE.
042600     CLOSE EMPLOYEE-MASTER-FILE.
042700     CLOSE CHANGE-HISTORY-FILE.
042800     CLOSE MAINT-REPORT-FILE.
042810     CLOSE PRENOTE-FILE.
042900     DISPLAY 'NGUYEN-P03-EMPMNT - RECORDS READ: '
043000         WS-RECORDS-READ.
043100     DISPLAY 'NGUYEN-P03-EMPMNT - RECORDS APPLIED: '
043200         WS-RECORDS-APPLIED.
043300     DISPLAY 'NGUYEN-P03-EMPMNT - RECORDS REJECTED: '
043400         WS-RECORDS-REJECTED.
043410     DISPLAY 'NGUYEN-P03-EMPMNT - PRENOTES WRITTEN: '
043420         WS-PRENOTES-WRITTEN.
043500 9000-EXIT.
043600     EXIT.
043610 9100-WRITE-PRENOTE-TRAILER.
043620     MOVE SPACES TO DD-EXTRACT-RECORD.
043630     MOVE 'T' TO DD-RECORD-TYPE.
043640     MOVE WS-PRENOTES-WRITTEN TO DD-ITEM-COUNT.
043650     MOVE 0 TO DD-TOTAL-AMOUNT.
043660     WRITE DD-EXTRACT-RECORD.
043670 9100-EXIT.
043680     EXIT.
043700 END PROGRAM NGUYEN-P03-EMPMNT.
