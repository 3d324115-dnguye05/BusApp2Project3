002530*                     SPACES, WHICH READS AS THE HOME STATE AND
002540*                     MISSTATED AN OUT-OF-STATE EMPLOYEE'S
002550*                     HISTORY RECORD.
002555*    10/14/2026 DN    PRENOTE RETURNS - A ZERO-DOLLAR RETURN IS A
002560*                     REJECTED PRENOTE, NOT A PAYMENT.  IT IS NOT
002565*                     MATCHED TO THE EXTRACT AND RAISES NO CHECK
002570*                     REQUEST; IF THE MASTER STILL CARRIES THE
002575*                     PENDING ACCOUNT IT IS CLEARED AND PRENOTE
002580*                     MARKED RETURNED SO THE EMPLOYEE STAYS ON THE
002585*                     CHECK PATH.  THE CHANGE-HISTORY IMAGES NOW
002590*                     ALSO CARRY PAY TYPE, SALARY AND PRENOTE
002595*                     STATUS - THEY WERE GOING OUT AS SPACES.
002605*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002615*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002625*                     ON ARE COMPLETE FOR THE PERIOD, AND
002635*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
002645*                     SUPERVISOR'S AUTHORIZATION.  START, END,
002655*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002665*                     THE CYCLE STEP LOG.
002699******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. NGUYEN-P03-ACHRET.
002900 AUTHOR. DAVID NGUYEN.
006800 FD  RETURN-REPORT-FILE.
006900 01  RETURN-REPORT-LINE              PIC X(86).
007000 WORKING-STORAGE SECTION.
007010 COPY CYCLNK.
007100 01  WS-FILE-STATUSES.
007200     03 WS-ACHRETRN-STATUS        PIC X(02) VALUE "00".
007300     03 WS-DDEXTRCT-STATUS        PIC X(02) VALUE "00".
008900     03 WS-RETURNS-MATCHED        PIC 9(06) VALUE 0.
009000     03 WS-RETURNS-UNMATCHED      PIC 9(06) VALUE 0.
009100     03 WS-MASTERS-FLAGGED        PIC 9(06) VALUE 0.
009110     03 WS-PRENOTES-RETURNED      PIC 9(06) VALUE 0.
009200 77  WS-DD-ENTRY-COUNT            PIC 9(03) COMP VALUE 0.
009300 77  WS-DD-MAX-ENTRIES            PIC 9(03) COMP VALUE 500.
009400 01  WS-DD-TABLE.
010600     03 WS-BEF-BANK-ROUTING       PIC X(09).
010700     03 WS-BEF-BANK-ACCOUNT       PIC X(17).
010710     03 WS-BEF-WORK-STATE         PIC X(02).
010720     03 WS-BEF-PAY-TYPE           PIC X(01).
010730     03 WS-BEF-SALARY-AMOUNT      PIC 9(5)V9(2).
010740     03 WS-BEF-PRENOTE-STATUS     PIC X(01).
010800 01  WS-SYS-DATE.
010900     03 WS-SYS-DATE-YEAR.
011000         05 WS-SYS-DATE-YR-CENTURY PIC 99.
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     STOP RUN.
016300 1000-INITIALIZE.
016310     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
016400     OPEN INPUT ACH-RETURN-FILE.
016500     IF WS-ACHRETRN-STATUS NOT EQUAL TO '00'
016600         DISPLAY 'NGUYEN-P03-ACHRET - ACH RETURN FILE MISSING'
016700             ' - NOTHING TO PROCESS'
016800         MOVE 8 TO RETURN-CODE
016810         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
016900         STOP RUN
017000     END-IF.
017100     OPEN I-O EMPLOYEE-MASTER-FILE.
018200     PERFORM 1100-LOAD-EXTRACT-TABLE THRU 1100-EXIT.
018300     PERFORM 1200-READ-RETURN THRU 1200-EXIT.
018400 1000-EXIT.
018406     EXIT.
018412 1010-START-CYCLE-STEP.
018418     MOVE 'S' TO LK-CYCLE-FUNCTION.
018424     MOVE 'ACHRET' TO LK-CYCLE-STEP-ID.
018430     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
018436     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
018442         DISPLAY 'NGUYEN-P03-ACHRET - ' LK-CYCLE-MESSAGE
018448     END-IF.
018454     IF NOT LK-CYCLE-OK
018460         DISPLAY 'NGUYEN-P03-ACHRET - RUN HELD'
018466         MOVE 8 TO RETURN-CODE
018472         STOP RUN
018478     END-IF.
018484 1010-EXIT.
018500     EXIT.
018600 1050-OPEN-HISTORY-FILE.
018700     OPEN EXTEND CHANGE-HISTORY-FILE.
024200 1200-EXIT.
024300     EXIT.
024400 2000-PROCESS-RETURN.
024410     IF AR-PRENOTE-RETURN
024420         PERFORM 2500-PROCESS-PRENOTE-RETURN THRU 2500-EXIT
024430         GO TO 2000-READ-NEXT
024440     END-IF.
024500     PERFORM 2100-FIND-EXTRACT-DETAIL THRU 2100-EXIT.
024600     IF NOT WS-DETAIL-FOUND
024700         ADD 1 TO WS-RETURNS-UNMATCHED
029400             GO TO 2200-EXIT
029500     END-READ.
029600     MOVE 'Y' TO WS-MASTER-FOUND-SW.
029700     PERFORM 2250-SAVE-BEFORE-IMAGE THRU 2250-EXIT.
030400     MOVE SPACES TO EM-BANK-ROUTING.
030500     MOVE SPACES TO EM-BANK-ACCOUNT.
030600     REWRITE EMPLOYEE-MASTER-RECORD.
030800     PERFORM 2300-WRITE-HISTORY-RECORD THRU 2300-EXIT.
030900 2200-EXIT.
031000     EXIT.
031006 2250-SAVE-BEFORE-IMAGE.
031012     MOVE EM-EMPLOYEE-NAME TO WS-BEF-EMPLOYEE-NAME.
031018     MOVE EM-PAY-RATE TO WS-BEF-PAY-RATE.
031024     MOVE EM-DEPARTMENT-CODE TO WS-BEF-DEPARTMENT-CODE.
031030     MOVE EM-CLASSIFICATION-CODE TO WS-BEF-CLASSIFICATION-CODE.
031036     MOVE EM-STATUS-CODE TO WS-BEF-STATUS-CODE.
031042     MOVE EM-BANK-ROUTING TO WS-BEF-BANK-ROUTING.
031048     MOVE EM-BANK-ACCOUNT TO WS-BEF-BANK-ACCOUNT.
031054     MOVE EM-WORK-STATE TO WS-BEF-WORK-STATE.
031060     MOVE EM-PAY-TYPE TO WS-BEF-PAY-TYPE.
031066     MOVE EM-SALARY-AMOUNT TO WS-BEF-SALARY-AMOUNT.
031072     MOVE EM-PRENOTE-STATUS TO WS-BEF-PRENOTE-STATUS.
031078 2250-EXIT.
031084     EXIT.
031100 2300-WRITE-HISTORY-RECORD.
031200     MOVE SPACES TO CHANGE-HISTORY-RECORD.
031300     MOVE WS-RUN-DATE TO EH-CHANGE-DATE.
032300     MOVE WS-BEF-BANK-ROUTING TO EH-BEF-BANK-ROUTING.
032400     MOVE WS-BEF-BANK-ACCOUNT TO EH-BEF-BANK-ACCOUNT.
032410     MOVE WS-BEF-WORK-STATE TO EH-BEF-WORK-STATE.
032420     MOVE WS-BEF-PAY-TYPE TO EH-BEF-PAY-TYPE.
032430     MOVE WS-BEF-SALARY-AMOUNT TO EH-BEF-SALARY-AMOUNT.
032440     MOVE WS-BEF-PRENOTE-STATUS TO EH-BEF-PRENOTE-STATUS.
032500     MOVE EM-EMPLOYEE-NAME TO EH-AFT-EMPLOYEE-NAME.
032600     MOVE EM-PAY-RATE TO EH-AFT-PAY-RATE.
032700     MOVE EM-DEPARTMENT-CODE TO EH-AFT-DEPARTMENT-CODE.
033000     MOVE EM-BANK-ROUTING TO EH-AFT-BANK-ROUTING.
033100     MOVE EM-BANK-ACCOUNT TO EH-AFT-BANK-ACCOUNT.
033110     MOVE EM-WORK-STATE TO EH-AFT-WORK-STATE.
033120     MOVE EM-PAY-TYPE TO EH-AFT-PAY-TYPE.
033130     MOVE EM-SALARY-AMOUNT TO EH-AFT-SALARY-AMOUNT.
033140     MOVE EM-PRENOTE-STATUS TO EH-AFT-PRENOTE-STATUS.
033200     WRITE CHANGE-HISTORY-RECORD.
033300 2300-EXIT.
033400     EXIT.
034100     WRITE CHECK-REQUEST-RECORD.
034200 2400-EXIT.
034300     EXIT.
034303 2500-PROCESS-PRENOTE-RETURN.
034306     ADD 1 TO WS-PRENOTES-RETURNED.
034309     MOVE AR-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
034312     READ EMPLOYEE-MASTER-FILE
034315         INVALID KEY
034318             MOVE 'PRENOTE - EMPLOYEE NOT ON MASTER'
034321                 TO WS-RPT-DT-DISPOSITION
034324             GO TO 2500-REPORT
034327     END-READ.
034330     IF EM-BANK-ROUTING NOT EQUAL TO AR-BANK-ROUTING
034333        OR EM-BANK-ACCOUNT NOT EQUAL TO AR-BANK-ACCOUNT
034336         MOVE 'PRENOTE FOR REPLACED ACCOUNT - NO ACTION'
034339             TO WS-RPT-DT-DISPOSITION
034342         GO TO 2500-REPORT
034345     END-IF.
034348     PERFORM 2250-SAVE-BEFORE-IMAGE THRU 2250-EXIT.
034351     MOVE SPACES TO EM-BANK-ROUTING.
034354     MOVE SPACES TO EM-BANK-ACCOUNT.
034357     MOVE 'R' TO EM-PRENOTE-STATUS.
034360     REWRITE EMPLOYEE-MASTER-RECORD.
034363     ADD 1 TO WS-MASTERS-FLAGGED.
034366     PERFORM 2300-WRITE-HISTORY-RECORD THRU 2300-EXIT.
034369     MOVE 'PRENOTE RETURNED - ACCOUNT CLEARED'
034372         TO WS-RPT-DT-DISPOSITION.
034375 2500-REPORT.
034378     PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT.
034381 2500-EXIT.
034384     EXIT.
034400 2600-WRITE-REPORT-LINE.
034500     IF WS-RPT-LINE-NO >= WS-RPT-MAX-LINES
034600         PERFORM 2610-WRITE-PAGE-HEADERS THRU 2610-EXIT
038300         WS-RETURNS-UNMATCHED.
038400     DISPLAY 'NGUYEN-P03-ACHRET - MASTERS FLAGGED FOR CHECK: '
038500         WS-MASTERS-FLAGGED.
038510     DISPLAY 'NGUYEN-P03-ACHRET - PRENOTE RETURNS: '
038520         WS-PRENOTES-RETURNED.
038530     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
038600 9000-EXIT.
038700     EXIT.
038800 9900-END-CYCLE-STEP.
038900     MOVE 'E' TO LK-CYCLE-FUNCTION.
039000     MOVE 'ACHRET' TO LK-CYCLE-STEP-ID.
039100     MOVE WS-RETURNS-READ TO LK-CYCLE-RECORDS-IN.
039200     MOVE WS-RETURNS-MATCHED TO LK-CYCLE-RECORDS-OUT.
039300     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
039400     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
039500     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
039600         DISPLAY 'NGUYEN-P03-ACHRET - ' LK-CYCLE-MESSAGE
039700     END-IF.
039800     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
039900 9900-EXIT.
040000     EXIT.
040100 END PROGRAM NGUYEN-P03-ACHRET.
