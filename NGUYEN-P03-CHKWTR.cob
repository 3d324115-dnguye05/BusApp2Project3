002576*                     CHECK FROM THE TOP AND DOUBLE-COUNTED THE
002578*                     REGISTER.  A CLEAN END RESETS THE COUNTS
002580*                     TO ZERO.
002582*    10/13/2026 DN    WRITE THE POSITIVE PAY FILE FOR THE BANK -
002584*                     ONE DETAIL PER CHECK ISSUED, REISSUED OR
002586*                     VOIDED AND A COUNT/DOLLAR TRAILER.  A RERUN
002588*                     AFTER AN ABEND RE-TALLIES THE DETAILS
002590*                     ALREADY WRITTEN AND EXTENDS THE FILE SO THE
002592*                     TRAILER STILL COVERS THE WHOLE RUN.
002593*    10/15/2026 DN    POST EACH CHECK NUMBER TO THE EMPLOYEE'S
002594*                     PAY HISTORY RECORD FOR THE PERIOD WHEN THE
002595*                     NET ON FILE MATCHES THE CHECK, AND MOVE IT
002596*                     TO THE NEW NUMBER WHEN THE CHECK IS VOIDED
002597*                     AND REISSUED.  A RUN WITH NO PAY HISTORY
002598*                     FILE STILL WRITES ITS CHECKS.  A CHECK
002600*                     NUMBER THAT CANNOT BE POSTED IS LISTED AND
002602*                     ENDS THE RUN WITH RETURN CODE 4 - THE
002604*                     CHECKS THEMSELVES STAND.
002608*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
002618*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
002628*                     ON ARE COMPLETE FOR THE PERIOD, AND
002638*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
002648*                     SUPERVISOR'S AUTHORIZATION.  START, END,
002658*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
002668*                     THE CYCLE STEP LOG.
002699******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. NGUYEN-P03-CHKWTR.
002900 AUTHOR. DAVID NGUYEN.
004800     SELECT CHECK-FACE-FILE ASSIGN TO "CHECKS"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CHECKS-STATUS.
005010     SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-POSPAY-STATUS.
005040     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
005050         ORGANIZATION IS INDEXED
005060         ACCESS MODE IS DYNAMIC
005070         RECORD KEY IS PH-KEY
005080         FILE STATUS IS WS-PAYHIST-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CHECK-REQUEST-FILE.
006000 COPY CHKREG.
006100 FD  CHECK-FACE-FILE.
006200 01  CHECK-FACE-LINE                 PIC X(86).
006210 FD  POSITIVE-PAY-FILE.
006220 COPY POSPAY.
006230 FD  PAY-HISTORY-FILE.
006240 COPY PAYHIST.
006300 WORKING-STORAGE SECTION.
006310 COPY CYCLNK.
006400 01  WS-FILE-STATUSES.
006500     03 WS-CHKREQ-STATUS          PIC X(02) VALUE "00".
006600     03 WS-CHKTRAN-STATUS         PIC X(02) VALUE "00".
006700     03 WS-CHKNUM-STATUS          PIC X(02) VALUE "00".
006800     03 WS-CHKREG-STATUS          PIC X(02) VALUE "00".
006900     03 WS-CHECKS-STATUS          PIC X(02) VALUE "00".
006910     03 WS-POSPAY-STATUS          PIC X(02) VALUE "00".
006920     03 WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
007000 01  WS-SWITCHES.
007100     03 WS-REQ-EOF-SW             PIC X(01) VALUE 'N'.
007200        88 WS-REQ-END-OF-FILE                VALUE 'Y'.
007600        88 WS-REQ-AVAILABLE                  VALUE 'Y'.
007700     03 WS-TRAN-AVAIL-SW          PIC X(01) VALUE 'Y'.
007800        88 WS-TRAN-AVAILABLE                 VALUE 'Y'.
007810     03 WS-PP-EOF-SW              PIC X(01) VALUE 'N'.
007820        88 WS-PP-END-OF-FILE                 VALUE 'Y'.
007830     03 WS-PAYHIST-AVAIL-SW       PIC X(01) VALUE 'Y'.
007840        88 WS-PAYHIST-AVAILABLE              VALUE 'Y'.
007850     03 WS-HIST-FOUND-SW          PIC X(01) VALUE 'N'.
007860        88 WS-HIST-FOUND                     VALUE 'Y'.
007870     03 WS-HIST-ERROR-SW          PIC X(01) VALUE 'N'.
007880        88 WS-HIST-ERROR                     VALUE 'Y'.
007900 01  WS-COUNTERS.
008000     03 WS-CHECKS-ISSUED          PIC 9(06) VALUE 0.
008100     03 WS-CHECKS-VOIDED          PIC 9(06) VALUE 0.
008200     03 WS-CHECKS-REISSUED        PIC 9(06) VALUE 0.
008300     03 WS-TRANS-REJECTED         PIC 9(06) VALUE 0.
008400     03 WS-ISSUED-AMOUNT          PIC 9(09)V9(02) VALUE 0.
008410     03 WS-PP-ISSUE-COUNT         PIC 9(06) VALUE 0.
008420     03 WS-PP-ISSUE-TOTAL         PIC 9(09)V9(02) VALUE 0.
008430     03 WS-PP-VOID-COUNT          PIC 9(06) VALUE 0.
008440     03 WS-PP-VOID-TOTAL          PIC 9(09)V9(02) VALUE 0.
008450     03 WS-HISTORY-POSTED         PIC 9(06) VALUE 0.
008500 01  WS-CHECK-CONTROLS.
008600     03 WS-NEXT-CHECK-NO          PIC 9(08) VALUE 0.
008700     03 WS-THIS-CHECK-NO          PIC 9(08) VALUE 0.
008810     03 WS-REQUESTS-DONE          PIC 9(06) VALUE 0.
008820     03 WS-TRANS-DONE             PIC 9(06) VALUE 0.
008830     03 WS-SKIP-COUNT             PIC 9(06) VALUE 0.
008840 01  WS-HISTORY-KEYS.
008850     03 WS-HIST-EMPLOYEE-ID       PIC X(05) VALUE SPACES.
008860     03 WS-HIST-PERIOD            PIC 9(04) VALUE 0.
008870     03 WS-HIST-AMOUNT            PIC 9(07)V9(02) VALUE 0.
008880     03 WS-HIST-OLD-CHECK-NO      PIC 9(08) VALUE 0.
008900 01  WS-SYS-DATE.
009000     03 WS-SYS-DATE-YEAR.
009100         05 WS-SYS-DATE-YR-CENTURY PIC 99.
009200         05 WS-SYS-DATE-YR-DECADE PIC 99.
009300     03 WS-SYS-DATE-MONTH PIC 99.
009400     03 WS-SYS-DATE-DAY PIC 99.
009410 01  WS-SYS-DATE-N REDEFINES WS-SYS-DATE PIC 9(08).
009500 01  WS-RUN-DATE.
009600     03 WS-RUN-MONTH PIC XX.
009700     03 FILLER PIC X VALUE '/'.
013100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013200     STOP RUN.
013300 1000-INITIALIZE.
013310     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
013400     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
013500     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
013600     MOVE WS-SYS-DATE-DAY TO WS-RUN-DAY.
014700         MOVE 'Y' TO WS-TRAN-EOF-SW
014800     END-IF.
014900     PERFORM 1150-OPEN-REGISTER-FILE THRU 1150-EXIT.
014910     PERFORM 1160-OPEN-POSITIVE-PAY THRU 1160-EXIT.
014920     OPEN I-O PAY-HISTORY-FILE.
014930     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
014940         MOVE 'N' TO WS-PAYHIST-AVAIL-SW
014950     END-IF.
015000     OPEN OUTPUT CHECK-FACE-FILE.
015010     IF WS-REQUESTS-DONE > 0 OR WS-TRANS-DONE > 0
015020         DISPLAY 'NGUYEN-P03-CHKWTR - RESTARTING PAST '
015500         PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT
015600     END-IF.
015700 1000-EXIT.
015706     EXIT.
015712 1010-START-CYCLE-STEP.
015718     MOVE 'S' TO LK-CYCLE-FUNCTION.
015724     MOVE 'CHKWTR' TO LK-CYCLE-STEP-ID.
015730     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
015736     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
015742         DISPLAY 'NGUYEN-P03-CHKWTR - ' LK-CYCLE-MESSAGE
015748     END-IF.
015754     IF NOT LK-CYCLE-OK
015760         DISPLAY 'NGUYEN-P03-CHKWTR - RUN HELD'
015766         MOVE 8 TO RETURN-CODE
015772         STOP RUN
015778     END-IF.
015784 1010-EXIT.
015800     EXIT.
015900 1050-READ-CHECK-NUMBER.
016000     OPEN INPUT CHECK-NUMBER-FILE.
016200         DISPLAY 'NGUYEN-P03-CHKWTR - CHECK NUMBER CONTROL FILE'
016300             ' MISSING - RUN HELD'
016400         MOVE 8 TO RETURN-CODE
016410         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
016500         STOP RUN
016600     END-IF.
016700     READ CHECK-NUMBER-FILE
016900             DISPLAY 'NGUYEN-P03-CHKWTR - CHECK NUMBER CONTROL'
017000                 ' RECORD MISSING - RUN HELD'
017100             MOVE 8 TO RETURN-CODE
017110             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
017200             STOP RUN
017300     END-READ.
017400     MOVE CN-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO.
018900     END-IF.
019000 1150-EXIT.
019100     EXIT.
019102 1160-OPEN-POSITIVE-PAY.
019104     IF WS-REQUESTS-DONE = 0 AND WS-TRANS-DONE = 0
019106         OPEN OUTPUT POSITIVE-PAY-FILE
019108         GO TO 1160-EXIT
019110     END-IF.
019112     OPEN INPUT POSITIVE-PAY-FILE.
019114     IF WS-POSPAY-STATUS NOT EQUAL TO '00'
019116         OPEN OUTPUT POSITIVE-PAY-FILE
019118         GO TO 1160-EXIT
019120     END-IF.
019122     PERFORM 1170-TALLY-POSITIVE-PAY THRU 1170-EXIT
019124         UNTIL WS-PP-END-OF-FILE.
019126     CLOSE POSITIVE-PAY-FILE.
019128     OPEN EXTEND POSITIVE-PAY-FILE.
019130 1160-EXIT.
019132     EXIT.
019134 1170-TALLY-POSITIVE-PAY.
019136     READ POSITIVE-PAY-FILE
019138         AT END
019140             MOVE 'Y' TO WS-PP-EOF-SW
019142             GO TO 1170-EXIT
019144     END-READ.
019146     IF NOT PP-DETAIL-RECORD
019148         GO TO 1170-EXIT
019150     END-IF.
019152     IF PP-VOIDED
019154         ADD 1 TO WS-PP-VOID-COUNT
019156         ADD PP-AMOUNT TO WS-PP-VOID-TOTAL
019158     ELSE
019160         ADD 1 TO WS-PP-ISSUE-COUNT
019162         ADD PP-AMOUNT TO WS-PP-ISSUE-TOTAL
019164     END-IF.
019166 1170-EXIT.
019168     EXIT.
019200 1200-READ-TRANSACTION.
019300     READ CHECK-TRANSACTION-FILE
019400         AT END
021600     MOVE 0 TO CK-REFERENCE-CHECK-NO.
021700     MOVE 'PAYROLL CHECK' TO CK-REASON.
021800     WRITE CHECK-REGISTER-RECORD.
021810     PERFORM 2060-WRITE-POSITIVE-PAY THRU 2060-EXIT.
021820     MOVE CR-EMPLOYEE-ID TO WS-HIST-EMPLOYEE-ID.
021830     MOVE CR-PERIOD-NUMBER TO WS-HIST-PERIOD.
021840     MOVE CR-NET-AMOUNT TO WS-HIST-AMOUNT.
021850     MOVE 0 TO WS-HIST-OLD-CHECK-NO.
021860     PERFORM 2150-POST-CHECK-TO-HISTORY THRU 2150-EXIT.
021900     ADD 1 TO WS-CHECKS-ISSUED.
022000     ADD CR-NET-AMOUNT TO WS-ISSUED-AMOUNT.
022010     ADD 1 TO WS-REQUESTS-DONE.
022160     CLOSE CHECK-NUMBER-FILE.
022170 2050-EXIT.
022180     EXIT.
022190 2060-WRITE-POSITIVE-PAY.
022200     MOVE SPACES TO POSITIVE-PAY-RECORD.
022210     MOVE 'D' TO PP-RECORD-TYPE.
022220     MOVE CK-CHECK-NO TO PP-CHECK-NO.
022230     MOVE WS-SYS-DATE-N TO PP-ISSUE-DATE.
022240     MOVE CK-AMOUNT TO PP-AMOUNT.
022250     MOVE CK-EMPLOYEE-NAME TO PP-PAYEE-NAME.
022260     MOVE CK-EMPLOYEE-ID TO PP-EMPLOYEE-ID.
022270     IF CK-VOID
022280         MOVE 'V' TO PP-ISSUE-ACTION
022290         ADD 1 TO WS-PP-VOID-COUNT
022300         ADD CK-AMOUNT TO WS-PP-VOID-TOTAL
022310     ELSE
022320         MOVE 'I' TO PP-ISSUE-ACTION
022330         ADD 1 TO WS-PP-ISSUE-COUNT
022340         ADD CK-AMOUNT TO WS-PP-ISSUE-TOTAL
022350     END-IF.
022360     WRITE POSITIVE-PAY-RECORD.
022370 2060-EXIT.
022380     EXIT.
022400 2100-PRINT-CHECK-FACE.
022500     MOVE WS-THIS-CHECK-NO TO WS-CHK-F1-CHECK-NO.
022600     MOVE WS-RUN-DATE TO WS-CHK-F1-DATE.
023600     WRITE CHECK-FACE-LINE AFTER ADVANCING 1 LINE.
023700 2100-EXIT.
023800     EXIT.
023803 2150-POST-CHECK-TO-HISTORY.
023805     IF NOT WS-PAYHIST-AVAILABLE
023807         GO TO 2150-EXIT
023809     END-IF.
023811     MOVE WS-HIST-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
023813     MOVE WS-HIST-PERIOD TO PH-PERIOD-NUMBER.
023815     MOVE 0 TO PH-SEQUENCE-NUMBER.
023817     MOVE 'Y' TO WS-HIST-FOUND-SW.
023819     READ PAY-HISTORY-FILE
023821         INVALID KEY
023823             MOVE 'N' TO WS-HIST-FOUND-SW
023825     END-READ.
023827     IF NOT WS-HIST-FOUND
023829         GO TO 2150-EXIT
023831     END-IF.
023833     IF PH-CHECK-NUMBER NOT EQUAL TO WS-HIST-OLD-CHECK-NO
023835         GO TO 2150-EXIT
023837     END-IF.
023839     IF WS-HIST-OLD-CHECK-NO = 0
023841        AND PH-NET-PAY NOT EQUAL TO WS-HIST-AMOUNT
023843         GO TO 2150-EXIT
023845     END-IF.
023847     MOVE WS-THIS-CHECK-NO TO PH-CHECK-NUMBER.
023849     MOVE 'C' TO PH-PAY-METHOD.
023851     REWRITE PAY-HISTORY-RECORD.
023853     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
023855         DISPLAY 'NGUYEN-P03-CHKWTR - CHECK ' WS-THIS-CHECK-NO
023857             ' NOT POSTED TO PAY HISTORY FOR '
023859             WS-HIST-EMPLOYEE-ID ' - STATUS ' WS-PAYHIST-STATUS
023861         MOVE 'Y' TO WS-HIST-ERROR-SW
023863         GO TO 2150-EXIT
023865     END-IF.
023867     ADD 1 TO WS-HISTORY-POSTED.
023869 2150-EXIT.
023871     EXIT.
023900 3000-PROCESS-TRANSACTION.
024000     IF NOT CV-VOID-CHECK AND NOT CV-REISSUE-CHECK
024100         ADD 1 TO WS-TRANS-REJECTED
026900     MOVE CV-CHECK-NO TO CK-REFERENCE-CHECK-NO.
027000     MOVE CV-REASON TO CK-REASON.
027100     WRITE CHECK-REGISTER-RECORD.
027110     PERFORM 2060-WRITE-POSITIVE-PAY THRU 2060-EXIT.
027200     MOVE CV-CHECK-NO TO WS-VOIDED-CHECK-NO.
027300     ADD 1 TO WS-CHECKS-VOIDED.
027400 3100-EXIT.
029300     MOVE WS-VOIDED-CHECK-NO TO CK-REFERENCE-CHECK-NO.
029400     MOVE CV-REASON TO CK-REASON.
029500     WRITE CHECK-REGISTER-RECORD.
029510     PERFORM 2060-WRITE-POSITIVE-PAY THRU 2060-EXIT.
029520     MOVE CV-EMPLOYEE-ID TO WS-HIST-EMPLOYEE-ID.
029530     MOVE CV-PERIOD-NUMBER TO WS-HIST-PERIOD.
029540     MOVE CV-AMOUNT TO WS-HIST-AMOUNT.
029550     MOVE WS-VOIDED-CHECK-NO TO WS-HIST-OLD-CHECK-NO.
029560     PERFORM 2150-POST-CHECK-TO-HISTORY THRU 2150-EXIT.
029600     ADD 1 TO WS-CHECKS-REISSUED.
029700     ADD CV-AMOUNT TO WS-ISSUED-AMOUNT.
029800 3200-EXIT.
030600     END-IF.
030700     CLOSE CHECK-REGISTER-FILE.
030800     CLOSE CHECK-FACE-FILE.
030803     PERFORM 9100-WRITE-POSITIVE-PAY-TRAILER THRU 9100-EXIT.
030806     CLOSE POSITIVE-PAY-FILE.
030807     IF WS-PAYHIST-AVAILABLE
030808         CLOSE PAY-HISTORY-FILE
030809     END-IF.
030810     MOVE 0 TO WS-REQUESTS-DONE.
030820     MOVE 0 TO WS-TRANS-DONE.
030900     PERFORM 2050-SAVE-CHECK-NUMBER THRU 2050-EXIT.
031700         WS-TRANS-REJECTED.
031800     DISPLAY 'NGUYEN-P03-CHKWTR - DOLLARS ISSUED: '
031900         WS-ISSUED-AMOUNT.
031910     DISPLAY 'NGUYEN-P03-CHKWTR - POSITIVE PAY ISSUES: '
031920         WS-PP-ISSUE-COUNT ' VOIDS: ' WS-PP-VOID-COUNT.
031930     DISPLAY 'NGUYEN-P03-CHKWTR - PAY HISTORY CHECKS POSTED: '
031940         WS-HISTORY-POSTED.
031943     IF WS-HIST-ERROR
031946         MOVE 4 TO RETURN-CODE
031948     END-IF.
031950     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
032000 9000-EXIT.
032100     EXIT.
032110 9100-WRITE-POSITIVE-PAY-TRAILER.
032120     MOVE SPACES TO POSITIVE-PAY-RECORD.
032130     MOVE 'T' TO PP-RECORD-TYPE.
032140     MOVE WS-PP-ISSUE-COUNT TO PP-ISSUE-COUNT.
032150     MOVE WS-PP-ISSUE-TOTAL TO PP-ISSUE-TOTAL.
032160     MOVE WS-PP-VOID-COUNT TO PP-VOID-COUNT.
032170     MOVE WS-PP-VOID-TOTAL TO PP-VOID-TOTAL.
032180     WRITE POSITIVE-PAY-RECORD.
032190 9100-EXIT.
032200     EXIT.
032300 9900-END-CYCLE-STEP.
032400     MOVE 'E' TO LK-CYCLE-FUNCTION.
032500     MOVE 'CHKWTR' TO LK-CYCLE-STEP-ID.
032600     MOVE WS-CHECKS-ISSUED TO LK-CYCLE-RECORDS-IN.
032700     ADD WS-PP-ISSUE-COUNT WS-PP-VOID-COUNT
032800         GIVING LK-CYCLE-RECORDS-OUT.
032900     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
033000     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
033100     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
033200         DISPLAY 'NGUYEN-P03-CHKWTR - ' LK-CYCLE-MESSAGE
033300     END-IF.
033400     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
033500 9900-EXIT.
033600     EXIT.
033700 END PROGRAM NGUYEN-P03-CHKWTR.
