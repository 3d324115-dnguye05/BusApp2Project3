001100*                  PAYROLL REGISTER REPORT - ONE DETAIL LINE PER
001200*                  EMPLOYEE, WITH PAGE BREAKS AND A GRAND-TOTAL
001300*                  LINE - SO PAYROLL AND THE AUDITORS HAVE A
001400*                  PAPER RECORD OF THE RUN.  ACTIVE SALARIED
001410*                  EMPLOYEES WITH NO CARD ARE PAID FROM THE
001420*                  EMPLOYEE MASTER AFTER THE CARDS RUN OUT.
001500*-----------------------------------------------------------------
001600*    MODIFICATION HISTORY
001700*    DATE       INIT  DESCRIPTION
011144*                     CALC SUBPROGRAM WAS GOING TO REJECT WAS
011145*                     HAVING VACATION AND SICK HOURS DEBITED
011146*                     FROM THE BALANCE FILE WITH NO REVERSAL.
011147*    09/15/2026 DN    EMPLOYEE SOCIAL SECURITY AND MEDICARE ARE
011148*                     NOW WITHHELD BY NGUYEN-P03-CALC.  THE
011149*                     AMOUNTS FLOW TO THE YTD UPDATE, THE GL
011150*                     EXTRACT, A NEW FICA COLUMN ON THE REGISTER
011151*                     (SEPARATORS TIGHTENED TO FIT 132 COLUMNS),
011152*                     AN EMPLOYEE-TAXES SECTION AFTER THE GRAND
011153*                     TOTALS AND TWO NEW PAY STUB ROWS.  THE
011154*                     CHECKPOINT CARRIES THE NEW TOTALS.
011155*    09/22/2026 DN    SALARIED EMPLOYEES - THE PAY TYPE AND
011156*                     SALARY ARE PASSED TO NGUYEN-P03-CALC, A
011157*                     SALARIED EMPLOYEE'S WORKED HOURS ARE NOT
011158*                     PAID (LEAVE CARDS STILL DRAW THE LEAVE
011159*                     BALANCES), AND THE SALARY'S HOURLY
011160*                     EQUIVALENT IS GATED AGAINST THE MINIMUM
011161*                     WAGE.  3000-PAY-SALARIED THEN READS THE
011162*                     EMPLOYEE MASTER AND PAYS EVERY ACTIVE
011163*                     SALARIED EMPLOYEE WHO HAD NO CARD.  THE
011164*                     CHECKPOINT CARRIES THE RUN PHASE SO A
011165*                     RESTART INSIDE THE SALARIED PASS RESUMES
011166*                     THE MASTER READ AFTER THE LAST EMPLOYEE
011167*                     POSTED.
011168*    10/14/2026 DN    AN EMPLOYEE WHOSE BANK DETAILS ARE STILL IN
011169*                     THE PRENOTE WAITING PERIOD IS PAID BY CHECK
011170*                     REQUEST INSTEAD OF ON THE DIRECT DEPOSIT
011171*                     EXTRACT UNTIL 10 DAYS HAVE PASSED SINCE THE
011172*                     PRENOTE WENT TO THE BANK.
011173*    10/15/2026 DN    WRITE A PAY HISTORY RECORD FOR EVERY
011174*                     EMPLOYEE PAID - EARNINGS BY TYPE,
011175*                     WITHHOLDING, DEDUCTIONS BY TYPE, EMPLOYER
011176*                     TAXES, NET AND HOW THE NET WAS PAID.  A
011177*                     RESTART OR OVERRIDE RERUN REWRITES THE
011178*                     PERIOD'S RECORD; A RECORD THAT CANNOT BE
011179*                     POSTED HOLDS THE RUN.
011180*    10/15/2026 DN    LABOR DISTRIBUTION - CARD HOURS ARE GATHERED
011181*                     BY CHARGE DEPARTMENT/JOB (BLANK IS HOME) AND
011182*                     THE GROSS AND EMPLOYER TAX SPLIT ACROSS THEM
011183*                     BY HOURS ON THE GL EXTRACT, THE LAST COST
011184*                     CENTER TAKING THE ROUNDING.  A SALARIED
011185*                     EMPLOYEE'S HOURS SHORT OF THE 80-HOUR PERIOD
011186*                     GO TO THE HOME DEPARTMENT'S CHARGE.
011187*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
011188*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
011189*                     ON ARE COMPLETE FOR THE PERIOD, AND
011190*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
011191*                     SUPERVISOR'S AUTHORIZATION.  START, END,
011192*                     COUNTS AND RETURN CODE ARE LOGGED ON THE
011193*                     CYCLE STEP LOG, A RUN HELD PART WAY
011194*                     INCLUDED.
011195*    10/15/2026 DN    TIMECARD EMPLOYEE IDS ARE KEPT ON A KEYED
011196*                     WORK FILE REBUILT EACH RUN, SO THE SALARIED
011197*                     PASS IS NO LONGER LIMITED BY A TABLE SIZE.
011199******************************************************************
011200 IDENTIFICATION DIVISION.
011300 PROGRAM-ID. NGUYEN-P03-PAY-BATCH.
011400 AUTHOR. DAVID NGUYEN.
015000     SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
015100         ORGANIZATION IS LINE SEQUENTIAL
015200         FILE STATUS IS WS-CHECKPT-STATUS.
015210     SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "EMPMAST"
015220         ORGANIZATION IS INDEXED
015230         ACCESS MODE IS DYNAMIC
015240         RECORD KEY IS EM-EMPLOYEE-ID
015250         FILE STATUS IS WS-EMPMAST-STATUS.
015258     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
015266         ORGANIZATION IS INDEXED
015274         ACCESS MODE IS DYNAMIC
015282         RECORD KEY IS PH-KEY
015290         FILE STATUS IS WS-PAYHIST-STATUS.
015292     SELECT CARD-ID-FILE ASSIGN TO "CARDIDS"
015294         ORGANIZATION IS INDEXED
015295         ACCESS MODE IS DYNAMIC
015296         RECORD KEY IS CI-EMPLOYEE-ID
015298         FILE STATUS IS WS-CARDIDS-STATUS.
015300 DATA DIVISION.
015400 FILE SECTION.
015500 FD  TIME-CARD-FILE.
017200 COPY PAYCTRL.
017300 FD  CHECKPOINT-FILE.
017400 COPY CHECKPT.
017410 FD  EMPLOYEE-MASTER-FILE.
017420 COPY EMPMAST.
017430 FD  PAY-HISTORY-FILE.
017440 COPY PAYHIST.
017450 FD  CARD-ID-FILE.
017460 01  CARD-ID-RECORD.
017470     03 CI-EMPLOYEE-ID            PIC X(05).
017500 WORKING-STORAGE SECTION.
017600 COPY EMPLULNK.
017700 COPY CALCLINK.
017900 COPY AUDITLNK.
018000 COPY DEDLINK.
018050 COPY LEAVLNK.
018060 COPY CYCLNK.
018100 01  WS-FILE-STATUSES.
018200     03 WS-TIMECARD-STATUS        PIC X(02) VALUE "00".
018300        88 WS-TIMECARD-OK                    VALUE "00".
019100     03 WS-CHECKPT-STATUS         PIC X(02) VALUE "00".
019200     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
019300     03 WS-YTDEARN-STATUS         PIC X(02) VALUE "00".
019310     03 WS-EMPMAST-STATUS         PIC X(02) VALUE "00".
019320     03 WS-PAYHIST-STATUS         PIC X(02) VALUE "00".
019330     03 WS-CARDIDS-STATUS         PIC X(02) VALUE "00".
019400 01  WS-SWITCHES.
019500     03 WS-EOF-SW                 PIC X(01) VALUE 'N'.
019600        88 WS-END-OF-FILE                    VALUE 'Y'.
019700     03 WS-RESTART-SW             PIC X(01) VALUE 'N'.
019800        88 WS-IS-RESTART                     VALUE 'Y'.
019810     03 WS-RUN-PHASE-SW           PIC X(01) VALUE SPACE.
019820        88 WS-SALARIED-PHASE                 VALUE 'S'.
019830     03 WS-MASTER-EOF-SW          PIC X(01) VALUE 'N'.
019840        88 WS-MASTER-END-OF-FILE             VALUE 'Y'.
019870     03 WS-CARD-ID-FOUND-SW       PIC X(01) VALUE 'N'.
019880        88 WS-CARD-ID-FOUND                  VALUE 'Y'.
019885     03 WS-PAY-METHOD-SW          PIC X(01) VALUE 'D'.
019890        88 WS-PAID-BY-DEPOSIT                VALUE 'D'.
019895        88 WS-PAID-BY-CHECK                  VALUE 'C'.
019900 01  WS-COUNTERS.
020000     03 WS-RECORDS-READ           PIC 9(06) VALUE 0.
020100     03 WS-RECORDS-PROCESSED      PIC 9(06) VALUE 0.
020300     03 WS-DD-ITEM-COUNT          PIC 9(06) VALUE 0.
020400     03 WS-DD-TOTAL-AMOUNT        PIC 9(09)V9(02) VALUE 0.
020500     03 WS-CHECK-COUNT            PIC 9(06) VALUE 0.
020510     03 WS-SALARIED-NO-CARD       PIC 9(06) VALUE 0.
020520     03 WS-PRENOTE-HOLDS          PIC 9(06) VALUE 0.
020525 77  WS-CHG-COUNT                 PIC 9(01) COMP VALUE 0.
020530 77  WS-CHG-MAX                   PIC 9(01) COMP VALUE 5.
020535 77  WS-DIST-SUB                  PIC 9(01) COMP VALUE 1.
020540 01  WS-CHARGE-TABLE.
020545     03 WS-CHG-ENTRY OCCURS 5 TIMES INDEXED BY CHG-IDX.
020550         05 WS-CHG-DEPARTMENT     PIC X(02).
020555         05 WS-CHG-JOB            PIC X(06).
020560         05 WS-CHG-HOURS          PIC 9(3)V9(2).
020565 01  WS-DIST-WORK.
020570     03 WS-DIST-DEPARTMENT        PIC X(02) VALUE SPACES.
020575     03 WS-DIST-JOB               PIC X(06) VALUE SPACES.
020580     03 WS-DIST-ADD-HOURS         PIC 9(3)V9(2) VALUE 0.
020585     03 WS-DIST-TOTAL-HOURS       PIC 9(4)V9(2) VALUE 0.
020590     03 WS-DIST-GROSS-LEFT        PIC 9(5)V9(2) VALUE 0.
020595     03 WS-DIST-ER-LEFT           PIC 9(5)V9(2) VALUE 0.
020600 01  WS-PERIOD-CONTROLS.
020700     03 WS-CURRENT-PERIOD         PIC 9(04) VALUE 0.
020800     03 WS-PERIOD-END-DATE        PIC 9(08) VALUE 0.
021430     03 WS-ER-FUTA-TOTAL          PIC 9(07)V9(02) VALUE 0.
021440     03 WS-ER-SUTA-TOTAL          PIC 9(07)V9(02) VALUE 0.
021450     03 WS-ER-GRAND-TOTAL         PIC 9(07)V9(02) VALUE 0.
021460 01  WS-EE-TAX-TOTALS.
021470     03 WS-EE-SOC-SEC-TOTAL       PIC 9(07)V9(02) VALUE 0.
021480     03 WS-EE-MEDICARE-TOTAL      PIC 9(07)V9(02) VALUE 0.
021490     03 WS-EE-FICA-THIS-EMP       PIC 9(05)V9(02) VALUE 0.
021510 01  WS-GATHER-BUCKETS.
021520     03 WS-GATHER-EMPLOYEE-ID     PIC X(05) VALUE SPACES.
021530     03 WS-GATHER-REG-HOURS       PIC 9(3)V9(2) VALUE 0.
021550     03 WS-GATHER-SICK-HOURS      PIC 9(3)V9(2) VALUE 0.
021560     03 WS-GATHER-HOL-HOURS       PIC 9(3)V9(2) VALUE 0.
021570     03 WS-GATHER-TOTAL-HOURS     PIC 9(4)V9(2) VALUE 0.
021575 01  WS-RATE-EDIT-WORK.
021580     03 WS-SALARY-PERIOD-HOURS    PIC 9(2)V9(2) VALUE 80.
021585     03 WS-EDIT-RATE              PIC 9(4)V9(4) VALUE 0.
021586 01  WS-PRENOTE-CONTROLS.
021587     03 WS-PRENOTE-WAIT-DAYS      PIC 9(03) VALUE 10.
021588     03 WS-PRENOTE-AGE            PIC S9(07) VALUE 0.
021592 01  WS-LAST-CARD-ID              PIC X(05) VALUE SPACES.
021600 01  WS-CHECKPOINT-CONTROLS.
021700     03 WS-RESTART-EMPLOYEE-ID    PIC X(05) VALUE SPACES.
021800     03 WS-CHECKPOINT-COUNT       PIC 9(04) VALUE 0.
025220     03 WS-RPT-GRAND-SICK         PIC 9(07)V9(02) VALUE 0.
025230     03 WS-RPT-GRAND-HOLIDAY      PIC 9(07)V9(02) VALUE 0.
025300     03 WS-RPT-GRAND-TOTAL        PIC 9(07)V9(02) VALUE 0.
025350     03 WS-RPT-GRAND-FICA         PIC 9(07)V9(02) VALUE 0.
025400     03 WS-RPT-GRAND-DEDUCT       PIC 9(07)V9(02) VALUE 0.
025500     03 WS-RPT-GRAND-NET          PIC 9(07)V9(02) VALUE 0.
025600 01  WS-RPT-HEADER-1.
026600     03 FILLER                    PIC X(27) VALUE 'EMPLOYEE NAME'.
026700     03 FILLER                    PIC X(07) VALUE 'HOURS'.
026800     03 FILLER                    PIC X(07) VALUE 'RATE'.
026900     03 FILLER                    PIC X(09) VALUE 'REGULAR'.
027000     03 FILLER                    PIC X(09) VALUE 'OVERTIME'.
027010     03 FILLER                    PIC X(09) VALUE 'VACATION'.
027020     03 FILLER                    PIC X(09) VALUE 'SICK'.
027030     03 FILLER                    PIC X(09) VALUE 'HOLIDAY'.
027100     03 FILLER                    PIC X(10) VALUE 'TOTAL'.
027150     03 FILLER                    PIC X(09) VALUE 'FICA'.
027200     03 FILLER                    PIC X(09) VALUE 'DEDUCT'.
027300     03 FILLER                    PIC X(07) VALUE 'NET'.
027400 01  WS-RPT-DETAIL.
027500     03 WS-RPT-DT-EMPLOYEE-ID     PIC X(08).
027900     03 WS-RPT-DT-RATE            PIC Z9.99.
028000     03 FILLER                    PIC X(02) VALUE SPACES.
028100     03 WS-RPT-DT-REGULAR         PIC Z,ZZ9.99.
028200     03 FILLER                    PIC X(01) VALUE SPACES.
028300     03 WS-RPT-DT-OVERTIME        PIC Z,ZZ9.99.
028400     03 FILLER                    PIC X(01) VALUE SPACES.
028410     03 WS-RPT-DT-VACATION        PIC Z,ZZ9.99.
028420     03 FILLER                    PIC X(01) VALUE SPACES.
028430     03 WS-RPT-DT-SICK            PIC Z,ZZ9.99.
028440     03 FILLER                    PIC X(01) VALUE SPACES.
028450     03 WS-RPT-DT-HOLIDAY         PIC Z,ZZ9.99.
028460     03 FILLER                    PIC X(01) VALUE SPACES.
028500     03 WS-RPT-DT-TOTAL           PIC ZZ,ZZ9.99.
028600     03 FILLER                    PIC X(01) VALUE SPACES.
028650     03 WS-RPT-DT-FICA            PIC Z,ZZ9.99.
028660     03 FILLER                    PIC X(01) VALUE SPACES.
028700     03 WS-RPT-DT-DEDUCT          PIC Z,ZZ9.99.
028800     03 FILLER                    PIC X(01) VALUE SPACES.
028900     03 WS-RPT-DT-NET             PIC ZZ,ZZ9.99.
029000 01  WS-RPT-TOTAL-LINE.
029100     03 FILLER                    PIC X(35) VALUE 'GRAND TOTALS'.
029760     03 FILLER                    PIC X(01) VALUE SPACES.
029800     03 WS-RPT-TL-TOTAL           PIC ZZZ,ZZ9.99.
029900     03 FILLER                    PIC X(01) VALUE SPACES.
029910     03 WS-RPT-TL-FICA            PIC ZZZ,ZZ9.99.
029920     03 FILLER                    PIC X(01) VALUE SPACES.
030000     03 WS-RPT-TL-DEDUCT          PIC ZZZ,ZZ9.99.
030100     03 FILLER                    PIC X(01) VALUE SPACES.
030200     03 WS-RPT-TL-NET             PIC ZZZ,ZZ9.99.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     PERFORM 2000-PROCESS-TIMECARD THRU 2000-EXIT
034300         UNTIL WS-END-OF-FILE.
034310     PERFORM 3000-PAY-SALARIED THRU 3000-EXIT.
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034500     STOP RUN.
034600 1000-INITIALIZE.
034610     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
034700     OPEN INPUT TIME-CARD-FILE.
034800     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
034900     MOVE WS-SYS-DATE-MONTH TO WS-RUN-MONTH.
035500     MOVE WS-SYS-DATE-MONTH TO WS-DED-RUN-MONTH.
035600     MOVE WS-SYS-DATE-DAY TO WS-DED-RUN-DAY.
035700     PERFORM 1050-CHECK-PERIOD-CONTROL THRU 1050-EXIT.
035708     OPEN OUTPUT CARD-ID-FILE.
035716     CLOSE CARD-ID-FILE.
035724     OPEN I-O CARD-ID-FILE.
035732     IF WS-CARDIDS-STATUS NOT EQUAL TO '00'
035740         DISPLAY 'NGUYEN-P03-PAY-BATCH - TIMECARD ID WORK FILE'
035748             ' UNAVAILABLE - RUN HELD'
035756         MOVE 8 TO RETURN-CODE
035764         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
035772         STOP RUN
035780     END-IF.
035800     PERFORM 1200-CHECK-RESTART THRU 1200-EXIT.
035900     IF NOT WS-IS-RESTART
036000         PERFORM 1260-SNAPSHOT-YTD-TOTALS THRU 1260-EXIT
036200     END-IF.
036300     PERFORM 1210-OPEN-OUTPUT-FILES THRU 1210-EXIT.
036400 1000-EXIT.
036406     EXIT.
036412 1010-START-CYCLE-STEP.
036418     MOVE 'S' TO LK-CYCLE-FUNCTION.
036424     MOVE 'PAYBATCH' TO LK-CYCLE-STEP-ID.
036430     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
036436     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
036442         DISPLAY 'NGUYEN-P03-PAY-BATCH - ' LK-CYCLE-MESSAGE
036448     END-IF.
036454     IF NOT LK-CYCLE-OK
036460         DISPLAY 'NGUYEN-P03-PAY-BATCH - RUN HELD'
036466         MOVE 8 TO RETURN-CODE
036472         STOP RUN
036478     END-IF.
036484 1010-EXIT.
036500     EXIT.
036600 1050-CHECK-PERIOD-CONTROL.
036700     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
036900         DISPLAY 'NGUYEN-P03-PAY-BATCH - PERIOD CONTROL FILE'
037000             ' MISSING - RUN HELD'
037100         MOVE 8 TO RETURN-CODE
037110         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
037200         STOP RUN
037300     END-IF.
037400     READ PAY-PERIOD-CONTROL-FILE
037600             DISPLAY 'NGUYEN-P03-PAY-BATCH - PERIOD CONTROL'
037700                 ' RECORD MISSING - RUN HELD'
037800             MOVE 8 TO RETURN-CODE
037810             PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
037900             STOP RUN
038000     END-READ.
038100     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
039200             ' REQUIRED TO RERUN'
039300         MOVE 8 TO RETURN-CODE
039400         CLOSE PAY-PERIOD-CONTROL-FILE
039410         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
039500         STOP RUN
039600     END-IF.
039700     IF PC-STATUS-POSTED
040800             GO TO 1100-EXIT
040900     END-READ.
041000     ADD 1 TO WS-RECORDS-READ.
041010     PERFORM 1150-RECORD-CARD-ID THRU 1150-EXIT.
041100 1100-EXIT.
041200     EXIT.
041210 1150-RECORD-CARD-ID.
041220     IF TC-EMPLOYEE-ID EQUAL TO WS-LAST-CARD-ID
041230         GO TO 1150-EXIT
041240     END-IF.
041250     MOVE TC-EMPLOYEE-ID TO WS-LAST-CARD-ID.
041255     MOVE TC-EMPLOYEE-ID TO CI-EMPLOYEE-ID.
041260     WRITE CARD-ID-RECORD
041265         INVALID KEY
041270             CONTINUE
041275     END-WRITE.
041280     IF WS-CARDIDS-STATUS NOT EQUAL TO '00'
041282        AND WS-CARDIDS-STATUS NOT EQUAL TO '22'
041284         DISPLAY 'NGUYEN-P03-PAY-BATCH - TIMECARD ID WORK FILE'
041286             ' WRITE FAILED - RUN HELD'
041288         MOVE 8 TO RETURN-CODE
041290         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
041292         STOP RUN
041294     END-IF.
041296 1150-EXIT.
041298     EXIT.
041300 1200-CHECK-RESTART.
041400     OPEN INPUT CHECKPOINT-FILE.
041500     IF WS-CHECKPT-STATUS NOT EQUAL TO '00'
043510     MOVE CP-ER-FICA-TOTAL TO WS-ER-FICA-TOTAL.
043520     MOVE CP-ER-FUTA-TOTAL TO WS-ER-FUTA-TOTAL.
043530     MOVE CP-ER-SUTA-TOTAL TO WS-ER-SUTA-TOTAL.
043540     MOVE CP-EE-SOC-SEC-TOTAL TO WS-EE-SOC-SEC-TOTAL.
043550     MOVE CP-EE-MEDICARE-TOTAL TO WS-EE-MEDICARE-TOTAL.
043560     MOVE CP-RUN-PHASE TO WS-RUN-PHASE-SW.
043600     MOVE 'Y' TO WS-RESTART-SW.
043700     CLOSE CHECKPOINT-FILE.
043800     DISPLAY 'NGUYEN-P03-PAY-BATCH - RESTARTING AFTER EMPLOYEE: '
043900         WS-RESTART-EMPLOYEE-ID.
043910     IF WS-SALARIED-PHASE
043920         DISPLAY 'NGUYEN-P03-PAY-BATCH - RESTARTING IN THE'
043930             ' SALARIED PASS'
043940     END-IF.
044000     PERFORM 1100-READ-TIMECARD THRU 1100-EXIT.
044100     PERFORM 1250-SKIP-TO-RESTART-POINT THRU 1250-EXIT.
044200 1200-EXIT.
045810         OPEN OUTPUT CHECK-REQUEST-FILE
045900     END-IF.
045910     OPEN INPUT YTD-EARNINGS-FILE.
045920     OPEN I-O PAY-HISTORY-FILE.
045930     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
045940         OPEN OUTPUT PAY-HISTORY-FILE
045950         CLOSE PAY-HISTORY-FILE
045960         OPEN I-O PAY-HISTORY-FILE
045970     END-IF.
045973     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
045976         DISPLAY 'NGUYEN-P03-PAY-BATCH - PAY HISTORY FILE'
045979             ' UNAVAILABLE - RUN HELD'
045982         MOVE 8 TO RETURN-CODE
045985         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
045988         STOP RUN
045991     END-IF.
046000 1210-EXIT.
046100     EXIT.
046200 1250-SKIP-TO-RESTART-POINT.
050930     MOVE 0 TO WS-GATHER-VAC-HOURS.
050940     MOVE 0 TO WS-GATHER-SICK-HOURS.
050950     MOVE 0 TO WS-GATHER-HOL-HOURS.
050955     MOVE 0 TO WS-CHG-COUNT.
050960     PERFORM 2010-GATHER-EMPLOYEE-CARDS THRU 2010-EXIT
050970         UNTIL WS-END-OF-FILE
050980         OR TC-EMPLOYEE-ID NOT EQUAL TO WS-GATHER-EMPLOYEE-ID.
050990     COMPUTE WS-GATHER-TOTAL-HOURS =
050992         WS-GATHER-REG-HOURS + WS-GATHER-VAC-HOURS
050994             + WS-GATHER-SICK-HOURS + WS-GATHER-HOL-HOURS.
050995     PERFORM 2005-PAY-EMPLOYEE THRU 2005-EXIT.
050996 2000-EXIT.
050997     EXIT.
050998 2005-PAY-EMPLOYEE.
051000     MOVE WS-GATHER-EMPLOYEE-ID TO LK-EMPLU-EMPLOYEE-ID.
051100     CALL 'NGUYEN-P03-EMPLU' USING LK-EMPLU-AREA.
051200     IF NOT LK-EMPLU-FOUND
051300         ADD 1 TO WS-RECORDS-REJECTED
051400         GO TO 2005-EXIT
051500     END-IF.
051501     MOVE LK-EMPLU-PAY-RATE TO WS-EDIT-RATE.
051502     IF LK-EMPLU-SALARIED
051503         MOVE 0 TO WS-GATHER-REG-HOURS
051504         COMPUTE WS-GATHER-TOTAL-HOURS =
051505             WS-GATHER-VAC-HOURS + WS-GATHER-SICK-HOURS
051506                 + WS-GATHER-HOL-HOURS
051507         COMPUTE WS-EDIT-RATE ROUNDED =
051508             LK-EMPLU-SALARY-AMOUNT / WS-SALARY-PERIOD-HOURS
051509     END-IF.
051510     IF WS-GATHER-TOTAL-HOURS > 80.00
051520         MOVE 'HOURS NOT IN RANGE 0-80' TO WS-EXC-DT-REASON
051530         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
051540         ADD 1 TO WS-RECORDS-REJECTED
051550         GO TO 2005-EXIT
051560     END-IF.
051561     IF WS-EDIT-RATE < WS-MIN-RATE
051562         MOVE 'RATE BELOW MINIMUM WAGE FLOOR'
051563             TO WS-EXC-DT-REASON
051564         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
051565         ADD 1 TO WS-RECORDS-REJECTED
051566         GO TO 2005-EXIT
051567     END-IF.
051570     PERFORM 2030-DRAW-LEAVE-BALANCES THRU 2030-EXIT.
051580     PERFORM 2040-GET-YTD-GROSS THRU 2040-EXIT.
051800     MOVE LK-EMPLU-CLASSIFICATION-CODE TO
051900         LK-CALC-CLASSIFICATION-CODE.
051910     MOVE LK-EMPLU-WORK-STATE TO LK-CALC-WORK-STATE.
051920     MOVE LK-EMPLU-PAY-TYPE TO LK-CALC-PAY-TYPE.
051930     MOVE LK-EMPLU-SALARY-AMOUNT TO LK-CALC-SALARY-AMOUNT.
052000     CALL 'NGUYEN-P03-CALC' USING LK-CALC-AREA.
052100     PERFORM 2400-WRITE-AUDIT-RECORD THRU 2400-EXIT.
052200     IF LK-CALC-INVALID-HOURS OR LK-CALC-INVALID-RATE
052260         END-IF
052300         PERFORM 2150-LOG-EXCEPTION THRU 2150-EXIT
052400         ADD 1 TO WS-RECORDS-REJECTED
052500         GO TO 2005-EXIT
052600     END-IF.
052700     PERFORM 2050-TAKE-DEDUCTIONS THRU 2050-EXIT.
052800     PERFORM 2100-UPDATE-YTD THRU 2100-EXIT.
053000     PERFORM 2300-WRITE-GL-RECORD THRU 2300-EXIT.
053100     PERFORM 2350-WRITE-PAY-STUB THRU 2350-EXIT.
053200     PERFORM 2370-WRITE-DIRECT-DEPOSIT THRU 2370-EXIT.
053210     PERFORM 2390-WRITE-PAY-HISTORY THRU 2390-EXIT.
053300     ADD 1 TO WS-RECORDS-PROCESSED.
053400     PERFORM 2450-CHECKPOINT-CHECK THRU 2450-EXIT.
053700 2005-EXIT.
053800     EXIT.
053810 2010-GATHER-EMPLOYEE-CARDS.
053820     IF TC-TYPE-VACATION
053888             END-IF
053890         END-IF
053892     END-IF.
053893     PERFORM 2060-ADD-CARD-CHARGE THRU 2060-EXIT.
053894     PERFORM 1100-READ-TIMECARD THRU 1100-EXIT.
053896 2010-EXIT.
053898     EXIT.
054500     MOVE LK-DED-NET-AFTER TO LK-CALC-NET-EARNINGS.
054600 2050-EXIT.
054700     EXIT.
054702 2060-ADD-CARD-CHARGE.
054704     IF TC-HOURS-WORKED NOT > 0
054706         GO TO 2060-EXIT
054708     END-IF.
054710     MOVE TC-CHARGE-DEPARTMENT TO WS-DIST-DEPARTMENT.
054712     MOVE TC-CHARGE-JOB TO WS-DIST-JOB.
054714     MOVE TC-HOURS-WORKED TO WS-DIST-ADD-HOURS.
054716     PERFORM 2070-ADD-CHARGE-HOURS THRU 2070-EXIT.
054718 2060-EXIT.
054720     EXIT.
054722 2070-ADD-CHARGE-HOURS.
054724     IF WS-CHG-COUNT > 0
054726         PERFORM 2075-CHECK-CHARGE-ENTRY THRU 2075-EXIT
054728             VARYING CHG-IDX FROM 1 BY 1
054730             UNTIL CHG-IDX > WS-CHG-COUNT
054732                OR (WS-CHG-DEPARTMENT (CHG-IDX) =
054734                       WS-DIST-DEPARTMENT
054736                    AND WS-CHG-JOB (CHG-IDX) = WS-DIST-JOB)
054738         IF CHG-IDX NOT > WS-CHG-COUNT
054740             GO TO 2070-ACCUMULATE
054742         END-IF
054744     END-IF.
054746     IF WS-CHG-COUNT >= WS-CHG-MAX
054748         SET CHG-IDX TO WS-CHG-MAX
054750         GO TO 2070-ACCUMULATE
054752     END-IF.
054754     ADD 1 TO WS-CHG-COUNT.
054756     SET CHG-IDX TO WS-CHG-COUNT.
054758     MOVE WS-DIST-DEPARTMENT TO WS-CHG-DEPARTMENT (CHG-IDX).
054760     MOVE WS-DIST-JOB TO WS-CHG-JOB (CHG-IDX).
054762     MOVE 0 TO WS-CHG-HOURS (CHG-IDX).
054764 2070-ACCUMULATE.
054766     ADD WS-DIST-ADD-HOURS TO WS-CHG-HOURS (CHG-IDX).
054768 2070-EXIT.
054770     EXIT.
054772 2075-CHECK-CHARGE-ENTRY.
054774     CONTINUE.
054776 2075-EXIT.
054778     EXIT.
054800 2100-UPDATE-YTD.
054900     MOVE LK-EMPLU-EMPLOYEE-ID TO LK-YTDUP-EMPLOYEE-ID.
054910     MOVE LK-EMPLU-WORK-STATE TO LK-YTDUP-WORK-STATE.
055800         TO LK-YTDUP-FEDERAL-WITHHOLDING.
055900     MOVE LK-CALC-STATE-WITHHOLDING
056000         TO LK-YTDUP-STATE-WITHHOLDING.
056005     MOVE LK-CALC-EE-SOC-SEC TO LK-YTDUP-EE-SOC-SEC.
056008     MOVE LK-CALC-EE-MEDICARE TO LK-YTDUP-EE-MEDICARE.
056010     MOVE LK-CALC-ER-FICA TO LK-YTDUP-ER-FICA.
056020     MOVE LK-CALC-ER-FUTA TO LK-YTDUP-ER-FUTA.
056030     MOVE LK-CALC-ER-SUTA TO LK-YTDUP-ER-SUTA.
058720     MOVE LK-CALC-SICK-EARNINGS TO WS-RPT-DT-SICK.
058730     MOVE LK-CALC-HOLIDAY-EARNINGS TO WS-RPT-DT-HOLIDAY.
058800     MOVE LK-CALC-TOTAL-EARNINGS TO WS-RPT-DT-TOTAL.
058810     COMPUTE WS-EE-FICA-THIS-EMP =
058820         LK-CALC-EE-SOC-SEC + LK-CALC-EE-MEDICARE.
058830     MOVE WS-EE-FICA-THIS-EMP TO WS-RPT-DT-FICA.
058900     MOVE LK-DED-TOTAL-DEDUCTIONS TO WS-RPT-DT-DEDUCT.
059000     MOVE LK-CALC-NET-EARNINGS TO WS-RPT-DT-NET.
059100     MOVE WS-RPT-DETAIL TO PAYROLL-REGISTER-LINE.
059910     ADD LK-CALC-ER-FICA TO WS-ER-FICA-TOTAL.
059920     ADD LK-CALC-ER-FUTA TO WS-ER-FUTA-TOTAL.
059930     ADD LK-CALC-ER-SUTA TO WS-ER-SUTA-TOTAL.
059940     ADD LK-CALC-EE-SOC-SEC TO WS-EE-SOC-SEC-TOTAL.
059950     ADD LK-CALC-EE-MEDICARE TO WS-EE-MEDICARE-TOTAL.
060000 2200-EXIT.
060100     EXIT.
060200 2210-WRITE-PAGE-HEADERS.
062510     MOVE LK-CALC-ER-TOTAL TO GL-ER-TAX-TOTAL.
062520     MOVE LK-CALC-FEDERAL-WITHHOLDING TO GL-FEDERAL-WH.
062530     MOVE LK-CALC-STATE-WITHHOLDING TO GL-STATE-WH.
062532     MOVE LK-CALC-EE-SOC-SEC TO GL-SOC-SEC-WH.
062534     MOVE LK-CALC-EE-MEDICARE TO GL-MEDICARE-WH.
062540     MOVE LK-DED-TOTAL-DEDUCTIONS TO GL-DEDUCTIONS.
062550     PERFORM 2310-COPY-DED-TYPES THRU 2310-EXIT
062560         VARYING WS-DED-SUB FROM 1 BY 1
062570         UNTIL WS-DED-SUB > 5.
062600     PERFORM 2320-DISTRIBUTE-LABOR THRU 2320-EXIT.
062602     WRITE GL-SUMMARY-RECORD.
062604 2300-EXIT.
062606     EXIT.
062608 2310-COPY-DED-TYPES.
062610     MOVE LK-DED-TYPE-CODE (WS-DED-SUB)
062612         TO GL-DED-TYPE-CODE (WS-DED-SUB).
062614     MOVE LK-DED-TYPE-AMOUNT (WS-DED-SUB)
062616         TO GL-DED-TYPE-AMOUNT (WS-DED-SUB).
062618 2310-EXIT.
062620     EXIT.
062622 2320-DISTRIBUTE-LABOR.
062624     IF WS-SALARIED-PHASE
062626         MOVE 0 TO WS-CHG-COUNT
062628     END-IF.
062630     MOVE 0 TO WS-DIST-TOTAL-HOURS.
062632     MOVE 0 TO GL-DIST-COUNT.
062634     IF WS-CHG-COUNT > 0
062636         PERFORM 2325-SUM-CHARGE-HOURS THRU 2325-EXIT
062638             VARYING CHG-IDX FROM 1 BY 1
062640             UNTIL CHG-IDX > WS-CHG-COUNT
062642     END-IF.
062644     IF LK-EMPLU-SALARIED
062646        AND WS-DIST-TOTAL-HOURS < WS-SALARY-PERIOD-HOURS
062652         COMPUTE WS-DIST-ADD-HOURS =
062654             WS-SALARY-PERIOD-HOURS - WS-DIST-TOTAL-HOURS
062656         PERFORM 2345-ADD-HOME-HOURS THRU 2345-EXIT
062658         MOVE WS-SALARY-PERIOD-HOURS TO WS-DIST-TOTAL-HOURS
062660     END-IF.
062662     IF WS-CHG-COUNT > 0
062664         PERFORM 2330-BUILD-DIST-SLOT THRU 2330-EXIT
062666             VARYING CHG-IDX FROM 1 BY 1
062668             UNTIL CHG-IDX > WS-CHG-COUNT
062670     END-IF.
062672     IF GL-DIST-COUNT = 0
062674         MOVE 1 TO GL-DIST-COUNT
062676         MOVE LK-EMPLU-DEPARTMENT-CODE TO GL-DIST-DEPARTMENT (1)
062678         MOVE SPACES TO GL-DIST-JOB (1)
062680         MOVE 0 TO GL-DIST-HOURS (1)
062682     END-IF.
062684     MOVE LK-CALC-TOTAL-EARNINGS TO WS-DIST-GROSS-LEFT.
062686     MOVE LK-CALC-ER-TOTAL TO WS-DIST-ER-LEFT.
062688     PERFORM 2340-PRICE-DIST-SLOT THRU 2340-EXIT
062690         VARYING WS-DIST-SUB FROM 1 BY 1
062692         UNTIL WS-DIST-SUB > GL-DIST-COUNT.
062694     MOVE 0 TO WS-CHG-COUNT.
062696 2320-EXIT.
062698     EXIT.
062700 2325-SUM-CHARGE-HOURS.
062702     ADD WS-CHG-HOURS (CHG-IDX) TO WS-DIST-TOTAL-HOURS.
062704 2325-EXIT.
062706     EXIT.
062708 2330-BUILD-DIST-SLOT.
062710     MOVE WS-CHG-DEPARTMENT (CHG-IDX) TO WS-DIST-DEPARTMENT.
062712     IF WS-DIST-DEPARTMENT = SPACES
062714         MOVE LK-EMPLU-DEPARTMENT-CODE TO WS-DIST-DEPARTMENT
062716     END-IF.
062718     IF GL-DIST-COUNT > 0
062720         PERFORM 2335-CHECK-DIST-SLOT THRU 2335-EXIT
062722             VARYING WS-DIST-SUB FROM 1 BY 1
062724             UNTIL WS-DIST-SUB > GL-DIST-COUNT
062726                OR (GL-DIST-DEPARTMENT (WS-DIST-SUB) =
062728                       WS-DIST-DEPARTMENT
062730                    AND GL-DIST-JOB (WS-DIST-SUB) =
062732                       WS-CHG-JOB (CHG-IDX))
062734         IF WS-DIST-SUB NOT > GL-DIST-COUNT
062736             GO TO 2330-ACCUMULATE
062738         END-IF
062740     END-IF.
062742     ADD 1 TO GL-DIST-COUNT.
062744     MOVE GL-DIST-COUNT TO WS-DIST-SUB.
062746     MOVE WS-DIST-DEPARTMENT TO GL-DIST-DEPARTMENT (WS-DIST-SUB).
062748     MOVE WS-CHG-JOB (CHG-IDX) TO GL-DIST-JOB (WS-DIST-SUB).
062750     MOVE 0 TO GL-DIST-HOURS (WS-DIST-SUB).
062752 2330-ACCUMULATE.
062754     ADD WS-CHG-HOURS (CHG-IDX) TO GL-DIST-HOURS (WS-DIST-SUB).
062756 2330-EXIT.
062758     EXIT.
062760 2335-CHECK-DIST-SLOT.
062762     CONTINUE.
062764 2335-EXIT.
062766     EXIT.
062768 2340-PRICE-DIST-SLOT.
062770     IF WS-DIST-SUB = GL-DIST-COUNT
062772        OR WS-DIST-TOTAL-HOURS = 0
062774         MOVE WS-DIST-GROSS-LEFT TO GL-DIST-GROSS (WS-DIST-SUB)
062776         MOVE WS-DIST-ER-LEFT TO GL-DIST-ER-TAX (WS-DIST-SUB)
062778         GO TO 2340-EXIT
062780     END-IF.
062782     COMPUTE GL-DIST-GROSS (WS-DIST-SUB) ROUNDED =
062784         LK-CALC-TOTAL-EARNINGS * GL-DIST-HOURS (WS-DIST-SUB)
062786             / WS-DIST-TOTAL-HOURS.
062788     COMPUTE GL-DIST-ER-TAX (WS-DIST-SUB) ROUNDED =
062790         LK-CALC-ER-TOTAL * GL-DIST-HOURS (WS-DIST-SUB)
062792             / WS-DIST-TOTAL-HOURS.
062794     IF GL-DIST-GROSS (WS-DIST-SUB) > WS-DIST-GROSS-LEFT
062796         MOVE WS-DIST-GROSS-LEFT TO GL-DIST-GROSS (WS-DIST-SUB)
062798     END-IF.
062800     IF GL-DIST-ER-TAX (WS-DIST-SUB) > WS-DIST-ER-LEFT
062802         MOVE WS-DIST-ER-LEFT TO GL-DIST-ER-TAX (WS-DIST-SUB)
062804     END-IF.
062806     SUBTRACT GL-DIST-GROSS (WS-DIST-SUB) FROM WS-DIST-GROSS-LEFT.
062808     SUBTRACT GL-DIST-ER-TAX (WS-DIST-SUB) FROM WS-DIST-ER-LEFT.
062810 2340-EXIT.
062812     EXIT.
062816 2345-ADD-HOME-HOURS.
062820     MOVE SPACES TO WS-DIST-DEPARTMENT.
062824     MOVE SPACES TO WS-DIST-JOB.
062828     IF WS-CHG-COUNT < WS-CHG-MAX
062832         PERFORM 2070-ADD-CHARGE-HOURS THRU 2070-EXIT
062836         GO TO 2345-EXIT
062840     END-IF.
062844     PERFORM 2075-CHECK-CHARGE-ENTRY THRU 2075-EXIT
062848         VARYING CHG-IDX FROM 1 BY 1
062852         UNTIL CHG-IDX > WS-CHG-COUNT
062856            OR (WS-CHG-JOB (CHG-IDX) = SPACES
062860                AND (WS-CHG-DEPARTMENT (CHG-IDX) = SPACES
062864                  OR WS-CHG-DEPARTMENT (CHG-IDX) =
062868                        LK-EMPLU-DEPARTMENT-CODE)).
062872     IF CHG-IDX > WS-CHG-COUNT
062876         PERFORM 2070-ADD-CHARGE-HOURS THRU 2070-EXIT
062880     ELSE
062884         ADD WS-DIST-ADD-HOURS TO WS-CHG-HOURS (CHG-IDX)
062888     END-IF.
062892 2345-EXIT.
062896     EXIT.
062900 2350-WRITE-PAY-STUB.
063000     MOVE SPACES TO PAY-STUB-LINE.
063100     WRITE PAY-STUB-LINE AFTER ADVANCING 1 LINE.
066600     MOVE LK-CALC-STATE-WITHHOLDING TO WS-STUB-ROW-CURRENT.
066700     MOVE LK-YTDUP-YTD-STATE-WH TO WS-STUB-ROW-YTD.
066800     PERFORM 2360-WRITE-STUB-ROW THRU 2360-EXIT.
066810     MOVE 'SOCIAL SECURITY' TO WS-STUB-ROW-DESC.
066820     MOVE LK-CALC-EE-SOC-SEC TO WS-STUB-ROW-CURRENT.
066830     MOVE LK-YTDUP-YTD-EE-SOC-SEC TO WS-STUB-ROW-YTD.
066840     PERFORM 2360-WRITE-STUB-ROW THRU 2360-EXIT.
066850     MOVE 'MEDICARE' TO WS-STUB-ROW-DESC.
066860     MOVE LK-CALC-EE-MEDICARE TO WS-STUB-ROW-CURRENT.
066870     MOVE LK-YTDUP-YTD-EE-MEDICARE TO WS-STUB-ROW-YTD.
066880     PERFORM 2360-WRITE-STUB-ROW THRU 2360-EXIT.
066900     MOVE 'DEDUCTIONS' TO WS-STUB-ROW-DESC.
067000     MOVE LK-DED-TOTAL-DEDUCTIONS TO WS-STUB-ROW-CURRENT.
067100     MOVE SPACES TO WS-STUB-ROW-YTD-X.
068200 2360-EXIT.
068300     EXIT.
068400 2370-WRITE-DIRECT-DEPOSIT.
068450     MOVE 'D' TO WS-PAY-METHOD-SW.
068500     IF LK-EMPLU-BANK-ROUTING EQUAL TO SPACES
068600        OR LK-EMPLU-BANK-ACCOUNT EQUAL TO SPACES
068700         PERFORM 2380-WRITE-CHECK-LINE THRU 2380-EXIT
068800         GO TO 2370-EXIT
068900     END-IF.
068910     IF LK-EMPLU-PRENOTE-PENDING
068920         PERFORM 2375-CHECK-PRENOTE-WAIT THRU 2375-EXIT
068930         IF WS-PRENOTE-AGE < WS-PRENOTE-WAIT-DAYS
068940             ADD 1 TO WS-PRENOTE-HOLDS
068950             PERFORM 2380-WRITE-CHECK-LINE THRU 2380-EXIT
068960             GO TO 2370-EXIT
068970         END-IF
068980     END-IF.
069000     MOVE SPACES TO DD-EXTRACT-RECORD.
069100     MOVE 'D' TO DD-RECORD-TYPE.
069200     MOVE LK-EMPLU-EMPLOYEE-ID TO DD-EMPLOYEE-ID.
070000     ADD LK-CALC-NET-EARNINGS TO WS-DD-TOTAL-AMOUNT.
070100 2370-EXIT.
070200     EXIT.
070209 2375-CHECK-PRENOTE-WAIT.
070218     MOVE 0 TO WS-PRENOTE-AGE.
070227     IF LK-EMPLU-PRENOTE-DATE = 0
070236         GO TO 2375-EXIT
070245     END-IF.
070254     COMPUTE WS-PRENOTE-AGE =
070263         FUNCTION INTEGER-OF-DATE (WS-DED-RUN-DATE-N)
070272       - FUNCTION INTEGER-OF-DATE (LK-EMPLU-PRENOTE-DATE).
070281 2375-EXIT.
070290     EXIT.
070300 2380-WRITE-CHECK-LINE.
070350     MOVE 'C' TO WS-PAY-METHOD-SW.
070400     MOVE LK-EMPLU-EMPLOYEE-ID TO WS-CHK-DT-EMPLOYEE-ID.
070500     MOVE LK-EMPLU-EMPLOYEE-NAME TO WS-CHK-DT-EMPLOYEE-NAME.
070600     MOVE LK-CALC-NET-EARNINGS TO WS-CHK-DT-NET.
070900     ADD 1 TO WS-CHECK-COUNT.
071000 2380-EXIT.
071100     EXIT.
071102 2390-WRITE-PAY-HISTORY.
071104     MOVE SPACES TO PAY-HISTORY-RECORD.
071106     MOVE LK-EMPLU-EMPLOYEE-ID TO PH-EMPLOYEE-ID.
071108     MOVE WS-CURRENT-PERIOD TO PH-PERIOD-NUMBER.
071110     MOVE 0 TO PH-SEQUENCE-NUMBER.
071112     MOVE 'B' TO PH-SOURCE-CODE.
071114     MOVE WS-DED-RUN-DATE-N TO PH-RUN-DATE.
071116     MOVE LK-EMPLU-DEPARTMENT-CODE TO PH-DEPARTMENT-CODE.
071118     MOVE LK-EMPLU-PAY-TYPE TO PH-PAY-TYPE.
071120     MOVE LK-CALC-RATE TO PH-PAY-RATE.
071122     MOVE LK-CALC-REGULAR-HOURS TO PH-REGULAR-HOURS.
071124     MOVE LK-CALC-OVERTIME-HOURS TO PH-OVERTIME-HOURS.
071126     MOVE LK-CALC-DOUBLETIME-HOURS TO PH-DOUBLETIME-HOURS.
071128     MOVE LK-CALC-TOTAL-HOURS TO PH-TOTAL-HOURS.
071130     MOVE LK-CALC-REGULAR-EARNINGS TO PH-REGULAR-EARNINGS.
071132     MOVE LK-CALC-OVERTIME-EARNINGS TO PH-OVERTIME-EARNINGS.
071134     MOVE LK-CALC-DOUBLETIME-EARNINGS TO PH-DOUBLETIME-EARNINGS.
071136     MOVE LK-CALC-VACATION-EARNINGS TO PH-VACATION-EARNINGS.
071138     MOVE LK-CALC-SICK-EARNINGS TO PH-SICK-EARNINGS.
071140     MOVE LK-CALC-HOLIDAY-EARNINGS TO PH-HOLIDAY-EARNINGS.
071142     MOVE LK-CALC-TOTAL-EARNINGS TO PH-GROSS-EARNINGS.
071144     MOVE LK-CALC-FEDERAL-WITHHOLDING TO PH-FEDERAL-WH.
071146     MOVE LK-CALC-STATE-WITHHOLDING TO PH-STATE-WH.
071148     MOVE LK-CALC-EE-SOC-SEC TO PH-SOC-SEC-WH.
071150     MOVE LK-CALC-EE-MEDICARE TO PH-MEDICARE-WH.
071152     MOVE LK-DED-TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCTIONS.
071154     PERFORM 2395-COPY-HISTORY-DED-TYPES THRU 2395-EXIT
071156         VARYING WS-DED-SUB FROM 1 BY 1
071158         UNTIL WS-DED-SUB > 5.
071160     MOVE LK-CALC-ER-FICA TO PH-ER-FICA.
071162     MOVE LK-CALC-ER-FUTA TO PH-ER-FUTA.
071164     MOVE LK-CALC-ER-SUTA TO PH-ER-SUTA.
071166     MOVE LK-CALC-ER-TOTAL TO PH-ER-TOTAL.
071168     MOVE LK-CALC-NET-EARNINGS TO PH-NET-PAY.
071170     MOVE WS-PAY-METHOD-SW TO PH-PAY-METHOD.
071172     MOVE 0 TO PH-CHECK-NUMBER.
071174     WRITE PAY-HISTORY-RECORD
071176         INVALID KEY
071178             REWRITE PAY-HISTORY-RECORD
071180     END-WRITE.
071181     IF WS-PAYHIST-STATUS NOT EQUAL TO '00'
071182         DISPLAY 'NGUYEN-P03-PAY-BATCH - PAY HISTORY NOT POSTED'
071183             ' FOR ' LK-EMPLU-EMPLOYEE-ID ' - STATUS '
071184             WS-PAYHIST-STATUS ' - RUN HELD'
071185         MOVE 8 TO RETURN-CODE
071186         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
071187         STOP RUN
071188     END-IF.
071189 2390-EXIT.
071190     EXIT.
071191 2395-COPY-HISTORY-DED-TYPES.
071192     MOVE LK-DED-TYPE-CODE (WS-DED-SUB)
071193         TO PH-DED-TYPE-CODE (WS-DED-SUB).
071194     MOVE LK-DED-TYPE-AMOUNT (WS-DED-SUB)
071195         TO PH-DED-TYPE-AMOUNT (WS-DED-SUB).
071196 2395-EXIT.
071198     EXIT.
071200 2400-WRITE-AUDIT-RECORD.
071300     MOVE WS-OPERATOR-ID TO LK-AUDIT-OPERATOR-ID.
071400     MOVE WS-RUN-DATE TO LK-AUDIT-TERM-DATE.
074510     MOVE WS-ER-FICA-TOTAL TO CP-ER-FICA-TOTAL.
074520     MOVE WS-ER-FUTA-TOTAL TO CP-ER-FUTA-TOTAL.
074530     MOVE WS-ER-SUTA-TOTAL TO CP-ER-SUTA-TOTAL.
074540     MOVE WS-EE-SOC-SEC-TOTAL TO CP-EE-SOC-SEC-TOTAL.
074550     MOVE WS-EE-MEDICARE-TOTAL TO CP-EE-MEDICARE-TOTAL.
074560     MOVE WS-RUN-PHASE-SW TO CP-RUN-PHASE.
074600     WRITE CHECKPOINT-RECORD.
074700     CLOSE CHECKPOINT-FILE.
074800 2500-EXIT.
074900     EXIT.
074909 3000-PAY-SALARIED.
074910     IF NOT WS-SALARIED-PHASE
074911         MOVE 'S' TO WS-RUN-PHASE-SW
074912         MOVE SPACES TO WS-RESTART-EMPLOYEE-ID
074913         MOVE SPACES TO LK-EMPLU-EMPLOYEE-ID
074914         PERFORM 2500-WRITE-CHECKPOINT THRU 2500-EXIT
074915         MOVE 0 TO WS-CHECKPOINT-COUNT
074916     END-IF.
074924     OPEN INPUT EMPLOYEE-MASTER-FILE.
074925     IF WS-EMPMAST-STATUS NOT EQUAL TO '00'
074926         DISPLAY 'NGUYEN-P03-PAY-BATCH - EMPLOYEE MASTER NOT'
074927             ' AVAILABLE - SALARIED PASS HELD'
074928         MOVE 8 TO RETURN-CODE
074929         PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT
074930         STOP RUN
074931     END-IF.
074932     MOVE WS-RESTART-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
074933     START EMPLOYEE-MASTER-FILE KEY > EM-EMPLOYEE-ID
074934         INVALID KEY
074935             MOVE 'Y' TO WS-MASTER-EOF-SW
074936     END-START.
074937     PERFORM 3100-CHECK-SALARIED-EMPLOYEE THRU 3100-EXIT
074938         UNTIL WS-MASTER-END-OF-FILE.
074939     CLOSE EMPLOYEE-MASTER-FILE.
074940 3000-EXIT.
074941     EXIT.
074942 3100-CHECK-SALARIED-EMPLOYEE.
074943     READ EMPLOYEE-MASTER-FILE NEXT RECORD
074944         AT END
074945             MOVE 'Y' TO WS-MASTER-EOF-SW
074946             GO TO 3100-EXIT
074947     END-READ.
074948     IF EM-INACTIVE OR NOT EM-SALARIED
074949         GO TO 3100-EXIT
074950     END-IF.
074951     PERFORM 3110-FIND-CARD-ID THRU 3110-EXIT.
074952     IF WS-CARD-ID-FOUND
074953         GO TO 3100-EXIT
074954     END-IF.
074955     ADD 1 TO WS-SALARIED-NO-CARD.
074956     MOVE EM-EMPLOYEE-ID TO WS-GATHER-EMPLOYEE-ID.
074957     MOVE 0 TO WS-GATHER-REG-HOURS.
074958     MOVE 0 TO WS-GATHER-VAC-HOURS.
074959     MOVE 0 TO WS-GATHER-SICK-HOURS.
074960     MOVE 0 TO WS-GATHER-HOL-HOURS.
074961     MOVE 0 TO WS-GATHER-TOTAL-HOURS.
074962     PERFORM 2005-PAY-EMPLOYEE THRU 2005-EXIT.
074963 3100-EXIT.
074964     EXIT.
074965 3110-FIND-CARD-ID.
074966     MOVE 'Y' TO WS-CARD-ID-FOUND-SW.
074967     MOVE EM-EMPLOYEE-ID TO CI-EMPLOYEE-ID.
074968     READ CARD-ID-FILE
074969         INVALID KEY
074970             MOVE 'N' TO WS-CARD-ID-FOUND-SW
074971     END-READ.
074977 3110-EXIT.
074978     EXIT.
075000 9000-TERMINATE.
075100     IF WS-RECORDS-PROCESSED > 0
075200         PERFORM 9100-WRITE-GRAND-TOTAL THRU 9100-EXIT
075205         PERFORM 9160-WRITE-EMPLOYEE-TAXES THRU 9160-EXIT
075210         PERFORM 9150-WRITE-EMPLOYER-COST THRU 9150-EXIT
075300     END-IF.
075400     PERFORM 9025-WRITE-DD-TRAILER THRU 9025-EXIT.
076000     CLOSE DIRECT-DEPOSIT-FILE.
076100     CLOSE CHECK-PRINT-FILE.
076110     CLOSE CHECK-REQUEST-FILE.
076120     CLOSE PAY-HISTORY-FILE.
076130     CLOSE CARD-ID-FILE.
076200     PERFORM 9050-CLEAR-CHECKPOINT THRU 9050-EXIT.
076300     PERFORM 9075-MARK-PERIOD-POSTED THRU 9075-EXIT.
076400     DISPLAY 'NGUYEN-P03-PAY-BATCH - RECORDS READ: '
077100         WS-DD-ITEM-COUNT.
077200     DISPLAY 'NGUYEN-P03-PAY-BATCH - CHECK-PRINT EMPLOYEES: '
077300         WS-CHECK-COUNT.
077310     DISPLAY 'NGUYEN-P03-PAY-BATCH - SALARIED WITHOUT A CARD: '
077320         WS-SALARIED-NO-CARD.
077330     DISPLAY 'NGUYEN-P03-PAY-BATCH - HELD FOR PRENOTE: '
077340         WS-PRENOTE-HOLDS.
077350     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
077400 9000-EXIT.
077500     EXIT.
077600 9025-WRITE-DD-TRAILER.
080720     MOVE WS-RPT-GRAND-SICK TO WS-RPT-TL-SICK.
080730     MOVE WS-RPT-GRAND-HOLIDAY TO WS-RPT-TL-HOLIDAY.
080800     MOVE WS-RPT-GRAND-TOTAL TO WS-RPT-TL-TOTAL.
080810     COMPUTE WS-RPT-GRAND-FICA =
080820         WS-EE-SOC-SEC-TOTAL + WS-EE-MEDICARE-TOTAL.
080830     MOVE WS-RPT-GRAND-FICA TO WS-RPT-TL-FICA.
080900     MOVE WS-RPT-GRAND-DEDUCT TO WS-RPT-TL-DEDUCT.
081000     MOVE WS-RPT-GRAND-NET TO WS-RPT-TL-NET.
081100     MOVE WS-RPT-TOTAL-LINE TO PAYROLL-REGISTER-LINE.
081504     WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE.
081506 9150-EXIT.
081508     EXIT.
081510 9160-WRITE-EMPLOYEE-TAXES.
081512     MOVE 'EMPLOYEE FICA WITHHELD' TO PAYROLL-REGISTER-LINE.
081514     WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 2 LINES.
081516     MOVE '  SOCIAL SECURITY' TO WS-RPT-ER-DESC.
081518     MOVE WS-EE-SOC-SEC-TOTAL TO WS-RPT-ER-AMOUNT.
081520     MOVE WS-RPT-ER-LINE TO PAYROLL-REGISTER-LINE.
081522     WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE.
081524     MOVE '  MEDICARE' TO WS-RPT-ER-DESC.
081526     MOVE WS-EE-MEDICARE-TOTAL TO WS-RPT-ER-AMOUNT.
081528     MOVE WS-RPT-ER-LINE TO PAYROLL-REGISTER-LINE.
081530     WRITE PAYROLL-REGISTER-LINE AFTER ADVANCING 1 LINE.
081532 9160-EXIT.
081534     EXIT.
081600 9900-END-CYCLE-STEP.
081700     MOVE 'E' TO LK-CYCLE-FUNCTION.
081800     MOVE 'PAYBATCH' TO LK-CYCLE-STEP-ID.
081900     MOVE WS-RECORDS-READ TO LK-CYCLE-RECORDS-IN.
082000     MOVE WS-RECORDS-PROCESSED TO LK-CYCLE-RECORDS-OUT.
082100     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
082200     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
082300     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
082400         DISPLAY 'NGUYEN-P03-PAY-BATCH - ' LK-CYCLE-MESSAGE
082500     END-IF.
082600     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
082700 9900-EXIT.
082800     EXIT.
082900 END PROGRAM NGUYEN-P03-PAY-BATCH.
