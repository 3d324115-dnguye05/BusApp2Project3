001400*                  THE OVERTIME A 50-HOUR WEEK SPLIT ACROSS TWO
001500*                  25-HOUR CARDS HAS EARNED.  CARDS FOR UNKNOWN
001600*                  OR DEACTIVATED EMPLOYEE IDS ARE FLAGGED AND
001700*                  DROPPED, ACTIVE HOURLY EMPLOYEES WITH NO CARD
001800*                  AT ALL ARE LISTED, AND THE RESULT IS A CLEAN
001900*                  TIMECARD FILE PLUS AN EDIT REPORT PAYROLL
002000*                  REVIEWS BEFORE RELEASING THE REAL RUN.
002100*-----------------------------------------------------------------
003170*                     CARD PER TYPE PER EMPLOYEE WITH ALL OF AN
003180*                     EMPLOYEE'S CARDS WRITTEN TOGETHER SO THE
003190*                     PAY RUN CAN BREAK ON EMPLOYEE ID.
003191*    09/22/2026 DN    SALARIED EMPLOYEES ARE NO LONGER LISTED AS
003192*                     MISSING A CARD - THE PAY RUN PAYS THEM
003193*                     WITHOUT ONE.  A LEAVE CARD FOR A SALARIED
003194*                     EMPLOYEE STILL EDITS AND PASSES AS USUAL.
003204*    10/15/2026 DN    LABOR DISTRIBUTION - CARDS NOW CONSOLIDATE
003214*                     BY EMPLOYEE, EARNINGS TYPE AND THE NEW
003224*                     CHARGE DEPARTMENT/JOB, SO HOURS CHARGED TO
003234*                     DIFFERENT COST CENTERS STAY ON SEPARATE
003244*                     CLEAN CARDS.  THE 80-HOUR EDIT STILL GATES
003254*                     THE EMPLOYEE'S COMBINED HOURS, AND AN
003264*                     EMPLOYEE WITH MORE THAN 5 CHARGES IN THE
003274*                     PERIOD IS REJECTED FOR REKEYING.
003276*    10/15/2026 DN    RUN UNDER THE PAYROLL CYCLE STEP CONTROL -
003278*                     THE RUN IS HELD UNLESS THE STEPS IT DEPENDS
003280*                     ON ARE COMPLETE FOR THE PERIOD, AND
003282*                     RERUNNING IT AFTER A CLEAN FINISH NEEDS A
003284*                     SUPERVISOR'S AUTHORIZATION.  START, END,
003286*                     RECORD COUNTS AND RETURN CODE ARE LOGGED ON
003288*                     THE CYCLE STEP LOG.
003290*    10/15/2026 DN    A SALARIED EMPLOYEE WHOSE CARDS COME TO
003292*                     UNDER 80 HOURS AND ALREADY USE ALL 5
003294*                     CHARGES, NONE OF THEM THE HOME DEPARTMENT,
003296*                     IS REJECTED - THE PAY RUN WOULD HAVE NO
003298*                     CHARGE LEFT FOR THE REST OF THE SALARY.
003299******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. NGUYEN-P03-TCEDIT.
003500 AUTHOR. DAVID NGUYEN.
006200     03  CT-EMPLOYEE-ID              PIC X(05).
006300     03  CT-HOURS-WORKED              PIC 9(2)V9(2).
006310     03  CT-EARNINGS-TYPE             PIC X(02).
006320     03  CT-CHARGE-DEPARTMENT         PIC X(02).
006330     03  CT-CHARGE-JOB                PIC X(06).
006400     03  FILLER                       PIC X(10).
006500 FD  EMPLOYEE-MASTER-FILE.
006600 COPY EMPMAST.
006700 FD  EDIT-REPORT-FILE.
006800 01  EDIT-REPORT-LINE                PIC X(86).
006900 WORKING-STORAGE SECTION.
006910 COPY CYCLNK.
007000 01  WS-FILE-STATUSES.
007100     03 WS-TIMECARD-STATUS        PIC X(02) VALUE "00".
007200        88 WS-TIMECARD-OK                    VALUE "00".
008100        88 WS-MASTER-END-OF-FILE             VALUE 'Y'.
008200     03 WS-ENTRY-FOUND-SW         PIC X(01) VALUE 'N'.
008300        88 WS-ENTRY-FOUND                    VALUE 'Y'.
008310     03 WS-HOME-CHARGE-SW         PIC X(01) VALUE 'N'.
008320        88 WS-HOME-CHARGE-FOUND              VALUE 'Y'.
008400 01  WS-COUNTERS.
008500     03 WS-CARDS-READ             PIC 9(06) VALUE 0.
008600     03 WS-CARDS-WRITTEN          PIC 9(06) VALUE 0.
008900     03 WS-MISSING-EMPLOYEES      PIC 9(06) VALUE 0.
009000 77  WS-TAB-ENTRY-COUNT           PIC 9(03) COMP VALUE 0.
009100 77  WS-TAB-MAX-ENTRIES           PIC 9(03) COMP VALUE 500.
009110 77  WS-TAB-CHG-MAX               PIC 9(01) COMP VALUE 5.
009200 01  WS-CARD-TABLE.
009300     03 WS-CARD-ENTRY OCCURS 500 TIMES INDEXED BY CARD-IDX.
009400         05 WS-TAB-EMPLOYEE-ID    PIC X(05).
009800            88 WS-TAB-KNOWN                  VALUE 'K'.
009900            88 WS-TAB-UNKNOWN                VALUE 'U'.
010000            88 WS-TAB-EMP-INACTIVE           VALUE 'I'.
010006         05 WS-TAB-CHG-COUNT      PIC 9(01).
010012         05 WS-TAB-CHG-OVERFLOW-SW PIC X(01).
010018            88 WS-TAB-TOO-MANY-CHARGES       VALUE 'Y'.
010019         05 WS-TAB-SALARIED-SW    PIC X(01).
010020            88 WS-TAB-SALARIED               VALUE 'Y'.
010021         05 WS-TAB-HOME-DEPARTMENT PIC X(02).
010024         05 WS-TAB-CHARGE OCCURS 5 TIMES INDEXED BY TCH-IDX.
010030            07 WS-TCH-DEPARTMENT  PIC X(02).
010036            07 WS-TCH-JOB         PIC X(06).
010042            07 WS-TCH-REG-HOURS   PIC 9(5)V9(2).
010048            07 WS-TCH-VAC-HOURS   PIC 9(5)V9(2).
010054            07 WS-TCH-SICK-HOURS  PIC 9(5)V9(2).
010060            07 WS-TCH-HOL-HOURS   PIC 9(5)V9(2).
010070 01  WS-COMBINED-HOURS            PIC 9(5)V9(2) VALUE 0.
010080 01  WS-OUT-HOURS                 PIC 9(5)V9(2) VALUE 0.
010090 01  WS-OUT-EARNINGS-TYPE         PIC X(02) VALUE SPACES.
010095 01  WS-CARDS-WRITTEN-BEFORE      PIC 9(06) VALUE 0.
010100 01  WS-SYS-DATE.
010200     03 WS-SYS-DATE-YEAR.
010300         05 WS-SYS-DATE-YR-CENTURY PIC 99.
014600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014700     STOP RUN.
014800 1000-INITIALIZE.
014810     PERFORM 1010-START-CYCLE-STEP THRU 1010-EXIT.
014900     OPEN INPUT TIME-CARD-FILE.
015000     OPEN INPUT EMPLOYEE-MASTER-FILE.
015100     OPEN OUTPUT CLEAN-TIMECARD-FILE.
015600     MOVE WS-SYS-DATE-YEAR TO WS-RUN-YEAR.
015700     PERFORM 1100-READ-TIMECARD THRU 1100-EXIT.
015800 1000-EXIT.
015806     EXIT.
015812 1010-START-CYCLE-STEP.
015818     MOVE 'S' TO LK-CYCLE-FUNCTION.
015824     MOVE 'TCEDIT' TO LK-CYCLE-STEP-ID.
015830     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
015836     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
015842         DISPLAY 'NGUYEN-P03-TCEDIT - ' LK-CYCLE-MESSAGE
015848     END-IF.
015854     IF NOT LK-CYCLE-OK
015860         DISPLAY 'NGUYEN-P03-TCEDIT - RUN HELD'
015866         MOVE 8 TO RETURN-CODE
015872         STOP RUN
015878     END-IF.
015884 1010-EXIT.
015900     EXIT.
016000 1100-READ-TIMECARD.
016100     READ TIME-CARD-FILE
021120     MOVE 0 TO WS-TAB-VAC-HOURS (CARD-IDX).
021130     MOVE 0 TO WS-TAB-SICK-HOURS (CARD-IDX).
021140     MOVE 0 TO WS-TAB-HOL-HOURS (CARD-IDX).
021150     MOVE 0 TO WS-TAB-CHG-COUNT (CARD-IDX).
021160     MOVE 'N' TO WS-TAB-CHG-OVERFLOW-SW (CARD-IDX).
021200     PERFORM 2250-ADD-HOURS-TO-ENTRY THRU 2250-EXIT.
021300     MOVE 1 TO WS-TAB-CARD-COUNT (CARD-IDX).
021400     PERFORM 2300-LOOKUP-MASTER THRU 2300-EXIT.
021698             END-IF
021699         END-IF
021700     END-IF.
021705     PERFORM 2400-ADD-HOURS-TO-CHARGE THRU 2400-EXIT.
021710 2250-EXIT.
021720     EXIT.
021700 2300-LOOKUP-MASTER.
021800     MOVE TC-EMPLOYEE-ID TO EM-EMPLOYEE-ID.
021810     MOVE 'N' TO WS-TAB-SALARIED-SW (CARD-IDX).
021820     MOVE SPACES TO WS-TAB-HOME-DEPARTMENT (CARD-IDX).
021900     READ EMPLOYEE-MASTER-FILE
022000         INVALID KEY
022100             MOVE 'U' TO WS-TAB-STATUS (CARD-IDX)
022600     ELSE
022700         MOVE 'K' TO WS-TAB-STATUS (CARD-IDX)
022800     END-IF.
022810     MOVE EM-DEPARTMENT-CODE TO WS-TAB-HOME-DEPARTMENT (CARD-IDX).
022820     IF EM-SALARIED
022830         MOVE 'Y' TO WS-TAB-SALARIED-SW (CARD-IDX)
022840     END-IF.
022900 2300-EXIT.
023000     EXIT.
023001 2400-ADD-HOURS-TO-CHARGE.
023003     IF WS-TAB-CHG-COUNT (CARD-IDX) > 0
023005         PERFORM 2450-CHECK-CHARGE-ENTRY THRU 2450-EXIT
023007             VARYING TCH-IDX FROM 1 BY 1
023009             UNTIL TCH-IDX > WS-TAB-CHG-COUNT (CARD-IDX)
023011                OR (WS-TCH-DEPARTMENT (CARD-IDX, TCH-IDX) =
023013                       TC-CHARGE-DEPARTMENT
023015                    AND WS-TCH-JOB (CARD-IDX, TCH-IDX) =
023017                       TC-CHARGE-JOB)
023019         IF TCH-IDX NOT > WS-TAB-CHG-COUNT (CARD-IDX)
023021             GO TO 2400-ACCUMULATE
023023         END-IF
023025     END-IF.
023027     IF WS-TAB-CHG-COUNT (CARD-IDX) >= WS-TAB-CHG-MAX
023029         MOVE 'Y' TO WS-TAB-CHG-OVERFLOW-SW (CARD-IDX)
023031         GO TO 2400-EXIT
023033     END-IF.
023035     ADD 1 TO WS-TAB-CHG-COUNT (CARD-IDX).
023037     SET TCH-IDX TO WS-TAB-CHG-COUNT (CARD-IDX).
023039     MOVE TC-CHARGE-DEPARTMENT
023041         TO WS-TCH-DEPARTMENT (CARD-IDX, TCH-IDX).
023043     MOVE TC-CHARGE-JOB TO WS-TCH-JOB (CARD-IDX, TCH-IDX).
023045     MOVE 0 TO WS-TCH-REG-HOURS (CARD-IDX, TCH-IDX).
023047     MOVE 0 TO WS-TCH-VAC-HOURS (CARD-IDX, TCH-IDX).
023049     MOVE 0 TO WS-TCH-SICK-HOURS (CARD-IDX, TCH-IDX).
023051     MOVE 0 TO WS-TCH-HOL-HOURS (CARD-IDX, TCH-IDX).
023053 2400-ACCUMULATE.
023055     IF TC-TYPE-VACATION
023057         ADD TC-HOURS-WORKED
023059             TO WS-TCH-VAC-HOURS (CARD-IDX, TCH-IDX)
023061     ELSE
023063         IF TC-TYPE-SICK
023065             ADD TC-HOURS-WORKED
023067                 TO WS-TCH-SICK-HOURS (CARD-IDX, TCH-IDX)
023069         ELSE
023071             IF TC-TYPE-HOLIDAY
023073                 ADD TC-HOURS-WORKED
023075                     TO WS-TCH-HOL-HOURS (CARD-IDX, TCH-IDX)
023077             ELSE
023079                 ADD TC-HOURS-WORKED
023081                     TO WS-TCH-REG-HOURS (CARD-IDX, TCH-IDX)
023083             END-IF
023085         END-IF
023087     END-IF.
023089 2400-EXIT.
023091     EXIT.
023093 2450-CHECK-CHARGE-ENTRY.
023095     CONTINUE.
023097 2450-EXIT.
023099     EXIT.
023100 3000-DISPOSE-CARD-TABLE.
023200     IF WS-TAB-ENTRY-COUNT = 0
023300         GO TO 3000-EXIT
026200         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
026300         GO TO 3100-EXIT
026400     END-IF.
026410     IF WS-TAB-TOO-MANY-CHARGES (CARD-IDX)
026420         ADD WS-TAB-CARD-COUNT (CARD-IDX) TO WS-CARDS-REJECTED
026430         MOVE 'MORE THAN 5 CHARGE CODES - REKEY'
026440             TO WS-RPT-DT-MESSAGE
026450         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
026460         GO TO 3100-EXIT
026470     END-IF.
026471     IF WS-TAB-SALARIED (CARD-IDX)
026472        AND WS-COMBINED-HOURS < 80.00
026473        AND WS-TAB-CHG-COUNT (CARD-IDX) >= WS-TAB-CHG-MAX
026474         PERFORM 3160-FIND-HOME-CHARGE THRU 3160-EXIT
026475         IF NOT WS-HOME-CHARGE-FOUND
026476             ADD WS-TAB-CARD-COUNT (CARD-IDX) TO WS-CARDS-REJECTED
026477             MOVE 'NO ROOM FOR SALARIED HOME HOURS - REKEY'
026478                 TO WS-RPT-DT-MESSAGE
026479             PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
026480             GO TO 3100-EXIT
026481         END-IF
026482     END-IF.
026490     MOVE WS-CARDS-WRITTEN TO WS-CARDS-WRITTEN-BEFORE.
026500     IF WS-COMBINED-HOURS = 0
026510         SET TCH-IDX TO 1
026520         MOVE 'RG' TO WS-OUT-EARNINGS-TYPE
026530         MOVE 0 TO WS-OUT-HOURS
026540         PERFORM 3150-WRITE-CLEAN-CARD THRU 3150-EXIT
026550     ELSE
026560         PERFORM 3120-WRITE-CHARGE-CARDS THRU 3120-EXIT
026570             VARYING TCH-IDX FROM 1 BY 1
026580             UNTIL TCH-IDX > WS-TAB-CHG-COUNT (CARD-IDX)
026590     END-IF.
027000     IF WS-TAB-CARD-COUNT (CARD-IDX) >
027050        WS-CARDS-WRITTEN - WS-CARDS-WRITTEN-BEFORE
027100         ADD 1 TO WS-CARDS-MERGED
027200         MOVE 'MULTIPLE CARDS MERGED BY TYPE AND CHARGE'
027300             TO WS-RPT-DT-MESSAGE
027400         PERFORM 5000-WRITE-REPORT-LINE THRU 5000-EXIT
027500     END-IF.
027600 3100-EXIT.
027700     EXIT.
027702 3120-WRITE-CHARGE-CARDS.
027704     IF WS-TCH-REG-HOURS (CARD-IDX, TCH-IDX) > 0
027706         MOVE 'RG' TO WS-OUT-EARNINGS-TYPE
027708         MOVE WS-TCH-REG-HOURS (CARD-IDX, TCH-IDX)
027709             TO WS-OUT-HOURS
027710         PERFORM 3150-WRITE-CLEAN-CARD THRU 3150-EXIT
027712     END-IF.
027714     IF WS-TCH-VAC-HOURS (CARD-IDX, TCH-IDX) > 0
027716         MOVE 'VA' TO WS-OUT-EARNINGS-TYPE
027718         MOVE WS-TCH-VAC-HOURS (CARD-IDX, TCH-IDX)
027719             TO WS-OUT-HOURS
027720         PERFORM 3150-WRITE-CLEAN-CARD THRU 3150-EXIT
027722     END-IF.
027724     IF WS-TCH-SICK-HOURS (CARD-IDX, TCH-IDX) > 0
027726         MOVE 'SK' TO WS-OUT-EARNINGS-TYPE
027728         MOVE WS-TCH-SICK-HOURS (CARD-IDX, TCH-IDX)
027729             TO WS-OUT-HOURS
027730         PERFORM 3150-WRITE-CLEAN-CARD THRU 3150-EXIT
027732     END-IF.
027734     IF WS-TCH-HOL-HOURS (CARD-IDX, TCH-IDX) > 0
027736         MOVE 'HO' TO WS-OUT-EARNINGS-TYPE
027738         MOVE WS-TCH-HOL-HOURS (CARD-IDX, TCH-IDX)
027739             TO WS-OUT-HOURS
027740         PERFORM 3150-WRITE-CLEAN-CARD THRU 3150-EXIT
027742     END-IF.
027744 3120-EXIT.
027746     EXIT.
027748 3150-WRITE-CLEAN-CARD.
027750     MOVE SPACES TO CLEAN-TIME-CARD-RECORD.
027752     MOVE WS-TAB-EMPLOYEE-ID (CARD-IDX) TO CT-EMPLOYEE-ID.
027754     MOVE WS-OUT-HOURS TO CT-HOURS-WORKED.
027756     MOVE WS-OUT-EARNINGS-TYPE TO CT-EARNINGS-TYPE.
027758     MOVE WS-TCH-DEPARTMENT (CARD-IDX, TCH-IDX)
027760         TO CT-CHARGE-DEPARTMENT.
027762     MOVE WS-TCH-JOB (CARD-IDX, TCH-IDX) TO CT-CHARGE-JOB.
027764     WRITE CLEAN-TIME-CARD-RECORD.
027766     ADD 1 TO WS-CARDS-WRITTEN.
027768 3150-EXIT.
027770     EXIT.
027771 3160-FIND-HOME-CHARGE.
027772     MOVE 'N' TO WS-HOME-CHARGE-SW.
027773     PERFORM 3165-CHECK-HOME-CHARGE THRU 3165-EXIT
027774         VARYING TCH-IDX FROM 1 BY 1
027775         UNTIL TCH-IDX > WS-TAB-CHG-COUNT (CARD-IDX)
027776            OR WS-HOME-CHARGE-FOUND.
027777 3160-EXIT.
027778     EXIT.
027779 3165-CHECK-HOME-CHARGE.
027780     IF WS-TCH-JOB (CARD-IDX, TCH-IDX) NOT EQUAL TO SPACES
027781         GO TO 3165-EXIT
027782     END-IF.
027783     IF WS-TCH-DEPARTMENT (CARD-IDX, TCH-IDX) = SPACES
027784        OR WS-TCH-DEPARTMENT (CARD-IDX, TCH-IDX) =
027785              WS-TAB-HOME-DEPARTMENT (CARD-IDX)
027786         MOVE 'Y' TO WS-HOME-CHARGE-SW
027787     END-IF.
027788 3165-EXIT.
027789     EXIT.
027800 4000-LIST-MISSING-TIMECARDS.
027900     MOVE LOW-VALUES TO EM-EMPLOYEE-ID.
028000     START EMPLOYEE-MASTER-FILE
029400     END-READ.
029500     IF EM-INACTIVE
029600         GO TO 4100-EXIT
029610     END-IF.
029620     IF EM-SALARIED
029630         GO TO 4100-EXIT
029700     END-IF.
029800     MOVE EM-EMPLOYEE-ID TO TC-EMPLOYEE-ID.
029900     PERFORM 2100-FIND-TABLE-ENTRY THRU 2100-EXIT.
034800         WS-CARDS-REJECTED.
034900     DISPLAY 'NGUYEN-P03-TCEDIT - ACTIVE EMPLOYEES WITH NO CARD: '
035000         WS-MISSING-EMPLOYEES.
035010     PERFORM 9900-END-CYCLE-STEP THRU 9900-EXIT.
035100 9000-EXIT.
035200     EXIT.
035300 9900-END-CYCLE-STEP.
035400     MOVE 'E' TO LK-CYCLE-FUNCTION.
035500     MOVE 'TCEDIT' TO LK-CYCLE-STEP-ID.
035600     MOVE WS-CARDS-READ TO LK-CYCLE-RECORDS-IN.
035700     MOVE WS-CARDS-WRITTEN TO LK-CYCLE-RECORDS-OUT.
035800     MOVE RETURN-CODE TO LK-CYCLE-RUN-RETURN-CODE.
035900     CALL 'NGUYEN-P03-CYCCTL' USING LK-CYCLE-AREA.
036000     IF LK-CYCLE-MESSAGE NOT EQUAL TO SPACES
036100         DISPLAY 'NGUYEN-P03-TCEDIT - ' LK-CYCLE-MESSAGE
036200     END-IF.
036300     MOVE LK-CYCLE-RUN-RETURN-CODE TO RETURN-CODE.
036400 9900-EXIT.
036500     EXIT.
036600 END PROGRAM NGUYEN-P03-TCEDIT.
