005560*                     HOME-STATE SET WHEN THE STATE IS BLANK OR
005570*                     HAS NO BRACKETS ON FILE.  THE COMPILED
005580*                     FALLBACK TABLE LOADS AS THE '**' SET.
005582*    09/15/2026 DN    ADDED 455-CALCULATE-EMPLOYEE-FICA - THE
005584*                     EMPLOYEE SOCIAL SECURITY (CUT OFF AT THE
005586*                     WAGE BASE AGAINST THE CALLER'S YTD GROSS)
005588*                     AND MEDICARE (WITH THE ADDITIONAL-RATE
005590*                     TIER ABOVE THE THRESHOLD) ARE NOW WITHHELD
005592*                     AND COME OUT OF NET EARNINGS.
005593*    09/22/2026 DN    ADDED 270-EDIT-SALARY AND 320-CALCULATE-
005594*                     SALARY FOR SALARIED EMPLOYEES - GROSS IS
005595*                     THE PER-PERIOD SALARY OVER A STANDARD
005596*                     80-HOUR PERIOD, LEAVE HOURS ARE PRICED AT
005597*                     THE SALARY'S HOURLY EQUIVALENT AND CARVED
005598*                     OUT OF REGULAR EARNINGS, AND NO OVERTIME
005599*                     IS PAID.  THE HOURLY EQUIVALENT IS EDITED
005600*                     AGAINST THE MINIMUM WAGE FLOOR.  THE
005601*                     REGULAR RATE IS RETURNED AS ZERO - THE
005602*                     EQUIVALENT CAN EXCEED ITS PICTURE.
005603*    09/29/2026 DN    ADDED 330-CALCULATE-SUPPLEMENTAL FOR A
005604*                     SUPPLEMENTAL CALL ('F') - THE FLAT AMOUNT
005605*                     THE CALLER PASSES IS PAID AS REGULAR
005606*                     EARNINGS WITH NO HOURS, SKIPPING THE RATE
005607*                     EDIT, AND THE WITHHOLDING AND EMPLOYER TAX
005608*                     ARE TAKEN ON IT AS USUAL.
005610*    10/15/2026 DN    EMPLOYEE SOCIAL SECURITY AND MEDICARE ARE
005612*                     CAPPED AT THE NET LEFT AFTER INCOME TAX
005614*                     WITHHOLDING - A SMALL CHECK COULD DRIVE THE
005616*                     UNSIGNED NET BELOW ZERO AND COME BACK
005618*                     POSITIVE.
005650******************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID. NGUYEN-P03-CALC.
005900 AUTHOR. DAVID NGUYEN.
009000     03 WS-MAX-HOURS              PIC 9(2)V9(2) VALUE 80.
009100     03 WS-MIN-RATE               PIC 9(2)V9(2) VALUE 7.25.
009200 01  WS-COMBINED-HOURS            PIC 9(3)V9(2) VALUE 0.
009210 01  WS-SALARY-WORK.
009220     03 WS-SALARY-PERIOD-HOURS    PIC 9(2)V9(2) VALUE 80.
009230     03 WS-SALARY-RATE            PIC 9(4)V9(4) VALUE 0.
009240     03 WS-LEAVE-HOURS            PIC 9(3)V9(2) VALUE 0.
009250     03 WS-SALARY-REMAINING       PIC S9(5)V9(2) VALUE 0.
009300 01  WS-ER-TAX-WORK.
009400     03 WS-TAXABLE-REMAINING      PIC S9(7)V9(2) VALUE 0.
009500     03 WS-TAXABLE-THIS-PERIOD    PIC 9(7)V9(2) VALUE 0.
012800     END-IF.
012900     PERFORM 250-EDIT-INPUT THRU 250-EXIT.
013000     IF LK-CALC-OK
013010         IF LK-CALC-SALARIED
013020             PERFORM 320-CALCULATE-SALARY THRU 320-EXIT
013030         ELSE
013040           IF LK-CALC-SUPPLEMENTAL
013050             PERFORM 330-CALCULATE-SUPPLEMENTAL THRU 330-EXIT
013060           ELSE
013100             PERFORM 300-CALCULATE-REGULAR-OVERTIME THRU 300-EXIT
013200             PERFORM 350-CALCULATE-LEAVE-EARNINGS THRU 350-EXIT
013205           END-IF
013210         END-IF
013300         PERFORM 400-CALCULATE-TOTAL THRU 400-EXIT
013400         PERFORM 450-CALCULATE-WITHHOLDING THRU 450-EXIT
013450         PERFORM 455-CALCULATE-EMPLOYEE-FICA THRU 455-EXIT
013500         PERFORM 460-CALCULATE-EMPLOYER-TAX THRU 460-EXIT
013600     END-IF.
013700     GOBACK.
030100         PERFORM 260-ZERO-RESULTS THRU 260-EXIT
030200         GO TO 250-EXIT
030300     END-IF.
030310     IF LK-CALC-SALARIED
030320         PERFORM 270-EDIT-SALARY THRU 270-EXIT
030330         GO TO 250-EXIT
030340     END-IF.
030350     IF LK-CALC-SUPPLEMENTAL
030360         GO TO 250-EXIT
030370     END-IF.
030400     IF LK-CALC-RATE < WS-MIN-RATE
030500         MOVE 20 TO LK-CALC-RETURN-CODE
030600         PERFORM 260-ZERO-RESULTS THRU 260-EXIT
032400     MOVE 0 TO LK-CALC-TOTAL-EARNINGS.
032500     MOVE 0 TO LK-CALC-FEDERAL-WITHHOLDING.
032600     MOVE 0 TO LK-CALC-STATE-WITHHOLDING.
032610     MOVE 0 TO LK-CALC-EE-SOC-SEC.
032620     MOVE 0 TO LK-CALC-EE-MEDICARE.
032700     MOVE 0 TO LK-CALC-NET-EARNINGS.
032800     MOVE 0 TO LK-CALC-ER-FICA.
032900     MOVE 0 TO LK-CALC-ER-FUTA.
033100     MOVE 0 TO LK-CALC-ER-TOTAL.
033200 260-EXIT.
033300     EXIT.
033310 270-EDIT-SALARY.
033320     COMPUTE WS-SALARY-RATE ROUNDED =
033330         LK-CALC-SALARY-AMOUNT / WS-SALARY-PERIOD-HOURS.
033340     IF WS-SALARY-RATE < WS-MIN-RATE
033350         MOVE 20 TO LK-CALC-RETURN-CODE
033360         PERFORM 260-ZERO-RESULTS THRU 260-EXIT
033370     END-IF.
033380 270-EXIT.
033390     EXIT.
033400 300-CALCULATE-REGULAR-OVERTIME.
033500     PERFORM 310-FIND-OT-RULE THRU 310-EXIT.
033600     IF LK-CALC-HOURS <= WS-OT-THRESHOLD-1 (WS-OT-SUB)
038700     CONTINUE.
038800 3110-EXIT.
038900     EXIT.
038910 320-CALCULATE-SALARY.
038912     COMPUTE LK-CALC-VACATION-EARNINGS ROUNDED =
038914             LK-CALC-VACATION-HOURS * WS-SALARY-RATE.
038916     COMPUTE LK-CALC-SICK-EARNINGS ROUNDED =
038918             LK-CALC-SICK-HOURS * WS-SALARY-RATE.
038920     COMPUTE LK-CALC-HOLIDAY-EARNINGS ROUNDED =
038922             LK-CALC-HOLIDAY-HOURS * WS-SALARY-RATE.
038924     COMPUTE WS-LEAVE-HOURS =
038926         LK-CALC-VACATION-HOURS + LK-CALC-SICK-HOURS
038928             + LK-CALC-HOLIDAY-HOURS.
038930     COMPUTE LK-CALC-REGULAR-HOURS =
038932         WS-SALARY-PERIOD-HOURS - WS-LEAVE-HOURS.
038934     MOVE 0 TO LK-CALC-REGULAR-RATE.
038936     COMPUTE WS-SALARY-REMAINING =
038938         LK-CALC-SALARY-AMOUNT - LK-CALC-VACATION-EARNINGS
038940             - LK-CALC-SICK-EARNINGS - LK-CALC-HOLIDAY-EARNINGS.
038942     IF WS-SALARY-REMAINING < 0
038944         MOVE 0 TO WS-SALARY-REMAINING
038946     END-IF.
038948     MOVE WS-SALARY-REMAINING TO LK-CALC-REGULAR-EARNINGS.
038950     MOVE 0 TO LK-CALC-OVERTIME-HOURS.
038952     MOVE 0 TO LK-CALC-OVERTIME-RATE.
038954     MOVE 0 TO LK-CALC-OVERTIME-EARNINGS.
038956     MOVE 0 TO LK-CALC-DOUBLETIME-HOURS.
038958     MOVE 0 TO LK-CALC-DOUBLETIME-RATE.
038960     MOVE 0 TO LK-CALC-DOUBLETIME-EARNINGS.
038962 320-EXIT.
038964     EXIT.
038966 330-CALCULATE-SUPPLEMENTAL.
038968     MOVE LK-CALC-SUPPLEMENTAL-AMOUNT TO LK-CALC-REGULAR-EARNINGS.
038970     MOVE 0 TO LK-CALC-REGULAR-HOURS.
038972     MOVE 0 TO LK-CALC-REGULAR-RATE.
038974     MOVE 0 TO LK-CALC-OVERTIME-HOURS.
038976     MOVE 0 TO LK-CALC-OVERTIME-RATE.
038978     MOVE 0 TO LK-CALC-OVERTIME-EARNINGS.
038980     MOVE 0 TO LK-CALC-DOUBLETIME-HOURS.
038982     MOVE 0 TO LK-CALC-DOUBLETIME-RATE.
038984     MOVE 0 TO LK-CALC-DOUBLETIME-EARNINGS.
038986     MOVE 0 TO LK-CALC-VACATION-EARNINGS.
038988     MOVE 0 TO LK-CALC-SICK-EARNINGS.
038990     MOVE 0 TO LK-CALC-HOLIDAY-EARNINGS.
038992 330-EXIT.
038994     EXIT.
039000 350-CALCULATE-LEAVE-EARNINGS.
039100     COMPUTE LK-CALC-VACATION-EARNINGS ROUNDED =
039200             LK-CALC-VACATION-HOURS * LK-CALC-RATE.
043000     CONTINUE.
043100 4510-EXIT.
043200     EXIT.
043210 455-CALCULATE-EMPLOYEE-FICA.
043212     COMPUTE WS-TAXABLE-REMAINING =
043214         EE-SOC-SEC-WAGE-BASE - LK-CALC-YTD-GROSS-BEFORE.
043216     IF WS-TAXABLE-REMAINING <= 0
043218         MOVE 0 TO LK-CALC-EE-SOC-SEC
043220     ELSE
043222         MOVE LK-CALC-TOTAL-EARNINGS TO WS-TAXABLE-THIS-PERIOD
043224         IF WS-TAXABLE-THIS-PERIOD > WS-TAXABLE-REMAINING
043226             MOVE WS-TAXABLE-REMAINING TO WS-TAXABLE-THIS-PERIOD
043228         END-IF
043230         COMPUTE LK-CALC-EE-SOC-SEC ROUNDED =
043232             WS-TAXABLE-THIS-PERIOD * EE-SOC-SEC-PCT / 100
043234     END-IF.
043236     COMPUTE LK-CALC-EE-MEDICARE ROUNDED =
043238         LK-CALC-TOTAL-EARNINGS * EE-MEDICARE-PCT / 100.
043240     COMPUTE WS-TAXABLE-REMAINING =
043242         LK-CALC-YTD-GROSS-BEFORE + LK-CALC-TOTAL-EARNINGS
043244             - EE-ADDL-MEDICARE-THRESHOLD.
043246     IF WS-TAXABLE-REMAINING > 0
043248         MOVE WS-TAXABLE-REMAINING TO WS-TAXABLE-THIS-PERIOD
043250         IF WS-TAXABLE-THIS-PERIOD > LK-CALC-TOTAL-EARNINGS
043252             MOVE LK-CALC-TOTAL-EARNINGS TO WS-TAXABLE-THIS-PERIOD
043254         END-IF
043256         COMPUTE LK-CALC-EE-MEDICARE ROUNDED =
043258             LK-CALC-EE-MEDICARE
043260                 + WS-TAXABLE-THIS-PERIOD * EE-ADDL-MEDICARE-PCT
043262                     / 100
043264     END-IF.
043265     IF LK-CALC-EE-SOC-SEC > LK-CALC-NET-EARNINGS
043266         MOVE LK-CALC-NET-EARNINGS TO LK-CALC-EE-SOC-SEC
043267     END-IF.
043268     SUBTRACT LK-CALC-EE-SOC-SEC FROM LK-CALC-NET-EARNINGS.
043269     IF LK-CALC-EE-MEDICARE > LK-CALC-NET-EARNINGS
043270         MOVE LK-CALC-NET-EARNINGS TO LK-CALC-EE-MEDICARE
043271     END-IF.
043272     SUBTRACT LK-CALC-EE-MEDICARE FROM LK-CALC-NET-EARNINGS.
043273 455-EXIT.
043274     EXIT.
043300 460-CALCULATE-EMPLOYER-TAX.
043400     COMPUTE LK-CALC-ER-FICA ROUNDED =
043500         LK-CALC-TOTAL-EARNINGS * ER-FICA-PCT / 100.
