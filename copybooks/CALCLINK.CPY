      *                     EMPLOYEE'S WORK STATE, FALLING BACK TO
      *                     THE '**' HOME-STATE SET WHEN THE STATE IS
      *                     BLANK OR HAS NO BRACKETS ON FILE.
      *    09/15/2026 DN    ADDED LK-CALC-EE-SOC-SEC AND LK-CALC-EE-
      *                     MEDICARE - THE EMPLOYEE'S OWN SHARE OF
      *                     FICA IS NOW WITHHELD AND COMES OUT OF
      *                     LK-CALC-NET-EARNINGS ALONGSIDE THE
      *                     FEDERAL/STATE WITHHOLDING.
      *    09/22/2026 DN    ADDED LK-CALC-PAY-TYPE AND LK-CALC-SALARY-
      *                     AMOUNT.  A SALARIED CALL ('S') PAYS THE
      *                     PER-PERIOD SALARY WHATEVER THE WORKED
      *                     HOURS - LEAVE HOURS ARE PRICED AT THE
      *                     SALARY'S HOURLY EQUIVALENT AND CARVED OUT
      *                     OF REGULAR EARNINGS SO GROSS STAYS AT THE
      *                     SALARY.  ANY OTHER VALUE IS HOURLY.
      *    09/29/2026 DN    ADDED THE SUPPLEMENTAL PAY TYPE ('F') FOR
      *                     THE OFF-CYCLE RUNS - THE FLAT AMOUNT IN
      *                     LK-CALC-SUPPLEMENTAL-AMOUNT (THE SALARY
      *                     FIELD) IS PAID AS REGULAR EARNINGS WITH NO
      *                     HOURS AND THE USUAL WITHHOLDING TAKEN.
      ******************************************************************
       01  LK-CALC-AREA.
           03  LK-CALC-HOURS                 PIC 9(2)V9(2).
           03  LK-CALC-CLASSIFICATION-CODE    PIC X(02).
           03  LK-CALC-WORK-STATE             PIC X(02).
           03  LK-CALC-YTD-GROSS-BEFORE       PIC 9(7)V9(2).
           03  LK-CALC-PAY-TYPE               PIC X(01).
               88  LK-CALC-SALARIED                   VALUE 'S'.
               88  LK-CALC-SUPPLEMENTAL               VALUE 'F'.
           03  LK-CALC-SALARY-AMOUNT          PIC 9(5)V9(2).
           03  LK-CALC-SUPPLEMENTAL-AMOUNT REDEFINES
               LK-CALC-SALARY-AMOUNT          PIC 9(5)V9(2).
           03  LK-CALC-REGULAR-HOURS          PIC 9(2)V9(2).
           03  LK-CALC-REGULAR-RATE           PIC 9(2)V9(2).
           03  LK-CALC-REGULAR-EARNINGS       PIC 9(5)V9(2).
           03  LK-CALC-TOTAL-EARNINGS         PIC 9(5)V9(2).
           03  LK-CALC-FEDERAL-WITHHOLDING    PIC 9(5)V9(2).
           03  LK-CALC-STATE-WITHHOLDING      PIC 9(5)V9(2).
           03  LK-CALC-EE-SOC-SEC             PIC 9(5)V9(2).
           03  LK-CALC-EE-MEDICARE            PIC 9(5)V9(2).
           03  LK-CALC-NET-EARNINGS           PIC 9(5)V9(2).
           03  LK-CALC-ER-FICA                PIC 9(5)V9(2).
           03  LK-CALC-ER-FUTA                PIC 9(5)V9(2).
