      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/01/2026 DN    ORIGINAL LAYOUT CREATED.
      *    09/15/2026 DN    ADDED THE EMPLOYEE SOCIAL SECURITY AND
      *                     MEDICARE RATES.  SOCIAL SECURITY STOPS AT
      *                     THE ANNUAL WAGE BASE; MEDICARE HAS NO
      *                     BASE BUT PICKS UP THE ADDITIONAL-RATE TIER
      *                     ON YTD WAGES ABOVE THE THRESHOLD.  THE
      *                     EMPLOYER MATCH ABOVE IS UNCHANGED.
      *    10/15/2026 DN    SOCIAL SECURITY WAGE BASE SET TO THE 2026
      *                     FIGURE OF 184,500.  IT CHANGES EVERY YEAR -
      *                     UPDATE IT EACH JANUARY BEFORE THE FIRST
      *                     PAYROLL OF THE NEW YEAR.
      ******************************************************************
       01  ER-TAX-CONSTANTS.
           03  ER-FICA-PCT             PIC 9(2)V9(2) VALUE 7.65.
           03  ER-FUTA-WAGE-BASE       PIC 9(7)V9(2) VALUE 7000.
           03  ER-SUTA-PCT             PIC 9(2)V9(2) VALUE 2.70.
           03  ER-SUTA-WAGE-BASE       PIC 9(7)V9(2) VALUE 9000.
           03  EE-SOC-SEC-PCT          PIC 9(2)V9(2) VALUE 6.20.
           03  EE-SOC-SEC-WAGE-BASE    PIC 9(7)V9(2) VALUE 184500.
           03  EE-MEDICARE-PCT         PIC 9(2)V9(2) VALUE 1.45.
           03  EE-ADDL-MEDICARE-PCT    PIC 9(2)V9(2) VALUE 0.90.
           03  EE-ADDL-MEDICARE-THRESHOLD
                                       PIC 9(7)V9(2) VALUE 200000.
