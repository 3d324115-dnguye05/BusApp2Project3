      *                     GROSS AND STATE WITHHOLDING BUCKETS,
      *                     YEAR-TO-DATE AND PER QUARTER.  BLANK
      *                     MEANS THE '**' HOME STATE.
      *    09/15/2026 DN    ADDED THE CURRENT-PERIOD EMPLOYEE SOCIAL
      *                     SECURITY/MEDICARE INPUTS AND THE YTD
      *                     RUNNING TOTALS RETURNED.
      ******************************************************************
       01  LK-YTDUP-AREA.
           03  LK-YTDUP-EMPLOYEE-ID          PIC X(05).
           03  LK-YTDUP-NET-EARNINGS           PIC S9(5)V9(2).
           03  LK-YTDUP-FEDERAL-WITHHOLDING    PIC S9(5)V9(2).
           03  LK-YTDUP-STATE-WITHHOLDING      PIC S9(5)V9(2).
           03  LK-YTDUP-EE-SOC-SEC             PIC S9(5)V9(2).
           03  LK-YTDUP-EE-MEDICARE            PIC S9(5)V9(2).
           03  LK-YTDUP-ER-FICA                PIC S9(5)V9(2).
           03  LK-YTDUP-ER-FUTA                PIC S9(5)V9(2).
           03  LK-YTDUP-ER-SUTA                PIC S9(5)V9(2).
           03  LK-YTDUP-YTD-NET-EARNINGS       PIC 9(07)V9(02).
           03  LK-YTDUP-YTD-FEDERAL-WH         PIC 9(07)V9(02).
           03  LK-YTDUP-YTD-STATE-WH           PIC 9(07)V9(02).
           03  LK-YTDUP-YTD-EE-SOC-SEC         PIC 9(07)V9(02).
           03  LK-YTDUP-YTD-EE-MEDICARE        PIC 9(07)V9(02).
