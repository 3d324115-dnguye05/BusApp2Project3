      *                     PAYABLE PER DEDUCTION TYPE, NOT ONLY IN
      *                     TOTAL.  UNUSED SLOTS CARRY A BLANK CODE
      *                     AND A ZERO AMOUNT.  THE RECORD EXPANDS.
      *    09/15/2026 DN    ADDED THE EMPLOYEE SOCIAL SECURITY AND
      *                     MEDICARE WITHHELD SO THE JOURNAL EXTRACT
      *                     CAN POST THEM AS A PAYABLE.  THE RECORD
      *                     EXPANDS.
      *    09/29/2026 DN    ADDED GL-IS-RETRO - THE RETROACTIVE PAY
      *                     RUN TAGS ITS RECORDS WITH AN 'R' IN THE
      *                     ADJUSTMENT CODE.
      *    10/06/2026 DN    ADDED GL-IS-FINAL-PAY - THE FINAL-PAY RUN
      *                     TAGS ITS RECORDS WITH AN 'F'.
      *    10/15/2026 DN    ADDED THE LABOR DISTRIBUTION TABLE - THE
      *                     BATCH PAYROLL RUN SPLITS THE GROSS AND THE
      *                     EMPLOYER TAX ACROSS UP TO 5 CHARGED
      *                     DEPARTMENT/JOB COST CENTERS IN PROPORTION
      *                     TO THE HOURS CHARGED, SO THE JOURNAL CAN
      *                     POST THE EXPENSE WHERE THE HOURS WERE
      *                     WORKED.  A RECORD WITH NO DISTRIBUTION
      *                     (GL-DIST-COUNT ZERO OR BLANK - EVERY
      *                     OFF-CYCLE RUN) CHARGES ALL OF ITS GROSS
      *                     AND EMPLOYER TAX TO GL-DEPARTMENT-CODE.
      *                     THE RECORD EXPANDS.
      ******************************************************************
       01  GL-SUMMARY-RECORD.
           03  GL-EMPLOYEE-ID              PIC X(05).
           03  GL-PERIOD-NUMBER            PIC 9(04).
           03  GL-ADJUSTMENT-CODE          PIC X(01).
               88  GL-IS-ADJUSTMENT            VALUE 'A'.
               88  GL-IS-RETRO                 VALUE 'R'.
               88  GL-IS-FINAL-PAY             VALUE 'F'.
           03  GL-AMOUNT-SIGN              PIC X(01).
               88  GL-AMOUNTS-REVERSED         VALUE '-'.
           03  GL-ER-TAX-TOTAL             PIC 9(07)V9(02).
           03  GL-FEDERAL-WH               PIC 9(07)V9(02).
           03  GL-STATE-WH                 PIC 9(07)V9(02).
           03  GL-SOC-SEC-WH               PIC 9(07)V9(02).
           03  GL-MEDICARE-WH              PIC 9(07)V9(02).
           03  GL-DEDUCTIONS               PIC 9(07)V9(02).
           03  GL-DED-TYPE-TABLE.
               05  GL-DED-TYPE OCCURS 5 TIMES.
                   07  GL-DED-TYPE-CODE    PIC X(02).
                   07  GL-DED-TYPE-AMOUNT  PIC 9(07)V9(02).
           03  GL-DIST-COUNT               PIC 9(01).
           03  GL-DIST-TABLE.
               05  GL-DIST OCCURS 5 TIMES.
                   07  GL-DIST-DEPARTMENT  PIC X(02).
                   07  GL-DIST-JOB         PIC X(06).
                   07  GL-DIST-HOURS       PIC 9(03)V9(02).
                   07  GL-DIST-GROSS       PIC 9(07)V9(02).
                   07  GL-DIST-ER-TAX      PIC 9(07)V9(02).
           03  FILLER                      PIC X(04).
