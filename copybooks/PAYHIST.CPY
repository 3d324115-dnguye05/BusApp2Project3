      ******************************************************************
      *    COPYBOOK:  PAYHIST.CPY
      *    TITLE:     EMPLOYEE PAY HISTORY RECORD LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   RECORD LAYOUT FOR THE INDEXED PAY HISTORY FILE.
      *               KEYED BY EMPLOYEE ID, PAY PERIOD AND A SEQUENCE
      *               NUMBER.  THE BATCH PAYROLL RUN WRITES SEQUENCE
      *               00 FOR EACH EMPLOYEE IT PAYS; EACH SUPPLEMENTAL
      *               ADJUSTMENT (SOURCE 'A') AND EACH RETROACTIVE
      *               PAYMENT (SOURCE 'R') POSTED IN THE PERIOD TAKES
      *               THE NEXT FREE SEQUENCE FROM 01 UP, SO ONE
      *               EMPLOYEE'S PERIOD CAN ALWAYS BE REBUILT FROM
      *               THIS FILE ALONE - EARNINGS BY TYPE, EVERY
      *               WITHHOLDING, THE DEDUCTIONS BY TYPE, THE
      *               EMPLOYER TAXES AND THE NET, AND HOW THE NET WAS
      *               PAID.  A RETRO RECORD ALSO CARRIES THE RATE IT
      *               BROUGHT THE EARLIER PERIODS UP TO IN PH-PAY-RATE
      *               AND THE FIRST PERIOD IT REPRICED IN
      *               PH-RETRO-FIRST-PERIOD, SO WHAT RETRO HAS ALREADY
      *               PAID FOR A PERIOD IS KNOWN FROM THIS FILE TOO.
      *               AMOUNTS ARE UNSIGNED; A REVERSING ADJUSTMENT
      *               CARRIES '-' IN PH-AMOUNT-SIGN THE SAME WAY THE GL
      *               EXTRACT DOES.  THE CHECK WRITER POSTS THE CHECK
      *               NUMBER TO THE SEQUENCE 00 RECORD WHEN IT ISSUES
      *               THE CHECK; OTHER RECORDS KEEP A ZERO CHECK NUMBER.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  PAY-HISTORY-RECORD.
           03  PH-KEY.
               05  PH-EMPLOYEE-ID          PIC X(05).
               05  PH-PERIOD-NUMBER        PIC 9(04).
               05  PH-SEQUENCE-NUMBER      PIC 9(02).
           03  PH-SOURCE-CODE              PIC X(01).
               88  PH-FROM-PAY-RUN             VALUE 'B'.
               88  PH-FROM-ADJUSTMENT          VALUE 'A'.
               88  PH-FROM-RETRO               VALUE 'R'.
           03  PH-AMOUNT-SIGN              PIC X(01).
               88  PH-IS-REVERSAL              VALUE '-'.
           03  PH-RUN-DATE                 PIC 9(08).
           03  PH-DEPARTMENT-CODE          PIC X(02).
           03  PH-PAY-TYPE                 PIC X(01).
           03  PH-PAY-RATE                 PIC 9(2)V9(2).
           03  PH-HOURS.
               05  PH-REGULAR-HOURS        PIC 9(2)V9(2).
               05  PH-OVERTIME-HOURS       PIC 9(2)V9(2).
               05  PH-DOUBLETIME-HOURS     PIC 9(2)V9(2).
               05  PH-TOTAL-HOURS          PIC 9(2)V9(2).
           03  PH-EARNINGS.
               05  PH-REGULAR-EARNINGS     PIC 9(5)V9(2).
               05  PH-OVERTIME-EARNINGS    PIC 9(5)V9(2).
               05  PH-DOUBLETIME-EARNINGS  PIC 9(5)V9(2).
               05  PH-VACATION-EARNINGS    PIC 9(5)V9(2).
               05  PH-SICK-EARNINGS        PIC 9(5)V9(2).
               05  PH-HOLIDAY-EARNINGS     PIC 9(5)V9(2).
               05  PH-GROSS-EARNINGS       PIC 9(5)V9(2).
           03  PH-WITHHOLDING.
               05  PH-FEDERAL-WH           PIC 9(5)V9(2).
               05  PH-STATE-WH             PIC 9(5)V9(2).
               05  PH-SOC-SEC-WH           PIC 9(5)V9(2).
               05  PH-MEDICARE-WH          PIC 9(5)V9(2).
           03  PH-DEDUCTIONS.
               05  PH-TOTAL-DEDUCTIONS     PIC 9(5)V9(2).
               05  PH-DED-TYPE-TABLE.
                   07  PH-DED-TYPE OCCURS 5 TIMES.
                       09  PH-DED-TYPE-CODE    PIC X(02).
                       09  PH-DED-TYPE-AMOUNT  PIC 9(5)V9(2).
           03  PH-EMPLOYER-TAXES.
               05  PH-ER-FICA              PIC 9(5)V9(2).
               05  PH-ER-FUTA              PIC 9(5)V9(2).
               05  PH-ER-SUTA              PIC 9(5)V9(2).
               05  PH-ER-TOTAL             PIC 9(5)V9(2).
           03  PH-NET-PAY                  PIC 9(5)V9(2).
           03  PH-PAY-METHOD               PIC X(01).
               88  PH-PAID-BY-DEPOSIT          VALUE 'D'.
               88  PH-PAID-BY-CHECK            VALUE 'C'.
               88  PH-NOT-PAID-SEPARATELY      VALUE 'N'.
           03  PH-CHECK-NUMBER             PIC 9(08).
           03  PH-RETRO-FIRST-PERIOD       PIC 9(04).
           03  FILLER                      PIC X(08).
