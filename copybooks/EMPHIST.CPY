      *                     BE JUST AS TRACEABLE.
      *    09/01/2026 DN    ADDED THE WORK-STATE CODE TO BOTH IMAGES
      *                     FOR THE NEW EM-WORK-STATE FIELD.
      *    09/22/2026 DN    ADDED THE PAY TYPE AND PER-PERIOD SALARY
      *                     TO BOTH IMAGES - A SALARY CHANGE MUST BE
      *                     AS TRACEABLE AS A RATE CHANGE.  THE RECORD
      *                     EXPANDS.
      *    10/14/2026 DN    CARVED THE BEFORE AND AFTER PRENOTE STATUS
      *                     OUT OF THE TRAILING FILLER SO A PRENOTE
      *                     STARTED OR RETURNED IS TRACEABLE TO THE
      *                     TRANSACTION THAT CAUSED IT.
      ******************************************************************
       01  CHANGE-HISTORY-RECORD.
           03  EH-CHANGE-DATE              PIC X(10).
               05  EH-BEF-BANK-ROUTING      PIC X(09).
               05  EH-BEF-BANK-ACCOUNT      PIC X(17).
               05  EH-BEF-WORK-STATE        PIC X(02).
               05  EH-BEF-PAY-TYPE          PIC X(01).
               05  EH-BEF-SALARY-AMOUNT     PIC 9(5)V9(2).
           03  EH-AFTER-IMAGE.
               05  EH-AFT-EMPLOYEE-NAME     PIC X(25).
               05  EH-AFT-PAY-RATE          PIC 9(2)V9(2).
               05  EH-AFT-BANK-ROUTING      PIC X(09).
               05  EH-AFT-BANK-ACCOUNT      PIC X(17).
               05  EH-AFT-WORK-STATE        PIC X(02).
               05  EH-AFT-PAY-TYPE          PIC X(01).
               05  EH-AFT-SALARY-AMOUNT     PIC 9(5)V9(2).
           03  EH-BEF-PRENOTE-STATUS       PIC X(01).
           03  EH-AFT-PRENOTE-STATUS       PIC X(01).
           03  FILLER                      PIC X(02).
