      *                     BRACKET SET.  RECORDS LOADED BEFORE THIS
      *                     CHANGE CARRY SPACES THERE, WHICH COUNTS
      *                     AS THE HOME STATE.
      *    09/22/2026 DN    ADDED EM-PAY-TYPE AND EM-SALARY-AMOUNT -
      *                     A SALARIED EMPLOYEE IS PAID THE PER-PERIOD
      *                     SALARY BY THE BATCH RUN WITH NO TIMECARD.
      *                     THE RECORD EXPANDS - EXISTING FILES NEED A
      *                     RELOAD; A RELOADED RECORD CARRYING A SPACE
      *                     PAY TYPE COUNTS AS HOURLY.
      *    10/06/2026 DN    CARVED EM-FINAL-PAY-SW OUT OF EXISTING
      *                     FILLER - THE FINAL-PAY RUN SETS IT WHEN A
      *                     DEACTIVATED EMPLOYEE HAS BEEN SETTLED SO
      *                     THE SAME DEACTIVATION IS NEVER PAID OUT
      *                     TWICE.  RECORDS LOADED BEFORE THIS CHANGE
      *                     CARRY A SPACE THERE, WHICH MEANS NOT YET
      *                     SETTLED.
      *    10/14/2026 DN    ADDED EM-PRENOTE-STATUS AND EM-PRENOTE-DATE
      *                     - NEW OR CHANGED BANK DETAILS GO OUT AS A
      *                     ZERO-DOLLAR PRENOTE AND THE EMPLOYEE IS
      *                     PAID BY CHECK UNTIL THE WAITING PERIOD
      *                     FROM THE PRENOTE DATE HAS PASSED.  THE
      *                     RECORD EXPANDS - EXISTING FILES NEED A
      *                     RELOAD; A RELOADED RECORD CARRYING A SPACE
      *                     STATUS COUNTS AS AN ESTABLISHED ACCOUNT.
      ******************************************************************
       01  EMPLOYEE-MASTER-RECORD.
           03  EM-EMPLOYEE-ID              PIC X(05).
           03  EM-BANK-ROUTING              PIC X(09).
           03  EM-BANK-ACCOUNT              PIC X(17).
           03  EM-WORK-STATE                PIC X(02).
           03  EM-PAY-TYPE                  PIC X(01).
               88  EM-HOURLY                    VALUES 'H' SPACE.
               88  EM-SALARIED                  VALUE 'S'.
           03  EM-SALARY-AMOUNT             PIC 9(5)V9(2).
           03  EM-FINAL-PAY-SW              PIC X(01).
               88  EM-FINAL-PAY-DONE            VALUE 'Y'.
           03  EM-PRENOTE-STATUS            PIC X(01).
               88  EM-PRENOTE-PENDING           VALUE 'P'.
               88  EM-PRENOTE-RETURNED          VALUE 'R'.
           03  EM-PRENOTE-DATE              PIC 9(08).
           03  FILLER                       PIC X(03).
