      *    09/01/2026 DN    ADDED LK-EMPLU-WORK-STATE SO THE PAY PATH
      *                     CAN WITHHOLD UNDER THE EMPLOYEE'S WORK
      *                     STATE'S BRACKET SET.
      *    09/22/2026 DN    ADDED THE PAY TYPE AND PER-PERIOD SALARY
      *                     SO THE BATCH RUN CAN PAY A SALARIED
      *                     EMPLOYEE WITHOUT A TIMECARD.
      *    10/14/2026 DN    ADDED THE PRENOTE STATUS AND DATE SO THE
      *                     BATCH RUN CAN KEEP AN EMPLOYEE WHOSE BANK
      *                     DETAILS ARE STILL IN THE PRENOTE WAITING
      *                     PERIOD ON THE CHECK PATH.
      ******************************************************************
       01  LK-EMPLU-AREA.
           03  LK-EMPLU-EMPLOYEE-ID          PIC X(05).
           03  LK-EMPLU-BANK-ROUTING          PIC X(09).
           03  LK-EMPLU-BANK-ACCOUNT          PIC X(17).
           03  LK-EMPLU-WORK-STATE            PIC X(02).
           03  LK-EMPLU-PAY-TYPE              PIC X(01).
               88  LK-EMPLU-SALARIED                  VALUE 'S'.
           03  LK-EMPLU-SALARY-AMOUNT         PIC 9(5)V9(2).
           03  LK-EMPLU-PRENOTE-STATUS        PIC X(01).
               88  LK-EMPLU-PRENOTE-PENDING           VALUE 'P'.
           03  LK-EMPLU-PRENOTE-DATE          PIC 9(08).
           03  LK-EMPLU-RETURN-CODE           PIC 9(02).
               88  LK-EMPLU-FOUND                     VALUE 0.
               88  LK-EMPLU-NOT-FOUND                 VALUE 10.
