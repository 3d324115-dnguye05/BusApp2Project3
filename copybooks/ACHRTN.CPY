      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/01/2026 DN    ORIGINAL LAYOUT CREATED.
      *    10/14/2026 DN    ADDED AR-PRENOTE-RETURN - A RETURN WITH A
      *                     ZERO AMOUNT IS A REJECTED PRENOTE SENT BY
      *                     EMPLOYEE MAINTENANCE, NOT A PAYMENT.
      ******************************************************************
       01  ACH-RETURN-RECORD.
           03  AR-EMPLOYEE-ID              PIC X(05).
           03  AR-BANK-ROUTING             PIC X(09).
           03  AR-BANK-ACCOUNT             PIC X(17).
           03  AR-RETURN-AMOUNT            PIC 9(07)V9(02).
               88  AR-PRENOTE-RETURN           VALUE 0.
           03  AR-RETURN-REASON            PIC X(03).
           03  FILLER                      PIC X(07).
