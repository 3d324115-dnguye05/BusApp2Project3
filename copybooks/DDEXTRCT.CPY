      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    08/22/2026 DN    ORIGINAL LAYOUT CREATED.
      *    10/14/2026 DN    EMPLOYEE MAINTENANCE NOW WRITES ITS ZERO-
      *                     DOLLAR PRENOTE FILE IN THIS SAME LAYOUT -
      *                     NET AMOUNT AND PERIOD NUMBER ZERO, TRAILER
      *                     TOTAL ZERO.
      ******************************************************************
       01  DD-EXTRACT-RECORD.
           03  DD-RECORD-TYPE              PIC X(01).
