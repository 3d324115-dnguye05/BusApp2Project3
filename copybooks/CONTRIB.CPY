      ******************************************************************
      *    COPYBOOK:  CONTRIB.CPY
      *    TITLE:     401(K) PROVIDER CONTRIBUTION FILE RECORD LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   FIXED-FORMAT RECORDS IN THE 401(K) PROVIDER'S
      *               CONTRIBUTION LAYOUT, WRITTEN BY THE DEDUCTION
      *               REMITTANCE RUN.  ONE DETAIL RECORD (TYPE 'D')
      *               PER EMPLOYEE PAYMENT CARRYING A 401(K)
      *               DEDUCTION - EMPLOYEE ID, PAY PERIOD, PAY DATE
      *               (CCYYMMDD) AND THE AMOUNT WITHHELD; A '-' IN THE
      *               SIGN MARKS A REVERSED CONTRIBUTION.  ONE TRAILER
      *               RECORD (TYPE 'T') CARRIES THE DETAIL COUNT AND
      *               THE NET DOLLARS SO THE PROVIDER CAN VERIFY THE
      *               FILE AGAINST THE FUNDS TRANSFER.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/14/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  CONTRIBUTION-RECORD.
           03  KC-RECORD-TYPE              PIC X(01).
               88  KC-DETAIL-RECORD            VALUE 'D'.
               88  KC-TRAILER-RECORD           VALUE 'T'.
           03  KC-DETAIL-DATA.
               05  KC-EMPLOYEE-ID          PIC X(05).
               05  KC-PERIOD-NUMBER        PIC 9(04).
               05  KC-PAY-DATE             PIC 9(08).
               05  KC-AMOUNT               PIC 9(07)V9(02).
               05  KC-AMOUNT-SIGN          PIC X(01).
                   88  KC-AMOUNT-REVERSED      VALUE '-'.
               05  FILLER                  PIC X(13).
           03  KC-TRAILER-DATA REDEFINES KC-DETAIL-DATA.
               05  KC-RECORD-COUNT         PIC 9(06).
               05  KC-TOTAL-AMOUNT         PIC 9(09)V9(02).
               05  KC-TOTAL-SIGN           PIC X(01).
                   88  KC-TOTAL-REVERSED       VALUE '-'.
               05  FILLER                  PIC X(22).
