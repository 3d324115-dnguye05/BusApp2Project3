      ******************************************************************
      *    COPYBOOK:  BNKPAID.CPY
      *    TITLE:     BANK PAID-CHECKS RECORD LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   ONE FIXED-FORMAT RECORD PER CHECK THE BANK HAS
      *               PAID SINCE ITS LAST PAID-CHECKS FILE.  THE CHECK
      *               NUMBER AND AMOUNT ARE AS PRESENTED TO THE BANK;
      *               THE PAID DATE IS CCYYMMDD.  READ BY THE CHECK
      *               RECONCILIATION RUN AGAINST THE CHECK REGISTER.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/13/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  BANK-PAID-CHECK-RECORD.
           03  BP-CHECK-NO                 PIC 9(08).
           03  BP-PAID-DATE                PIC 9(08).
           03  BP-PAID-AMOUNT              PIC 9(07)V9(02).
           03  BP-BANK-REFERENCE           PIC X(15).
           03  FILLER                      PIC X(10).
