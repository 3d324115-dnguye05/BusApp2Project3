      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    09/01/2026 DN    ORIGINAL LAYOUT CREATED.
      *    10/13/2026 DN    ADDED TRANSACTION TYPE 'P' - THE CHECK
      *                     RECONCILIATION RUN APPENDS ONE WHEN THE
      *                     BANK REPORTS A CHECK PAID, CARRYING THE
      *                     AMOUNT AND DATE (MM/DD/CCYY) THE BANK
      *                     PAID, SO A CLEARED CHECK DROPS OFF THE
      *                     OUTSTANDING LIST FOR GOOD.
      ******************************************************************
       01  CHECK-REGISTER-RECORD.
           03  CK-CHECK-NO                 PIC 9(08).
               88  CK-ISSUE                    VALUE 'I'.
               88  CK-VOID                     VALUE 'V'.
               88  CK-REISSUE                  VALUE 'R'.
               88  CK-PAID                     VALUE 'P'.
           03  CK-EMPLOYEE-ID              PIC X(05).
           03  CK-EMPLOYEE-NAME            PIC X(25).
           03  CK-AMOUNT                   PIC 9(07)V9(02).
