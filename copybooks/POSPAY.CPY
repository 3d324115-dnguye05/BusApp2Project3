      ******************************************************************
      *    COPYBOOK:  POSPAY.CPY
      *    TITLE:     POSITIVE PAY ISSUE FILE RECORD LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   FIXED-FORMAT RECORDS FOR THE POSITIVE PAY FILE
      *               THE CHECK WRITER SENDS TO THE BANK EACH RUN.  ONE
      *               DETAIL RECORD (TYPE 'D') PER CHECK PRINTED -
      *               ISSUE ACTION 'I' - AND PER CHECK VOIDED - ISSUE
      *               ACTION 'V' - SO THE BANK PAYS ONLY A CHECK WE
      *               ISSUED, FOR THE AMOUNT WE ISSUED IT, AND REFUSES
      *               ONE WE HAVE VOIDED.  ONE TRAILER RECORD (TYPE
      *               'T') CARRIES THE ISSUE AND VOID COUNTS AND
      *               DOLLARS SO THE BANK CAN VERIFY THE FILE.  THE
      *               ISSUE DATE IS CCYYMMDD.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/13/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  POSITIVE-PAY-RECORD.
           03  PP-RECORD-TYPE              PIC X(01).
               88  PP-DETAIL-RECORD            VALUE 'D'.
               88  PP-TRAILER-RECORD           VALUE 'T'.
           03  PP-DETAIL-DATA.
               05  PP-CHECK-NO             PIC 9(08).
               05  PP-ISSUE-ACTION         PIC X(01).
                   88  PP-ISSUED               VALUE 'I'.
                   88  PP-VOIDED               VALUE 'V'.
               05  PP-ISSUE-DATE           PIC 9(08).
               05  PP-AMOUNT               PIC 9(07)V9(02).
               05  PP-PAYEE-NAME           PIC X(25).
               05  PP-EMPLOYEE-ID          PIC X(05).
           03  PP-TRAILER-DATA REDEFINES PP-DETAIL-DATA.
               05  PP-ISSUE-COUNT          PIC 9(06).
               05  PP-ISSUE-TOTAL          PIC 9(09)V9(02).
               05  PP-VOID-COUNT           PIC 9(06).
               05  PP-VOID-TOTAL           PIC 9(09)V9(02).
               05  FILLER                  PIC X(22).
