      ******************************************************************
      *    COPYBOOK:  CYCLOG.CPY
      *    TITLE:     PAYROLL CYCLE STEP LOG RECORD LAYOUT
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   RECORD LAYOUT FOR THE INDEXED PAYROLL CYCLE STEP
      *               LOG.  KEYED BY PAY PERIOD AND STEP ID - ONE
      *               RECORD PER CYCLE STEP PER PERIOD, WRITTEN BY
      *               NGUYEN-P03-CYCCTL WHEN THE STEP FIRST STARTS AND
      *               UPDATED AT EVERY START AND END AFTER THAT.  A
      *               STEP LEFT 'S' STARTED DID NOT REACH ITS END - IT
      *               ABENDED OR STOPPED ON AN ERROR - AND A STEP
      *               ENDING WITH A RETURN CODE OVER 4 IS MARKED 'F'
      *               FAILED; BOTH MAY BE RESTARTED.  A STEP MARKED
      *               'C' COMPLETE MAY ONLY BE RUN AGAIN ONCE A
      *               SUPERVISOR HAS SET THE RERUN AUTHORIZATION
      *               THROUGH NGUYEN-P03-CYCAUT; THE AUTHORIZATION IS
      *               USED UP BY THE RERUN IT ALLOWS, AND THE
      *               SUPERVISOR'S ID AND DATE ARE KEPT AFTERWARDS.
      *               THE RECORD COUNTS AND RETURN CODE ARE THOSE OF
      *               THE LATEST RUN.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  CYCLE-STEP-LOG-RECORD.
           03  CL-KEY.
               05  CL-PERIOD-NUMBER          PIC 9(04).
               05  CL-STEP-ID                PIC X(08).
           03  CL-STEP-STATUS                PIC X(01).
               88  CL-STEP-STARTED               VALUE 'S'.
               88  CL-STEP-COMPLETE              VALUE 'C'.
               88  CL-STEP-FAILED                VALUE 'F'.
           03  CL-RUN-COUNT                  PIC 9(02).
           03  CL-START-STAMP.
               05  CL-START-DATE             PIC 9(08).
               05  CL-START-TIME             PIC 9(06).
           03  CL-END-STAMP.
               05  CL-END-DATE               PIC 9(08).
               05  CL-END-TIME               PIC 9(06).
           03  CL-RUN-RETURN-CODE            PIC 9(04).
           03  CL-RECORDS-IN                 PIC 9(07).
           03  CL-RECORDS-OUT                PIC 9(07).
           03  CL-RERUN-AUTH-SW              PIC X(01).
               88  CL-RERUN-AUTHORIZED           VALUE 'Y'.
           03  CL-AUTH-OPERATOR-ID           PIC X(08).
           03  CL-AUTH-DATE                  PIC 9(08).
           03  FILLER                        PIC X(10).
