      ******************************************************************
      *    COPYBOOK:  CYCLNK.CPY
      *    TITLE:     LINKAGE AREA FOR NGUYEN-P03-CYCCTL
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   PASSED BY REFERENCE ON BOTH CALLS A PAYROLL CYCLE
      *               STEP MAKES TO THE STEP CONTROL SUBPROGRAM.  AT
      *               START THE CALLER LOADS FUNCTION 'S' AND ITS STEP
      *               ID; THE SUBPROGRAM RETURNS THE PERIOD FROM THE
      *               PAY PERIOD CONTROL RECORD AND A RETURN CODE - ANY
      *               NON-ZERO CODE MEANS THE STEP MUST NOT RUN.  AT
      *               END THE CALLER LOADS FUNCTION 'E', ITS RECORD
      *               COUNTS AND ITS RETURN CODE IN THE SAME AREA.
      *               THE MESSAGE, WHEN NOT BLANK, IS FOR THE CALLER
      *               TO DISPLAY - WHICH STEP IS HOLDING THIS ONE UP,
      *               OR WHO AUTHORIZED A RERUN.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 DN    ORIGINAL LAYOUT CREATED.
      ******************************************************************
       01  LK-CYCLE-AREA.
           03  LK-CYCLE-FUNCTION             PIC X(01).
               88  LK-CYCLE-START-STEP               VALUE 'S'.
               88  LK-CYCLE-END-STEP                 VALUE 'E'.
           03  LK-CYCLE-STEP-ID              PIC X(08).
           03  LK-CYCLE-PERIOD-NUMBER        PIC 9(04).
           03  LK-CYCLE-RECORDS-IN           PIC 9(07).
           03  LK-CYCLE-RECORDS-OUT          PIC 9(07).
           03  LK-CYCLE-RUN-RETURN-CODE      PIC 9(04).
           03  LK-CYCLE-MESSAGE              PIC X(64).
           03  LK-CYCLE-RETURN-CODE          PIC 9(02).
               88  LK-CYCLE-OK                       VALUE 0.
               88  LK-CYCLE-DEPENDENCY-OPEN          VALUE 10.
               88  LK-CYCLE-RERUN-NOT-AUTHORIZED     VALUE 20.
               88  LK-CYCLE-STEP-CLOSED              VALUE 25.
               88  LK-CYCLE-UNKNOWN-STEP             VALUE 30.
               88  LK-CYCLE-CONTROL-UNAVAILABLE      VALUE 40.
