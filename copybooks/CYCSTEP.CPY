      ******************************************************************
      *    COPYBOOK:  CYCSTEP.CPY
      *    TITLE:     PAYROLL CYCLE STEP TABLE
      *    AUTHOR:    DAVID NGUYEN
      *    REMARKS:   THE STEPS OF THE PAYROLL CYCLE IN THE ORDER
      *               OPERATIONS RUNS THEM, EACH WITH UP TO TWO STEPS
      *               THAT MUST HAVE COMPLETED CLEANLY FOR THE SAME
      *               PERIOD BEFORE IT MAY START.  CS-RERUN-SW 'Y'
      *               MARKS A STEP THAT MAY BE RUN AGAIN WITHOUT A
      *               SUPERVISOR'S AUTHORIZATION - THE READ-ONLY
      *               PROOFS AND REPORTS, AND THE RETROACTIVE AND
      *               FINAL-PAY RUNS, WHICH ARE DRIVEN BY THEIR OWN
      *               TRANSACTION FILES AND THEMSELVES REFUSE TO PAY
      *               THE SAME EMPLOYEE TWICE.  THE ADJUSTMENT RUN
      *               HAS NO SUCH GUARD - RERUN AGAINST THE SAME CARDS
      *               IT WOULD POST THEM AGAIN - SO IT NEEDS ONE.
      *               CS-MUST-PRECEDE NAMES UP TO TWO STEPS THAT MUST
      *               NOT YET HAVE COMPLETED FOR THE PERIOD WHEN THIS
      *               ONE STARTS.  THE ADJUSTMENT, RETROACTIVE AND
      *               FINAL-PAY RUNS APPEND TO THE GL EXTRACT, SO ONCE
      *               THE GL JOURNAL HAS POSTED IT THEY ARE HELD FOR
      *               THE NEXT PERIOD.  THE ADJUSTMENT RUN IS ALSO
      *               HELD ONCE THE GL BALANCING PROOF HAS RUN.  THE
      *               RETROACTIVE AND FINAL-PAY RUNS APPEND CHECK
      *               REQUESTS THAT ONLY THE CHECK WRITER PRINTS, SO
      *               THEY ARE HELD ONCE THE CHECKS ARE WRITTEN; ONE
      *               RUN AFTER THE GL BALANCING PROOF NEEDS THE PROOF
      *               RUN AGAIN BEFORE THE GL JOURNAL.
      *               CS-OFF-CYCLE-SW 'Y' MARKS A STEP THE CYCLE DOES
      *               NOT NEED TO RUN AT ALL.  SHARED BY THE STEP
      *               CONTROL SUBPROGRAM, THE RERUN AUTHORIZATION RUN
      *               AND THE CYCLE STATUS REPORT.
      *----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    10/15/2026 DN    ORIGINAL TABLE CREATED.
      ******************************************************************
       01  CYCLE-STEP-TABLE-VALUES.
           03  FILLER  PIC X(42) VALUE
               'TCEDIT                                  NN'.
           03  FILLER  PIC X(42) VALUE
               'PAYBATCHTCEDIT                          NN'.
           03  FILLER  PIC X(42) VALUE
               'PAYADJ  PAYBATCH        GLBAL   GLJRNL  NY'.
           03  FILLER  PIC X(42) VALUE
               'RETRO   PAYBATCH        CHKWTR  GLJRNL  YY'.
           03  FILLER  PIC X(42) VALUE
               'FINPAY  PAYBATCH        CHKWTR  GLJRNL  YY'.
           03  FILLER  PIC X(42) VALUE
               'PAYVAR  PAYBATCH                        YN'.
           03  FILLER  PIC X(42) VALUE
               'GLBAL   PAYBATCH                        YN'.
           03  FILLER  PIC X(42) VALUE
               'GLJRNL  GLBAL                           NN'.
           03  FILLER  PIC X(42) VALUE
               'LABDST  GLBAL                           YN'.
           03  FILLER  PIC X(42) VALUE
               'REMIT   GLJRNL                          NN'.
           03  FILLER  PIC X(42) VALUE
               'CHKWTR  PAYBATCHPAYVAR                  NN'.
           03  FILLER  PIC X(42) VALUE
               'ACHRET  PAYBATCH                        NN'.
       01  CYCLE-STEP-TABLE REDEFINES CYCLE-STEP-TABLE-VALUES.
           03  CS-STEP-ENTRY OCCURS 12 TIMES INDEXED BY CS-IDX.
               05  CS-STEP-ID                PIC X(08).
               05  CS-DEPENDS-ON             PIC X(08)
                                             OCCURS 2 TIMES.
               05  CS-MUST-PRECEDE           PIC X(08)
                                             OCCURS 2 TIMES.
               05  CS-RERUN-SW               PIC X(01).
                   88  CS-RERUN-FREELY           VALUE 'Y'.
               05  CS-OFF-CYCLE-SW           PIC X(01).
                   88  CS-OFF-CYCLE-STEP         VALUE 'Y'.
       01  CS-STEP-COUNT                     PIC 9(02) VALUE 12.
