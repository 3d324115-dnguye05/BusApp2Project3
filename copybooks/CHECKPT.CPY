      *                     TOTAL ACCUMULATORS - THE REGISTER NOW
      *                     CLOSES WITH AN EMPLOYER-COST SECTION AND
      *                     A RESTARTED RUN MUST RELOAD ITS TOTALS.
      *    09/15/2026 DN    ADDED THE EMPLOYEE SOCIAL SECURITY AND
      *                     MEDICARE WITHHELD GRAND TOTALS SO A
      *                     RESTARTED RUN'S REGISTER STILL COVERS THE
      *                     WHOLE BATCH.  THE RECORD EXPANDS.
      *    09/22/2026 DN    CARVED CP-RUN-PHASE OUT OF EXISTING
      *                     FILLER - THE RUN NOW PAYS SALARIED
      *                     EMPLOYEES WITH NO TIMECARD IN A SECOND
      *                     PASS OVER THE EMPLOYEE MASTER, AND A
      *                     CHECKPOINT TAKEN IN THAT PASS ('S') MUST
      *                     RESTART THE MASTER PASS, NOT THE CARDS.
      *                     A SPACE (OLDER CHECKPOINTS) IS THE CARD
      *                     PASS.
      ******************************************************************
       01  CHECKPOINT-RECORD.
           03  CP-LAST-EMPLOYEE-ID           PIC X(05).
           03  CP-ER-FICA-TOTAL              PIC 9(07)V9(02).
           03  CP-ER-FUTA-TOTAL              PIC 9(07)V9(02).
           03  CP-ER-SUTA-TOTAL              PIC 9(07)V9(02).
           03  CP-EE-SOC-SEC-TOTAL           PIC 9(07)V9(02).
           03  CP-EE-MEDICARE-TOTAL          PIC 9(07)V9(02).
           03  CP-RUN-PHASE                  PIC X(01).
               88  CP-PHASE-SALARIED             VALUE 'S'.
           03  FILLER                        PIC X(04).
