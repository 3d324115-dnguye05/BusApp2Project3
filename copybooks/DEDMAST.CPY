      *                     AS ZERO AND THE FIELD GOES NUMERIC THE
      *                     FIRST TIME THE PAY PATH REWRITES THE
      *                     RECORD.
      *    10/14/2026 DN    ADDED THE PAYEE CODE AND NAME AND THE CASE
      *                     NUMBER A GARNISHMENT IS REMITTED UNDER,
      *                     AND THE DATE AND AMOUNT LAST TAKEN - THE
      *                     PAY PATH SETS THEM EACH TIME IT TAKES THE
      *                     DEDUCTION SO THE REMITTANCE RUN CAN SPLIT
      *                     A PERIOD'S GARNISHMENT DOLLARS BY PAYEE
      *                     AND CASE.  THE RECORD EXPANDS - EXISTING
      *                     FILES NEED A RELOAD; A RELOADED RECORD
      *                     CARRIES SPACES IN THE LAST-TAKEN FIELDS,
      *                     WHICH EVERY READER TREATS AS ZERO.
      ******************************************************************
       01  DEDUCTION-MASTER-RECORD.
           03  DM-KEY.
               88  DM-ACTIVE                   VALUES 'A' SPACE.
               88  DM-STOPPED                  VALUE 'S'.
           03  DM-ARREARS-BALANCE          PIC 9(5)V9(2).
           03  DM-PAYEE-CODE               PIC X(08).
           03  DM-PAYEE-NAME               PIC X(25).
           03  DM-CASE-NUMBER              PIC X(20).
           03  DM-LAST-TAKEN-DATE          PIC 9(08).
           03  DM-LAST-TAKEN-AMOUNT        PIC 9(5)V9(2).
           03  FILLER                      PIC X(01).
