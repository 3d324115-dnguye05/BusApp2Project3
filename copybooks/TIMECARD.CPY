      *                     PERIOD; THE PRE-EDIT MERGES DUPLICATES
      *                     WITHIN A TYPE AND GROUPS THE TYPES
      *                     TOGETHER FOR THE PAY RUN.
      *    10/15/2026 DN    CARVED TC-CHARGE-DEPARTMENT AND TC-CHARGE-
      *                     JOB OUT OF EXISTING FILLER FOR LABOR
      *                     DISTRIBUTION.  BOTH ARE OPTIONAL - A BLANK
      *                     DEPARTMENT CHARGES THE EMPLOYEE'S HOME
      *                     DEPARTMENT.  AN EMPLOYEE MAY KEY ONE CARD
      *                     PER EARNINGS TYPE PER CHARGE; THE PRE-EDIT
      *                     MERGES ONLY CARDS WITH THE SAME TYPE AND
      *                     THE SAME CHARGE.
      ******************************************************************
       01  TIME-CARD-RECORD.
           03  TC-EMPLOYEE-ID              PIC X(05).
               88  TC-TYPE-VACATION             VALUE 'VA'.
               88  TC-TYPE-SICK                 VALUE 'SK'.
               88  TC-TYPE-HOLIDAY              VALUE 'HO'.
           03  TC-CHARGE-DEPARTMENT         PIC X(02).
           03  TC-CHARGE-JOB                PIC X(06).
           03  FILLER                       PIC X(10).
