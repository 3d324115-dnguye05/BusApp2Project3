      *    09/01/2026 DN    ADDED THE PER-WORK-STATE TABLES TO MATCH
      *                     THE LIVE YTD RECORD.  THE RECORD EXPANDS
      *                     - EXISTING FILES NEED A RELOAD.
      *    09/15/2026 DN    ADDED THE EMPLOYEE SOCIAL SECURITY AND
      *                     MEDICARE WITHHELD BUCKETS, YEAR-TO-DATE AND
      *                     PER QUARTER, TO MATCH THE LIVE YTD RECORD.
      *                     THE RECORD EXPANDS - EXISTING FILES NEED A
      *                     RELOAD.
      ******************************************************************
       01  YTD-HISTORY-RECORD.
           03  YH-KEY.
           03  YH-YTD-NET-EARNINGS         PIC 9(07)V9(02).
           03  YH-YTD-FEDERAL-WH           PIC 9(07)V9(02).
           03  YH-YTD-STATE-WH             PIC 9(07)V9(02).
           03  YH-YTD-EE-SOC-SEC           PIC 9(07)V9(02).
           03  YH-YTD-EE-MEDICARE          PIC 9(07)V9(02).
           03  YH-YTD-ER-FICA              PIC 9(07)V9(02).
           03  YH-YTD-ER-FUTA              PIC 9(07)V9(02).
           03  YH-YTD-ER-SUTA              PIC 9(07)V9(02).
                   07  YH-QTR-GROSS        PIC 9(07)V9(02).
                   07  YH-QTR-FEDERAL-WH   PIC 9(07)V9(02).
                   07  YH-QTR-STATE-WH     PIC 9(07)V9(02).
                   07  YH-QTR-SOC-SEC      PIC 9(07)V9(02).
                   07  YH-QTR-MEDICARE     PIC 9(07)V9(02).
                   07  YH-QTR-STATE-TABLE.
                       09  YH-QTR-ST OCCURS 3 TIMES.
                           11  YH-QTR-ST-CODE  PIC X(02).
