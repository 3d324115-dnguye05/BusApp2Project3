      *                     COMES STRAIGHT OFF THE FILE.  STATE CODE
      *                     '**' IS THE HOME STATE.  THE RECORD
      *                     EXPANDS - EXISTING FILES NEED A RELOAD.
      *    09/15/2026 DN    ADDED THE EMPLOYEE SOCIAL SECURITY AND
      *                     MEDICARE WITHHELD BUCKETS, YEAR-TO-DATE AND
      *                     PER QUARTER, SO THE 941 FIGURES COME OFF
      *                     THE FILE.  THE RECORD EXPANDS - EXISTING
      *                     FILES NEED A RELOAD.
      ******************************************************************
       01  YTD-EARNINGS-RECORD.
           03  YE-EMPLOYEE-ID              PIC X(05).
           03  YE-YTD-NET-EARNINGS         PIC 9(07)V9(02).
           03  YE-YTD-FEDERAL-WH           PIC 9(07)V9(02).
           03  YE-YTD-STATE-WH             PIC 9(07)V9(02).
           03  YE-YTD-EE-SOC-SEC           PIC 9(07)V9(02).
           03  YE-YTD-EE-MEDICARE          PIC 9(07)V9(02).
           03  YE-YTD-ER-FICA              PIC 9(07)V9(02).
           03  YE-YTD-ER-FUTA              PIC 9(07)V9(02).
           03  YE-YTD-ER-SUTA              PIC 9(07)V9(02).
                   07  YE-QTR-GROSS        PIC 9(07)V9(02).
                   07  YE-QTR-FEDERAL-WH   PIC 9(07)V9(02).
                   07  YE-QTR-STATE-WH     PIC 9(07)V9(02).
                   07  YE-QTR-SOC-SEC      PIC 9(07)V9(02).
                   07  YE-QTR-MEDICARE     PIC 9(07)V9(02).
                   07  YE-QTR-STATE-TABLE.
                       09  YE-QTR-ST OCCURS 3 TIMES.
                           11  YE-QTR-ST-CODE  PIC X(02).
