000700*    PURPOSE:      QUARTER-END TAX REPORT.  READS THE YEAR-TO-
000800*                  DATE EARNINGS FILE AND PRINTS, FOR THE
000900*                  REQUESTED QUARTER, EACH EMPLOYEE'S HOURS,
001000*                  GROSS WAGES, FEDERAL/STATE WITHHOLDING AND
001050*                  SOCIAL SECURITY/MEDICARE WITHHOLDING
001100*                  FROM THE PER-QUARTER BUCKETS NGUYEN-P03-YTDUP
001200*                  MAINTAINS, WITH AGGREGATE TOTALS AT THE END -
001300*                  THE NUMBERS THE QUARTERLY TAX RETURNS NEED,
002160*                     STRAIGHT OFF THE SYSTEM INSTEAD OF BEING
002170*                     ASSEMBLED BY HAND FROM THE REGISTER.
002180*                     STATE '**' IS THE HOME STATE.
002185*    09/15/2026 DN    ADDED EMPLOYEE SOCIAL SECURITY AND
002186*                     MEDICARE WITHHOLDING COLUMNS FROM THE NEW
002187*                     QUARTER BUCKETS, WITH A SECOND TOTAL LINE
002188*                     FOR THE 941 FICA FIGURES.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. NGUYEN-P03-QTREND.
005900     03 WS-TOT-GROSS              PIC 9(09)V9(02) VALUE 0.
006000     03 WS-TOT-FEDERAL-WH         PIC 9(09)V9(02) VALUE 0.
006100     03 WS-TOT-STATE-WH           PIC 9(09)V9(02) VALUE 0.
006110     03 WS-TOT-SOC-SEC            PIC 9(09)V9(02) VALUE 0.
006120     03 WS-TOT-MEDICARE           PIC 9(09)V9(02) VALUE 0.
006200 01  WS-SYS-DATE.
006300     03 WS-SYS-DATE-YEAR.
006400         05 WS-SYS-DATE-YR-CENTURY PIC 99.
008900     03 FILLER                    PIC X(13) VALUE 'HOURS'.
009000     03 FILLER                    PIC X(16) VALUE 'GROSS'.
009100     03 FILLER                    PIC X(15) VALUE 'FEDERAL WH'.
009200     03 FILLER                    PIC X(08) VALUE 'STATE WH'.
009210     03 FILLER                    PIC X(09) VALUE 'SOC SEC'.
009220     03 FILLER                    PIC X(08) VALUE 'MEDICARE'.
009300 01  WS-RPT-DETAIL.
009400     03 WS-RPT-DT-EMPLOYEE-ID     PIC X(08).
009500     03 WS-RPT-DT-YEAR            PIC 9(04).
010100     03 WS-RPT-DT-FEDERAL-WH      PIC Z,ZZZ,ZZ9.99.
010200     03 FILLER                    PIC X(02) VALUE SPACES.
010300     03 WS-RPT-DT-STATE-WH        PIC Z,ZZZ,ZZ9.99.
010310     03 FILLER                    PIC X(01) VALUE SPACES.
010320     03 WS-RPT-DT-SOC-SEC         PIC ZZ,ZZ9.99.
010330     03 FILLER                    PIC X(01) VALUE SPACES.
010340     03 WS-RPT-DT-MEDICARE        PIC ZZ,ZZ9.99.
010400 01  WS-RPT-TOTAL-LINE.
010500     03 FILLER                    PIC X(10) VALUE 'TOTALS'.
010600     03 FILLER                    PIC X(02) VALUE SPACES.
011100     03 WS-RPT-TL-FEDERAL-WH      PIC ZZZ,ZZZ,ZZ9.99.
011200     03 FILLER                    PIC X(01) VALUE SPACES.
011300     03 WS-RPT-TL-STATE-WH        PIC ZZZ,ZZZ,ZZ9.99.
011302 01  WS-RPT-FICA-TOTAL-LINE.
011303     03 FILLER                    PIC X(14) VALUE 'EMPLOYEE FICA'.
011304     03 FILLER                    PIC X(09) VALUE 'SOC SEC'.
011305     03 WS-RPT-FT-SOC-SEC         PIC ZZZ,ZZZ,ZZ9.99.
011306     03 FILLER                    PIC X(03) VALUE SPACES.
011307     03 FILLER                    PIC X(09) VALUE 'MEDICARE'.
011308     03 WS-RPT-FT-MEDICARE        PIC ZZZ,ZZZ,ZZ9.99.
011310 01  WS-RPT-STATE-HDR.
011320     03 FILLER                    PIC X(08) VALUE 'STATE'.
011330     03 FILLER                    PIC X(16) VALUE 'GROSS'.
015700         TO WS-TOT-FEDERAL-WH.
015800     ADD YE-QTR-STATE-WH (WS-REPORT-QUARTER)
015900         TO WS-TOT-STATE-WH.
015910     ADD YE-QTR-SOC-SEC (WS-REPORT-QUARTER) TO WS-TOT-SOC-SEC.
015920     ADD YE-QTR-MEDICARE (WS-REPORT-QUARTER) TO WS-TOT-MEDICARE.
016000     ADD 1 TO WS-EMPLOYEES-LISTED.
016050     PERFORM 2050-ACCUMULATE-STATE THRU 2050-EXIT
016060         VARYING WS-ST-SUB FROM 1 BY 1
017300         TO WS-RPT-DT-FEDERAL-WH.
017400     MOVE YE-QTR-STATE-WH (WS-REPORT-QUARTER)
017500         TO WS-RPT-DT-STATE-WH.
017510     MOVE YE-QTR-SOC-SEC (WS-REPORT-QUARTER) TO WS-RPT-DT-SOC-SEC.
017520     MOVE YE-QTR-MEDICARE (WS-REPORT-QUARTER)
017530         TO WS-RPT-DT-MEDICARE.
017600     MOVE WS-RPT-DETAIL TO QUARTER-REPORT-LINE.
017700     WRITE QUARTER-REPORT-LINE AFTER ADVANCING 1 LINE.
017800     ADD 1 TO WS-RPT-LINE-NO.
021000     MOVE WS-TOT-STATE-WH TO WS-RPT-TL-STATE-WH.
021100     MOVE WS-RPT-TOTAL-LINE TO QUARTER-REPORT-LINE.
021200     WRITE QUARTER-REPORT-LINE AFTER ADVANCING 2 LINES.
021210     MOVE WS-TOT-SOC-SEC TO WS-RPT-FT-SOC-SEC.
021220     MOVE WS-TOT-MEDICARE TO WS-RPT-FT-MEDICARE.
021230     MOVE WS-RPT-FICA-TOTAL-LINE TO QUARTER-REPORT-LINE.
021240     WRITE QUARTER-REPORT-LINE AFTER ADVANCING 1 LINE.
021300 9100-EXIT.
021400     EXIT.
021410 9200-WRITE-STATE-SECTION.
