002314*                     IS THE '**' HOME STATE.  A FOURTH STATE
002315*                     IN ONE YEAR LUMPS INTO THE LAST SLOT AND
002316*                     IS FLAGGED ON THE CONSOLE.
002318*    09/15/2026 DN    ACCUMULATE THE EMPLOYEE SOCIAL SECURITY/
002319*                     MEDICARE WITHHELD INTO THE NEW YTD AND
002320*                     QUARTER BUCKETS AND RETURN THE RUNNING
002321*                     TOTALS.
002330******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. NGUYEN-P03-YTDUP.
002600 AUTHOR. DAVID NGUYEN.
007900     ADD LK-YTDUP-NET-EARNINGS TO YE-YTD-NET-EARNINGS.
007910     ADD LK-YTDUP-FEDERAL-WITHHOLDING TO YE-YTD-FEDERAL-WH.
007920     ADD LK-YTDUP-STATE-WITHHOLDING TO YE-YTD-STATE-WH.
007921     ADD LK-YTDUP-EE-SOC-SEC TO YE-YTD-EE-SOC-SEC.
007922     ADD LK-YTDUP-EE-MEDICARE TO YE-YTD-EE-MEDICARE.
007923     ADD LK-YTDUP-ER-FICA TO YE-YTD-ER-FICA.
007924     ADD LK-YTDUP-ER-FUTA TO YE-YTD-ER-FUTA.
007926     ADD LK-YTDUP-ER-SUTA TO YE-YTD-ER-SUTA.
007930     PERFORM 2050-ADD-QUARTER-BUCKETS THRU 2050-EXIT.
008350         TO YE-QTR-FEDERAL-WH (WS-QUARTER).
008360     ADD LK-YTDUP-STATE-WITHHOLDING
008370         TO YE-QTR-STATE-WH (WS-QUARTER).
008372     ADD LK-YTDUP-EE-SOC-SEC TO YE-QTR-SOC-SEC (WS-QUARTER).
008374     ADD LK-YTDUP-EE-MEDICARE TO YE-QTR-MEDICARE (WS-QUARTER).
008380 2050-EXIT.
008390     EXIT.
008391 2060-ADD-STATE-BUCKETS.
009100     MOVE LK-YTDUP-NET-EARNINGS TO YE-YTD-NET-EARNINGS.
009110     MOVE LK-YTDUP-FEDERAL-WITHHOLDING TO YE-YTD-FEDERAL-WH.
009120     MOVE LK-YTDUP-STATE-WITHHOLDING TO YE-YTD-STATE-WH.
009121     MOVE LK-YTDUP-EE-SOC-SEC TO YE-YTD-EE-SOC-SEC.
009122     MOVE LK-YTDUP-EE-MEDICARE TO YE-YTD-EE-MEDICARE.
009123     MOVE LK-YTDUP-ER-FICA TO YE-YTD-ER-FICA.
009124     MOVE LK-YTDUP-ER-FUTA TO YE-YTD-ER-FUTA.
009126     MOVE LK-YTDUP-ER-SUTA TO YE-YTD-ER-SUTA.
009130     PERFORM 2150-ZERO-QUARTER-TABLE THRU 2150-EXIT.
009470 2160-ZERO-ONE-QUARTER.
009480     MOVE 0 TO YE-QTR-HOURS (WS-QTR-SUB).
009490     MOVE 0 TO YE-QTR-GROSS (WS-QTR-SUB).
009491     MOVE 0 TO YE-QTR-FEDERAL-WH (WS-QTR-SUB).
009492     MOVE 0 TO YE-QTR-STATE-WH (WS-QTR-SUB).
009493     MOVE 0 TO YE-QTR-SOC-SEC (WS-QTR-SUB).
009494     MOVE 0 TO YE-QTR-MEDICARE (WS-QTR-SUB).
009495     PERFORM 2165-ZERO-ONE-QTR-STATE THRU 2165-EXIT
009496         VARYING WS-ST-SUB FROM 1 BY 1
009497         UNTIL WS-ST-SUB > 3.
010200     MOVE YE-YTD-NET-EARNINGS TO LK-YTDUP-YTD-NET-EARNINGS.
010210     MOVE YE-YTD-FEDERAL-WH TO LK-YTDUP-YTD-FEDERAL-WH.
010220     MOVE YE-YTD-STATE-WH TO LK-YTDUP-YTD-STATE-WH.
010230     MOVE YE-YTD-EE-SOC-SEC TO LK-YTDUP-YTD-EE-SOC-SEC.
010240     MOVE YE-YTD-EE-MEDICARE TO LK-YTDUP-YTD-EE-MEDICARE.
010300 2200-EXIT.
010400     EXIT.
010500 END PROGRAM NGUYEN-P03-YTDUP.
