002150*                     BUCKETS TO THE HISTORY RECORD.
002160*    09/01/2026 DN    CARRY THE NEW PER-WORK-STATE TABLES TO
002170*                     THE HISTORY RECORD.
002180*    09/15/2026 DN    CARRY THE NEW EMPLOYEE SOCIAL SECURITY/
002190*                     MEDICARE BUCKETS TO THE HISTORY RECORD AND
002195*                     THE ANNUAL STATEMENT.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. NGUYEN-P03-YTDARC.
014400     MOVE YE-YTD-NET-EARNINGS TO YH-YTD-NET-EARNINGS.
014500     MOVE YE-YTD-FEDERAL-WH TO YH-YTD-FEDERAL-WH.
014600     MOVE YE-YTD-STATE-WH TO YH-YTD-STATE-WH.
014602     MOVE YE-YTD-EE-SOC-SEC TO YH-YTD-EE-SOC-SEC.
014604     MOVE YE-YTD-EE-MEDICARE TO YH-YTD-EE-MEDICARE.
014610     MOVE YE-YTD-ER-FICA TO YH-YTD-ER-FICA.
014620     MOVE YE-YTD-ER-FUTA TO YH-YTD-ER-FUTA.
014630     MOVE YE-YTD-ER-SUTA TO YH-YTD-ER-SUTA.
018100     MOVE 'STATE WITHHOLDING' TO WS-STMT-ROW-DESC.
018200     MOVE YE-YTD-STATE-WH TO WS-STMT-ROW-AMOUNT.
018300     PERFORM 2300-WRITE-STATEMENT-ROW THRU 2300-EXIT.
018310     MOVE 'SOCIAL SECURITY' TO WS-STMT-ROW-DESC.
018320     MOVE YE-YTD-EE-SOC-SEC TO WS-STMT-ROW-AMOUNT.
018330     PERFORM 2300-WRITE-STATEMENT-ROW THRU 2300-EXIT.
018340     MOVE 'MEDICARE' TO WS-STMT-ROW-DESC.
018350     MOVE YE-YTD-EE-MEDICARE TO WS-STMT-ROW-AMOUNT.
018360     PERFORM 2300-WRITE-STATEMENT-ROW THRU 2300-EXIT.
018400     MOVE 'NET EARNINGS' TO WS-STMT-ROW-DESC.
018500     MOVE YE-YTD-NET-EARNINGS TO WS-STMT-ROW-AMOUNT.
018600     PERFORM 2300-WRITE-STATEMENT-ROW THRU 2300-EXIT.
