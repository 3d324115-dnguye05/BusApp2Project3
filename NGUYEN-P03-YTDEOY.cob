002750*    09/01/2026 DN    ZERO THE NEW PER-WORK-STATE TABLES,
002760*                     YEAR-TO-DATE AND PER QUARTER, ALONG WITH
002770*                     THE OTHERS.
002780*    09/15/2026 DN    ZERO THE NEW EMPLOYEE SOCIAL SECURITY/
002790*                     MEDICARE BUCKETS, YEAR-TO-DATE AND PER
002795*                     QUARTER, ALONG WITH THE OTHERS.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. NGUYEN-P03-YTDEOY.
012500     MOVE 0 TO YE-YTD-NET-EARNINGS.
012600     MOVE 0 TO YE-YTD-FEDERAL-WH.
012700     MOVE 0 TO YE-YTD-STATE-WH.
012702     MOVE 0 TO YE-YTD-EE-SOC-SEC.
012704     MOVE 0 TO YE-YTD-EE-MEDICARE.
012710     MOVE 0 TO YE-YTD-ER-FICA.
012720     MOVE 0 TO YE-YTD-ER-FUTA.
012730     MOVE 0 TO YE-YTD-ER-SUTA.
013800     MOVE 0 TO YE-QTR-GROSS (WS-QTR-SUB).
013900     MOVE 0 TO YE-QTR-FEDERAL-WH (WS-QTR-SUB).
014000     MOVE 0 TO YE-QTR-STATE-WH (WS-QTR-SUB).
014002     MOVE 0 TO YE-QTR-SOC-SEC (WS-QTR-SUB).
014004     MOVE 0 TO YE-QTR-MEDICARE (WS-QTR-SUB).
014010     PERFORM 2150-ZERO-ONE-QTR-STATE THRU 2150-EXIT
014020         VARYING WS-ST-SUB FROM 1 BY 1
014030         UNTIL WS-ST-SUB > 3.
