002602*                     BEFORE THE FIELD WAS CARVED OUT OF FILLER
002603*                     CARRY SPACES THERE, WHICH WAS A DATA
002604*                     EXCEPTION ON THE FIRST RUN AFTER INSTALL.
002605*    10/14/2026 DN    RECORD THE DATE AND AMOUNT TAKEN ON EACH
002606*                     DEDUCTION MASTER RECORD AS IT IS TAKEN - A
002607*                     SECOND TAKE ON THE SAME RUN DATE ADDS TO
002608*                     THE AMOUNT - SO THE REMITTANCE RUN CAN
002609*                     SPLIT GARNISHMENT DOLLARS BY PAYEE AND CASE.
002650******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. NGUYEN-P03-DEDUCT.
002900 AUTHOR. DAVID NGUYEN.
010910     IF DM-ARREARS-BALANCE IS NOT NUMERIC
010920         MOVE 0 TO DM-ARREARS-BALANCE
010930     END-IF.
010940     IF DM-LAST-TAKEN-DATE IS NOT NUMERIC
010950        OR DM-LAST-TAKEN-AMOUNT IS NOT NUMERIC
010960         MOVE 0 TO DM-LAST-TAKEN-DATE
010970         MOVE 0 TO DM-LAST-TAKEN-AMOUNT
010980     END-IF.
011000     IF DM-EMPLOYEE-ID NOT EQUAL TO LK-DED-EMPLOYEE-ID
011100         MOVE 'Y' TO WS-DED-EOF-SW
011200     END-IF.
014650     PERFORM 2250-ADD-TYPE-TOTAL THRU 2250-EXIT.
014700     SUBTRACT WS-TAKEN-AMOUNT FROM WS-NET-REMAINING.
014800     ADD WS-TAKEN-AMOUNT TO DM-TAKEN-TO-DATE.
014806     IF WS-TAKEN-AMOUNT > 0
014812         IF DM-LAST-TAKEN-DATE NOT EQUAL TO LK-DED-RUN-DATE
014818             MOVE LK-DED-RUN-DATE TO DM-LAST-TAKEN-DATE
014824             MOVE 0 TO DM-LAST-TAKEN-AMOUNT
014830         END-IF
014836         ADD WS-TAKEN-AMOUNT TO DM-LAST-TAKEN-AMOUNT
014842     END-IF.
014850     ADD DM-ARREARS-BALANCE TO LK-DED-ARREARS-BALANCE.
014900     REWRITE DEDUCTION-MASTER-RECORD.
015000 2200-READ-NEXT.
