001996*    09/01/2026 DN    RETURN THE WORK-STATE CODE ADDED TO THE
001997*                     MASTER SO THE PAY PATH CAN WITHHOLD UNDER
001998*                     THE WORK STATE'S BRACKET SET.
001999*    09/22/2026 DN    RETURN PAY TYPE (BLANK = 'H') AND SALARY.
001991*    10/14/2026 DN    RETURN THE PRENOTE STATUS AND DATE ADDED
001992*                     TO THE MASTER - A DATE THAT IS NOT
001993*                     NUMERIC GOES BACK AS ZERO.
001900******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. NGUYEN-P03-EMPLU.
007110     MOVE EM-BANK-ROUTING TO LK-EMPLU-BANK-ROUTING.
007120     MOVE EM-BANK-ACCOUNT TO LK-EMPLU-BANK-ACCOUNT.
007130     MOVE EM-WORK-STATE TO LK-EMPLU-WORK-STATE.
007140     IF EM-SALARIED
007150         MOVE 'S' TO LK-EMPLU-PAY-TYPE
007160     ELSE
007170         MOVE 'H' TO LK-EMPLU-PAY-TYPE
007180     END-IF.
007190     MOVE EM-SALARY-AMOUNT TO LK-EMPLU-SALARY-AMOUNT.
007191     MOVE EM-PRENOTE-STATUS TO LK-EMPLU-PRENOTE-STATUS.
007192     IF EM-PRENOTE-DATE IS NUMERIC
007193         MOVE EM-PRENOTE-DATE TO LK-EMPLU-PRENOTE-DATE
007194     ELSE
007195         MOVE 0 TO LK-EMPLU-PRENOTE-DATE
007196     END-IF.
007200 2000-EXIT.
007300     EXIT.
007400 END PROGRAM NGUYEN-P03-EMPLU.
