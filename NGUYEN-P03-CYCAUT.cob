000100******************************************************************
000200*    PROGRAM:      NGUYEN-P03-CYCAUT
000300*    AUTHOR:       DAVID NGUYEN
000400*    INSTALLATION: PAYROLL DATA PROCESSING
000500*    DATE-WRITTEN: OCTOBER 15, 2026
000600*    DATE-COMPILED:
000700*    PURPOSE:      PAYROLL CYCLE RERUN AUTHORIZATION.  A CYCLE
000800*                  STEP THAT HAS COMPLETED CLEANLY FOR THE PERIOD
000900*                  IS REFUSED BY THE STEP CONTROL IF IT IS STARTED
001000*                  AGAIN, SO THE SAME CHECK REQUESTS ARE NOT
001100*                  PRINTED TWICE OR THE SAME JOURNAL LOADED TWICE
001200*                  BY MISTAKE.  WHEN A RERUN IS GENUINELY NEEDED A
001300*                  SUPERVISOR RUNS THIS JOB, KEYING THEIR OPERATOR
001400*                  ID, PASSWORD AND THE STEP ID.  THE SIGN-ON IS
001500*                  CHECKED THROUGH THE SAME OPERATOR SECURITY
001600*                  SUBPROGRAM THE PAY SCREEN USES AND MUST CARRY
001700*                  SUPERVISOR AUTHORITY.  THE STEP'S RECORD ON THE
001800*                  CYCLE STEP LOG FOR THE CURRENT PERIOD IS THEN
001900*                  MARKED RERUN AUTHORIZED WITH THE SUPERVISOR'S
002000*                  ID AND THE DATE, WHICH ALLOWS ONE RERUN.  A
002100*                  STEP THAT HAS NOT RUN, OR THAT FAILED AND MAY
002200*                  SIMPLY BE RESTARTED, NEEDS NO AUTHORIZATION AND
002300*                  ENDS WITH RETURN CODE 4; A REFUSED SIGN-ON OR
002400*                  AN UNKNOWN STEP ENDS WITH RETURN CODE 8.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/2026 DN    ORIGINAL PROGRAM WRITTEN.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. NGUYEN-P03-CYCAUT.
003200 AUTHOR. DAVID NGUYEN.
003300 INSTALLATION. PAYROLL DATA PROCESSING.
003400 DATE-WRITTEN. OCTOBER 15, 2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PAY-PERIOD-CONTROL-FILE ASSIGN TO "PAYCTRL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PAYCTRL-STATUS.
004200     SELECT CYCLE-STEP-LOG-FILE ASSIGN TO "CYCLOG"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CL-KEY
004600         FILE STATUS IS WS-CYCLOG-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  PAY-PERIOD-CONTROL-FILE.
005000 COPY PAYCTRL.
005100 FD  CYCLE-STEP-LOG-FILE.
005200 COPY CYCLOG.
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     03 WS-PAYCTRL-STATUS         PIC X(02) VALUE "00".
005600     03 WS-CYCLOG-STATUS          PIC X(02) VALUE "00".
005700 77  WS-SUPERVISOR-LEVEL          PIC 9(01) VALUE 3.
005800 COPY CYCSTEP.
005900 COPY OPSECLNK.
006000 01  WS-OPERATOR-ID               PIC X(08) VALUE SPACES.
006100 01  WS-OPERATOR-PASSWORD         PIC X(08) VALUE SPACES.
006200 01  WS-RERUN-STEP-ID             PIC X(08) VALUE SPACES.
006300 01  WS-CURRENT-PERIOD            PIC 9(04) VALUE 0.
006400 01  WS-SYS-DATE.
006500     03 WS-SYS-DATE-CCYYMMDD      PIC 9(08).
006600     03 FILLER                    PIC X(13).
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
006900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007000     PERFORM 2000-AUTHORIZE-RERUN THRU 2000-EXIT.
007100     STOP RUN.
007200 1000-INITIALIZE.
007300     MOVE FUNCTION CURRENT-DATE TO WS-SYS-DATE.
007400     DISPLAY 'NGUYEN-P03-CYCAUT - SUPERVISOR OPERATOR ID:'.
007500     ACCEPT WS-OPERATOR-ID.
007600     DISPLAY 'NGUYEN-P03-CYCAUT - PASSWORD:'.
007700     ACCEPT WS-OPERATOR-PASSWORD.
007800     DISPLAY 'NGUYEN-P03-CYCAUT - STEP ID TO RERUN:'.
007900     ACCEPT WS-RERUN-STEP-ID.
008000     PERFORM 1100-VERIFY-SUPERVISOR THRU 1100-EXIT.
008100     PERFORM 1200-FIND-STEP THRU 1200-EXIT.
008200     PERFORM 1300-READ-PERIOD-CONTROL THRU 1300-EXIT.
008300 1000-EXIT.
008400     EXIT.
008500 1100-VERIFY-SUPERVISOR.
008600     MOVE WS-OPERATOR-ID TO LK-OPSEC-OPERATOR-ID.
008700     MOVE WS-OPERATOR-PASSWORD TO LK-OPSEC-PASSWORD.
008800     MOVE SPACES TO WS-OPERATOR-PASSWORD.
008900     CALL 'NGUYEN-P03-OPSEC' USING LK-OPSEC-AREA.
009000     IF NOT LK-OPSEC-VALID
009100         DISPLAY 'NGUYEN-P03-CYCAUT - SIGN-ON REFUSED FOR '
009200             WS-OPERATOR-ID ' - NO RERUN AUTHORIZED'
009300         MOVE 8 TO RETURN-CODE
009400         STOP RUN
009500     END-IF.
009600     IF LK-OPSEC-AUTHORITY-LEVEL < WS-SUPERVISOR-LEVEL
009700         DISPLAY 'NGUYEN-P03-CYCAUT - OPERATOR ' WS-OPERATOR-ID
009800             ' IS NOT A SUPERVISOR - NO RERUN AUTHORIZED'
009900         MOVE 8 TO RETURN-CODE
010000         STOP RUN
010100     END-IF.
010200 1100-EXIT.
010300     EXIT.
010400 1200-FIND-STEP.
010500     PERFORM 1210-CHECK-STEP THRU 1210-EXIT
010600         VARYING CS-IDX FROM 1 BY 1
010700         UNTIL CS-IDX > CS-STEP-COUNT
010800            OR CS-STEP-ID (CS-IDX) = WS-RERUN-STEP-ID.
010900     IF CS-IDX > CS-STEP-COUNT
011000         DISPLAY 'NGUYEN-P03-CYCAUT - ' WS-RERUN-STEP-ID
011100             ' IS NOT A PAYROLL CYCLE STEP'
011200         MOVE 8 TO RETURN-CODE
011300         STOP RUN
011400     END-IF.
011500     IF CS-RERUN-FREELY (CS-IDX)
011600         DISPLAY 'NGUYEN-P03-CYCAUT - ' WS-RERUN-STEP-ID
011700             ' MAY BE RUN AGAIN WITHOUT AUTHORIZATION'
011800         MOVE 4 TO RETURN-CODE
011900         STOP RUN
012000     END-IF.
012100 1200-EXIT.
012200     EXIT.
012300 1210-CHECK-STEP.
012400     CONTINUE.
012500 1210-EXIT.
012600     EXIT.
012700 1300-READ-PERIOD-CONTROL.
012800     OPEN INPUT PAY-PERIOD-CONTROL-FILE.
012900     IF WS-PAYCTRL-STATUS NOT EQUAL TO '00'
013000         DISPLAY 'NGUYEN-P03-CYCAUT - PAY PERIOD CONTROL FILE'
013100             ' MISSING - NO RERUN AUTHORIZED'
013200         MOVE 8 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     READ PAY-PERIOD-CONTROL-FILE
013600         AT END
013700             DISPLAY 'NGUYEN-P03-CYCAUT - PAY PERIOD CONTROL'
013800                 ' RECORD MISSING - NO RERUN AUTHORIZED'
013900             CLOSE PAY-PERIOD-CONTROL-FILE
014000             MOVE 8 TO RETURN-CODE
014100             STOP RUN
014200     END-READ.
014300     MOVE PC-PERIOD-NUMBER TO WS-CURRENT-PERIOD.
014400     CLOSE PAY-PERIOD-CONTROL-FILE.
014500 1300-EXIT.
014600     EXIT.
014700 2000-AUTHORIZE-RERUN.
014800     OPEN I-O CYCLE-STEP-LOG-FILE.
014900     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
015000         DISPLAY 'NGUYEN-P03-CYCAUT - NO CYCLE STEP HAS RUN YET -'
015100             ' NO AUTHORIZATION NEEDED'
015200         MOVE 4 TO RETURN-CODE
015300         GO TO 2000-EXIT
015400     END-IF.
015500     MOVE WS-CURRENT-PERIOD TO CL-PERIOD-NUMBER.
015600     MOVE WS-RERUN-STEP-ID TO CL-STEP-ID.
015700     READ CYCLE-STEP-LOG-FILE
015800         INVALID KEY
015900             DISPLAY 'NGUYEN-P03-CYCAUT - ' WS-RERUN-STEP-ID
016000                 ' HAS NOT RUN FOR PERIOD ' WS-CURRENT-PERIOD
016100                 ' - NO AUTHORIZATION NEEDED'
016200             MOVE 4 TO RETURN-CODE
016300             GO TO 2000-CLOSE
016400     END-READ.
016500     IF NOT CL-STEP-COMPLETE
016600         DISPLAY 'NGUYEN-P03-CYCAUT - ' WS-RERUN-STEP-ID
016700             ' DID NOT COMPLETE FOR PERIOD ' WS-CURRENT-PERIOD
016800             ' - RESTART IT WITHOUT AUTHORIZATION'
016900         MOVE 4 TO RETURN-CODE
017000         GO TO 2000-CLOSE
017100     END-IF.
017200     MOVE 'Y' TO CL-RERUN-AUTH-SW.
017300     MOVE WS-OPERATOR-ID TO CL-AUTH-OPERATOR-ID.
017400     MOVE WS-SYS-DATE-CCYYMMDD TO CL-AUTH-DATE.
017500     REWRITE CYCLE-STEP-LOG-RECORD.
017510     IF WS-CYCLOG-STATUS NOT EQUAL TO '00'
017520         DISPLAY 'NGUYEN-P03-CYCAUT - CYCLE STEP LOG NOT UPDATED'
017530             ' - STATUS ' WS-CYCLOG-STATUS
017535             ' - NO RERUN AUTHORIZED'
017540         MOVE 8 TO RETURN-CODE
017550         GO TO 2000-CLOSE
017560     END-IF.
017600     DISPLAY 'NGUYEN-P03-CYCAUT - RERUN OF ' WS-RERUN-STEP-ID
017700         ' FOR PERIOD ' WS-CURRENT-PERIOD ' AUTHORIZED BY '
017800         WS-OPERATOR-ID.
017900 2000-CLOSE.
018000     CLOSE CYCLE-STEP-LOG-FILE.
018100 2000-EXIT.
018200     EXIT.
018300 END PROGRAM NGUYEN-P03-CYCAUT.
