000100*-------------------------------------------------------------*
000200* POSHDL - SHARED POSITION-CONTROL PARAGRAPHS. COPIED INTO    *
000300*          THE PROCEDURE DIVISION OF EVERY PROGRAM THAT PUTS  *
000400*          AN EMPLOYEE INTO A DEPARTMENT/GRADE. REQUIRES COPY *
000500*          POSWS, RUNWS AND ERRWS IN WORKING-STORAGE AND      *
000600*          ERRHDL IN THE PROCEDURE DIVISION.                  *
000700*          1950-LOAD-POSITIONS  - FILL THE POSITION CACHE     *
000800*                  ONCE AFTER A CLEAN CONNECT                 *
000900*          1890-CHECK-POSITION  - WOULD THE MOVE PUT THE      *
001000*                  DEPARTMENT/GRADE OVER ITS AUTHORIZED       *
001100*                  HEADCOUNT? WS-POSITION-OK / WS-POS-REASON, *
001200*                  WS-POS-OVER-AUTHORIZED WHEN AN AUTHORIZED  *
001300*                  OVERRIDE LET IT THROUGH                    *
001400*-------------------------------------------------------------*
001500 1890-CHECK-POSITION.
001600     MOVE 'N' TO WS-POS-SWITCH.
001700     MOVE 'N' TO WS-POS-FLAG-SWITCH.
001800     IF NOT WS-POS-LOADED
001900         MOVE 'POSITION CHECK FAILED' TO WS-POS-REASON
002000         GO TO 1890-CHECK-POSITION-EXIT
002100     END-IF.
002200     IF WS-POS-COUNT = ZERO
002300         MOVE 'Y' TO WS-POS-SWITCH
002400         GO TO 1890-CHECK-POSITION-EXIT
002500     END-IF.
002600*    AN EMPLOYED ROW STAYING IN ITS OWN DEPARTMENT AND GRADE IS
002700*    NOT A MOVE - IT ALREADY HOLDS ITS POSITION.
002800     EXEC SQL
002900         SELECT DEPT_ID, GRADE_ID, EMP_STATUS
003000         INTO :WS-POS-CUR-DEPT-ID, :WS-POS-CUR-GRADE-ID,
003100             :WS-POS-CUR-STATUS
003200         FROM EMPLOYEE
003300         WHERE EMP_ID = :POS-CHK-EMP-ID
003400     END-EXEC.
003500     IF SQLCODE = 0
003600         IF WS-POS-CUR-DEPT-ID = POS-CHK-DEPT-ID
003700                 AND WS-POS-CUR-GRADE-ID = POS-CHK-GRADE-ID
003800                 AND (WS-POS-CUR-STATUS = 'A'
003900                 OR WS-POS-CUR-STATUS = 'L')
004000             MOVE 'Y' TO WS-POS-SWITCH
004100             GO TO 1890-CHECK-POSITION-EXIT
004200         END-IF
004300     ELSE
004400         IF SQLCODE NOT = 100
004500             DISPLAY 'Position check failed: ' SQLCODE
004600             MOVE 'POS-CURRENT' TO WS-ERROR-CONTEXT
004700             PERFORM 8900-HANDLE-SQL-ERROR
004800                 THRU 8900-HANDLE-SQL-ERROR-EXIT
004900             MOVE 'POSITION CHECK FAILED' TO WS-POS-REASON
005000             GO TO 1890-CHECK-POSITION-EXIT
005100         END-IF
005200     END-IF.
005300     EXEC SQL
005400         SELECT COUNT(*) INTO :WS-POS-FILLED
005500         FROM EMPLOYEE
005600         WHERE DEPT_ID = :POS-CHK-DEPT-ID
005700             AND GRADE_ID = :POS-CHK-GRADE-ID
005800             AND (EMP_STATUS = 'A' OR EMP_STATUS = 'L')
005900             AND EMP_ID <> :POS-CHK-EMP-ID
006000     END-EXEC.
006100     IF SQLCODE NOT = 0
006200         DISPLAY 'Position count failed: ' SQLCODE
006300         MOVE 'POS-FILLED' TO WS-ERROR-CONTEXT
006400         PERFORM 8900-HANDLE-SQL-ERROR
006500             THRU 8900-HANDLE-SQL-ERROR-EXIT
006600         MOVE 'POSITION CHECK FAILED' TO WS-POS-REASON
006700         GO TO 1890-CHECK-POSITION-EXIT
006800     END-IF.
006900     MOVE ZERO TO WS-POS-HIT.
007000     MOVE ZERO TO WS-POS-AUTHORIZED.
007100     PERFORM 1895-SCAN-POSITION-TABLE
007200         THRU 1895-SCAN-POSITION-TABLE-EXIT
007300         VARYING WS-POS-SUB FROM 1 BY 1
007400         UNTIL WS-POS-SUB > WS-POS-COUNT
007500             OR WS-POS-HIT > ZERO.
007600     IF WS-POS-HIT > ZERO
007700         MOVE POS-AUTH-COUNT (WS-POS-HIT) TO WS-POS-AUTHORIZED
007800     END-IF.
007900     IF WS-POS-FILLED < WS-POS-AUTHORIZED
008000         MOVE 'Y' TO WS-POS-SWITCH
008100         GO TO 1890-CHECK-POSITION-EXIT
008200     END-IF.
008300     IF WS-POS-OVERRIDDEN
008400         IF WS-POS-OVR-AUTH-LEVEL < 2
008500             MOVE 'POSITION OVERRIDE NOT AUTHORIZED'
008600                 TO WS-POS-REASON
008700             GO TO 1890-CHECK-POSITION-EXIT
008800         END-IF
008900         MOVE 'Y' TO WS-POS-SWITCH
009000         MOVE 'Y' TO WS-POS-FLAG-SWITCH
009100         DISPLAY 'Over-authorized position override accepted: '
009200             POS-CHK-EMP-ID ' ' POS-CHK-DEPT-ID '/'
009300             POS-CHK-GRADE-ID
009400         MOVE WS-POS-OVR-AUTH-ID TO RUN-AUTH-USERID
009500         GO TO 1890-CHECK-POSITION-EXIT
009600     END-IF.
009700     IF WS-POS-HIT = ZERO
009800         MOVE 'NO POSITION AUTHORIZED FOR DEPT/GRADE'
009900             TO WS-POS-REASON
010000     ELSE
010100         MOVE 'NO OPEN POSITION IN DEPT/GRADE' TO WS-POS-REASON
010200     END-IF.
010300 1890-CHECK-POSITION-EXIT.
010400     EXIT.
010500*-------------------------------------------------------------*
010600* 1895-SCAN-POSITION-TABLE - ONE CACHED POSITION ENTRY. AN    *
010700*          INACTIVE ROW AUTHORIZES NOTHING                    *
010800*-------------------------------------------------------------*
010900 1895-SCAN-POSITION-TABLE.
011000     IF POS-DEPT-ID (WS-POS-SUB) = POS-CHK-DEPT-ID
011100             AND POS-GRADE-ID (WS-POS-SUB) = POS-CHK-GRADE-ID
011200             AND POS-STATUS (WS-POS-SUB) = 'A'
011300         MOVE WS-POS-SUB TO WS-POS-HIT
011400     END-IF.
011500 1895-SCAN-POSITION-TABLE-EXIT.
011600     EXIT.
011700*-------------------------------------------------------------*
011800* 1950-LOAD-POSITIONS - FILL THE POSITION CACHE ONCE PER RUN. *
011900*          A LOAD FAILURE OR OVERFLOW LEAVES IT MARKED NOT    *
012000*          LOADED (RC 8) SO EVERY CHECK FAILS SAFE            *
012100*-------------------------------------------------------------*
012200 1950-LOAD-POSITIONS.
012300     MOVE 'N' TO WS-POS-LOAD-SWITCH.
012400     MOVE ZERO TO WS-POS-COUNT.
012500     CALL 'SecurityAuthLevel' USING WS-POS-OVR-FUNCTION
012600         WS-POS-OVR-AUTH-LEVEL WS-POS-OVR-AUTH-ID.
012700     EXEC SQL
012800         DECLARE POS-REF-CURSOR CURSOR FOR
012900             SELECT DEPT_ID, GRADE_ID, AUTH_COUNT, POS_STATUS
013000             FROM POSITION
013100     END-EXEC.
013200     EXEC SQL
013300         OPEN POS-REF-CURSOR
013400     END-EXEC.
013500     IF SQLCODE NOT = 0
013600         DISPLAY 'Position cache open failed: ' SQLCODE
013700         MOVE 'POS-REF-OPEN' TO WS-ERROR-CONTEXT
013800         PERFORM 8900-HANDLE-SQL-ERROR
013900             THRU 8900-HANDLE-SQL-ERROR-EXIT
014000         GO TO 1950-LOAD-POSITIONS-EXIT
014100     END-IF.
014200     MOVE 'N' TO WS-POS-EOF-SWITCH.
014300     PERFORM 1960-FETCH-POSITION
014400         THRU 1960-FETCH-POSITION-EXIT
014500         UNTIL WS-POS-EOF.
014600     EXEC SQL
014700         CLOSE POS-REF-CURSOR
014800     END-EXEC.
014900     IF RETURN-CODE >= 8
015000         GO TO 1950-LOAD-POSITIONS-EXIT
015100     END-IF.
015200     MOVE 'Y' TO WS-POS-LOAD-SWITCH.
015300     IF WS-POS-COUNT = ZERO
015400         DISPLAY 'No POSITION rows - position control not in '
015500             'force.'
015600     ELSE
015700         DISPLAY 'Position cache loaded: ' WS-POS-COUNT
015800             ' positions.'
015900     END-IF.
016000 1950-LOAD-POSITIONS-EXIT.
016100     EXIT.
016200*-------------------------------------------------------------*
016300* 1960-FETCH-POSITION - ONE POSITION ROW INTO THE CACHE       *
016400*-------------------------------------------------------------*
016500 1960-FETCH-POSITION.
016600     EXEC SQL
016700         FETCH POS-REF-CURSOR
016800         INTO :WRK-POS-DEPT-ID, :WRK-POS-GRADE-ID,
016900             :WRK-POS-AUTH-COUNT, :WRK-POS-STATUS
017000     END-EXEC.
017100     IF SQLCODE = 100
017200         MOVE 'Y' TO WS-POS-EOF-SWITCH
017300         GO TO 1960-FETCH-POSITION-EXIT
017400     END-IF.
017500     IF SQLCODE NOT = 0
017600         DISPLAY 'Position cache fetch failed: ' SQLCODE
017700         MOVE 'POS-REF-FETCH' TO WS-ERROR-CONTEXT
017800         PERFORM 8900-HANDLE-SQL-ERROR
017900             THRU 8900-HANDLE-SQL-ERROR-EXIT
018000         MOVE 'Y' TO WS-POS-EOF-SWITCH
018100         GO TO 1960-FETCH-POSITION-EXIT
018200     END-IF.
018300     IF WS-POS-COUNT >= WS-POS-MAX
018400         DISPLAY 'Position cache table full - run abandoned.'
018500         MOVE 8 TO RETURN-CODE
018600         MOVE 'Y' TO WS-POS-EOF-SWITCH
018700         GO TO 1960-FETCH-POSITION-EXIT
018800     END-IF.
018900     ADD 1 TO WS-POS-COUNT.
019000     MOVE WRK-POS-DEPT-ID    TO POS-DEPT-ID (WS-POS-COUNT).
019100     MOVE WRK-POS-GRADE-ID   TO POS-GRADE-ID (WS-POS-COUNT).
019200     MOVE WRK-POS-AUTH-COUNT TO POS-AUTH-COUNT (WS-POS-COUNT).
019300     MOVE WRK-POS-STATUS     TO POS-STATUS (WS-POS-COUNT).
019400 1960-FETCH-POSITION-EXIT.
019500     EXIT.
