000100*-------------------------------------------------------------*
000200* SVCHDL - SHARED CREDITED-SERVICE PARAGRAPHS. COPIED INTO    *
000300*          THE PROCEDURE DIVISION OF EVERY PROGRAM THAT       *
000400*          REPORTS BRIDGED SERVICE. REQUIRES COPY SVCWS,      *
000500*          DAYSWS AND ERRWS IN WORKING-STORAGE AND THE        *
000600*          DAYSHDL AND ERRHDL PARAGRAPHS.                     *
000700*          8450-CREDITED-SERVICE  - CREDITED DAYS FOR         *
000800*                  SVC-EMP-ID AS OF SVC-AS-OF-DAYS            *
000900*          8455-ADD-PRIOR-PERIOD  - ONE ARCHIVED PERIOD       *
001000*          A FAILED EMPLOYEE_HIST READ IS LOGGED AND LEAVES   *
001100*          THE CURRENT PERIOD ALONE CREDITED.                 *
001200*-------------------------------------------------------------*
001300 8450-CREDITED-SERVICE.
001400     MOVE SVC-HIRE-DATE TO SVC-FIRST-HIRE.
001500     MOVE ZERO TO SVC-PRIOR-DAYS.
001600     MOVE ZERO TO SVC-PERIODS.
001700     MOVE SVC-HIRE-DATE TO WS-DAYS-DATE.
001800     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
001900     COMPUTE SVC-SERVICE-DAYS =
002000         SVC-AS-OF-DAYS - WS-DAYS-NUMBER.
002100     MOVE 'N' TO SVC-HIST-EOF-SWITCH.
002200     EXEC SQL
002300         DECLARE SVC-PERIOD-CURSOR CURSOR FOR
002400             SELECT HIRE_DATE, DELETE_DATE
002500             FROM EMPLOYEE_HIST
002600             WHERE EMP_ID = :SVC-EMP-ID
002700     END-EXEC.
002800     EXEC SQL
002900         OPEN SVC-PERIOD-CURSOR
003000     END-EXEC.
003100     IF SQLCODE NOT = 0
003200         DISPLAY 'Period cursor open failed: ' SQLCODE
003300         MOVE 'PERIOD-CURSOR' TO WS-ERROR-CONTEXT
003400         PERFORM 8900-HANDLE-SQL-ERROR
003500             THRU 8900-HANDLE-SQL-ERROR-EXIT
003600         GO TO 8450-CREDITED-SERVICE-EXIT
003700     END-IF.
003800     PERFORM 8455-ADD-PRIOR-PERIOD
003900         THRU 8455-ADD-PRIOR-PERIOD-EXIT
004000         UNTIL SVC-HIST-EOF.
004100     EXEC SQL
004200         CLOSE SVC-PERIOD-CURSOR
004300     END-EXEC.
004400     ADD SVC-PRIOR-DAYS TO SVC-SERVICE-DAYS.
004500 8450-CREDITED-SERVICE-EXIT.
004600     EXIT.
004700 8455-ADD-PRIOR-PERIOD.
004800     EXEC SQL
004900         FETCH SVC-PERIOD-CURSOR
005000         INTO :SVC-HIST-HIRE-DATE, :SVC-HIST-DELETE-DATE
005100     END-EXEC.
005200     IF SQLCODE = 100
005300         MOVE 'Y' TO SVC-HIST-EOF-SWITCH
005400         GO TO 8455-ADD-PRIOR-PERIOD-EXIT
005500     END-IF.
005600     IF SQLCODE NOT = 0
005700         DISPLAY 'Period fetch failed: ' SQLCODE
005800         MOVE 'PERIOD-FETCH' TO WS-ERROR-CONTEXT
005900         PERFORM 8900-HANDLE-SQL-ERROR
006000             THRU 8900-HANDLE-SQL-ERROR-EXIT
006100         MOVE 'Y' TO SVC-HIST-EOF-SWITCH
006200         GO TO 8455-ADD-PRIOR-PERIOD-EXIT
006300     END-IF.
006400     IF SVC-HIST-DELETE-DATE NOT > SVC-HIST-HIRE-DATE
006500         GO TO 8455-ADD-PRIOR-PERIOD-EXIT
006600     END-IF.
006700     MOVE SVC-HIST-HIRE-DATE TO WS-DAYS-DATE.
006800     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
006900     MOVE WS-DAYS-NUMBER TO SVC-PERIOD-START.
007000     MOVE SVC-HIST-DELETE-DATE TO WS-DAYS-DATE.
007100     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
007200     COMPUTE SVC-PERIOD-DAYS =
007300         WS-DAYS-NUMBER - SVC-PERIOD-START.
007400     ADD SVC-PERIOD-DAYS TO SVC-PRIOR-DAYS.
007500     ADD 1 TO SVC-PERIODS.
007600     IF SVC-HIST-HIRE-DATE < SVC-FIRST-HIRE
007700         MOVE SVC-HIST-HIRE-DATE TO SVC-FIRST-HIRE
007800     END-IF.
007900 8455-ADD-PRIOR-PERIOD-EXIT.
008000     EXIT.
