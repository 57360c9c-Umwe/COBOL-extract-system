000100*-------------------------------------------------------------*
000200* PTOHDL - SHARED PTO-LEDGER PARAGRAPHS. COPIED INTO THE      *
000300*          PROCEDURE DIVISION OF EVERY PROGRAM THAT READS OR  *
000400*          POSTS TO THE PTO_LEDGER TABLE. REQUIRES COPY PTOWS *
000500*          AND COPY DBCONN IN WORKING-STORAGE AND THE EMPREC  *
000600*          HOST VARIABLES.                                    *
000700*          8500-GET-PTO-BALANCE   - PTO-BALANCE FOR EMP-ID    *
000800*          8510-WRITE-PTO-ENTRY   - ONE SIGNED LEDGER ROW     *
000900*          8520-POST-PTO-PAYOUT   - ON TERMINATION, PAY THE   *
001000*                  REMAINING BALANCE TO EMP_PAYMENT AT        *
001100*                  EMP-SALARY / PTO-HOURS-PER-YEAR AND ZERO   *
001200*                  THE LEDGER WITH A 'P' ROW. PTO-PAYOUT-DATE *
001300*                  IS THE TERMINATION DATE.                   *
001400*-------------------------------------------------------------*
001500 8500-GET-PTO-BALANCE.
001600     MOVE ZERO TO PTO-BALANCE.
001700     EXEC SQL
001800         SELECT COALESCE(SUM(HOURS), 0)
001900         INTO :PTO-BALANCE
002000         FROM PTO_LEDGER
002100         WHERE EMP_ID = :EMP-ID
002200     END-EXEC.
002300     IF SQLCODE NOT = 0
002400         DISPLAY 'PTO balance select failed: ' SQLCODE
002500         MOVE 'PTO-BALANCE' TO WS-ERROR-CONTEXT
002600         PERFORM 8900-HANDLE-SQL-ERROR
002700             THRU 8900-HANDLE-SQL-ERROR-EXIT
002800         MOVE ZERO TO PTO-BALANCE
002900     END-IF.
003000 8500-GET-PTO-BALANCE-EXIT.
003100     EXIT.
003200 8510-WRITE-PTO-ENTRY.
003300     MOVE 'N' TO PTO-ENTRY-SWITCH.
003400     ACCEPT PTO-POSTED-DATE FROM DATE YYYYMMDD.
003500     ACCEPT PTO-POSTED-TIME FROM TIME.
003600     EXEC SQL
003700         INSERT INTO PTO_LEDGER
003800             (EMP_ID, ENTRY_TYPE, ENTRY_DATE, ACCRUAL_MONTH,
003900             HOURS, POSTED_DATE, POSTED_TIME, POSTED_BY)
004000         VALUES (:EMP-ID, :PTO-ENTRY-TYPE, :PTO-ENTRY-DATE,
004100             :PTO-ACCRUAL-MONTH, :PTO-HOURS, :PTO-POSTED-DATE,
004200             :PTO-POSTED-TIME, :WS-USERID)
004300     END-EXEC.
004400     IF SQLCODE = 0
004500         MOVE 'Y' TO PTO-ENTRY-SWITCH
004600     ELSE
004700         DISPLAY 'PTO ledger insert failed: ' SQLCODE
004800         MOVE 'PTO-LEDGER' TO WS-ERROR-CONTEXT
004900         PERFORM 8900-HANDLE-SQL-ERROR
005000             THRU 8900-HANDLE-SQL-ERROR-EXIT
005100     END-IF.
005200 8510-WRITE-PTO-ENTRY-EXIT.
005300     EXIT.
005400 8520-POST-PTO-PAYOUT.
005500     MOVE 'N' TO PTO-PAYOUT-SWITCH.
005600     PERFORM 8500-GET-PTO-BALANCE THRU 8500-GET-PTO-BALANCE-EXIT.
005700     IF PTO-BALANCE NOT > ZERO
005800         GO TO 8520-POST-PTO-PAYOUT-EXIT
005900     END-IF.
006000     COMPUTE PTO-PAYOUT-AMOUNT ROUNDED =
006100         PTO-BALANCE * EMP-SALARY / PTO-HOURS-PER-YEAR.
006200     ACCEPT PTO-POSTED-DATE FROM DATE YYYYMMDD.
006300     ACCEPT PTO-POSTED-TIME FROM TIME.
006400     EXEC SQL
006500         INSERT INTO EMP_PAYMENT
006600             (EMP_ID, PAY_TYPE, PAY_DATE, PAY_AMOUNT,
006700             POSTED_DATE, POSTED_TIME, POSTED_BY)
006800         VALUES (:EMP-ID, :PTO-PAYOUT-TYPE, :PTO-PAYOUT-DATE,
006900             :PTO-PAYOUT-AMOUNT, :PTO-POSTED-DATE,
007000             :PTO-POSTED-TIME, :WS-USERID)
007100     END-EXEC.
007200     IF SQLCODE NOT = 0
007300         DISPLAY 'PTO payout insert failed: ' SQLCODE
007400         MOVE 'PTO-PAYOUT' TO WS-ERROR-CONTEXT
007500         PERFORM 8900-HANDLE-SQL-ERROR
007600             THRU 8900-HANDLE-SQL-ERROR-EXIT
007700         GO TO 8520-POST-PTO-PAYOUT-EXIT
007800     END-IF.
007900     MOVE 'P' TO PTO-ENTRY-TYPE.
008000     MOVE PTO-PAYOUT-DATE TO PTO-ENTRY-DATE.
008100     COMPUTE PTO-HOURS = ZERO - PTO-BALANCE.
008200     MOVE ZERO TO PTO-ACCRUAL-MONTH.
008300     PERFORM 8510-WRITE-PTO-ENTRY THRU 8510-WRITE-PTO-ENTRY-EXIT.
008400     IF PTO-ENTRY-OK
008500         MOVE 'Y' TO PTO-PAYOUT-SWITCH
008600     END-IF.
008700 8520-POST-PTO-PAYOUT-EXIT.
008800     EXIT.
