000100*-------------------------------------------------------------*
000200* CALHDL - SHARED BUSINESS-CALENDAR LOAD. COPIED INTO THE     *
000300*          PROCEDURE DIVISION OF EVERY PROGRAM THAT ROLLS     *
000400*          DATES, EDITS PAY DATES OR COUNTS WORKING DAYS      *
000500*          THROUGH DAYSHDL. REQUIRES COPY DBCONN AND DAYSWS   *
000600*          IN WORKING-STORAGE AND DAYSHDL IN THE PROCEDURE    *
000700*          DIVISION.                                          *
000800*          1970-LOAD-CALENDAR - FILL THE WS-DAYS-CAL TABLE    *
000900*                  ONCE AFTER A CLEAN CONNECT WITH THE        *
001000*                  ACTIVE HOLIDAY AND PAY-DATE ROWS           *
001100*          BUSINESS_CALENDAR (MAINTAINED BY RefDataMaint,     *
001200*          TABLE TYPE 'B'):                                   *
001300*              CAL_DATE    CCYYMMDD                           *
001400*              CAL_TYPE    'H' HOLIDAY, 'P' PAY DATE,         *
001500*                          'C' PERIOD CLOSE                   *
001600*              CAL_DESC    30 BYTES                           *
001700*              CAL_STATUS  'A' ACTIVE, 'I' INACTIVE           *
001800*          KEY CAL_DATE + CAL_TYPE. A FAILED LOAD OR AN       *
001900*          OVERFLOW IS DISPLAYED AND LEAVES WS-DAYS-CAL-FAILED *
002000*          SET; THE CALLER DECIDES HOW TO FAIL.               *
002100*-------------------------------------------------------------*
002200 1970-LOAD-CALENDAR.
002300     MOVE 'N' TO WS-DAYS-CAL-LOAD-SWITCH.
002400     MOVE ZERO TO WS-DAYS-CAL-COUNT.
002500     MOVE ZERO TO WS-DAYS-PAY-COUNT.
002600     EXEC SQL
002700         DECLARE BUS-CAL-CURSOR CURSOR FOR
002800             SELECT CAL_DATE, CAL_TYPE
002900             FROM BUSINESS_CALENDAR
003000             WHERE CAL_STATUS = 'A'
003100                 AND (CAL_TYPE = 'H' OR CAL_TYPE = 'P')
003200             ORDER BY CAL_DATE, CAL_TYPE
003300     END-EXEC.
003400     EXEC SQL
003500         OPEN BUS-CAL-CURSOR
003600     END-EXEC.
003700     IF SQLCODE NOT = 0
003800         DISPLAY 'Business calendar open failed: ' SQLCODE
003900         MOVE 'E' TO WS-DAYS-CAL-LOAD-SWITCH
004000         GO TO 1970-LOAD-CALENDAR-EXIT
004100     END-IF.
004200     MOVE 'N' TO WS-DAYS-CAL-EOF-SWITCH.
004300     PERFORM 1975-FETCH-CALENDAR THRU 1975-FETCH-CALENDAR-EXIT
004400         UNTIL WS-DAYS-CAL-EOF.
004500     EXEC SQL
004600         CLOSE BUS-CAL-CURSOR
004700     END-EXEC.
004800     IF NOT WS-DAYS-CAL-FAILED
004900         MOVE 'Y' TO WS-DAYS-CAL-LOAD-SWITCH
005000         DISPLAY 'Business calendar dates loaded: '
005100             WS-DAYS-CAL-COUNT
005200     END-IF.
005300 1970-LOAD-CALENDAR-EXIT.
005400     EXIT.
005500*-------------------------------------------------------------*
005600* 1975-FETCH-CALENDAR - ONE HOLIDAY OR PAY DATE INTO THE TABLE *
005700*          AS A DAY NUMBER                                    *
005800*-------------------------------------------------------------*
005900 1975-FETCH-CALENDAR.
006000     EXEC SQL
006100         FETCH BUS-CAL-CURSOR
006200         INTO :WS-DAYS-CAL-LOAD-DATE, :WS-DAYS-CAL-LOAD-TYPE
006300     END-EXEC.
006400     IF SQLCODE = 100
006500         MOVE 'Y' TO WS-DAYS-CAL-EOF-SWITCH
006600         GO TO 1975-FETCH-CALENDAR-EXIT
006700     END-IF.
006800     IF SQLCODE NOT = 0
006900         DISPLAY 'Business calendar fetch failed: ' SQLCODE
007000         MOVE 'E' TO WS-DAYS-CAL-LOAD-SWITCH
007100         MOVE 'Y' TO WS-DAYS-CAL-EOF-SWITCH
007200         GO TO 1975-FETCH-CALENDAR-EXIT
007300     END-IF.
007400     IF WS-DAYS-CAL-COUNT >= WS-DAYS-CAL-MAX
007500         DISPLAY 'Business calendar table full at '
007600             WS-DAYS-CAL-MAX ' dates.'
007700         MOVE 'E' TO WS-DAYS-CAL-LOAD-SWITCH
007800         MOVE 'Y' TO WS-DAYS-CAL-EOF-SWITCH
007900         GO TO 1975-FETCH-CALENDAR-EXIT
008000     END-IF.
008100     ADD 1 TO WS-DAYS-CAL-COUNT.
008200     MOVE WS-DAYS-CAL-LOAD-DATE TO WS-DAYS-DATE.
008300     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
008400     MOVE WS-DAYS-NUMBER
008500         TO WS-DAYS-CAL-NUMBER (WS-DAYS-CAL-COUNT).
008600     MOVE WS-DAYS-CAL-LOAD-TYPE
008700         TO WS-DAYS-CAL-TYPE (WS-DAYS-CAL-COUNT).
008800     IF WS-DAYS-CAL-LOAD-TYPE = 'P'
008900         ADD 1 TO WS-DAYS-PAY-COUNT
009000     END-IF.
009100 1975-FETCH-CALENDAR-EXIT.
009200     EXIT.
