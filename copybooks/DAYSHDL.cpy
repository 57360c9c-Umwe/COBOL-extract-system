000900*          INTEGER DIVIDE - FOLDING THEM INTO ONE COMPUTE     *
001000*          WOULD CARRY FRACTIONS AND BREAK THE FORMULA.       *
001100*          REQUIRES COPY DAYSWS. IN WORKING-STORAGE.          *
001110*          8605-8634 BELOW ADD THE MONTH-END, WEEKDAY,        *
001120*          NEXT-BUSINESS-DAY AND WORKING-DAY-COUNT ARITHMETIC *
001130*          OVER THE SAME DAY NUMBERS; THEY HONOR ANY          *
001140*          BUSINESS_CALENDAR ROWS LOADED BY CALHDL.cpy.       *
001200*-------------------------------------------------------------*
001300 8600-DATE-TO-DAYS.
001400     IF WS-DAYS-MM > 2
002900         + WS-DAYS-MONTH-DAYS + WS-DAYS-DD.
003000 8600-DATE-TO-DAYS-EXIT.
003100     EXIT.
003200*-------------------------------------------------------------*
003300* 8605-MONTH-END - WS-DAYS-MONTH-END GETS THE LAST DAY OF THE *
003400*          MONTH IN WS-DAYS-CCYY/WS-DAYS-MM, FEBRUARY 29 IN A *
003500*          LEAP YEAR (DIVISIBLE BY 4, CENTURIES ONLY BY 400). *
003600*-------------------------------------------------------------*
003700 8605-MONTH-END.
003800     MOVE WS-DAYS-MONTH-LEN (WS-DAYS-MM) TO WS-DAYS-MONTH-END.
003900     IF WS-DAYS-MM NOT = 2
004000         GO TO 8605-MONTH-END-EXIT
004100     END-IF.
004200     DIVIDE WS-DAYS-CCYY BY 4 GIVING WS-DAYS-QUOT4
004300         REMAINDER WS-DAYS-REM4.
004400     DIVIDE WS-DAYS-CCYY BY 100 GIVING WS-DAYS-QUOT100
004500         REMAINDER WS-DAYS-REM100.
004600     DIVIDE WS-DAYS-CCYY BY 400 GIVING WS-DAYS-QUOT400
004700         REMAINDER WS-DAYS-REM400.
004800     IF WS-DAYS-REM4 = ZERO
004900             AND (WS-DAYS-REM100 NOT = ZERO
005000                 OR WS-DAYS-REM400 = ZERO)
005100         MOVE 29 TO WS-DAYS-MONTH-END
005200     END-IF.
005300 8605-MONTH-END-EXIT.
005400     EXIT.
005500*-------------------------------------------------------------*
005600* 8610-CHECK-BUSINESS-DAY - FOR THE DATE IN WS-DAYS-DATE, SETS *
005700*          WS-DAYS-NUMBER AND WS-DAYS-WEEKDAY, THEN           *
005800*          WS-DAYS-IS-BUSINESS (NOT A WEEKEND, NOT A LOADED   *
005900*          HOLIDAY) AND WS-DAYS-IS-PAY-DATE (A LOADED PAY     *
006000*          DATE).                                             *
006100*-------------------------------------------------------------*
006200 8610-CHECK-BUSINESS-DAY.
006300     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
006400     MOVE WS-DAYS-NUMBER TO WS-DAYS-WORK-NUMBER.
006500     PERFORM 8612-SET-WEEKDAY THRU 8612-SET-WEEKDAY-EXIT.
006600     MOVE 'Y' TO WS-DAYS-BUSINESS-SWITCH.
006700     MOVE 'N' TO WS-DAYS-PAY-SWITCH.
006800     IF WS-DAYS-WEEKEND
006900         MOVE 'N' TO WS-DAYS-BUSINESS-SWITCH
007000     END-IF.
007100     PERFORM 8614-MATCH-CALENDAR THRU 8614-MATCH-CALENDAR-EXIT
007200         VARYING WS-DAYS-CAL-SUB FROM 1 BY 1
007300         UNTIL WS-DAYS-CAL-SUB > WS-DAYS-CAL-COUNT.
007400 8610-CHECK-BUSINESS-DAY-EXIT.
007500     EXIT.
007600*-------------------------------------------------------------*
007700* 8612-SET-WEEKDAY - WEEKDAY OF DAY NUMBER WS-DAYS-WORK-NUMBER *
007800*          (DAY NUMBERS FROM 8600 FALL ON A MONDAY WHEN ONE   *
007900*          MORE THAN THE NUMBER IS A MULTIPLE OF SEVEN).      *
008000*-------------------------------------------------------------*
008100 8612-SET-WEEKDAY.
008200     COMPUTE WS-DAYS-WEEK-BASE = WS-DAYS-WORK-NUMBER + 1.
008300     DIVIDE WS-DAYS-WEEK-BASE BY 7 GIVING WS-DAYS-WEEK-QUOT
008400         REMAINDER WS-DAYS-WEEKDAY.
008500 8612-SET-WEEKDAY-EXIT.
008600     EXIT.
008700*-------------------------------------------------------------*
008800* 8614-MATCH-CALENDAR - ONE LOADED CALENDAR DATE AGAINST THE  *
008900*          DAY BEING CHECKED.                                 *
009000*-------------------------------------------------------------*
009100 8614-MATCH-CALENDAR.
009200     IF WS-DAYS-CAL-NUMBER (WS-DAYS-CAL-SUB) NOT = WS-DAYS-NUMBER
009300         GO TO 8614-MATCH-CALENDAR-EXIT
009400     END-IF.
009500     IF WS-DAYS-CAL-TYPE (WS-DAYS-CAL-SUB) = 'H'
009600         MOVE 'N' TO WS-DAYS-BUSINESS-SWITCH
009700     END-IF.
009800     IF WS-DAYS-CAL-TYPE (WS-DAYS-CAL-SUB) = 'P'
009900         MOVE 'Y' TO WS-DAYS-PAY-SWITCH
010000     END-IF.
010100 8614-MATCH-CALENDAR-EXIT.
010200     EXIT.
010300*-------------------------------------------------------------*
010400* 8620-NEXT-BUSINESS-DAY - ROLLS THE DATE IN WS-DAYS-DATE      *
010500*          FORWARD TO THE FIRST BUSINESS DAY ON OR AFTER IT.  *
010600*          A DATE THAT IS ALREADY A BUSINESS DAY COMES BACK   *
010700*          UNCHANGED.                                         *
010800*-------------------------------------------------------------*
010900 8620-NEXT-BUSINESS-DAY.
011000     PERFORM 8610-CHECK-BUSINESS-DAY
011100         THRU 8610-CHECK-BUSINESS-DAY-EXIT.
011200     PERFORM 8622-ROLL-ONE-DAY THRU 8622-ROLL-ONE-DAY-EXIT
011300         UNTIL WS-DAYS-IS-BUSINESS.
011400 8620-NEXT-BUSINESS-DAY-EXIT.
011500     EXIT.
011600*-------------------------------------------------------------*
011700* 8622-ROLL-ONE-DAY - ADVANCE WS-DAYS-DATE ONE CALENDAR DAY    *
011800*          AND RECHECK IT.                                    *
011900*-------------------------------------------------------------*
012000 8622-ROLL-ONE-DAY.
012100     PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT.
012200     IF WS-DAYS-DD < WS-DAYS-MONTH-END
012300         ADD 1 TO WS-DAYS-DD
012400     ELSE
012500         MOVE 1 TO WS-DAYS-DD
012600         IF WS-DAYS-MM < 12
012700             ADD 1 TO WS-DAYS-MM
012800         ELSE
012900             MOVE 1 TO WS-DAYS-MM
013000             ADD 1 TO WS-DAYS-CCYY
013100         END-IF
013200     END-IF.
013300     PERFORM 8610-CHECK-BUSINESS-DAY
013400         THRU 8610-CHECK-BUSINESS-DAY-EXIT.
013500 8622-ROLL-ONE-DAY-EXIT.
013600     EXIT.
013700*-------------------------------------------------------------*
013800* 8630-COUNT-WORKING-DAYS - WS-DAYS-WORKING GETS THE NUMBER OF *
013900*          BUSINESS DAYS AFTER DAY NUMBER WS-DAYS-FROM-NUMBER *
014000*          UP TO AND INCLUDING WS-DAYS-TO-NUMBER - THE SAME   *
014100*          SPAN A CALENDAR-DAY SUBTRACTION OF THE TWO         *
014200*          NUMBERS COUNTS. WEEKENDS ARE DROPPED, THEN EVERY   *
014300*          LOADED HOLIDAY INSIDE THE SPAN THAT FELL ON A      *
014400*          WEEKDAY.                                           *
014500*-------------------------------------------------------------*
014600 8630-COUNT-WORKING-DAYS.
014700     MOVE ZERO TO WS-DAYS-WORKING.
014800     COMPUTE WS-DAYS-WORK-NUMBER = WS-DAYS-FROM-NUMBER + 1.
014900     PERFORM 8632-COUNT-ONE-DAY THRU 8632-COUNT-ONE-DAY-EXIT
015000         UNTIL WS-DAYS-WORK-NUMBER > WS-DAYS-TO-NUMBER.
015100     PERFORM 8634-DROP-HOLIDAY THRU 8634-DROP-HOLIDAY-EXIT
015200         VARYING WS-DAYS-CAL-SUB FROM 1 BY 1
015300         UNTIL WS-DAYS-CAL-SUB > WS-DAYS-CAL-COUNT.
015400 8630-COUNT-WORKING-DAYS-EXIT.
015500     EXIT.
015600*-------------------------------------------------------------*
015700* 8632-COUNT-ONE-DAY - COUNT ONE DAY OF THE SPAN IF IT IS A    *
015800*          WEEKDAY.                                           *
015900*-------------------------------------------------------------*
016000 8632-COUNT-ONE-DAY.
016100     PERFORM 8612-SET-WEEKDAY THRU 8612-SET-WEEKDAY-EXIT.
016200     IF NOT WS-DAYS-WEEKEND
016300         ADD 1 TO WS-DAYS-WORKING
016400     END-IF.
016500     ADD 1 TO WS-DAYS-WORK-NUMBER.
016600 8632-COUNT-ONE-DAY-EXIT.
016700     EXIT.
016800*-------------------------------------------------------------*
016900* 8634-DROP-HOLIDAY - A LOADED WEEKDAY HOLIDAY INSIDE THE SPAN *
017000*          IS NOT A WORKING DAY.                              *
017100*-------------------------------------------------------------*
017200 8634-DROP-HOLIDAY.
017300     IF WS-DAYS-CAL-TYPE (WS-DAYS-CAL-SUB) NOT = 'H'
017400         GO TO 8634-DROP-HOLIDAY-EXIT
017500     END-IF.
017600     IF WS-DAYS-CAL-NUMBER (WS-DAYS-CAL-SUB)
017700             NOT > WS-DAYS-FROM-NUMBER
017800         OR WS-DAYS-CAL-NUMBER (WS-DAYS-CAL-SUB)
017900             > WS-DAYS-TO-NUMBER
018000         GO TO 8634-DROP-HOLIDAY-EXIT
018100     END-IF.
018200     MOVE WS-DAYS-CAL-NUMBER (WS-DAYS-CAL-SUB)
018300         TO WS-DAYS-WORK-NUMBER.
018400     PERFORM 8612-SET-WEEKDAY THRU 8612-SET-WEEKDAY-EXIT.
018500     IF NOT WS-DAYS-WEEKEND
018600         SUBTRACT 1 FROM WS-DAYS-WORKING
018700     END-IF.
018800 8634-DROP-HOLIDAY-EXIT.
018900     EXIT.
