000900*          BARE SQLCODE. REQUIRES COPY EDTWS. IN              *
001000*          WORKING-STORAGE. ON EXIT WS-EDIT-SWITCH IS 'P' OR  *
001100*          'F' AND WS-EDIT-REASON NAMES THE FAILED EDIT.      *
001110*          A HIRE OR REHIRE CAN ALSO HAVE ITS EMPLOYMENT TYPE *
001120*          AND CONTRACT END DATE EDITED (1730), WHICH SETS    *
001130*          EMP-EMPL-TYPE AND EMP-CONTRACT-END ON A PASS.      *
001200*-------------------------------------------------------------*
001300 1700-EDIT-TRANSACTION.
001400     MOVE 'P' TO WS-EDIT-SWITCH.
003700             MOVE 'F' TO WS-EDIT-SWITCH
003800             MOVE 'SALARY NOT GREATER THAN ZERO'
003900                 TO WS-EDIT-REASON
003910             GO TO 1700-EDIT-TRANSACTION-EXIT
003920         END-IF
003930     END-IF.
003940     IF WS-EDIT-CK-CONTRACT = 'Y'
003950         PERFORM 1730-EDIT-CONTRACT
003960             THRU 1730-EDIT-CONTRACT-EXIT
003970         IF WS-EDIT-FAILED
004000             GO TO 1700-EDIT-TRANSACTION-EXIT
004100         END-IF
004200     END-IF.
007400         MOVE 30 TO WS-EDIT-MONTH-DAYS
007500     ELSE
007600         IF WS-EDIT-HIRE-MM = 02
007610             MOVE WS-EDIT-HIRE-CCYY TO WS-EDIT-LEAP-CCYY
007700             PERFORM 1720-SET-FEBRUARY-DAYS
007800                 THRU 1720-SET-FEBRUARY-DAYS-EXIT
007900         ELSE
009400     EXIT.
009500*-------------------------------------------------------------*
009600* 1720-SET-FEBRUARY-DAYS - 29 IN A LEAP YEAR, 28 OTHERWISE,   *
009610*          USING THE FULL CENTURY RULE, FOR THE YEAR THE      *
009620*          CALLER HAS MOVED TO WS-EDIT-LEAP-CCYY.             *
009800*-------------------------------------------------------------*
009900 1720-SET-FEBRUARY-DAYS.
009910     DIVIDE WS-EDIT-LEAP-CCYY BY 400
010100         GIVING WS-EDIT-LEAP-QUOT
010200         REMAINDER WS-EDIT-LEAP-REM.
010300     IF WS-EDIT-LEAP-REM = ZERO
010400         MOVE 29 TO WS-EDIT-MONTH-DAYS
010500         GO TO 1720-SET-FEBRUARY-DAYS-EXIT
010600     END-IF.
010610     DIVIDE WS-EDIT-LEAP-CCYY BY 100
010800         GIVING WS-EDIT-LEAP-QUOT
010900         REMAINDER WS-EDIT-LEAP-REM.
011000     IF WS-EDIT-LEAP-REM = ZERO
011100         MOVE 28 TO WS-EDIT-MONTH-DAYS
011200         GO TO 1720-SET-FEBRUARY-DAYS-EXIT
011300     END-IF.
011310     DIVIDE WS-EDIT-LEAP-CCYY BY 4
011500         GIVING WS-EDIT-LEAP-QUOT
011600         REMAINDER WS-EDIT-LEAP-REM.
011700     IF WS-EDIT-LEAP-REM = ZERO
012100     END-IF.
012200 1720-SET-FEBRUARY-DAYS-EXIT.
012300     EXIT.
012400*-------------------------------------------------------------*
012500* 1730-EDIT-CONTRACT - THE EMPLOYMENT TYPE MUST BE P          *
012600*          (PERMANENT, THE DEFAULT WHEN BLANK), C (CONTRACT)  *
012700*          OR S (SEASONAL). A PERMANENT HIRE CARRIES NO       *
012800*          CONTRACT END DATE; A CONTRACT OR SEASONAL HIRE     *
012900*          MUST CARRY A REAL CALENDAR DATE THAT IS AFTER THE  *
013000*          HIRE DATE AND NOT BEFORE THE RUN DATE.             *
013100*-------------------------------------------------------------*
013200 1730-EDIT-CONTRACT.
013300     IF WS-EDIT-EMPL-TYPE = SPACE
013400         MOVE 'P' TO WS-EDIT-EMPL-TYPE
013500     END-IF.
013600     IF WS-EDIT-EMPL-TYPE NOT = 'P'
013700             AND WS-EDIT-EMPL-TYPE NOT = 'C'
013800             AND WS-EDIT-EMPL-TYPE NOT = 'S'
013900         MOVE 'F' TO WS-EDIT-SWITCH
014000         MOVE 'EMPLOYMENT TYPE INVALID' TO WS-EDIT-REASON
014100         GO TO 1730-EDIT-CONTRACT-EXIT
014200     END-IF.
014300     IF WS-EDIT-EMPL-TYPE = 'P'
014400         IF WS-EDIT-CONTRACT-END-X NOT = SPACES
014500                 AND WS-EDIT-CONTRACT-END-X NOT = ZEROS
014600             MOVE 'F' TO WS-EDIT-SWITCH
014700             MOVE 'CONTRACT END ON A PERMANENT HIRE'
014800                 TO WS-EDIT-REASON
014900             GO TO 1730-EDIT-CONTRACT-EXIT
015000         END-IF
015100         MOVE 'P' TO EMP-EMPL-TYPE
015200         MOVE ZERO TO EMP-CONTRACT-END
015300         GO TO 1730-EDIT-CONTRACT-EXIT
015400     END-IF.
015500     IF WS-EDIT-CONTRACT-END-X = SPACES
015600             OR WS-EDIT-CONTRACT-END-X = ZEROS
015700         MOVE 'F' TO WS-EDIT-SWITCH
015800         MOVE 'CONTRACT END DATE IS MISSING' TO WS-EDIT-REASON
015900         GO TO 1730-EDIT-CONTRACT-EXIT
016000     END-IF.
016100     IF WS-EDIT-CONTRACT-END-X NOT NUMERIC
016200         MOVE 'F' TO WS-EDIT-SWITCH
016300         MOVE 'CONTRACT END DATE IS NOT NUMERIC'
016400             TO WS-EDIT-REASON
016500         GO TO 1730-EDIT-CONTRACT-EXIT
016600     END-IF.
016700     IF WS-EDIT-END-MM < 01 OR WS-EDIT-END-MM > 12
016800         MOVE 'F' TO WS-EDIT-SWITCH
016900         MOVE 'CONTRACT END MONTH INVALID' TO WS-EDIT-REASON
017000         GO TO 1730-EDIT-CONTRACT-EXIT
017100     END-IF.
017200     IF WS-EDIT-END-MM = 04 OR WS-EDIT-END-MM = 06
017300             OR WS-EDIT-END-MM = 09 OR WS-EDIT-END-MM = 11
017400         MOVE 30 TO WS-EDIT-MONTH-DAYS
017500     ELSE
017600         IF WS-EDIT-END-MM = 02
017700             MOVE WS-EDIT-END-CCYY TO WS-EDIT-LEAP-CCYY
017800             PERFORM 1720-SET-FEBRUARY-DAYS
017900                 THRU 1720-SET-FEBRUARY-DAYS-EXIT
018000         ELSE
018100             MOVE 31 TO WS-EDIT-MONTH-DAYS
018200         END-IF
018300     END-IF.
018400     IF WS-EDIT-END-DD < 01
018500             OR WS-EDIT-END-DD > WS-EDIT-MONTH-DAYS
018600         MOVE 'F' TO WS-EDIT-SWITCH
018700         MOVE 'CONTRACT END DAY INVALID' TO WS-EDIT-REASON
018800         GO TO 1730-EDIT-CONTRACT-EXIT
018900     END-IF.
019000     IF WS-EDIT-CK-DATE = 'Y'
019100         IF WS-EDIT-CONTRACT-END-9 NOT > WS-EDIT-HIRE-DATE-9
019200             MOVE 'F' TO WS-EDIT-SWITCH
019300             MOVE 'CONTRACT END NOT AFTER HIRE DATE'
019400                 TO WS-EDIT-REASON
019500             GO TO 1730-EDIT-CONTRACT-EXIT
019600         END-IF
019700     END-IF.
019800     IF WS-EDIT-CONTRACT-END-9 < WS-EDIT-CURRENT-DATE
019900         MOVE 'F' TO WS-EDIT-SWITCH
020000         MOVE 'CONTRACT END IS IN THE PAST' TO WS-EDIT-REASON
020100         GO TO 1730-EDIT-CONTRACT-EXIT
020200     END-IF.
020300     MOVE WS-EDIT-EMPL-TYPE TO EMP-EMPL-TYPE.
020400     MOVE WS-EDIT-CONTRACT-END-9 TO EMP-CONTRACT-END.
020500 1730-EDIT-CONTRACT-EXIT.
020600     EXIT.
