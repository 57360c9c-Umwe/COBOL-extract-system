000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PtoAccrual.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. MONTHLY PTO ACCRUAL AND *
001000*               BALANCE STATEMENT. FOR THE MONTH ON THE       *
001100*               PTACTL CONTROL RECORD (CCYYMM, CURRENT MONTH  *
001200*               WHEN BLANK) EVERY ACTIVE EMPLOYEE HIRED BY    *
001300*               MONTH END IS CREDITED THE MONTHLY HOURS FROM  *
001400*               THE PTO_ACCRUAL_RATE TABLE FOR THE GRADE AND  *
001500*               COMPLETED YEARS OF SERVICE, AS AN 'A' ROW ON  *
001600*               PTO_LEDGER (SHARED PTOWS/PTOHDL). EMPLOYEES   *
001700*               ON LEAVE ('L') DO NOT ACCRUE. AN EMPLOYEE     *
001800*               ALREADY CREDITED FOR THE MONTH IS SKIPPED, SO *
001900*               A RERUN AFTER A FAILURE JUST PICKS UP THE     *
002000*               REST. THE PTARPT STATEMENT LISTS OPENING      *
002100*               BALANCE, ACCRUED, TAKEN, PAID OUT AND CLOSING *
002200*               BALANCE PER EMPLOYEE, SUBTOTALED BY           *
002300*               DEPARTMENT. A GRADE WITH NO RATE ROW IS       *
002400*               FLAGGED ON THE STATEMENT AND ENDS THE RUN     *
002500*               RC 4.                                         *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-FILE ASSIGN TO PTACTL
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CTL-FILE-STATUS.
003300     SELECT STATEMENT-REPORT ASSIGN TO PTARPT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT ERROR-LOG ASSIGN TO SYSERR
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CONTROL-FILE
004000     RECORDING MODE IS F.
004100 01  PCT-RECORD.
004200     05  PCT-ACCRUAL-MONTH    PIC 9(06).
004300     05  PCT-ACCRUAL-MONTH-X  REDEFINES PCT-ACCRUAL-MONTH
004400                              PIC X(06).
004500     05  FILLER               PIC X(74).
004600
004700 FD  STATEMENT-REPORT
004800     RECORDING MODE IS F.
004900 01  RPT-LINE                 PIC X(80).
005000
005100 FD  ERROR-LOG
005200     RECORDING MODE IS F.
005300     COPY ERRREC.
005400 WORKING-STORAGE SECTION.
005500     COPY DBCONN.
005600
005700 01  WS-SQLCODE               PIC S9(9) COMP.
005800
005900     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
006000
006100     COPY ERRWS.
006200
006300     COPY RUNWS.
006400
006500     COPY PTOWS.
006600
006700 01  WS-MONTH-FIELDS.
006800     05  WS-RUN-DATE          PIC 9(08).
006900     05  WS-RUN-DATE-SPLIT    REDEFINES WS-RUN-DATE.
007000         10  WS-RUN-CCYYMM    PIC 9(06).
007100         10  FILLER           PIC 9(02).
007200     05  WS-MONTH-START       PIC 9(08) VALUE ZERO.
007300     05  WS-MONTH-END         PIC 9(08) VALUE ZERO.
007400     05  WS-MONTH-END-SPLIT   REDEFINES WS-MONTH-END.
007500         10  WS-END-CCYY      PIC 9(04).
007600         10  WS-END-MM        PIC 9(02).
007700         10  WS-END-DD        PIC 9(02).
007800     05  WS-HIRE-SPLIT.
007900         10  WS-HIRE-CCYY     PIC 9(04).
008000         10  WS-HIRE-MMDD     PIC 9(04).
008100     05  WS-END-MMDD          PIC 9(04).
008200     05  WS-LEAP-QUOT         PIC 9(04) COMP.
008300     05  WS-LEAP-REM          PIC 9(04) COMP.
008400     05  WS-SERVICE-YEARS     PIC 9(03) COMP VALUE ZERO.
008500
008600 01  WS-MONTH-LENGTHS         PIC X(24)
008700         VALUE '312831303130313130313031'.
008800 01  WS-MONTH-LENGTH-TABLE    REDEFINES WS-MONTH-LENGTHS.
008900     05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
009000
009100*    THE RATE TABLE IS SMALL (GRADES X SERVICE BANDS) AND IS
009200*    LOADED ONCE. A ROW WITH A BLANK GRADE IS THE DEFAULT FOR
009300*    ANY GRADE THAT HAS NO ROW OF ITS OWN FOR THE SERVICE BAND.
009400 01  WS-RATE-TABLE.
009500     05  WS-RATE-MAX          PIC 9(03) COMP VALUE 200.
009600     05  WS-RATE-COUNT        PIC 9(03) COMP VALUE ZERO.
009700     05  WS-RATE-ENTRY OCCURS 200 TIMES.
009800         10  RT-GRADE-ID      PIC X(02).
009900         10  RT-FROM-YEARS    PIC 9(03).
010000         10  RT-THRU-YEARS    PIC 9(03).
010100         10  RT-MONTHLY-HOURS PIC 9(03)V99 COMP-3.
010200     05  WS-RATE-SUB          PIC 9(03) COMP VALUE ZERO.
010300     05  WS-RATE-HIT          PIC 9(03) COMP VALUE ZERO.
010400     05  WS-RATE-GRADE        PIC X(02).
010500     05  WS-RATE-WORK.
010600         10  WRK-GRADE-ID     PIC X(02).
010700         10  WRK-FROM-YEARS   PIC 9(03).
010800         10  WRK-THRU-YEARS   PIC 9(03).
010900         10  WRK-MONTHLY-HOURS
011000                              PIC 9(03)V99 COMP-3.
011100
011200 01  WS-STATEMENT-FIELDS.
011300     05  WS-OPENING           PIC S9(05)V99 COMP-3 VALUE ZERO.
011400     05  WS-ACCRUED           PIC S9(05)V99 COMP-3 VALUE ZERO.
011500     05  WS-TAKEN             PIC S9(05)V99 COMP-3 VALUE ZERO.
011600     05  WS-PAID-OUT          PIC S9(05)V99 COMP-3 VALUE ZERO.
011700     05  WS-CLOSING           PIC S9(05)V99 COMP-3 VALUE ZERO.
011800     05  WS-ACCRUAL-COUNT     PIC 9(07) COMP VALUE ZERO.
011900     05  WS-EMP-FLAG          PIC X(07).
012000
012100 01  WS-SWITCHES.
012200     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
012300         88  WS-EOF                VALUE 'Y'.
012400     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
012500         88  WS-CURSOR-OPEN        VALUE 'Y'.
012600     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
012700         88  WS-CTL-EOF            VALUE 'Y'.
012800     05  WS-RATE-EOF-SWITCH   PIC X(01) VALUE 'N'.
012900         88  WS-RATE-EOF           VALUE 'Y'.
013000
013100 01  WS-CTL-FILE-STATUS       PIC X(02).
013200
013300 01  WS-CURRENT-DEPT          PIC X(04) VALUE SPACES.
013400 01  WS-DEPT-NAME             PIC X(20).
013500
013600 01  WS-COMMIT-CONTROL.
013700     05  WS-COMMIT-INTERVAL   PIC 9(05) COMP VALUE 100.
013800     05  WS-COMMIT-COUNTER    PIC 9(05) COMP VALUE ZERO.
013900
014000 01  WS-COUNTERS.
014100     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
014200     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
014300     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
014400     05  WS-EMPS-READ         PIC 9(07) COMP VALUE ZERO.
014500     05  WS-EMPS-ACCRUED      PIC 9(07) COMP VALUE ZERO.
014600     05  WS-EMPS-ALREADY      PIC 9(07) COMP VALUE ZERO.
014700     05  WS-EMPS-NO-RATE      PIC 9(07) COMP VALUE ZERO.
014800     05  WS-EMPS-FAILED       PIC 9(07) COMP VALUE ZERO.
014900     05  WS-DEPT-EMP-COUNT    PIC 9(07) COMP VALUE ZERO.
015000
015100 01  WS-TOTALS.
015200     05  WS-DEPT-OPENING      PIC S9(09)V99 COMP-3 VALUE ZERO.
015300     05  WS-DEPT-ACCRUED      PIC S9(09)V99 COMP-3 VALUE ZERO.
015400     05  WS-DEPT-TAKEN        PIC S9(09)V99 COMP-3 VALUE ZERO.
015500     05  WS-DEPT-PAID-OUT     PIC S9(09)V99 COMP-3 VALUE ZERO.
015600     05  WS-DEPT-CLOSING      PIC S9(09)V99 COMP-3 VALUE ZERO.
015700     05  WS-GRAND-OPENING     PIC S9(09)V99 COMP-3 VALUE ZERO.
015800     05  WS-GRAND-ACCRUED     PIC S9(09)V99 COMP-3 VALUE ZERO.
015900     05  WS-GRAND-TAKEN       PIC S9(09)V99 COMP-3 VALUE ZERO.
016000     05  WS-GRAND-PAID-OUT    PIC S9(09)V99 COMP-3 VALUE ZERO.
016100     05  WS-GRAND-CLOSING     PIC S9(09)V99 COMP-3 VALUE ZERO.
016200
016300 01  WS-REPORT-DATE.
016400     05  WS-REPORT-YY         PIC 9(02).
016500     05  WS-REPORT-MM         PIC 9(02).
016600     05  WS-REPORT-DD         PIC 9(02).
016700
016800 01  PTA-HEADING-1.
016900     05  FILLER               PIC X(01) VALUE SPACE.
017000     05  FILLER               PIC X(34) VALUE
017100         'PTO BALANCE STATEMENT'.
017200     05  PTA-HDG1-DATE        PIC X(08).
017300     05  FILLER               PIC X(10) VALUE SPACE.
017400     05  FILLER               PIC X(05) VALUE 'PAGE '.
017500     05  PTA-HDG1-PAGE        PIC ZZ9.
017600
017700 01  PTA-HEADING-2.
017800     05  FILLER               PIC X(01) VALUE SPACE.
017900     05  FILLER               PIC X(15) VALUE 'ACCRUAL MONTH: '.
018000     05  PTA-HDG2-MONTH       PIC 9(06).
018100     05  FILLER               PIC X(04) VALUE SPACE.
018200     05  FILLER               PIC X(10) VALUE 'HOURS FOR '.
018300     05  PTA-HDG2-START       PIC 9(08).
018400     05  FILLER               PIC X(04) VALUE ' TO '.
018500     05  PTA-HDG2-END         PIC 9(08).
018600
018700 01  PTA-HEADING-3.
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  FILLER               PIC X(07) VALUE 'EMP-ID'.
019000     05  FILLER               PIC X(13) VALUE 'NAME'.
019100     05  FILLER               PIC X(10) VALUE '   OPENING'.
019200     05  FILLER               PIC X(10) VALUE '   ACCRUED'.
019300     05  FILLER               PIC X(10) VALUE '     TAKEN'.
019400     05  FILLER               PIC X(10) VALUE '  PAID OUT'.
019500     05  FILLER               PIC X(10) VALUE '   CLOSING'.
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  FILLER               PIC X(04) VALUE 'NOTE'.
019800
019900 01  PTA-DEPT-LINE.
020000     05  FILLER               PIC X(01) VALUE SPACE.
020100     05  FILLER               PIC X(12) VALUE 'DEPARTMENT: '.
020200     05  PTA-DEPT-ID          PIC X(04).
020300     05  FILLER               PIC X(02) VALUE SPACE.
020400     05  PTA-DEPT-NAME        PIC X(20).
020500
020600 01  PTA-DETAIL-LINE.
020700     05  FILLER               PIC X(01) VALUE SPACE.
020800     05  PTA-DTL-EMP-ID       PIC X(05).
020900     05  FILLER               PIC X(01) VALUE SPACE.
021000     05  PTA-DTL-EMP-NAME     PIC X(14).
021100     05  FILLER               PIC X(01) VALUE SPACE.
021200     05  PTA-DTL-OPENING      PIC -----9.99.
021300     05  FILLER               PIC X(01) VALUE SPACE.
021400     05  PTA-DTL-ACCRUED      PIC -----9.99.
021500     05  FILLER               PIC X(01) VALUE SPACE.
021600     05  PTA-DTL-TAKEN        PIC -----9.99.
021700     05  FILLER               PIC X(01) VALUE SPACE.
021800     05  PTA-DTL-PAID-OUT     PIC -----9.99.
021900     05  FILLER               PIC X(01) VALUE SPACE.
022000     05  PTA-DTL-CLOSING      PIC -----9.99.
022100     05  FILLER               PIC X(01) VALUE SPACE.
022200     05  PTA-DTL-FLAG         PIC X(07).
022300
022400 01  PTA-TOTAL-LINE.
022500     05  FILLER               PIC X(01) VALUE SPACE.
022600     05  PTA-TOT-LABEL        PIC X(13).
022700     05  PTA-TOT-COUNT        PIC ZZ,ZZ9.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  PTA-TOT-OPENING      PIC ------9.99.
023000     05  PTA-TOT-ACCRUED      PIC ------9.99.
023100     05  PTA-TOT-TAKEN        PIC ------9.99.
023200     05  PTA-TOT-PAID-OUT     PIC ------9.99.
023300     05  PTA-TOT-CLOSING      PIC ------9.99.
023400
023500 01  PTA-NOTE-LEGEND.
023600     05  FILLER               PIC X(01) VALUE SPACE.
023700     05  FILLER               PIC X(36) VALUE
023800         'NOTES: LEAVE - ON LEAVE, NO ACCRUAL '.
023900     05  FILLER               PIC X(36) VALUE
024000         ' NO RATE - NO PTO_ACCRUAL_RATE ROW'.
024100
024200 PROCEDURE DIVISION.
024300*=============================================================*
024400* 0000-MAINLINE                                               *
024500*=============================================================*
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
024800     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-PROCESS-EMPLOYEE-EXIT
024900         UNTIL WS-EOF.
025000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
025100     GOBACK.
025200*=============================================================*
025300* 1000-INITIALIZE - PICK UP THE ACCRUAL MONTH, CONNECT, LOAD   *
025400*               THE RATE TABLE, OPEN THE EMPLOYEE CURSOR       *
025500*=============================================================*
025600 1000-INITIALIZE.
025700     OPEN OUTPUT STATEMENT-REPORT.
025800     OPEN OUTPUT ERROR-LOG.
025900     ACCEPT WS-REPORT-DATE FROM DATE.
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026100     MOVE WS-RUN-CCYYMM TO PTO-ACCRUAL-MONTH.
026200     OPEN INPUT CONTROL-FILE.
026300     IF WS-CTL-FILE-STATUS = '00'
026400         READ CONTROL-FILE
026500             AT END
026600                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
026700         END-READ
026800         IF NOT WS-CTL-EOF
026900             IF PCT-ACCRUAL-MONTH-X NOT = SPACES
027000                 IF PCT-ACCRUAL-MONTH NUMERIC
027100                     MOVE PCT-ACCRUAL-MONTH TO PTO-ACCRUAL-MONTH
027200                 ELSE
027300                     MOVE ZERO TO PTO-ACCRUAL-MONTH
027400                 END-IF
027500             END-IF
027600         END-IF
027700         CLOSE CONTROL-FILE
027800     END-IF.
027900     COMPUTE WS-MONTH-START = PTO-ACCRUAL-MONTH * 100 + 1.
028000     MOVE WS-MONTH-START TO WS-MONTH-END.
028100     IF WS-END-MM < 1 OR WS-END-MM > 12
028200         DISPLAY 'No valid accrual month on PTACTL - run '
028300             'abandoned.'
028400         MOVE 8 TO RETURN-CODE
028500         MOVE 'Y' TO WS-EOF-SWITCH
028600         GO TO 1000-INITIALIZE-EXIT
028700     END-IF.
028800     MOVE WS-MONTH-LENGTH (WS-END-MM) TO WS-END-DD.
028900     IF WS-END-MM = 2
029000         DIVIDE WS-END-CCYY BY 4 GIVING WS-LEAP-QUOT
029100             REMAINDER WS-LEAP-REM
029200         IF WS-LEAP-REM = 0
029300             MOVE 29 TO WS-END-DD
029400             DIVIDE WS-END-CCYY BY 100 GIVING WS-LEAP-QUOT
029500                 REMAINDER WS-LEAP-REM
029600             IF WS-LEAP-REM = 0
029700                 MOVE 28 TO WS-END-DD
029800                 DIVIDE WS-END-CCYY BY 400 GIVING WS-LEAP-QUOT
029900                     REMAINDER WS-LEAP-REM
030000                 IF WS-LEAP-REM = 0
030100                     MOVE 29 TO WS-END-DD
030200                 END-IF
030300             END-IF
030400         END-IF
030500     END-IF.
030600     COMPUTE WS-END-MMDD = WS-END-MM * 100 + WS-END-DD.
030700     DISPLAY 'Accrual month ' PTO-ACCRUAL-MONTH ' ('
030800         WS-MONTH-START ' to ' WS-MONTH-END ')'.
030900
031000     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
031100     EXEC SQL
031200         CONNECT TO 'yourdatabase'
031300         USER :WS-USERID
031400         USING :WS-PASSWORD
031500     END-EXEC.
031600     IF SQLCODE NOT = 0
031700         DISPLAY 'Connection failed: ' SQLCODE
031800         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
031900         PERFORM 8900-HANDLE-SQL-ERROR
032000             THRU 8900-HANDLE-SQL-ERROR-EXIT
032100         MOVE 'Y' TO WS-EOF-SWITCH
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF.
032400     MOVE 'PTA' TO RUN-PROGRAM-ID.
032500     MOVE 'Y' TO RUN-LOG-SWITCH.
032600     PERFORM 8800-RECORD-RUN-START
032700         THRU 8800-RECORD-RUN-START-EXIT.
032800     PERFORM 1500-LOAD-RATES THRU 1500-LOAD-RATES-EXIT.
032900     IF WS-EOF
033000         GO TO 1000-INITIALIZE-EXIT
033100     END-IF.
033200*    EVERYONE STILL EMPLOYED, PLUS ANYONE ALREADY GONE WHO HAS
033300*    LEDGER ACTIVITY DATED IN THE MONTH (A TERMINATION PAYOUT).
033400*    HELD ACROSS THE INTERVAL COMMITS.
033500     EXEC SQL
033600         DECLARE PTO-CURSOR CURSOR WITH HOLD FOR
033700             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID,
033800                 E.HIRE_DATE, E.SALARY, E.EMP_STATUS,
033900                 E.GRADE_ID
034000             FROM EMPLOYEE E
034100             WHERE E.EMP_STATUS IN ('A', 'L')
034200                 OR EXISTS (SELECT 1 FROM PTO_LEDGER P
034300                     WHERE P.EMP_ID = E.EMP_ID
034400                     AND P.ENTRY_DATE BETWEEN :WS-MONTH-START
034500                         AND :WS-MONTH-END)
034600             ORDER BY E.DEPT_ID, E.EMP_ID
034700     END-EXEC.
034800     EXEC SQL
034900         OPEN PTO-CURSOR
035000     END-EXEC.
035100     IF SQLCODE NOT = 0
035200         DISPLAY 'Cursor open failed: ' SQLCODE
035300         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
035400         PERFORM 8900-HANDLE-SQL-ERROR
035500             THRU 8900-HANDLE-SQL-ERROR-EXIT
035600         MOVE 'Y' TO WS-EOF-SWITCH
035700         GO TO 1000-INITIALIZE-EXIT
035800     END-IF.
035900     MOVE 'Y' TO WS-CURSOR-SWITCH.
036000     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
036100 1000-INITIALIZE-EXIT.
036200     EXIT.
036300*=============================================================*
036400* 1500-LOAD-RATES - LOAD PTO_ACCRUAL_RATE INTO STORAGE. AN     *
036500*               EMPTY OR OVERFLOWING TABLE ENDS THE RUN RC 8   *
036600*               BEFORE ANYONE IS CREDITED                      *
036700*=============================================================*
036800 1500-LOAD-RATES.
036900     EXEC SQL
037000         DECLARE RATE-CURSOR CURSOR FOR
037100             SELECT GRADE_ID, FROM_YEARS, THRU_YEARS,
037200                 MONTHLY_HOURS
037300             FROM PTO_ACCRUAL_RATE
037400             ORDER BY GRADE_ID, FROM_YEARS
037500     END-EXEC.
037600     EXEC SQL
037700         OPEN RATE-CURSOR
037800     END-EXEC.
037900     IF SQLCODE NOT = 0
038000         DISPLAY 'Rate cursor open failed: ' SQLCODE
038100         MOVE 'RATE-OPEN' TO WS-ERROR-CONTEXT
038200         PERFORM 8900-HANDLE-SQL-ERROR
038300             THRU 8900-HANDLE-SQL-ERROR-EXIT
038400         MOVE 8 TO RETURN-CODE
038500         MOVE 'Y' TO WS-EOF-SWITCH
038600         GO TO 1500-LOAD-RATES-EXIT
038700     END-IF.
038800     PERFORM 1510-FETCH-RATE THRU 1510-FETCH-RATE-EXIT
038900         UNTIL WS-RATE-EOF.
039000     EXEC SQL
039100         CLOSE RATE-CURSOR
039200     END-EXEC.
039300     IF WS-RATE-COUNT = ZERO
039400         DISPLAY 'PTO_ACCRUAL_RATE is empty - run abandoned.'
039500         MOVE 8 TO RETURN-CODE
039600         MOVE 'Y' TO WS-EOF-SWITCH
039700     END-IF.
039800 1500-LOAD-RATES-EXIT.
039900     EXIT.
040000*=============================================================*
040100* 1510-FETCH-RATE - ONE RATE ROW INTO THE TABLE                *
040200*=============================================================*
040300 1510-FETCH-RATE.
040400     EXEC SQL
040500         FETCH RATE-CURSOR
040600         INTO :WRK-GRADE-ID, :WRK-FROM-YEARS, :WRK-THRU-YEARS,
040700             :WRK-MONTHLY-HOURS
040800     END-EXEC.
040900     IF SQLCODE = 100
041000         MOVE 'Y' TO WS-RATE-EOF-SWITCH
041100         GO TO 1510-FETCH-RATE-EXIT
041200     END-IF.
041300     IF SQLCODE NOT = 0
041400         DISPLAY 'Rate fetch failed: ' SQLCODE
041500         MOVE 'RATE-FETCH' TO WS-ERROR-CONTEXT
041600         PERFORM 8900-HANDLE-SQL-ERROR
041700             THRU 8900-HANDLE-SQL-ERROR-EXIT
041800         MOVE 'Y' TO WS-RATE-EOF-SWITCH
041900         MOVE ZERO TO WS-RATE-COUNT
042000         GO TO 1510-FETCH-RATE-EXIT
042100     END-IF.
042200     IF WS-RATE-COUNT >= WS-RATE-MAX
042300         DISPLAY 'PTO_ACCRUAL_RATE exceeds ' WS-RATE-MAX
042400             ' rows - run abandoned.'
042500         MOVE 'Y' TO WS-RATE-EOF-SWITCH
042600         MOVE ZERO TO WS-RATE-COUNT
042700         GO TO 1510-FETCH-RATE-EXIT
042800     END-IF.
042900     ADD 1 TO WS-RATE-COUNT.
043000     MOVE WS-RATE-WORK TO WS-RATE-ENTRY (WS-RATE-COUNT).
043100 1510-FETCH-RATE-EXIT.
043200     EXIT.
043300*=============================================================*
043400* 2000-PROCESS-EMPLOYEE - DEPARTMENT BREAK, CREDIT THE MONTH'S *
043500*               ACCRUAL, PRINT THE STATEMENT LINE              *
043600*=============================================================*
043700 2000-PROCESS-EMPLOYEE.
043800     MOVE EMP-ID TO WS-ERROR-KEY.
043900     ADD 1 TO WS-EMPS-READ.
044000     IF EMP-DEPT-ID NOT = WS-CURRENT-DEPT
044100         IF WS-CURRENT-DEPT NOT = SPACES
044200             PERFORM 4000-WRITE-DEPT-TOTALS
044300                 THRU 4000-WRITE-DEPT-TOTALS-EXIT
044400         END-IF
044500         PERFORM 3000-START-DEPARTMENT
044600             THRU 3000-START-DEPARTMENT-EXIT
044700     END-IF.
044800     MOVE SPACES TO WS-EMP-FLAG.
044900     IF EMP-ON-LEAVE
045000         MOVE 'LEAVE' TO WS-EMP-FLAG
045100     END-IF.
045200     IF EMP-ACTIVE AND EMP-HIRE-DATE NOT > WS-MONTH-END
045300         PERFORM 2100-ACCRUE-EMPLOYEE
045400             THRU 2100-ACCRUE-EMPLOYEE-EXIT
045500     END-IF.
045600     PERFORM 2300-GET-STATEMENT THRU 2300-GET-STATEMENT-EXIT.
045700     PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT.
045800     ADD 1 TO WS-COMMIT-COUNTER.
045900     IF WS-COMMIT-COUNTER >= WS-COMMIT-INTERVAL
046000         PERFORM 7600-COMMIT THRU 7600-COMMIT-EXIT
046100     END-IF.
046200     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
046300 2000-PROCESS-EMPLOYEE-EXIT.
046400     EXIT.
046500*=============================================================*
046600* 2100-ACCRUE-EMPLOYEE - CREDIT ONE ACTIVE EMPLOYEE UNLESS THE *
046700*               MONTH IS ALREADY ON THE LEDGER                 *
046800*=============================================================*
046900 2100-ACCRUE-EMPLOYEE.
047000     EXEC SQL
047100         SELECT COUNT(*) INTO :WS-ACCRUAL-COUNT
047200         FROM PTO_LEDGER
047300         WHERE EMP_ID = :EMP-ID
047400             AND ENTRY_TYPE = 'A'
047500             AND ACCRUAL_MONTH = :PTO-ACCRUAL-MONTH
047600     END-EXEC.
047700     IF SQLCODE NOT = 0
047800         MOVE 'ACCRUAL-CHECK' TO WS-ERROR-CONTEXT
047900         PERFORM 8900-HANDLE-SQL-ERROR
048000             THRU 8900-HANDLE-SQL-ERROR-EXIT
048100         ADD 1 TO WS-EMPS-FAILED
048200         MOVE 'FAILED' TO WS-EMP-FLAG
048300         GO TO 2100-ACCRUE-EMPLOYEE-EXIT
048400     END-IF.
048500     IF WS-ACCRUAL-COUNT > ZERO
048600         ADD 1 TO WS-EMPS-ALREADY
048700         GO TO 2100-ACCRUE-EMPLOYEE-EXIT
048800     END-IF.
048900     PERFORM 2200-FIND-RATE THRU 2200-FIND-RATE-EXIT.
049000     IF WS-RATE-HIT = ZERO
049100         ADD 1 TO WS-EMPS-NO-RATE
049200         MOVE 'NO RATE' TO WS-EMP-FLAG
049300         GO TO 2100-ACCRUE-EMPLOYEE-EXIT
049400     END-IF.
049500     IF RT-MONTHLY-HOURS (WS-RATE-HIT) = ZERO
049600         GO TO 2100-ACCRUE-EMPLOYEE-EXIT
049700     END-IF.
049800     MOVE 'A' TO PTO-ENTRY-TYPE.
049900     MOVE WS-MONTH-END TO PTO-ENTRY-DATE.
050000     MOVE RT-MONTHLY-HOURS (WS-RATE-HIT) TO PTO-HOURS.
050100     PERFORM 8510-WRITE-PTO-ENTRY THRU 8510-WRITE-PTO-ENTRY-EXIT.
050200     IF PTO-ENTRY-OK
050300         ADD 1 TO WS-EMPS-ACCRUED
050400     ELSE
050500         ADD 1 TO WS-EMPS-FAILED
050600         MOVE 'FAILED' TO WS-EMP-FLAG
050700     END-IF.
050800 2100-ACCRUE-EMPLOYEE-EXIT.
050900     EXIT.
051000*=============================================================*
051100* 2200-FIND-RATE - COMPLETED YEARS OF SERVICE AT MONTH END,    *
051200*               THEN THE RATE ROW FOR THE GRADE AND SERVICE    *
051300*               BAND, FALLING BACK TO THE BLANK-GRADE DEFAULT  *
051400*=============================================================*
051500 2200-FIND-RATE.
051600     MOVE EMP-HIRE-DATE TO WS-HIRE-SPLIT.
051700     COMPUTE WS-SERVICE-YEARS = WS-END-CCYY - WS-HIRE-CCYY.
051800     IF WS-END-MMDD < WS-HIRE-MMDD
051900             AND WS-SERVICE-YEARS > ZERO
052000         SUBTRACT 1 FROM WS-SERVICE-YEARS
052100     END-IF.
052200     MOVE ZERO TO WS-RATE-HIT.
052300     MOVE EMP-GRADE TO WS-RATE-GRADE.
052400     PERFORM 2210-SCAN-RATE THRU 2210-SCAN-RATE-EXIT
052500         VARYING WS-RATE-SUB FROM 1 BY 1
052600         UNTIL WS-RATE-SUB > WS-RATE-COUNT
052700             OR WS-RATE-HIT > ZERO.
052800     IF WS-RATE-HIT = ZERO
052900         MOVE SPACES TO WS-RATE-GRADE
053000         PERFORM 2210-SCAN-RATE THRU 2210-SCAN-RATE-EXIT
053100             VARYING WS-RATE-SUB FROM 1 BY 1
053200             UNTIL WS-RATE-SUB > WS-RATE-COUNT
053300                 OR WS-RATE-HIT > ZERO
053400     END-IF.
053500 2200-FIND-RATE-EXIT.
053600     EXIT.
053700*=============================================================*
053800* 2210-SCAN-RATE - TEST ONE RATE ROW                           *
053900*=============================================================*
054000 2210-SCAN-RATE.
054100     IF RT-GRADE-ID (WS-RATE-SUB) = WS-RATE-GRADE
054200             AND WS-SERVICE-YEARS NOT <
054300                 RT-FROM-YEARS (WS-RATE-SUB)
054400             AND WS-SERVICE-YEARS NOT >
054500                 RT-THRU-YEARS (WS-RATE-SUB)
054600         MOVE WS-RATE-SUB TO WS-RATE-HIT
054700     END-IF.
054800 2210-SCAN-RATE-EXIT.
054900     EXIT.
055000*=============================================================*
055100* 2300-GET-STATEMENT - OPENING BALANCE AND THE MONTH'S LEDGER  *
055200*               MOVEMENT BY ENTRY TYPE                         *
055300*=============================================================*
055400 2300-GET-STATEMENT.
055500     EXEC SQL
055600         SELECT COALESCE(SUM(CASE WHEN ENTRY_DATE
055700                 < :WS-MONTH-START THEN HOURS ELSE 0 END), 0),
055800             COALESCE(SUM(CASE WHEN ENTRY_DATE
055900                 >= :WS-MONTH-START AND ENTRY_TYPE = 'A'
056000                 THEN HOURS ELSE 0 END), 0),
056100             COALESCE(SUM(CASE WHEN ENTRY_DATE
056200                 >= :WS-MONTH-START AND ENTRY_TYPE = 'T'
056300                 THEN HOURS ELSE 0 END), 0),
056400             COALESCE(SUM(CASE WHEN ENTRY_DATE
056500                 >= :WS-MONTH-START AND ENTRY_TYPE = 'P'
056600                 THEN HOURS ELSE 0 END), 0)
056700         INTO :WS-OPENING, :WS-ACCRUED, :WS-TAKEN, :WS-PAID-OUT
056800         FROM PTO_LEDGER
056900         WHERE EMP_ID = :EMP-ID
057000             AND ENTRY_DATE <= :WS-MONTH-END
057100     END-EXEC.
057200     IF SQLCODE NOT = 0
057300         MOVE 'STATEMENT' TO WS-ERROR-CONTEXT
057400         PERFORM 8900-HANDLE-SQL-ERROR
057500             THRU 8900-HANDLE-SQL-ERROR-EXIT
057600         MOVE ZERO TO WS-OPENING WS-ACCRUED WS-TAKEN WS-PAID-OUT
057700         MOVE 'FAILED' TO WS-EMP-FLAG
057800     END-IF.
057900     COMPUTE WS-CLOSING = WS-OPENING + WS-ACCRUED + WS-TAKEN
058000         + WS-PAID-OUT.
058100 2300-GET-STATEMENT-EXIT.
058200     EXIT.
058300*=============================================================*
058400* 3000-START-DEPARTMENT - RESET THE SUBTOTALS AND PRINT THE    *
058500*               DEPARTMENT HEADER                              *
058600*=============================================================*
058700 3000-START-DEPARTMENT.
058800     MOVE EMP-DEPT-ID TO WS-CURRENT-DEPT.
058900     MOVE ZERO TO WS-DEPT-EMP-COUNT.
059000     MOVE ZERO TO WS-DEPT-OPENING.
059100     MOVE ZERO TO WS-DEPT-ACCRUED.
059200     MOVE ZERO TO WS-DEPT-TAKEN.
059300     MOVE ZERO TO WS-DEPT-PAID-OUT.
059400     MOVE ZERO TO WS-DEPT-CLOSING.
059500     EXEC SQL
059600         SELECT DEPT_NAME INTO :WS-DEPT-NAME
059700         FROM DEPARTMENT
059800         WHERE DEPT_ID = :WS-CURRENT-DEPT
059900     END-EXEC.
060000     IF SQLCODE NOT = 0
060100         MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
060200     END-IF.
060300     IF WS-LINE-COUNT = ZERO OR
060400             WS-LINE-COUNT >= WS-LINES-PER-PAGE
060500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
060600     END-IF.
060700     MOVE SPACES TO RPT-LINE.
060800     WRITE RPT-LINE.
060900     MOVE WS-CURRENT-DEPT TO PTA-DEPT-ID.
061000     MOVE WS-DEPT-NAME    TO PTA-DEPT-NAME.
061100     WRITE RPT-LINE FROM PTA-DEPT-LINE.
061200     ADD 2 TO WS-LINE-COUNT.
061300 3000-START-DEPARTMENT-EXIT.
061400     EXIT.
061500*=============================================================*
061600* 4000-WRITE-DEPT-TOTALS - SUBTOTAL THE DEPARTMENT JUST ENDED  *
061700*               AND ROLL IT INTO THE GRAND TOTAL               *
061800*=============================================================*
061900 4000-WRITE-DEPT-TOTALS.
062000     MOVE 'DEPT TOTAL: ' TO PTA-TOT-LABEL.
062100     MOVE WS-DEPT-EMP-COUNT TO PTA-TOT-COUNT.
062200     MOVE WS-DEPT-OPENING   TO PTA-TOT-OPENING.
062300     MOVE WS-DEPT-ACCRUED   TO PTA-TOT-ACCRUED.
062400     MOVE WS-DEPT-TAKEN     TO PTA-TOT-TAKEN.
062500     MOVE WS-DEPT-PAID-OUT  TO PTA-TOT-PAID-OUT.
062600     MOVE WS-DEPT-CLOSING   TO PTA-TOT-CLOSING.
062700     WRITE RPT-LINE FROM PTA-TOTAL-LINE.
062800     ADD 1 TO WS-LINE-COUNT.
062900     ADD WS-DEPT-OPENING  TO WS-GRAND-OPENING.
063000     ADD WS-DEPT-ACCRUED  TO WS-GRAND-ACCRUED.
063100     ADD WS-DEPT-TAKEN    TO WS-GRAND-TAKEN.
063200     ADD WS-DEPT-PAID-OUT TO WS-GRAND-PAID-OUT.
063300     ADD WS-DEPT-CLOSING  TO WS-GRAND-CLOSING.
063400 4000-WRITE-DEPT-TOTALS-EXIT.
063500     EXIT.
063600*=============================================================*
063700* 5000-WRITE-DETAIL - ONE STATEMENT LINE                       *
063800*=============================================================*
063900 5000-WRITE-DETAIL.
064000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
064100         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
064200     END-IF.
064300     MOVE EMP-ID       TO PTA-DTL-EMP-ID.
064400     MOVE EMP-NAME     TO PTA-DTL-EMP-NAME.
064500     MOVE WS-OPENING   TO PTA-DTL-OPENING.
064600     MOVE WS-ACCRUED   TO PTA-DTL-ACCRUED.
064700     MOVE WS-TAKEN     TO PTA-DTL-TAKEN.
064800     MOVE WS-PAID-OUT  TO PTA-DTL-PAID-OUT.
064900     MOVE WS-CLOSING   TO PTA-DTL-CLOSING.
065000     MOVE WS-EMP-FLAG  TO PTA-DTL-FLAG.
065100     WRITE RPT-LINE FROM PTA-DETAIL-LINE.
065200     ADD 1 TO WS-LINE-COUNT.
065300     ADD 1 TO WS-DEPT-EMP-COUNT.
065400     ADD WS-OPENING  TO WS-DEPT-OPENING.
065500     ADD WS-ACCRUED  TO WS-DEPT-ACCRUED.
065600     ADD WS-TAKEN    TO WS-DEPT-TAKEN.
065700     ADD WS-PAID-OUT TO WS-DEPT-PAID-OUT.
065800     ADD WS-CLOSING  TO WS-DEPT-CLOSING.
065900 5000-WRITE-DETAIL-EXIT.
066000     EXIT.
066100*=============================================================*
066200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
066300*=============================================================*
066400 6000-WRITE-HEADINGS.
066500     ADD 1 TO WS-PAGE-COUNT.
066600     MOVE WS-PAGE-COUNT TO PTA-HDG1-PAGE.
066700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
066800         DELIMITED BY SIZE INTO PTA-HDG1-DATE.
066900     MOVE PTO-ACCRUAL-MONTH TO PTA-HDG2-MONTH.
067000     MOVE WS-MONTH-START    TO PTA-HDG2-START.
067100     MOVE WS-MONTH-END      TO PTA-HDG2-END.
067200     WRITE RPT-LINE FROM PTA-HEADING-1.
067300     WRITE RPT-LINE FROM PTA-HEADING-2.
067400     WRITE RPT-LINE FROM PTA-HEADING-3.
067500     MOVE 3 TO WS-LINE-COUNT.
067600 6000-WRITE-HEADINGS-EXIT.
067700     EXIT.
067800*=============================================================*
067900* 7600-COMMIT - COMMIT THE ACCRUALS SO FAR. A RERUN SKIPS      *
068000*               ANYONE ALREADY CREDITED, SO NO CHECKPOINT FILE *
068100*               IS NEEDED                                      *
068200*=============================================================*
068300 7600-COMMIT.
068400     EXEC SQL
068500         COMMIT
068600     END-EXEC.
068700     MOVE ZERO TO WS-COMMIT-COUNTER.
068800 7600-COMMIT-EXIT.
068900     EXIT.
069000*=============================================================*
069100* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE                *
069200*=============================================================*
069300 8000-FETCH-EMPLOYEE.
069400     EXEC SQL
069500         FETCH PTO-CURSOR
069600         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
069700             :EMP-SALARY, :EMP-STATUS, :EMP-GRADE
069800     END-EXEC.
069900     IF SQLCODE = 100
070000         MOVE 'Y' TO WS-EOF-SWITCH
070100     ELSE
070200         IF SQLCODE NOT = 0
070300             DISPLAY 'Fetch failed: ' SQLCODE
070400             MOVE 'FETCH' TO WS-ERROR-CONTEXT
070500             PERFORM 8900-HANDLE-SQL-ERROR
070600                 THRU 8900-HANDLE-SQL-ERROR-EXIT
070700             MOVE 'Y' TO WS-EOF-SWITCH
070800         END-IF
070900     END-IF.
071000 8000-FETCH-EMPLOYEE-EXIT.
071100     EXIT.
071200*=============================================================*
071300* 9000-TERMINATE - LAST DEPARTMENT, GRAND TOTAL, FINAL COMMIT, *
071400*               CLOSE THE CURSOR AND FILES                     *
071500*=============================================================*
071600 9000-TERMINATE.
071700     IF WS-CURRENT-DEPT NOT = SPACES
071800         PERFORM 4000-WRITE-DEPT-TOTALS
071900             THRU 4000-WRITE-DEPT-TOTALS-EXIT
072000     END-IF.
072100     IF WS-CURSOR-OPEN
072200         EXEC SQL
072300             CLOSE PTO-CURSOR
072400         END-EXEC
072500     END-IF.
072600     IF WS-COMMIT-COUNTER > 0
072700         PERFORM 7600-COMMIT THRU 7600-COMMIT-EXIT
072800     END-IF.
072900     MOVE SPACES TO RPT-LINE.
073000     WRITE RPT-LINE.
073100     MOVE 'GRAND TOTAL: ' TO PTA-TOT-LABEL.
073200     MOVE WS-EMPS-READ      TO PTA-TOT-COUNT.
073300     MOVE WS-GRAND-OPENING  TO PTA-TOT-OPENING.
073400     MOVE WS-GRAND-ACCRUED  TO PTA-TOT-ACCRUED.
073500     MOVE WS-GRAND-TAKEN    TO PTA-TOT-TAKEN.
073600     MOVE WS-GRAND-PAID-OUT TO PTA-TOT-PAID-OUT.
073700     MOVE WS-GRAND-CLOSING  TO PTA-TOT-CLOSING.
073800     WRITE RPT-LINE FROM PTA-TOTAL-LINE.
073900     WRITE RPT-LINE FROM PTA-NOTE-LEGEND.
074000     IF RETURN-CODE < 4
074100             AND (WS-EMPS-NO-RATE > 0 OR WS-EMPS-FAILED > 0)
074200         MOVE 4 TO RETURN-CODE
074300     END-IF.
074400     MOVE WS-EMPS-READ    TO RUN-RECORDS-IN.
074500     MOVE WS-EMPS-ACCRUED TO RUN-RECORDS-OUT.
074600     COMPUTE RUN-RECORDS-REJECT = WS-EMPS-NO-RATE
074700         + WS-EMPS-FAILED.
074800     PERFORM 8810-RECORD-RUN-END
074900         THRU 8810-RECORD-RUN-END-EXIT.
075000     CLOSE STATEMENT-REPORT.
075100     CLOSE ERROR-LOG.
075200     DISPLAY 'Employees examined:  ' WS-EMPS-READ.
075300     DISPLAY 'Accruals posted:     ' WS-EMPS-ACCRUED.
075400     DISPLAY 'Already credited:    ' WS-EMPS-ALREADY.
075500     DISPLAY 'No rate row:         ' WS-EMPS-NO-RATE.
075600     DISPLAY 'Failed:              ' WS-EMPS-FAILED.
075700 9000-TERMINATE-EXIT.
075800     EXIT.
075900*=============================================================*
076000* 8500-GET-PTO-BALANCE / 8510-WRITE-PTO-ENTRY / 8520-POST-PTO-*
076100*               PAYOUT - SHARED PTO LEDGER, COPIED IN          *
076200*=============================================================*
076300     COPY PTOHDL.
076400*=============================================================*
076500* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
076600*               CONTROL RECORDING, COPIED IN                   *
076700*=============================================================*
076800     COPY RUNHDL.
076900*=============================================================*
077000* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
077100*=============================================================*
077200     COPY ERRHDL.
