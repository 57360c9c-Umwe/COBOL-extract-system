000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PayPeriodRegister.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. PAY-PERIOD GROSS PAY    *
001000*               REGISTER FOR THE PERIOD ON THE PPRCTL CONTROL *
001100*               RECORD (START AND END DATE). EACH EMPLOYEE    *
001200*               ON THE PAYROLL DURING THE PERIOD IS PRICED AT *
001300*               ANNUAL SALARY / 365 PER PAID CALENDAR DAY -   *
001400*               THE SAME DAILY RATE THE DRIVER'S RETRO        *
001500*               ADJUSTMENT USES. DAYS BEFORE HIRE_DATE, AFTER *
001600*               TERM_DATE AND ON UNPAID LEAVE (LEAVE START    *
001700*               THROUGH THE 'V' RETURN ON EMPLOYEE_AUDIT) ARE *
001800*               NOT PAID; A SALARY CHANGE INSIDE THE PERIOD   *
001900*               SPLITS IT AT THE CHANGE DATE. ONE-TIME        *
002000*               EMP_PAYMENT ROWS DATED IN THE PERIOD ARE      *
002100*               ADDED ON TOP. DEPARTMENT SUBTOTALS AND A      *
002200*               GRAND TOTAL CLOSE THE REGISTER.               *
002216*   10/15/2026  RH  THE LEAVE START DATE IS CLEARED FOR EACH  *
002232*               EMPLOYEE, SO ONE ON LEAVE WITH NO LEAVE DATE  *
002248*               AND NO 'L' AUDIT ROW IS UNPAID FROM THE       *
002264*               PERIOD START INSTEAD OF FROM THE LAST         *
002280*               EMPLOYEE'S LEAVE DATE.                        *
002300*-------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CONTROL-FILE ASSIGN TO PPRCTL
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CTL-FILE-STATUS.
003000     SELECT REGISTER-REPORT ASSIGN TO PPRRPT
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT ERROR-LOG ASSIGN TO SYSERR
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CONTROL-FILE
003700     RECORDING MODE IS F.
003800 01  PCT-RECORD.
003900     05  PCT-PERIOD-START     PIC 9(08).
004000     05  PCT-PERIOD-END       PIC 9(08).
004100     05  FILLER               PIC X(64).
004200
004300 FD  REGISTER-REPORT
004400     RECORDING MODE IS F.
004500 01  RPT-LINE                 PIC X(80).
004600
004700 FD  ERROR-LOG
004800     RECORDING MODE IS F.
004900     COPY ERRREC.
005000 WORKING-STORAGE SECTION.
005100     COPY DBCONN.
005200
005300 01  WS-SQLCODE               PIC S9(9) COMP.
005400
005500     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
005600
005700     COPY ERRWS.
005800
005900     COPY RUNWS.
006000
006100     COPY DAYSWS.
006200
006300 01  WS-PERIOD-FIELDS.
006400     05  WS-PERIOD-START      PIC 9(08) VALUE ZERO.
006500     05  WS-PERIOD-END        PIC 9(08) VALUE ZERO.
006600     05  WS-START-DAYS        PIC S9(09) COMP VALUE ZERO.
006700     05  WS-END-DAYS          PIC S9(09) COMP VALUE ZERO.
006800     05  WS-PERIOD-DAYS       PIC S9(05) COMP VALUE ZERO.
006900     05  WS-PERIOD-MAX        PIC S9(05) COMP VALUE 366.
007000
007100*    ONE ENTRY PER CALENDAR DAY OF THE PERIOD: THE ANNUAL RATE
007200*    IN EFFECT THAT DAY AND WHETHER THE DAY IS PAID. ENTRY 1
007300*    IS THE PERIOD START DATE.
007400 01  WS-DAY-TABLE.
007500     05  WS-DAY-ENTRY OCCURS 366 TIMES.
007600         10  DT-RATE          PIC 9(07)V99 COMP-3.
007700         10  DT-PAID-SWITCH   PIC X(01).
007800             88  DT-PAID           VALUE 'Y'.
007900
008000 01  WS-SUBSCRIPTS.
008100     05  WS-DAY-SUB           PIC S9(05) COMP VALUE ZERO.
008200     05  WS-FROM-SUB          PIC S9(05) COMP VALUE ZERO.
008300     05  WS-THRU-SUB          PIC S9(05) COMP VALUE ZERO.
008400
008500 01  WS-MARK-FIELDS.
008600     05  WS-MARK-FROM-DATE    PIC 9(08).
008700     05  WS-MARK-THRU-DATE    PIC 9(08).
008800     05  WS-MARK-PAID         PIC X(01).
008900     05  WS-MARK-RATE         PIC 9(07)V99 COMP-3.
009000
009100 01  WS-AUDIT-FIELDS.
009200     05  WS-PPR-EMP-ID        PIC X(05).
009300     05  WS-AUD-CHG-TYPE      PIC X(01).
009400     05  WS-AUD-CHG-DATE      PIC 9(08).
009500     05  WS-AUD-SALARY        PIC 9(07)V99 COMP-3.
009600     05  WS-START-RATE        PIC 9(07)V99 COMP-3.
009700     05  WS-RUNNING-RATE      PIC 9(07)V99 COMP-3.
009800     05  WS-BASE-SALARY       PIC 9(07)V99 COMP-3.
009900     05  WS-LEAVE-START       PIC 9(08).
010000
010100 01  WS-EMP-FIELDS.
010200     05  WS-RATE-DAYS-TOTAL   PIC 9(11)V99 COMP-3 VALUE ZERO.
010300     05  WS-SALARY-GROSS      PIC 9(09)V99 COMP-3 VALUE ZERO.
010400     05  WS-PAYMENT-TOTAL     PIC 9(09)V99 COMP-3 VALUE ZERO.
010500     05  WS-EMP-GROSS         PIC 9(09)V99 COMP-3 VALUE ZERO.
010600     05  WS-PAID-DAYS         PIC 9(03) COMP VALUE ZERO.
010700     05  WS-EMP-FLAGS.
010800         10  WS-FLAG-HIRE     PIC X(01).
010900         10  WS-FLAG-TERM     PIC X(01).
011000         10  WS-FLAG-LEAVE    PIC X(01).
011100         10  WS-FLAG-SPLIT    PIC X(01).
011200
011300 01  WS-SWITCHES.
011400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
011500         88  WS-EOF                VALUE 'Y'.
011600     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
011700         88  WS-CURSOR-OPEN        VALUE 'Y'.
011800     05  WS-AUD-EOF-SWITCH    PIC X(01) VALUE 'N'.
011900         88  WS-AUD-EOF            VALUE 'Y'.
012000     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
012100         88  WS-CTL-EOF            VALUE 'Y'.
012200     05  WS-START-SWITCH      PIC X(01) VALUE 'N'.
012300         88  WS-START-RATE-SET     VALUE 'Y'.
012400     05  WS-LEAVE-SWITCH      PIC X(01) VALUE 'N'.
012500         88  WS-LEAVE-OPEN         VALUE 'Y'.
012600     05  WS-APPLIED-SWITCH    PIC X(01) VALUE 'N'.
012700         88  WS-START-APPLIED      VALUE 'Y'.
012800
012900 01  WS-CTL-FILE-STATUS       PIC X(02).
013000
013100 01  WS-CURRENT-DEPT          PIC X(04) VALUE SPACES.
013200 01  WS-DEPT-NAME             PIC X(20).
013300
013400 01  WS-COUNTERS.
013500     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
013600     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
013700     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
013800     05  WS-EMPS-READ         PIC 9(07) COMP VALUE ZERO.
013900     05  WS-EMPS-PRINTED      PIC 9(07) COMP VALUE ZERO.
014000     05  WS-DEPT-EMP-COUNT    PIC 9(07) COMP VALUE ZERO.
014100
014200 01  WS-TOTALS.
014300     05  WS-DEPT-SALARY       PIC 9(11)V99 COMP-3 VALUE ZERO.
014400     05  WS-DEPT-PAYMENTS     PIC 9(11)V99 COMP-3 VALUE ZERO.
014500     05  WS-DEPT-GROSS        PIC 9(11)V99 COMP-3 VALUE ZERO.
014600     05  WS-GRAND-SALARY      PIC 9(11)V99 COMP-3 VALUE ZERO.
014700     05  WS-GRAND-PAYMENTS    PIC 9(11)V99 COMP-3 VALUE ZERO.
014800     05  WS-GRAND-GROSS       PIC 9(11)V99 COMP-3 VALUE ZERO.
014900
015000 01  WS-REPORT-DATE.
015100     05  WS-REPORT-YY         PIC 9(02).
015200     05  WS-REPORT-MM         PIC 9(02).
015300     05  WS-REPORT-DD         PIC 9(02).
015400
015500 01  PPR-HEADING-1.
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  FILLER               PIC X(34) VALUE
015800         'PAY-PERIOD GROSS PAY REGISTER'.
015900     05  PPR-HDG1-DATE        PIC X(08).
016000     05  FILLER               PIC X(10) VALUE SPACE.
016100     05  FILLER               PIC X(05) VALUE 'PAGE '.
016200     05  PPR-HDG1-PAGE        PIC ZZ9.
016300
016400 01  PPR-HEADING-2.
016500     05  FILLER               PIC X(01) VALUE SPACE.
016600     05  FILLER               PIC X(08) VALUE 'PERIOD: '.
016700     05  PPR-HDG2-START       PIC 9(08).
016800     05  FILLER               PIC X(04) VALUE ' TO '.
016900     05  PPR-HDG2-END         PIC 9(08).
017000     05  FILLER               PIC X(03) VALUE SPACE.
017100     05  PPR-HDG2-DAYS        PIC ZZ9.
017200     05  FILLER               PIC X(05) VALUE ' DAYS'.
017300
017400 01  PPR-HEADING-3.
017500     05  FILLER               PIC X(01) VALUE SPACE.
017600     05  FILLER               PIC X(07) VALUE 'EMP-ID'.
017700     05  FILLER               PIC X(21) VALUE 'EMPLOYEE NAME'.
017800     05  FILLER               PIC X(05) VALUE 'DAYS'.
017900     05  FILLER               PIC X(12) VALUE '    SALARY'.
018000     05  FILLER               PIC X(12) VALUE '  PAYMENTS'.
018100     05  FILLER               PIC X(13) VALUE '       GROSS'.
018200     05  FILLER               PIC X(05) VALUE 'FLAGS'.
018300
018400 01  PPR-DEPT-LINE.
018500     05  FILLER               PIC X(01) VALUE SPACE.
018600     05  FILLER               PIC X(12) VALUE 'DEPARTMENT: '.
018700     05  PPR-DEPT-ID          PIC X(04).
018800     05  FILLER               PIC X(02) VALUE SPACE.
018900     05  PPR-DEPT-NAME        PIC X(20).
019000
019100 01  PPR-DETAIL-LINE.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  PPR-DTL-EMP-ID       PIC X(05).
019400     05  FILLER               PIC X(02) VALUE SPACE.
019500     05  PPR-DTL-EMP-NAME     PIC X(20).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  PPR-DTL-DAYS         PIC ZZ9.
019800     05  FILLER               PIC X(02) VALUE SPACE.
019900     05  PPR-DTL-SALARY       PIC ZZZ,ZZ9.99.
020000     05  FILLER               PIC X(02) VALUE SPACE.
020100     05  PPR-DTL-PAYMENTS     PIC ZZZ,ZZ9.99.
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  PPR-DTL-GROSS        PIC Z,ZZZ,ZZ9.99.
020400     05  FILLER               PIC X(02) VALUE SPACE.
020500     05  PPR-DTL-FLAGS        PIC X(04).
020600
020700 01  PPR-TOTAL-LINE.
020800     05  FILLER               PIC X(01) VALUE SPACE.
020900     05  PPR-TOT-LABEL        PIC X(13).
021000     05  PPR-TOT-COUNT        PIC ZZZ,ZZ9.
021100     05  FILLER               PIC X(01) VALUE SPACE.
021200     05  PPR-TOT-SALARY       PIC ZZ,ZZZ,ZZ9.99.
021300     05  FILLER               PIC X(01) VALUE SPACE.
021400     05  PPR-TOT-PAYMENTS     PIC ZZ,ZZZ,ZZ9.99.
021500     05  FILLER               PIC X(01) VALUE SPACE.
021600     05  PPR-TOT-GROSS        PIC ZZZ,ZZZ,ZZ9.99.
021700
021800 01  PPR-FLAG-LEGEND.
021900     05  FILLER               PIC X(01) VALUE SPACE.
022000     05  FILLER               PIC X(60) VALUE
022100         'FLAGS: H HIRED  T TERMINATED  L UNPAID LEAVE  S SPLIT'.
022200
022300 PROCEDURE DIVISION.
022400*=============================================================*
022500* 0000-MAINLINE                                               *
022600*=============================================================*
022700 0000-MAINLINE.
022800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022900     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-PROCESS-EMPLOYEE-EXIT
023000         UNTIL WS-EOF.
023100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
023200     GOBACK.
023300*=============================================================*
023400* 1000-INITIALIZE - PICK UP THE PAY PERIOD, CONNECT, OPEN THE  *
023500*               EMPLOYEE CURSOR, PRIME THE FETCH               *
023600*=============================================================*
023700 1000-INITIALIZE.
023800     OPEN OUTPUT REGISTER-REPORT.
023900     OPEN OUTPUT ERROR-LOG.
024000     ACCEPT WS-REPORT-DATE FROM DATE.
024100     OPEN INPUT CONTROL-FILE.
024200     IF WS-CTL-FILE-STATUS = '00'
024300         READ CONTROL-FILE
024400             AT END
024500                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
024600         END-READ
024700         IF NOT WS-CTL-EOF
024800             IF PCT-PERIOD-START NUMERIC
024900                     AND PCT-PERIOD-END NUMERIC
025000                 MOVE PCT-PERIOD-START TO WS-PERIOD-START
025100                 MOVE PCT-PERIOD-END   TO WS-PERIOD-END
025200             END-IF
025300         END-IF
025400         CLOSE CONTROL-FILE
025500     END-IF.
025600     IF WS-PERIOD-START = ZERO
025700             OR WS-PERIOD-END < WS-PERIOD-START
025800         DISPLAY 'No valid pay period on PPRCTL - run abandoned.'
025900         MOVE 8 TO RETURN-CODE
026000         MOVE 'Y' TO WS-EOF-SWITCH
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF.
026300     MOVE WS-PERIOD-START TO WS-DAYS-DATE.
026400     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
026500     MOVE WS-DAYS-NUMBER TO WS-START-DAYS.
026600     MOVE WS-PERIOD-END TO WS-DAYS-DATE.
026700     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
026800     MOVE WS-DAYS-NUMBER TO WS-END-DAYS.
026900     COMPUTE WS-PERIOD-DAYS = WS-END-DAYS - WS-START-DAYS + 1.
027000     IF WS-PERIOD-DAYS > WS-PERIOD-MAX
027100         DISPLAY 'Pay period longer than a year - run abandoned.'
027200         MOVE 8 TO RETURN-CODE
027300         MOVE 'Y' TO WS-EOF-SWITCH
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600     DISPLAY 'Pay period ' WS-PERIOD-START ' to ' WS-PERIOD-END.
027700
027800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
027900     EXEC SQL
028000         CONNECT TO 'yourdatabase'
028100         USER :WS-USERID
028200         USING :WS-PASSWORD
028300     END-EXEC.
028400     IF SQLCODE NOT = 0
028500         DISPLAY 'Connection failed: ' SQLCODE
028600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
028700         PERFORM 8900-HANDLE-SQL-ERROR
028800             THRU 8900-HANDLE-SQL-ERROR-EXIT
028900         MOVE 'Y' TO WS-EOF-SWITCH
029000         GO TO 1000-INITIALIZE-EXIT
029100     END-IF.
029200     MOVE 'PPR' TO RUN-PROGRAM-ID.
029300     MOVE 'Y' TO RUN-LOG-SWITCH.
029400     PERFORM 8800-RECORD-RUN-START
029500         THRU 8800-RECORD-RUN-START-EXIT.
029600*    EVERYONE ON THE PAYROLL AT ANY POINT IN THE PERIOD, PLUS
029700*    ANYONE ALREADY GONE WHO STILL HAS A PAYMENT DATED IN IT
029800*    (SEVERANCE, PAYOUTS).
029900     EXEC SQL
030000         DECLARE REG-CURSOR CURSOR FOR
030100             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID,
030200                 E.HIRE_DATE, E.SALARY, E.EMP_STATUS,
030300                 E.TERM_DATE, E.LEAVE_DATE
030400             FROM EMPLOYEE E
030500             WHERE (E.HIRE_DATE <= :WS-PERIOD-END
030600                 AND (E.EMP_STATUS <> 'T'
030700                 OR E.TERM_DATE >= :WS-PERIOD-START))
030800                 OR EXISTS (SELECT 1 FROM EMP_PAYMENT P
030900                     WHERE P.EMP_ID = E.EMP_ID
031000                     AND P.PAY_DATE BETWEEN :WS-PERIOD-START
031100                         AND :WS-PERIOD-END)
031200             ORDER BY E.DEPT_ID, E.EMP_ID
031300     END-EXEC.
031400     EXEC SQL
031500         DECLARE AUDIT-CURSOR CURSOR FOR
031600             SELECT CHG_TYPE, CHG_DATE, SALARY
031700             FROM EMPLOYEE_AUDIT
031800             WHERE EMP_ID = :WS-PPR-EMP-ID
031900                 AND CHG_DATE <= :WS-PERIOD-END
032000             ORDER BY CHG_DATE, CHG_TIME
032100     END-EXEC.
032200     EXEC SQL
032300         OPEN REG-CURSOR
032400     END-EXEC.
032500     IF SQLCODE NOT = 0
032600         DISPLAY 'Cursor open failed: ' SQLCODE
032700         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
032800         PERFORM 8900-HANDLE-SQL-ERROR
032900             THRU 8900-HANDLE-SQL-ERROR-EXIT
033000         MOVE 'Y' TO WS-EOF-SWITCH
033100         GO TO 1000-INITIALIZE-EXIT
033200     END-IF.
033300     MOVE 'Y' TO WS-CURSOR-SWITCH.
033400     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
033500 1000-INITIALIZE-EXIT.
033600     EXIT.
033700*=============================================================*
033800* 2000-PROCESS-EMPLOYEE - DEPARTMENT BREAK, PRICE THE PERIOD   *
033900*               FOR ONE EMPLOYEE, PRINT THE REGISTER LINE      *
034000*=============================================================*
034100 2000-PROCESS-EMPLOYEE.
034200     MOVE EMP-ID TO WS-ERROR-KEY.
034300     ADD 1 TO WS-EMPS-READ.
034400     IF EMP-DEPT-ID NOT = WS-CURRENT-DEPT
034500         IF WS-CURRENT-DEPT NOT = SPACES
034600             PERFORM 4000-WRITE-DEPT-TOTALS
034700                 THRU 4000-WRITE-DEPT-TOTALS-EXIT
034800         END-IF
034900         PERFORM 3000-START-DEPARTMENT
035000             THRU 3000-START-DEPARTMENT-EXIT
035100     END-IF.
035200     PERFORM 2100-BUILD-DAY-TABLE THRU 2100-BUILD-DAY-TABLE-EXIT.
035300     PERFORM 2300-PRICE-PERIOD THRU 2300-PRICE-PERIOD-EXIT.
035400     PERFORM 2400-SUM-PAYMENTS THRU 2400-SUM-PAYMENTS-EXIT.
035500     COMPUTE WS-EMP-GROSS = WS-SALARY-GROSS + WS-PAYMENT-TOTAL.
035600     IF WS-EMP-GROSS > ZERO
035700         PERFORM 5000-WRITE-DETAIL THRU 5000-WRITE-DETAIL-EXIT
035800     END-IF.
035900     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
036000 2000-PROCESS-EMPLOYEE-EXIT.
036100     EXIT.
036200*=============================================================*
036300* 2100-BUILD-DAY-TABLE - EVERY DAY OF THE PERIOD STARTS PAID   *
036400*               AT THE RATE IN EFFECT ON THE START DATE. DAYS  *
036500*               BEFORE HIRE OR AFTER TERMINATION COME OFF,     *
036600*               THEN THE AUDIT HISTORY LAYS IN SALARY CHANGES  *
036700*               AND UNPAID LEAVE                               *
036800*=============================================================*
036900 2100-BUILD-DAY-TABLE.
037000     MOVE SPACES TO WS-EMP-FLAGS.
037100     MOVE EMP-ID TO WS-PPR-EMP-ID.
037200     MOVE 'N' TO WS-START-SWITCH.
037300     MOVE 'N' TO WS-LEAVE-SWITCH.
037350     MOVE ZERO TO WS-LEAVE-START.
037400     MOVE EMP-SALARY TO WS-START-RATE.
037500     PERFORM 2110-FIND-START-RATE THRU 2110-FIND-START-RATE-EXIT.
037600     MOVE WS-PERIOD-START TO WS-MARK-FROM-DATE.
037700     MOVE WS-PERIOD-END   TO WS-MARK-THRU-DATE.
037800     MOVE 'Y'             TO WS-MARK-PAID.
037900     MOVE WS-START-RATE   TO WS-MARK-RATE.
038000     PERFORM 2500-MARK-DAYS THRU 2500-MARK-DAYS-EXIT.
038100     IF EMP-HIRE-DATE > WS-PERIOD-START
038200         MOVE 'H' TO WS-FLAG-HIRE
038300         MOVE EMP-HIRE-DATE   TO WS-DAYS-DATE
038400         PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT
038500         SUBTRACT 1 FROM WS-DAYS-NUMBER
038600         PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT
038700         MOVE WS-DAY-SUB TO WS-THRU-SUB
038800         MOVE 1 TO WS-FROM-SUB
038900         MOVE 'N' TO WS-MARK-PAID
039000         PERFORM 2520-MARK-RANGE THRU 2520-MARK-RANGE-EXIT
039100     END-IF.
039200*    TERM_DATE IS THE LAST DAY WORKED AND IS PAID.
039300     IF EMP-TERMINATED AND EMP-TERM-DATE < WS-PERIOD-END
039400         MOVE 'T' TO WS-FLAG-TERM
039500         MOVE EMP-TERM-DATE TO WS-DAYS-DATE
039600         PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT
039700         ADD 1 TO WS-DAYS-NUMBER
039800         PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT
039900         MOVE WS-DAY-SUB TO WS-FROM-SUB
040000         MOVE WS-PERIOD-DAYS TO WS-THRU-SUB
040100         MOVE 'N' TO WS-MARK-PAID
040200         PERFORM 2520-MARK-RANGE THRU 2520-MARK-RANGE-EXIT
040300     END-IF.
040400     PERFORM 2200-APPLY-AUDIT-HISTORY
040500         THRU 2200-APPLY-AUDIT-HISTORY-EXIT.
040600 2100-BUILD-DAY-TABLE-EXIT.
040700     EXIT.
040800*=============================================================*
040900* 2110-FIND-START-RATE - UNTIL THE AUDIT WALK FINDS AN IMAGE   *
041000*               DATED BEFORE THE PERIOD, THE RATE ON THE START *
041100*               DATE IS TAKEN FROM THE NEAREST AUDIT_BASELINE  *
041200*               ROW BEFORE IT (HISTORY ARCHIVED OFF), FAILING  *
041300*               THAT THE CURRENT SALARY                        *
041400*=============================================================*
041500 2110-FIND-START-RATE.
041600     EXEC SQL
041700         SELECT SALARY INTO :WS-BASE-SALARY
041800         FROM AUDIT_BASELINE
041900         WHERE EMP_ID = :WS-PPR-EMP-ID
042000             AND BASELINE_DATE =
042100                 (SELECT MAX(BASELINE_DATE)
042200                  FROM AUDIT_BASELINE
042300                  WHERE EMP_ID = :WS-PPR-EMP-ID
042400                      AND BASELINE_DATE < :WS-PERIOD-START)
042500     END-EXEC.
042600     IF SQLCODE = 0
042700         MOVE WS-BASE-SALARY TO WS-START-RATE
042800         MOVE 'Y' TO WS-START-SWITCH
042900         GO TO 2110-FIND-START-RATE-EXIT
043000     END-IF.
043100     IF SQLCODE NOT = 100
043200         DISPLAY 'Baseline rate lookup failed: ' SQLCODE
043300         MOVE 'BASE-RATE' TO WS-ERROR-CONTEXT
043400         PERFORM 8900-HANDLE-SQL-ERROR
043500             THRU 8900-HANDLE-SQL-ERROR-EXIT
043600     END-IF.
043700 2110-FIND-START-RATE-EXIT.
043800     EXIT.
043900*=============================================================*
044000* 2200-APPLY-AUDIT-HISTORY - WALK THE EMPLOYEE'S AUDIT IMAGES  *
044100*               UP TO THE PERIOD END, OLDEST FIRST. THE LAST   *
044200*               IMAGE BEFORE THE PERIOD SETS THE START RATE; A *
044300*               SALARY CHANGE DATED IN THE PERIOD RE-RATES THE *
044400*               DAYS FROM ITS CHANGE DATE ON; A LEAVE ('L')    *
044500*               CLOSED BY A RETURN ('V') UNPAYS THE DAYS IN    *
044600*               BETWEEN. A LEAVE STILL OPEN AT THE END RUNS    *
044700*               FROM EMPLOYEE.LEAVE_DATE TO THE PERIOD END     *
044800*=============================================================*
044900 2200-APPLY-AUDIT-HISTORY.
045000     MOVE WS-START-RATE TO WS-RUNNING-RATE.
045100     MOVE 'N' TO WS-APPLIED-SWITCH.
045200     MOVE 'N' TO WS-AUD-EOF-SWITCH.
045300     EXEC SQL
045400         OPEN AUDIT-CURSOR
045500     END-EXEC.
045600     IF SQLCODE NOT = 0
045700         DISPLAY 'Audit cursor open failed: ' SQLCODE
045800         MOVE 'AUDIT-CURSOR' TO WS-ERROR-CONTEXT
045900         PERFORM 8900-HANDLE-SQL-ERROR
046000             THRU 8900-HANDLE-SQL-ERROR-EXIT
046100         GO TO 2200-APPLY-AUDIT-HISTORY-EXIT
046200     END-IF.
046300     PERFORM 2210-APPLY-ONE-IMAGE THRU 2210-APPLY-ONE-IMAGE-EXIT
046400         UNTIL WS-AUD-EOF.
046500     EXEC SQL
046600         CLOSE AUDIT-CURSOR
046700     END-EXEC.
046800     PERFORM 2220-APPLY-START-RATE
046900         THRU 2220-APPLY-START-RATE-EXIT.
047000     IF EMP-ON-LEAVE
047100         MOVE 'Y' TO WS-LEAVE-SWITCH
047200         IF EMP-LEAVE-DATE > ZERO
047300             MOVE EMP-LEAVE-DATE TO WS-LEAVE-START
047400         END-IF
047500     END-IF.
047600     IF WS-LEAVE-OPEN
047700         MOVE WS-LEAVE-START TO WS-MARK-FROM-DATE
047800         MOVE WS-PERIOD-END  TO WS-MARK-THRU-DATE
047900         PERFORM 2600-MARK-LEAVE THRU 2600-MARK-LEAVE-EXIT
048000     END-IF.
048100 2200-APPLY-AUDIT-HISTORY-EXIT.
048200     EXIT.
048300*=============================================================*
048400* 2210-APPLY-ONE-IMAGE - ONE AUDIT IMAGE                       *
048500*=============================================================*
048600 2210-APPLY-ONE-IMAGE.
048700     EXEC SQL
048800         FETCH AUDIT-CURSOR
048900         INTO :WS-AUD-CHG-TYPE, :WS-AUD-CHG-DATE, :WS-AUD-SALARY
049000     END-EXEC.
049100     IF SQLCODE = 100
049200         MOVE 'Y' TO WS-AUD-EOF-SWITCH
049300         GO TO 2210-APPLY-ONE-IMAGE-EXIT
049400     END-IF.
049500     IF SQLCODE NOT = 0
049600         DISPLAY 'Audit fetch failed: ' SQLCODE
049700         MOVE 'AUDIT-FETCH' TO WS-ERROR-CONTEXT
049800         PERFORM 8900-HANDLE-SQL-ERROR
049900             THRU 8900-HANDLE-SQL-ERROR-EXIT
050000         MOVE 'Y' TO WS-AUD-EOF-SWITCH
050100         GO TO 2210-APPLY-ONE-IMAGE-EXIT
050200     END-IF.
050300     IF WS-AUD-CHG-TYPE = 'L'
050400         MOVE 'Y' TO WS-LEAVE-SWITCH
050500         MOVE WS-AUD-CHG-DATE TO WS-LEAVE-START
050600     END-IF.
050700     IF WS-AUD-CHG-TYPE = 'V' AND WS-LEAVE-OPEN
050800         MOVE 'N' TO WS-LEAVE-SWITCH
050900         MOVE WS-LEAVE-START TO WS-MARK-FROM-DATE
051000         MOVE WS-AUD-CHG-DATE TO WS-DAYS-DATE
051100         PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT
051200         SUBTRACT 1 FROM WS-DAYS-NUMBER
051300         PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT
051400         MOVE WS-DAY-SUB TO WS-THRU-SUB
051500         PERFORM 2610-MARK-LEAVE-TO-SUB
051600             THRU 2610-MARK-LEAVE-TO-SUB-EXIT
051700     END-IF.
051800     IF WS-AUD-CHG-DATE < WS-PERIOD-START
051900         MOVE WS-AUD-SALARY TO WS-RUNNING-RATE
052000         MOVE 'Y' TO WS-START-SWITCH
052100         GO TO 2210-APPLY-ONE-IMAGE-EXIT
052200     END-IF.
052300     PERFORM 2220-APPLY-START-RATE
052400         THRU 2220-APPLY-START-RATE-EXIT.
052500     IF WS-AUD-SALARY NOT = WS-RUNNING-RATE
052600         MOVE 'S' TO WS-FLAG-SPLIT
052700         MOVE WS-AUD-SALARY   TO WS-RUNNING-RATE
052800         MOVE WS-AUD-CHG-DATE TO WS-MARK-FROM-DATE
052900         MOVE WS-PERIOD-END   TO WS-MARK-THRU-DATE
053000         MOVE WS-AUD-SALARY   TO WS-MARK-RATE
053100         PERFORM 2700-RERATE-DAYS THRU 2700-RERATE-DAYS-EXIT
053200     END-IF.
053300 2210-APPLY-ONE-IMAGE-EXIT.
053400     EXIT.
053500*=============================================================*
053600* 2220-APPLY-START-RATE - ONCE PER EMPLOYEE, AT THE FIRST      *
053700*               IMAGE INSIDE THE PERIOD OR AT THE END OF THE   *
053800*               WALK: RATE THE WHOLE PERIOD AT THE START RATE. *
053900*               WITH NOTHING BEFORE THE PERIOD AND NO BASELINE *
054000*               THE FIRST IMAGE IN THE PERIOD CARRIES IT       *
054100*=============================================================*
054200 2220-APPLY-START-RATE.
054300     IF WS-START-APPLIED
054400         GO TO 2220-APPLY-START-RATE-EXIT
054500     END-IF.
054600     MOVE 'Y' TO WS-APPLIED-SWITCH.
054700     IF NOT WS-START-RATE-SET AND NOT WS-AUD-EOF
054800         MOVE WS-AUD-SALARY TO WS-RUNNING-RATE
054900         MOVE 'Y' TO WS-START-SWITCH
055000     END-IF.
055100     MOVE WS-PERIOD-START TO WS-MARK-FROM-DATE.
055200     MOVE WS-PERIOD-END   TO WS-MARK-THRU-DATE.
055300     MOVE WS-RUNNING-RATE TO WS-MARK-RATE.
055400     PERFORM 2700-RERATE-DAYS THRU 2700-RERATE-DAYS-EXIT.
055500 2220-APPLY-START-RATE-EXIT.
055600     EXIT.
055700*=============================================================*
055800* 2300-PRICE-PERIOD - SALARY GROSS IS THE SUM OF THE ANNUAL    *
055900*               RATES OF THE PAID DAYS, OVER 365               *
056000*=============================================================*
056100 2300-PRICE-PERIOD.
056200     MOVE ZERO TO WS-RATE-DAYS-TOTAL.
056300     MOVE ZERO TO WS-PAID-DAYS.
056400     PERFORM 2310-PRICE-ONE-DAY THRU 2310-PRICE-ONE-DAY-EXIT
056500         VARYING WS-DAY-SUB FROM 1 BY 1
056600         UNTIL WS-DAY-SUB > WS-PERIOD-DAYS.
056700     COMPUTE WS-SALARY-GROSS ROUNDED = WS-RATE-DAYS-TOTAL / 365.
056800 2300-PRICE-PERIOD-EXIT.
056900     EXIT.
057000*=============================================================*
057100* 2310-PRICE-ONE-DAY - ONE CALENDAR DAY OF THE PERIOD          *
057200*=============================================================*
057300 2310-PRICE-ONE-DAY.
057400     IF DT-PAID (WS-DAY-SUB)
057500         ADD DT-RATE (WS-DAY-SUB) TO WS-RATE-DAYS-TOTAL
057600         ADD 1 TO WS-PAID-DAYS
057700     END-IF.
057800 2310-PRICE-ONE-DAY-EXIT.
057900     EXIT.
058000*=============================================================*
058100* 2400-SUM-PAYMENTS - ONE-TIME PAYMENTS DATED IN THE PERIOD    *
058200*=============================================================*
058300 2400-SUM-PAYMENTS.
058400     EXEC SQL
058500         SELECT COALESCE(SUM(PAY_AMOUNT), 0)
058600         INTO :WS-PAYMENT-TOTAL
058700         FROM EMP_PAYMENT
058800         WHERE EMP_ID = :WS-PPR-EMP-ID
058900             AND PAY_DATE BETWEEN :WS-PERIOD-START
059000                 AND :WS-PERIOD-END
059100     END-EXEC.
059200     IF SQLCODE NOT = 0
059300         DISPLAY 'Payment total failed: ' SQLCODE
059400         MOVE 'PAYMENT-SUM' TO WS-ERROR-CONTEXT
059500         PERFORM 8900-HANDLE-SQL-ERROR
059600             THRU 8900-HANDLE-SQL-ERROR-EXIT
059700         MOVE ZERO TO WS-PAYMENT-TOTAL
059800     END-IF.
059900 2400-SUM-PAYMENTS-EXIT.
060000     EXIT.
060100*=============================================================*
060200* 2500-MARK-DAYS - SET PAID SWITCH AND RATE FOR EVERY DAY FROM *
060300*               WS-MARK-FROM-DATE THROUGH WS-MARK-THRU-DATE    *
060400*=============================================================*
060500 2500-MARK-DAYS.
060600     MOVE WS-MARK-FROM-DATE TO WS-DAYS-DATE.
060700     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
060800     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
060900     MOVE WS-DAY-SUB TO WS-FROM-SUB.
061000     MOVE WS-MARK-THRU-DATE TO WS-DAYS-DATE.
061100     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
061200     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
061300     MOVE WS-DAY-SUB TO WS-THRU-SUB.
061400     PERFORM 2530-SET-DAY THRU 2530-SET-DAY-EXIT
061500         VARYING WS-DAY-SUB FROM WS-FROM-SUB BY 1
061600         UNTIL WS-DAY-SUB > WS-THRU-SUB.
061700 2500-MARK-DAYS-EXIT.
061800     EXIT.
061900*=============================================================*
062000* 2510-DAYS-TO-SUB - DAY NUMBER IN WS-DAYS-NUMBER TO A TABLE   *
062100*               SUBSCRIPT, CLAMPED TO 0 .. PERIOD DAYS + 1 SO  *
062200*               A DATE OUTSIDE THE PERIOD MARKS NOTHING        *
062300*=============================================================*
062400 2510-DAYS-TO-SUB.
062500     IF WS-DAYS-NUMBER < WS-START-DAYS
062600         MOVE ZERO TO WS-DAY-SUB
062700         GO TO 2510-DAYS-TO-SUB-EXIT
062800     END-IF.
062900     IF WS-DAYS-NUMBER > WS-END-DAYS
063000         COMPUTE WS-DAY-SUB = WS-PERIOD-DAYS + 1
063100         GO TO 2510-DAYS-TO-SUB-EXIT
063200     END-IF.
063300     COMPUTE WS-DAY-SUB = WS-DAYS-NUMBER - WS-START-DAYS + 1.
063400 2510-DAYS-TO-SUB-EXIT.
063500     EXIT.
063600*=============================================================*
063700* 2520-MARK-RANGE - SET THE PAID SWITCH ONLY, FOR TABLE        *
063800*               ENTRIES WS-FROM-SUB THROUGH WS-THRU-SUB        *
063900*=============================================================*
064000 2520-MARK-RANGE.
064100     IF WS-FROM-SUB < 1
064200         MOVE 1 TO WS-FROM-SUB
064300     END-IF.
064400     IF WS-THRU-SUB > WS-PERIOD-DAYS
064500         MOVE WS-PERIOD-DAYS TO WS-THRU-SUB
064600     END-IF.
064700     PERFORM 2540-SET-PAID THRU 2540-SET-PAID-EXIT
064800         VARYING WS-DAY-SUB FROM WS-FROM-SUB BY 1
064900         UNTIL WS-DAY-SUB > WS-THRU-SUB.
065000 2520-MARK-RANGE-EXIT.
065100     EXIT.
065200*=============================================================*
065300* 2530-SET-DAY - ONE TABLE ENTRY: RATE AND PAID SWITCH         *
065400*=============================================================*
065500 2530-SET-DAY.
065600     IF WS-DAY-SUB > ZERO AND WS-DAY-SUB NOT > WS-PERIOD-DAYS
065700         MOVE WS-MARK-RATE TO DT-RATE (WS-DAY-SUB)
065800         MOVE WS-MARK-PAID TO DT-PAID-SWITCH (WS-DAY-SUB)
065900     END-IF.
066000 2530-SET-DAY-EXIT.
066100     EXIT.
066200*=============================================================*
066300* 2540-SET-PAID - ONE TABLE ENTRY: PAID SWITCH ONLY            *
066400*=============================================================*
066500 2540-SET-PAID.
066600     MOVE WS-MARK-PAID TO DT-PAID-SWITCH (WS-DAY-SUB).
066700 2540-SET-PAID-EXIT.
066800     EXIT.
066900*=============================================================*
067000* 2600-MARK-LEAVE - UNPAY WS-MARK-FROM-DATE THROUGH            *
067100*               WS-MARK-THRU-DATE (AN OPEN LEAVE)              *
067200*=============================================================*
067300 2600-MARK-LEAVE.
067400     MOVE WS-MARK-THRU-DATE TO WS-DAYS-DATE.
067500     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
067600     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
067700     MOVE WS-DAY-SUB TO WS-THRU-SUB.
067800     PERFORM 2610-MARK-LEAVE-TO-SUB
067900         THRU 2610-MARK-LEAVE-TO-SUB-EXIT.
068000 2600-MARK-LEAVE-EXIT.
068100     EXIT.
068200*=============================================================*
068300* 2610-MARK-LEAVE-TO-SUB - UNPAY FROM WS-MARK-FROM-DATE UP TO  *
068400*               THE TABLE ENTRY ALREADY IN WS-THRU-SUB         *
068500*=============================================================*
068600 2610-MARK-LEAVE-TO-SUB.
068700     MOVE WS-MARK-FROM-DATE TO WS-DAYS-DATE.
068800     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
068900     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
069000     MOVE WS-DAY-SUB TO WS-FROM-SUB.
069100     IF WS-FROM-SUB > WS-PERIOD-DAYS OR WS-THRU-SUB < 1
069200             OR WS-FROM-SUB > WS-THRU-SUB
069300         GO TO 2610-MARK-LEAVE-TO-SUB-EXIT
069400     END-IF.
069500     MOVE 'L' TO WS-FLAG-LEAVE.
069600     MOVE 'N' TO WS-MARK-PAID.
069700     PERFORM 2520-MARK-RANGE THRU 2520-MARK-RANGE-EXIT.
069800 2610-MARK-LEAVE-TO-SUB-EXIT.
069900     EXIT.
070000*=============================================================*
070100* 2700-RERATE-DAYS - NEW RATE FROM WS-MARK-FROM-DATE THROUGH   *
070200*               WS-MARK-THRU-DATE, PAID SWITCHES UNTOUCHED     *
070300*=============================================================*
070400 2700-RERATE-DAYS.
070500     MOVE WS-MARK-FROM-DATE TO WS-DAYS-DATE.
070600     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
070700     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
070800     MOVE WS-DAY-SUB TO WS-FROM-SUB.
070900     IF WS-FROM-SUB < 1
071000         MOVE 1 TO WS-FROM-SUB
071100     END-IF.
071200     MOVE WS-MARK-THRU-DATE TO WS-DAYS-DATE.
071300     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
071400     PERFORM 2510-DAYS-TO-SUB THRU 2510-DAYS-TO-SUB-EXIT.
071500     MOVE WS-DAY-SUB TO WS-THRU-SUB.
071600     IF WS-THRU-SUB > WS-PERIOD-DAYS
071700         MOVE WS-PERIOD-DAYS TO WS-THRU-SUB
071800     END-IF.
071900     PERFORM 2710-SET-RATE THRU 2710-SET-RATE-EXIT
072000         VARYING WS-DAY-SUB FROM WS-FROM-SUB BY 1
072100         UNTIL WS-DAY-SUB > WS-THRU-SUB.
072200 2700-RERATE-DAYS-EXIT.
072300     EXIT.
072400*=============================================================*
072500* 2710-SET-RATE - ONE TABLE ENTRY: RATE ONLY                   *
072600*=============================================================*
072700 2710-SET-RATE.
072800     MOVE WS-MARK-RATE TO DT-RATE (WS-DAY-SUB).
072900 2710-SET-RATE-EXIT.
073000     EXIT.
073100*=============================================================*
073200* 3000-START-DEPARTMENT - NEW DEPARTMENT: LOOK UP ITS NAME AND *
073300*               PRINT THE DEPARTMENT HEADING                   *
073400*=============================================================*
073500 3000-START-DEPARTMENT.
073600     MOVE EMP-DEPT-ID TO WS-CURRENT-DEPT.
073700     MOVE ZERO TO WS-DEPT-EMP-COUNT.
073800     MOVE ZERO TO WS-DEPT-SALARY.
073900     MOVE ZERO TO WS-DEPT-PAYMENTS.
074000     MOVE ZERO TO WS-DEPT-GROSS.
074100     EXEC SQL
074200         SELECT DEPT_NAME INTO :WS-DEPT-NAME
074300         FROM DEPARTMENT
074400         WHERE DEPT_ID = :WS-CURRENT-DEPT
074500     END-EXEC.
074600     IF SQLCODE NOT = 0
074700         MOVE 'UNKNOWN DEPARTMENT' TO WS-DEPT-NAME
074800     END-IF.
074900     IF WS-LINE-COUNT = ZERO OR
075000             WS-LINE-COUNT >= WS-LINES-PER-PAGE
075100         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
075200     END-IF.
075300     MOVE SPACES TO RPT-LINE.
075400     WRITE RPT-LINE.
075500     MOVE WS-CURRENT-DEPT TO PPR-DEPT-ID.
075600     MOVE WS-DEPT-NAME    TO PPR-DEPT-NAME.
075700     WRITE RPT-LINE FROM PPR-DEPT-LINE.
075800     ADD 2 TO WS-LINE-COUNT.
075900 3000-START-DEPARTMENT-EXIT.
076000     EXIT.
076100*=============================================================*
076200* 4000-WRITE-DEPT-TOTALS - SUBTOTAL THE DEPARTMENT JUST ENDED  *
076300*               AND ROLL IT INTO THE GRAND TOTAL               *
076400*=============================================================*
076500 4000-WRITE-DEPT-TOTALS.
076600     MOVE 'DEPT TOTAL: ' TO PPR-TOT-LABEL.
076700     MOVE WS-DEPT-EMP-COUNT TO PPR-TOT-COUNT.
076800     MOVE WS-DEPT-SALARY    TO PPR-TOT-SALARY.
076900     MOVE WS-DEPT-PAYMENTS  TO PPR-TOT-PAYMENTS.
077000     MOVE WS-DEPT-GROSS     TO PPR-TOT-GROSS.
077100     WRITE RPT-LINE FROM PPR-TOTAL-LINE.
077200     ADD 1 TO WS-LINE-COUNT.
077300     ADD WS-DEPT-SALARY   TO WS-GRAND-SALARY.
077400     ADD WS-DEPT-PAYMENTS TO WS-GRAND-PAYMENTS.
077500     ADD WS-DEPT-GROSS    TO WS-GRAND-GROSS.
077600 4000-WRITE-DEPT-TOTALS-EXIT.
077700     EXIT.
077800*=============================================================*
077900* 5000-WRITE-DETAIL - ONE REGISTER LINE                        *
078000*=============================================================*
078100 5000-WRITE-DETAIL.
078200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
078300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
078400     END-IF.
078500     MOVE EMP-ID           TO PPR-DTL-EMP-ID.
078600     MOVE EMP-NAME         TO PPR-DTL-EMP-NAME.
078700     MOVE WS-PAID-DAYS     TO PPR-DTL-DAYS.
078800     MOVE WS-SALARY-GROSS  TO PPR-DTL-SALARY.
078900     MOVE WS-PAYMENT-TOTAL TO PPR-DTL-PAYMENTS.
079000     MOVE WS-EMP-GROSS     TO PPR-DTL-GROSS.
079100     MOVE WS-EMP-FLAGS     TO PPR-DTL-FLAGS.
079200     WRITE RPT-LINE FROM PPR-DETAIL-LINE.
079300     ADD 1 TO WS-LINE-COUNT.
079400     ADD 1 TO WS-EMPS-PRINTED.
079500     ADD 1 TO WS-DEPT-EMP-COUNT.
079600     ADD WS-SALARY-GROSS  TO WS-DEPT-SALARY.
079700     ADD WS-PAYMENT-TOTAL TO WS-DEPT-PAYMENTS.
079800     ADD WS-EMP-GROSS     TO WS-DEPT-GROSS.
079900 5000-WRITE-DETAIL-EXIT.
080000     EXIT.
080100*=============================================================*
080200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
080300*=============================================================*
080400 6000-WRITE-HEADINGS.
080500     ADD 1 TO WS-PAGE-COUNT.
080600     MOVE WS-PAGE-COUNT TO PPR-HDG1-PAGE.
080700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
080800         DELIMITED BY SIZE INTO PPR-HDG1-DATE.
080900     MOVE WS-PERIOD-START TO PPR-HDG2-START.
081000     MOVE WS-PERIOD-END   TO PPR-HDG2-END.
081100     MOVE WS-PERIOD-DAYS  TO PPR-HDG2-DAYS.
081200     WRITE RPT-LINE FROM PPR-HEADING-1.
081300     WRITE RPT-LINE FROM PPR-HEADING-2.
081400     WRITE RPT-LINE FROM PPR-HEADING-3.
081500     MOVE 3 TO WS-LINE-COUNT.
081600 6000-WRITE-HEADINGS-EXIT.
081700     EXIT.
081800*=============================================================*
081900* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE FOR THE PERIOD *
082000*=============================================================*
082100 8000-FETCH-EMPLOYEE.
082200     EXEC SQL
082300         FETCH REG-CURSOR
082400         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
082500             :EMP-SALARY, :EMP-STATUS, :EMP-TERM-DATE,
082600             :EMP-LEAVE-DATE
082700     END-EXEC.
082800     IF SQLCODE = 100
082900         MOVE 'Y' TO WS-EOF-SWITCH
083000     ELSE
083100         IF SQLCODE NOT = 0
083200             DISPLAY 'Fetch failed: ' SQLCODE
083300             MOVE 'FETCH' TO WS-ERROR-CONTEXT
083400             PERFORM 8900-HANDLE-SQL-ERROR
083500                 THRU 8900-HANDLE-SQL-ERROR-EXIT
083600             MOVE 'Y' TO WS-EOF-SWITCH
083700         END-IF
083800     END-IF.
083900 8000-FETCH-EMPLOYEE-EXIT.
084000     EXIT.
084100*=============================================================*
084200* 9000-TERMINATE - LAST DEPARTMENT, GRAND TOTAL, CLOSE THE     *
084300*               CURSOR AND FILES                               *
084400*=============================================================*
084500 9000-TERMINATE.
084600     IF WS-CURRENT-DEPT NOT = SPACES
084700         PERFORM 4000-WRITE-DEPT-TOTALS
084800             THRU 4000-WRITE-DEPT-TOTALS-EXIT
084900     END-IF.
085000     IF WS-CURSOR-OPEN
085100         EXEC SQL
085200             CLOSE REG-CURSOR
085300         END-EXEC
085400     END-IF.
085500     MOVE SPACES TO RPT-LINE.
085600     WRITE RPT-LINE.
085700     MOVE 'GRAND TOTAL: ' TO PPR-TOT-LABEL.
085800     MOVE WS-EMPS-PRINTED   TO PPR-TOT-COUNT.
085900     MOVE WS-GRAND-SALARY   TO PPR-TOT-SALARY.
086000     MOVE WS-GRAND-PAYMENTS TO PPR-TOT-PAYMENTS.
086100     MOVE WS-GRAND-GROSS    TO PPR-TOT-GROSS.
086200     WRITE RPT-LINE FROM PPR-TOTAL-LINE.
086300     WRITE RPT-LINE FROM PPR-FLAG-LEGEND.
086400     MOVE WS-EMPS-READ    TO RUN-RECORDS-IN.
086500     MOVE WS-EMPS-PRINTED TO RUN-RECORDS-OUT.
086600     MOVE ZERO TO RUN-RECORDS-REJECT.
086700     PERFORM 8810-RECORD-RUN-END
086800         THRU 8810-RECORD-RUN-END-EXIT.
086900     CLOSE REGISTER-REPORT.
087000     CLOSE ERROR-LOG.
087100     DISPLAY 'Employees examined:  ' WS-EMPS-READ.
087200     DISPLAY 'Employees paid:      ' WS-EMPS-PRINTED.
087300 9000-TERMINATE-EXIT.
087400     EXIT.
087500*=============================================================*
087600* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
087700*               COPIED IN                                     *
087800*=============================================================*
087900     COPY DAYSHDL.
088000*=============================================================*
088100* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
088200*               CONTROL RECORDING, COPIED IN                   *
088300*=============================================================*
088400     COPY RUNHDL.
088500*=============================================================*
088600* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
088700*=============================================================*
088800     COPY ERRHDL.
