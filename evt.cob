000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HrEventCalendar.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. DAILY HR EVENT          *
001000*               CALENDAR. EVERY EMPLOYED (A/L) EMPLOYEE IS    *
001100*               CHECKED AGAINST THE NEW HR_EVENT_RULE TABLE   *
001200*               AND THE EVENTS FALLING DUE IN THE NEXT N DAYS *
001300*               ARE LISTED ON EVTRPT, GROUPED BY MANAGER AND  *
001400*               IN DATE ORDER WITHIN EACH MANAGER:            *
001500*                 PROBATION END - N DAYS AFTER HIRE_DATE,     *
001600*                   WHICH A REHIRE RESETS, BY EMPL_TYPE       *
001700*                 SERVICE ANNIVERSARY - N YEARS OF BRIDGED    *
001800*                   CREDITED SERVICE, COUNTED EXACTLY AS      *
001900*                   CreditedService COUNTS IT (SVCHDL)        *
002000*                 LEAVE AGING - N DAYS ON 'L' STATUS FROM     *
002100*                   LEAVE_DATE; A THRESHOLD ALREADY PASSED    *
002200*                   IS LISTED ONCE AS OVERDUE                 *
002300*               AN ANNIVERSARY RULE CAN CARRY A SERVICE-AWARD *
002400*               AMOUNT. AN AWARD WHOSE ANNIVERSARY HAS COME   *
002500*               SINCE THE LAST CLEAN EVT RUN IS WRITTEN TO    *
002600*               EVTDRV AS A ONE-TIME PAYMENT ('O') IN THE     *
002700*               DRVTRAN LAYOUT, WHICH FOLLOWS CXPDRV INTO     *
002800*               ReleasePending. THE AWARDS ARE WRITTEN ONLY   *
002900*               AT A CLEAN END, SO A FAILED RUN IS CAUGHT UP  *
003000*               BY THE NEXT ONE AND NOTHING IS PAID TWICE.    *
003100*-------------------------------------------------------------*
003200*    HR_EVENT_RULE - ONE ROW PER RULE, RULE_STATUS 'A' ONLY:
003300*        RULE_TYPE     CHAR(1)   W LOOK-AHEAD WINDOW
003400*                                P PROBATION END
003500*                                A SERVICE ANNIVERSARY
003600*                                L LEAVE THRESHOLD
003700*        RULE_KEY      CHAR(2)   P: THE EMPL_TYPE THE PERIOD
003800*                                APPLIES TO, BLANK = DEFAULT
003900*        RULE_VALUE    DEC(5)    W: DAYS AHEAD (DEFAULT 30,
004000*                                AT MOST 366), P/L: DAYS,
004100*                                A: YEARS OF CREDITED SERVICE
004200*        AWARD_AMOUNT  DEC(9,2)  A: SERVICE AWARD, ZERO = NONE
004300*        PAY_TYPE      CHAR(2)   A: PAYMENT TYPE OF THE AWARD
004400*                                (BLANK = 'SV')
004500*        RULE_STATUS   CHAR(1)   A ACTIVE, I INACTIVE
004600*    A YEAR OF CREDITED SERVICE IS 365 DAYS, AS ON THE
004700*    CreditedService LISTING.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT AWARD-TRANS-FILE ASSIGN TO EVTDRV
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300     SELECT REPORT-FILE ASSIGN TO EVTRPT
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT ERROR-LOG ASSIGN TO SYSERR
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AWARD-TRANS-FILE
006000     RECORDING MODE IS F.
006100 01  EVD-RECORD               PIC X(80).
006200
006300 FD  REPORT-FILE
006400     RECORDING MODE IS F.
006500 01  RPT-LINE                 PIC X(80).
006600
006700 FD  ERROR-LOG
006800     RECORDING MODE IS F.
006900     COPY ERRREC.
007000 WORKING-STORAGE SECTION.
007100     COPY DBCONN.
007200
007300 01  WS-SQLCODE               PIC S9(9) COMP.
007400
007500     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
007600
007700     COPY RUNWS.
007800
007900     COPY DAYSWS.
008000
008100     COPY SVCWS.
008200
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
008500         88  WS-EOF                VALUE 'Y'.
008600     05  WS-RULE-EOF-SWITCH   PIC X(01) VALUE 'N'.
008700         88  WS-RULE-EOF           VALUE 'Y'.
008800     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
008900         88  WS-CURSOR-OPEN        VALUE 'Y'.
009000     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
009100         88  WS-ABANDONED          VALUE 'Y'.
009200     05  WS-YEAR-SWITCH       PIC X(01) VALUE 'N'.
009300         88  WS-YEAR-FOUND         VALUE 'Y'.
009400     05  WS-SLOT-SWITCH       PIC X(01) VALUE 'N'.
009500         88  WS-SLOT-FOUND         VALUE 'Y'.
009600
009700 01  WS-COUNTERS.
009800     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
009900     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
010000     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
010100     05  WS-EMPLOYEES-READ    PIC 9(07) COMP VALUE ZERO.
010200     05  WS-EVENTS-LISTED     PIC 9(07) COMP VALUE ZERO.
010300     05  WS-PROBATION-EVENTS  PIC 9(07) COMP VALUE ZERO.
010400     05  WS-SERVICE-EVENTS    PIC 9(07) COMP VALUE ZERO.
010500     05  WS-LEAVE-EVENTS      PIC 9(07) COMP VALUE ZERO.
010600     05  WS-OVERDUE-EVENTS    PIC 9(07) COMP VALUE ZERO.
010700     05  WS-AWARDS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
010800     05  WS-AWARD-TOTAL       PIC 9(09)V99 VALUE ZERO.
010900
011000 01  WS-REPORT-DATE.
011100     05  WS-REPORT-YY         PIC 9(02).
011200     05  WS-REPORT-MM         PIC 9(02).
011300     05  WS-REPORT-DD         PIC 9(02).
011400
011500 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
011600 01  WS-RUN-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
011700
011800*    THE DAYS LISTED BY THIS RUN: FROM THE DAY AFTER THE LAST
011900*    CLEAN EVT RUN (TODAY ON A FIRST RUN OR A SAME-DAY RERUN)
012000*    THROUGH TODAY PLUS THE LOOK-AHEAD WINDOW. AWARDS ARE FILED
012100*    FOR THE ANNIVERSARIES FROM THE DAY AFTER THE LAST CLEAN RUN
012200*    THROUGH TODAY.
012300 01  WS-WINDOW.
012400     05  WS-WINDOW-DAYS       PIC 9(03) VALUE 30.
012500     05  WS-WINDOW-MAX        PIC 9(03) VALUE 366.
012600     05  WS-LAST-RUN-DATE     PIC 9(08) VALUE ZERO.
012700     05  WS-FROM-DAYS         PIC S9(09) COMP VALUE ZERO.
012800     05  WS-TO-DAYS           PIC S9(09) COMP VALUE ZERO.
012900     05  WS-AWARD-FROM-DAYS   PIC S9(09) COMP VALUE ZERO.
013000
013100*    HR_EVENT_RULE, LOADED ONCE. SEE THE TABLE NOTES ABOVE.
013200 01  WS-RULE-TABLE.
013300     05  WS-RUL-MAX           PIC 9(03) COMP VALUE 200.
013400     05  WS-RUL-COUNT         PIC 9(03) COMP VALUE ZERO.
013500     05  WS-RUL-EVENT-COUNT   PIC 9(03) COMP VALUE ZERO.
013600     05  WS-RUL-ENTRY OCCURS 200 TIMES.
013700         10  RUL-TYPE         PIC X(01).
013800         10  RUL-KEY          PIC X(02).
013900         10  RUL-VALUE        PIC 9(05).
014000         10  RUL-AWARD        PIC 9(07)V99.
014100         10  RUL-PAY-TYPE     PIC X(02).
014200     05  WS-RUL-SUB           PIC 9(03) COMP VALUE ZERO.
014300     05  WS-RUL-HIT           PIC 9(03) COMP VALUE ZERO.
014400     05  WS-RUL-WANT-TYPE     PIC X(01).
014500     05  WS-RUL-WANT-KEY      PIC X(02).
014600     05  WS-RUL-WORK.
014700         10  WRK-RUL-TYPE     PIC X(01).
014800                 88  WRK-RUL-KNOWN     VALUES 'W' 'P' 'A' 'L'.
014900         10  WRK-RUL-KEY      PIC X(02).
015000         10  WRK-RUL-VALUE    PIC 9(05).
015100         10  WRK-RUL-AWARD    PIC 9(07)V99.
015200         10  WRK-RUL-PAY-TYPE PIC X(02).
015300
015400*    THE CURRENT MANAGER'S EVENTS, KEPT IN DATE ORDER AND
015500*    PRINTED WHEN THE MANAGER CHANGES.
015600 01  WS-EVENT-TABLE.
015700     05  WS-CAL-MAX           PIC 9(03) COMP VALUE 500.
015800     05  WS-CAL-COUNT         PIC 9(03) COMP VALUE ZERO.
015900     05  WS-CAL-ENTRY OCCURS 500 TIMES.
016000         10  CAL-DAY-NUMBER   PIC S9(09) COMP.
016100         10  CAL-EMP-ID       PIC X(05).
016200         10  CAL-EMP-NAME     PIC X(20).
016300         10  CAL-DEPT-ID      PIC X(04).
016400         10  CAL-EVENT-TEXT   PIC X(18).
016500         10  CAL-AMOUNT       PIC 9(07)V99.
016600         10  CAL-NOTE         PIC X(05).
016700     05  WS-CAL-SUB           PIC 9(03) COMP VALUE ZERO.
016800     05  WS-CAL-POS           PIC 9(03) COMP VALUE ZERO.
016900     05  WS-CAL-WORK.
017000         10  WRK-CAL-DAY-NUMBER
017100                              PIC S9(09) COMP.
017200         10  WRK-CAL-EMP-ID   PIC X(05).
017300         10  WRK-CAL-EMP-NAME PIC X(20).
017400         10  WRK-CAL-DEPT-ID  PIC X(04).
017500         10  WRK-CAL-EVENT-TEXT
017600                              PIC X(18).
017700         10  WRK-CAL-AMOUNT   PIC 9(07)V99.
017800         10  WRK-CAL-NOTE     PIC X(05).
017900
018000*    THE AWARD PAYMENTS FILED BY THIS RUN, HELD UNTIL THE RUN
018100*    ENDS CLEAN AND THEN WRITTEN TO EVTDRV.
018200 01  WS-AWARD-TABLE.
018300     05  WS-AWD-MAX           PIC 9(04) COMP VALUE 2000.
018400     05  WS-AWD-COUNT         PIC 9(04) COMP VALUE ZERO.
018500     05  WS-AWD-SUB           PIC 9(04) COMP VALUE ZERO.
018600     05  WS-AWD-ENTRY         PIC X(80) OCCURS 2000 TIMES.
018700
018800 01  WS-AWARD-TRANS.
018900     05  AWT-TRANS-CODE       PIC X(01).
019000     05  AWT-EMP-ID           PIC X(05).
019100     05  AWT-EMP-NAME         PIC X(20).
019200     05  AWT-EMP-DEPT-ID      PIC X(04).
019300     05  AWT-EMP-HIRE-DATE    PIC 9(08).
019400     05  AWT-EMP-SALARY       PIC 9(07)V99.
019500     05  AWT-EMP-MGR-ID       PIC X(05).
019600     05  AWT-EFF-DATE         PIC 9(08).
019700     05  AWT-EMP-GRADE        PIC X(02).
019800     05  AWT-BAND-OVERRIDE    PIC X(01).
019900     05  AWT-PAY-TYPE         PIC X(02).
020000     05  AWT-PAY-DATE         PIC 9(08).
020100     05  AWT-RELEASE-FLAG     PIC X(01).
020200     05  FILLER               PIC X(06).
020300
020400 01  WS-EVENT-FIELDS.
020500     05  WS-MGR-NAME          PIC X(20).
020600     05  WS-PREV-MGR-ID       PIC X(05) VALUE LOW-VALUES.
020700     05  WS-CUR-MGR-ID        PIC X(05) VALUE SPACES.
020800     05  WS-CUR-MGR-NAME      PIC X(20) VALUE SPACES.
020900     05  WS-EVENT-DAYS        PIC S9(09) COMP VALUE ZERO.
021000     05  WS-BASE-DAYS         PIC S9(09) COMP VALUE ZERO.
021100     05  WS-TARGET-DAYS       PIC S9(09) COMP VALUE ZERO.
021200     05  WS-LEAVE-BEST        PIC 9(05) VALUE ZERO.
021300     05  WS-LEAVE-BEST-DAYS   PIC S9(09) COMP VALUE ZERO.
021400     05  WS-EDIT-VALUE        PIC ZZZZ9.
021500     05  WS-EDIT-VALUE-X      REDEFINES WS-EDIT-VALUE
021600                              PIC X(05).
021700     05  WS-EDIT-LEAD         PIC 9(02) COMP VALUE ZERO.
021800
021900*    DAY NUMBER BACK TO A CCYYMMDD DATE (7600).
022000 01  WS-CALENDAR-FIELDS.
022100     05  WS-CVT-DAYS          PIC S9(09) COMP VALUE ZERO.
022200     05  WS-CVT-YEAR          PIC 9(04) VALUE ZERO.
022300     05  WS-CVT-MONTH         PIC 9(02) VALUE ZERO.
022400     05  WS-CVT-REMAIN        PIC S9(09) COMP VALUE ZERO.
022500     05  WS-CVT-JAN1-DAYS     PIC S9(09) COMP VALUE ZERO.
022600     05  WS-CVT-DATE          PIC 9(08).
022700     05  WS-CVT-DATE-PARTS    REDEFINES WS-CVT-DATE.
022800         10  WS-CVT-CCYY      PIC 9(04).
022900         10  WS-CVT-MM        PIC 9(02).
023000         10  WS-CVT-DD        PIC 9(02).
023100
023200 01  EVR-HEADING-1.
023300     05  FILLER               PIC X(01) VALUE SPACE.
023400     05  FILLER               PIC X(25) VALUE
023500         'HR EVENT CALENDAR - NEXT '.
023600     05  EVR-HDG1-DAYS        PIC ZZ9.
023700     05  FILLER               PIC X(17) VALUE
023800         ' DAYS BY MANAGER'.
023900     05  EVR-HDG1-DATE        PIC X(08).
024000     05  FILLER               PIC X(05) VALUE SPACE.
024100     05  FILLER               PIC X(05) VALUE 'PAGE '.
024200     05  EVR-HDG1-PAGE        PIC ZZ9.
024300
024400 01  EVR-HEADING-2.
024500     05  FILLER               PIC X(01) VALUE SPACE.
024600     05  FILLER               PIC X(11) VALUE 'DATE'.
024700     05  FILLER               PIC X(06) VALUE ' DAYS'.
024800     05  FILLER               PIC X(06) VALUE 'EMP'.
024900     05  FILLER               PIC X(15) VALUE 'NAME'.
025000     05  FILLER               PIC X(05) VALUE 'DEPT'.
025100     05  FILLER               PIC X(19) VALUE 'EVENT'.
025200     05  FILLER               PIC X(11) VALUE '     AWARD'.
025300     05  FILLER               PIC X(05) VALUE 'NOTE'.
025400
025500 01  EVR-MANAGER-LINE.
025600     05  FILLER               PIC X(01) VALUE SPACE.
025700     05  FILLER               PIC X(09) VALUE 'MANAGER: '.
025800     05  EVR-MGR-ID           PIC X(05).
025900     05  FILLER               PIC X(02) VALUE SPACE.
026000     05  EVR-MGR-NAME         PIC X(20).
026100
026200 01  EVR-DETAIL-LINE.
026300     05  FILLER               PIC X(01) VALUE SPACE.
026400     05  EVR-DTL-DATE         PIC X(10).
026500     05  FILLER               PIC X(01) VALUE SPACE.
026600     05  EVR-DTL-DAYS         PIC -ZZZ9.
026700     05  FILLER               PIC X(01) VALUE SPACE.
026800     05  EVR-DTL-EMP-ID       PIC X(05).
026900     05  FILLER               PIC X(01) VALUE SPACE.
027000     05  EVR-DTL-EMP-NAME     PIC X(14).
027100     05  FILLER               PIC X(01) VALUE SPACE.
027200     05  EVR-DTL-DEPT-ID      PIC X(04).
027300     05  FILLER               PIC X(01) VALUE SPACE.
027400     05  EVR-DTL-EVENT        PIC X(18).
027500     05  FILLER               PIC X(01) VALUE SPACE.
027600     05  EVR-DTL-AMOUNT       PIC ZZZ,ZZ9.99.
027700     05  EVR-DTL-AMOUNT-X     REDEFINES EVR-DTL-AMOUNT
027800                              PIC X(10).
027900     05  FILLER               PIC X(01) VALUE SPACE.
028000     05  EVR-DTL-NOTE         PIC X(05).
028100
028200 01  EVR-SUMMARY-LINE.
028300     05  FILLER               PIC X(01) VALUE SPACE.
028400     05  EVR-SUM-LABEL        PIC X(40).
028500     05  EVR-SUM-COUNT        PIC ZZZ,ZZ9.
028600
028700 01  EVR-TOTAL-LINE.
028800     05  FILLER               PIC X(01) VALUE SPACE.
028900     05  EVR-TOT-LABEL        PIC X(40).
029000     05  EVR-TOT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
029100
029200     COPY ERRWS.
029300
029400 PROCEDURE DIVISION.
029500*=============================================================*
029600* 0000-MAINLINE                                               *
029700*=============================================================*
029800 0000-MAINLINE.
029900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
030000     PERFORM 2000-PROCESS-EMPLOYEE
030100         THRU 2000-PROCESS-EMPLOYEE-EXIT
030200         UNTIL WS-EOF.
030300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
030400     GOBACK.
030500*=============================================================*
030600* 1000-INITIALIZE - OPEN FILES, CONNECT, SET THE WINDOW, LOAD  *
030700*               THE RULES, OPEN THE EMPLOYEE CURSOR           *
030800*=============================================================*
030900 1000-INITIALIZE.
031000     OPEN OUTPUT AWARD-TRANS-FILE.
031100     OPEN OUTPUT REPORT-FILE.
031200     OPEN OUTPUT ERROR-LOG.
031300     ACCEPT WS-REPORT-DATE FROM DATE.
031400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031500     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
031600     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
031700     MOVE WS-DAYS-NUMBER TO WS-RUN-DAY-NUMBER.
031800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
031900     EXEC SQL
032000         CONNECT TO 'yourdatabase'
032100         USER :WS-USERID
032200         USING :WS-PASSWORD
032300     END-EXEC.
032400     IF SQLCODE NOT = 0
032500         DISPLAY 'Connection failed: ' SQLCODE
032600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
032700         PERFORM 8900-HANDLE-SQL-ERROR
032800             THRU 8900-HANDLE-SQL-ERROR-EXIT
032900         MOVE 'Y' TO WS-ABANDON-SWITCH
033000         MOVE 'Y' TO WS-EOF-SWITCH
033100         PERFORM 6000-WRITE-HEADINGS
033200             THRU 6000-WRITE-HEADINGS-EXIT
033300         GO TO 1000-INITIALIZE-EXIT
033400     END-IF.
033500     MOVE 'EVT' TO RUN-PROGRAM-ID.
033600     MOVE 'Y' TO RUN-LOG-SWITCH.
033700     PERFORM 8800-RECORD-RUN-START
033800         THRU 8800-RECORD-RUN-START-EXIT.
033900     PERFORM 1200-SET-WINDOW THRU 1200-SET-WINDOW-EXIT.
034000     IF NOT WS-ABANDONED
034100         PERFORM 1500-LOAD-RULES THRU 1500-LOAD-RULES-EXIT
034200     END-IF.
034300     COMPUTE WS-TO-DAYS = WS-RUN-DAY-NUMBER + WS-WINDOW-DAYS.
034400     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
034500     IF WS-ABANDONED
034600         MOVE 'Y' TO WS-EOF-SWITCH
034700         GO TO 1000-INITIALIZE-EXIT
034800     END-IF.
034900     EXEC SQL
035000         DECLARE EMP-CURSOR CURSOR FOR
035100             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID,
035200                 E.HIRE_DATE, E.MGR_ID, E.EMP_STATUS,
035300                 E.LEAVE_DATE, E.GRADE_ID, E.EMPL_TYPE,
035400                 COALESCE(M.EMP_NAME, ' ')
035500             FROM EMPLOYEE E
035600             LEFT JOIN EMPLOYEE M
035700                 ON M.EMP_ID = E.MGR_ID
035800             WHERE E.EMP_STATUS IN ('A', 'L')
035900             ORDER BY E.MGR_ID, E.EMP_ID
036000     END-EXEC.
036100     EXEC SQL
036200         OPEN EMP-CURSOR
036300     END-EXEC.
036400     IF SQLCODE NOT = 0
036500         DISPLAY 'Employee cursor open failed: ' SQLCODE
036600         MOVE 'EMP-OPEN' TO WS-ERROR-CONTEXT
036700         PERFORM 8900-HANDLE-SQL-ERROR
036800             THRU 8900-HANDLE-SQL-ERROR-EXIT
036900         MOVE 'Y' TO WS-ABANDON-SWITCH
037000         MOVE 'Y' TO WS-EOF-SWITCH
037100         GO TO 1000-INITIALIZE-EXIT
037200     END-IF.
037300     MOVE 'Y' TO WS-CURSOR-SWITCH.
037400     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
037500 1000-INITIALIZE-EXIT.
037600     EXIT.
037700*=============================================================*
037800* 1200-SET-WINDOW - AWARDS ARE FILED FROM THE DAY AFTER THE    *
037900*               LAST EVT RUN THAT ENDED UNDER RC 8, SO A      *
038000*               MISSED OR FAILED NIGHT IS CAUGHT UP AND A     *
038100*               SAME-DAY RERUN FILES NOTHING TWICE; THE FIRST *
038200*               RUN FILES TODAY'S ONLY                        *
038300*=============================================================*
038400 1200-SET-WINDOW.
038500     EXEC SQL
038600         SELECT COALESCE(MAX(RUN_DATE), 0)
038700         INTO :WS-LAST-RUN-DATE
038800         FROM RUN_CONTROL
038900         WHERE PROGRAM_ID = 'EVT'
039000             AND RUN_STATUS = 'E'
039100             AND FINAL_RC < 8
039200     END-EXEC.
039300     IF SQLCODE NOT = 0
039400         DISPLAY 'Last-run lookup failed: ' SQLCODE
039500         MOVE 'LAST-RUN' TO WS-ERROR-CONTEXT
039600         PERFORM 8900-HANDLE-SQL-ERROR
039700             THRU 8900-HANDLE-SQL-ERROR-EXIT
039800         MOVE 'Y' TO WS-ABANDON-SWITCH
039900         GO TO 1200-SET-WINDOW-EXIT
040000     END-IF.
040100     IF WS-LAST-RUN-DATE = ZERO
040200         MOVE WS-RUN-DAY-NUMBER TO WS-AWARD-FROM-DAYS
040300     ELSE
040400         MOVE WS-LAST-RUN-DATE TO WS-DAYS-DATE
040500         PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT
040600         COMPUTE WS-AWARD-FROM-DAYS = WS-DAYS-NUMBER + 1
040700     END-IF.
040800     IF WS-AWARD-FROM-DAYS < WS-RUN-DAY-NUMBER
040900         MOVE WS-AWARD-FROM-DAYS TO WS-FROM-DAYS
041000     ELSE
041100         MOVE WS-RUN-DAY-NUMBER TO WS-FROM-DAYS
041200     END-IF.
041300 1200-SET-WINDOW-EXIT.
041400     EXIT.
041500*=============================================================*
041600* 1500-LOAD-RULES - LOAD THE ACTIVE HR_EVENT_RULE ROWS. THE    *
041700*               WINDOW ROW SETS THE LOOK-AHEAD; A TABLE WITH  *
041800*               NO EVENT RULES AT ALL ENDS THE RUN RC 4       *
041900*=============================================================*
042000 1500-LOAD-RULES.
042100     EXEC SQL
042200         DECLARE RULE-CURSOR CURSOR FOR
042300             SELECT RULE_TYPE, RULE_KEY, RULE_VALUE,
042400                 AWARD_AMOUNT, PAY_TYPE
042500             FROM HR_EVENT_RULE
042600             WHERE RULE_STATUS = 'A'
042700             ORDER BY RULE_TYPE, RULE_KEY, RULE_VALUE
042800     END-EXEC.
042900     EXEC SQL
043000         OPEN RULE-CURSOR
043100     END-EXEC.
043200     IF SQLCODE NOT = 0
043300         DISPLAY 'Rule cursor open failed: ' SQLCODE
043400         MOVE 'RULE-OPEN' TO WS-ERROR-CONTEXT
043500         PERFORM 8900-HANDLE-SQL-ERROR
043600             THRU 8900-HANDLE-SQL-ERROR-EXIT
043700         MOVE 'Y' TO WS-ABANDON-SWITCH
043800         GO TO 1500-LOAD-RULES-EXIT
043900     END-IF.
044000     PERFORM 1510-FETCH-RULE THRU 1510-FETCH-RULE-EXIT
044100         UNTIL WS-RULE-EOF.
044200     EXEC SQL
044300         CLOSE RULE-CURSOR
044400     END-EXEC.
044500     IF WS-ABANDONED
044600         GO TO 1500-LOAD-RULES-EXIT
044700     END-IF.
044800     IF WS-RUL-EVENT-COUNT = ZERO
044900         DISPLAY 'No active probation, anniversary or leave '
045000             'rows on HR_EVENT_RULE.'
045100         MOVE 4 TO RETURN-CODE
045200     END-IF.
045300 1500-LOAD-RULES-EXIT.
045400     EXIT.
045500*=============================================================*
045600* 1510-FETCH-RULE - ONE RULE INTO THE TABLE. A ROW OF AN       *
045700*               UNKNOWN TYPE OR WITH NO VALUE IS IGNORED      *
045800*=============================================================*
045900 1510-FETCH-RULE.
046000     EXEC SQL
046100         FETCH RULE-CURSOR
046200         INTO :WRK-RUL-TYPE, :WRK-RUL-KEY, :WRK-RUL-VALUE,
046300             :WRK-RUL-AWARD, :WRK-RUL-PAY-TYPE
046400     END-EXEC.
046500     IF SQLCODE = 100
046600         MOVE 'Y' TO WS-RULE-EOF-SWITCH
046700         GO TO 1510-FETCH-RULE-EXIT
046800     END-IF.
046900     IF SQLCODE NOT = 0
047000         DISPLAY 'Rule fetch failed: ' SQLCODE
047100         MOVE 'RULE-FETCH' TO WS-ERROR-CONTEXT
047200         PERFORM 8900-HANDLE-SQL-ERROR
047300             THRU 8900-HANDLE-SQL-ERROR-EXIT
047400         MOVE 'Y' TO WS-RULE-EOF-SWITCH
047500         MOVE 'Y' TO WS-ABANDON-SWITCH
047600         GO TO 1510-FETCH-RULE-EXIT
047700     END-IF.
047800     IF WRK-RUL-VALUE = ZERO OR NOT WRK-RUL-KNOWN
047900         DISPLAY 'HR_EVENT_RULE row ignored: ' WRK-RUL-TYPE
048000             ' ' WRK-RUL-KEY ' ' WRK-RUL-VALUE
048100         GO TO 1510-FETCH-RULE-EXIT
048200     END-IF.
048300     IF WRK-RUL-TYPE = 'W'
048400         IF WRK-RUL-VALUE > WS-WINDOW-MAX
048500             MOVE WS-WINDOW-MAX TO WS-WINDOW-DAYS
048600         ELSE
048700             MOVE WRK-RUL-VALUE TO WS-WINDOW-DAYS
048800         END-IF
048900         GO TO 1510-FETCH-RULE-EXIT
049000     END-IF.
049100     IF WS-RUL-COUNT >= WS-RUL-MAX
049200         DISPLAY 'HR_EVENT_RULE exceeds ' WS-RUL-MAX
049300             ' rows - run abandoned.'
049400         MOVE 'Y' TO WS-RULE-EOF-SWITCH
049500         MOVE 'Y' TO WS-ABANDON-SWITCH
049600         MOVE 8 TO RETURN-CODE
049700         GO TO 1510-FETCH-RULE-EXIT
049800     END-IF.
049900     IF WRK-RUL-TYPE = 'A' AND WRK-RUL-AWARD > ZERO
050000             AND WRK-RUL-PAY-TYPE = SPACES
050100         MOVE 'SV' TO WRK-RUL-PAY-TYPE
050200     END-IF.
050300     ADD 1 TO WS-RUL-COUNT.
050400     ADD 1 TO WS-RUL-EVENT-COUNT.
050500     MOVE WS-RUL-WORK TO WS-RUL-ENTRY (WS-RUL-COUNT).
050600 1510-FETCH-RULE-EXIT.
050700     EXIT.
050800*=============================================================*
050900* 2000-PROCESS-EMPLOYEE - A NEW MANAGER PRINTS THE LAST ONE'S  *
051000*               EVENTS, THEN THIS EMPLOYEE'S PROBATION END,   *
051100*               ANNIVERSARIES AND LEAVE THRESHOLDS ARE ADDED  *
051200*=============================================================*
051300 2000-PROCESS-EMPLOYEE.
051400     ADD 1 TO WS-EMPLOYEES-READ.
051500     IF EMP-MGR-ID NOT = WS-PREV-MGR-ID
051600         PERFORM 5000-PRINT-MANAGER THRU 5000-PRINT-MANAGER-EXIT
051700         MOVE EMP-MGR-ID TO WS-PREV-MGR-ID
051800         MOVE EMP-MGR-ID TO WS-CUR-MGR-ID
051900         MOVE WS-MGR-NAME TO WS-CUR-MGR-NAME
052000     END-IF.
052100     IF EMP-HIRE-DATE = ZERO
052200         GO TO 2000-NEXT-EMPLOYEE
052300     END-IF.
052400     MOVE EMP-HIRE-DATE TO WS-DAYS-DATE.
052500     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
052600     MOVE WS-DAYS-NUMBER TO WS-BASE-DAYS.
052700     PERFORM 2100-CHECK-PROBATION THRU 2100-CHECK-PROBATION-EXIT.
052800     PERFORM 2200-CHECK-SERVICE THRU 2200-CHECK-SERVICE-EXIT.
052900     IF EMP-ON-LEAVE AND EMP-LEAVE-DATE > ZERO
053000         PERFORM 2300-CHECK-LEAVE THRU 2300-CHECK-LEAVE-EXIT
053100     END-IF.
053200 2000-NEXT-EMPLOYEE.
053300     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
053400 2000-PROCESS-EMPLOYEE-EXIT.
053500     EXIT.
053600*=============================================================*
053700* 2100-CHECK-PROBATION - THE PERIOD FOR THE EMPLOYEE'S         *
053800*               EMPL_TYPE, ELSE THE DEFAULT (BLANK KEY) ROW,  *
053900*               COUNTED FROM HIRE_DATE                        *
054000*=============================================================*
054100 2100-CHECK-PROBATION.
054200     MOVE 'P' TO WS-RUL-WANT-TYPE.
054300     MOVE SPACES TO WS-RUL-WANT-KEY.
054400     MOVE EMP-EMPL-TYPE TO WS-RUL-WANT-KEY.
054500     PERFORM 7000-FIND-RULE THRU 7000-FIND-RULE-EXIT.
054600     IF WS-RUL-HIT = ZERO AND WS-RUL-WANT-KEY NOT = SPACES
054700         MOVE SPACES TO WS-RUL-WANT-KEY
054800         PERFORM 7000-FIND-RULE THRU 7000-FIND-RULE-EXIT
054900     END-IF.
055000     IF WS-RUL-HIT = ZERO
055100         GO TO 2100-CHECK-PROBATION-EXIT
055200     END-IF.
055300     COMPUTE WS-EVENT-DAYS = WS-BASE-DAYS
055400         + RUL-VALUE (WS-RUL-HIT).
055500     IF WS-EVENT-DAYS < WS-FROM-DAYS
055600             OR WS-EVENT-DAYS > WS-TO-DAYS
055700         GO TO 2100-CHECK-PROBATION-EXIT
055800     END-IF.
055900     MOVE 'PROBATION ENDS' TO WRK-CAL-EVENT-TEXT.
056000     MOVE ZERO TO WRK-CAL-AMOUNT.
056100     MOVE SPACES TO WRK-CAL-NOTE.
056200     PERFORM 3000-ADD-EVENT THRU 3000-ADD-EVENT-EXIT.
056300     ADD 1 TO WS-PROBATION-EVENTS.
056400 2100-CHECK-PROBATION-EXIT.
056500     EXIT.
056600*=============================================================*
056700* 2200-CHECK-SERVICE - BRIDGED CREDITED SERVICE AS OF TODAY,   *
056800*               THEN EVERY ANNIVERSARY RULE AGAINST IT        *
056900*=============================================================*
057000 2200-CHECK-SERVICE.
057100     MOVE 'A' TO WS-RUL-WANT-TYPE.
057200     MOVE SPACES TO WS-RUL-WANT-KEY.
057300     PERFORM 7000-FIND-RULE THRU 7000-FIND-RULE-EXIT.
057400     IF WS-RUL-HIT = ZERO
057500         GO TO 2200-CHECK-SERVICE-EXIT
057600     END-IF.
057700     MOVE EMP-ID TO SVC-EMP-ID.
057800     MOVE EMP-HIRE-DATE TO SVC-HIRE-DATE.
057900     MOVE WS-RUN-DAY-NUMBER TO SVC-AS-OF-DAYS.
058000     PERFORM 8450-CREDITED-SERVICE
058100         THRU 8450-CREDITED-SERVICE-EXIT.
058200     PERFORM 2210-CHECK-ANNIVERSARY
058300         THRU 2210-CHECK-ANNIVERSARY-EXIT
058400         VARYING WS-RUL-SUB FROM 1 BY 1
058500         UNTIL WS-RUL-SUB > WS-RUL-COUNT.
058600 2200-CHECK-SERVICE-EXIT.
058700     EXIT.
058800*=============================================================*
058900* 2210-CHECK-ANNIVERSARY - THE DAY THE CREDITED SERVICE        *
059000*               REACHES THE RULE'S YEARS. ONE THAT HAS COME   *
059100*               SINCE THE LAST CLEAN RUN FILES ITS AWARD      *
059200*=============================================================*
059300 2210-CHECK-ANNIVERSARY.
059400     IF RUL-TYPE (WS-RUL-SUB) NOT = 'A'
059500         GO TO 2210-CHECK-ANNIVERSARY-EXIT
059600     END-IF.
059700     COMPUTE WS-TARGET-DAYS = 365 * RUL-VALUE (WS-RUL-SUB).
059800     COMPUTE WS-EVENT-DAYS = WS-RUN-DAY-NUMBER
059900         + WS-TARGET-DAYS - SVC-SERVICE-DAYS.
060000     IF WS-EVENT-DAYS < WS-FROM-DAYS
060100             OR WS-EVENT-DAYS > WS-TO-DAYS
060200         GO TO 2210-CHECK-ANNIVERSARY-EXIT
060300     END-IF.
060400     MOVE RUL-VALUE (WS-RUL-SUB) TO WS-EDIT-VALUE.
060500     PERFORM 7500-LEFT-JUSTIFY THRU 7500-LEFT-JUSTIFY-EXIT.
060600     MOVE SPACES TO WRK-CAL-EVENT-TEXT.
060700     STRING WS-EDIT-VALUE-X (WS-EDIT-LEAD + 1:)
060800         DELIMITED BY SPACE
060900         '-YR ANNIVERSARY' DELIMITED BY SIZE
061000         INTO WRK-CAL-EVENT-TEXT.
061100     MOVE RUL-AWARD (WS-RUL-SUB) TO WRK-CAL-AMOUNT.
061200     MOVE SPACES TO WRK-CAL-NOTE.
061300     IF RUL-AWARD (WS-RUL-SUB) > ZERO
061400             AND WS-EVENT-DAYS NOT < WS-AWARD-FROM-DAYS
061500             AND WS-EVENT-DAYS NOT > WS-RUN-DAY-NUMBER
061600         PERFORM 3100-FILE-AWARD THRU 3100-FILE-AWARD-EXIT
061700     END-IF.
061800     PERFORM 3000-ADD-EVENT THRU 3000-ADD-EVENT-EXIT.
061900     ADD 1 TO WS-SERVICE-EVENTS.
062000 2210-CHECK-ANNIVERSARY-EXIT.
062100     EXIT.
062200*=============================================================*
062300* 2300-CHECK-LEAVE - EVERY LEAVE THRESHOLD REACHED IN THE      *
062400*               WINDOW, AND THE LONGEST ONE ALREADY PASSED    *
062500*               BEFORE IT, ONCE, AS OVERDUE                   *
062600*=============================================================*
062700 2300-CHECK-LEAVE.
062800     MOVE EMP-LEAVE-DATE TO WS-DAYS-DATE.
062900     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
063000     MOVE WS-DAYS-NUMBER TO WS-BASE-DAYS.
063100     MOVE ZERO TO WS-LEAVE-BEST.
063200     MOVE ZERO TO WS-LEAVE-BEST-DAYS.
063300     PERFORM 2310-CHECK-THRESHOLD THRU 2310-CHECK-THRESHOLD-EXIT
063400         VARYING WS-RUL-SUB FROM 1 BY 1
063500         UNTIL WS-RUL-SUB > WS-RUL-COUNT.
063600     IF WS-LEAVE-BEST = ZERO
063700             OR WS-LEAVE-BEST-DAYS NOT < WS-FROM-DAYS
063800         GO TO 2300-CHECK-LEAVE-EXIT
063900     END-IF.
064000     MOVE WS-LEAVE-BEST-DAYS TO WS-EVENT-DAYS.
064100     MOVE WS-LEAVE-BEST TO WS-EDIT-VALUE.
064200     PERFORM 7500-LEFT-JUSTIFY THRU 7500-LEFT-JUSTIFY-EXIT.
064300     MOVE SPACES TO WRK-CAL-EVENT-TEXT.
064400     STRING 'LEAVE ' DELIMITED BY SIZE
064500         WS-EDIT-VALUE-X (WS-EDIT-LEAD + 1:)
064600         DELIMITED BY SPACE
064700         'D OVERDUE' DELIMITED BY SIZE
064800         INTO WRK-CAL-EVENT-TEXT.
064900     MOVE ZERO TO WRK-CAL-AMOUNT.
065000     MOVE SPACES TO WRK-CAL-NOTE.
065100     PERFORM 3000-ADD-EVENT THRU 3000-ADD-EVENT-EXIT.
065200     ADD 1 TO WS-OVERDUE-EVENTS.
065300 2300-CHECK-LEAVE-EXIT.
065400     EXIT.
065500*=============================================================*
065600* 2310-CHECK-THRESHOLD - ONE LEAVE RULE AGAINST LEAVE_DATE     *
065700*=============================================================*
065800 2310-CHECK-THRESHOLD.
065900     IF RUL-TYPE (WS-RUL-SUB) NOT = 'L'
066000         GO TO 2310-CHECK-THRESHOLD-EXIT
066100     END-IF.
066200     COMPUTE WS-EVENT-DAYS = WS-BASE-DAYS
066300         + RUL-VALUE (WS-RUL-SUB).
066400     IF WS-EVENT-DAYS NOT > WS-RUN-DAY-NUMBER
066500             AND RUL-VALUE (WS-RUL-SUB) > WS-LEAVE-BEST
066600         MOVE RUL-VALUE (WS-RUL-SUB) TO WS-LEAVE-BEST
066700         MOVE WS-EVENT-DAYS TO WS-LEAVE-BEST-DAYS
066800     END-IF.
066900     IF WS-EVENT-DAYS < WS-FROM-DAYS
067000             OR WS-EVENT-DAYS > WS-TO-DAYS
067100         GO TO 2310-CHECK-THRESHOLD-EXIT
067200     END-IF.
067300     MOVE RUL-VALUE (WS-RUL-SUB) TO WS-EDIT-VALUE.
067400     PERFORM 7500-LEFT-JUSTIFY THRU 7500-LEFT-JUSTIFY-EXIT.
067500     MOVE SPACES TO WRK-CAL-EVENT-TEXT.
067600     STRING 'ON LEAVE ' DELIMITED BY SIZE
067700         WS-EDIT-VALUE-X (WS-EDIT-LEAD + 1:)
067800         DELIMITED BY SPACE
067900         ' DAYS' DELIMITED BY SIZE
068000         INTO WRK-CAL-EVENT-TEXT.
068100     MOVE ZERO TO WRK-CAL-AMOUNT.
068200     MOVE SPACES TO WRK-CAL-NOTE.
068300     PERFORM 3000-ADD-EVENT THRU 3000-ADD-EVENT-EXIT.
068400     ADD 1 TO WS-LEAVE-EVENTS.
068500 2310-CHECK-THRESHOLD-EXIT.
068600     EXIT.
068700*=============================================================*
068800* 3000-ADD-EVENT - SLOT THE EVENT INTO THE MANAGER'S TABLE IN  *
068900*               DATE ORDER. A FULL TABLE IS PRINTED FIRST     *
069000*=============================================================*
069100 3000-ADD-EVENT.
069200     IF WS-CAL-COUNT >= WS-CAL-MAX
069300         PERFORM 5000-PRINT-MANAGER THRU 5000-PRINT-MANAGER-EXIT
069400     END-IF.
069500     MOVE WS-EVENT-DAYS TO WRK-CAL-DAY-NUMBER.
069600     MOVE EMP-ID TO WRK-CAL-EMP-ID.
069700     MOVE EMP-NAME TO WRK-CAL-EMP-NAME.
069800     MOVE EMP-DEPT-ID TO WRK-CAL-DEPT-ID.
069900     COMPUTE WS-CAL-POS = WS-CAL-COUNT + 1.
070000     MOVE 'N' TO WS-SLOT-SWITCH.
070100     PERFORM 3010-FIND-SLOT THRU 3010-FIND-SLOT-EXIT
070200         VARYING WS-CAL-SUB FROM WS-CAL-COUNT BY -1
070300         UNTIL WS-CAL-SUB < 1 OR WS-SLOT-FOUND.
070400     MOVE WS-CAL-WORK TO WS-CAL-ENTRY (WS-CAL-POS).
070500     ADD 1 TO WS-CAL-COUNT.
070600     ADD 1 TO WS-EVENTS-LISTED.
070700 3000-ADD-EVENT-EXIT.
070800     EXIT.
070900*=============================================================*
071000* 3010-FIND-SLOT - MOVE ONE LATER EVENT DOWN A PLACE; AN       *
071100*               EVENT NOT LATER MARKS THE SLOT AFTER IT       *
071200*=============================================================*
071300 3010-FIND-SLOT.
071400     IF CAL-DAY-NUMBER (WS-CAL-SUB) NOT > WS-EVENT-DAYS
071500         MOVE 'Y' TO WS-SLOT-SWITCH
071600         GO TO 3010-FIND-SLOT-EXIT
071700     END-IF.
071800     MOVE WS-CAL-ENTRY (WS-CAL-SUB)
071900         TO WS-CAL-ENTRY (WS-CAL-SUB + 1).
072000     MOVE WS-CAL-SUB TO WS-CAL-POS.
072100 3010-FIND-SLOT-EXIT.
072200     EXIT.
072300*=============================================================*
072400* 3100-FILE-AWARD - ONE 'O' PAYMENT IN THE DRVTRAN LAYOUT,     *
072500*               EFFECTIVE THE ANNIVERSARY. THE PAY DATE IS    *
072600*               LEFT ZERO SO BatchDriver PAYS IT ON THE DAY   *
072700*               IT POSTS. HELD UNTIL THE RUN ENDS CLEAN       *
072800*=============================================================*
072900 3100-FILE-AWARD.
073000     IF WS-AWD-COUNT >= WS-AWD-MAX
073100         DISPLAY 'More than ' WS-AWD-MAX
073200             ' service awards - run abandoned.'
073300         MOVE 'Y' TO WS-ABANDON-SWITCH
073400         MOVE 'Y' TO WS-EOF-SWITCH
073500         MOVE 8 TO RETURN-CODE
073600         GO TO 3100-FILE-AWARD-EXIT
073700     END-IF.
073800     MOVE WS-EVENT-DAYS TO WS-CVT-DAYS.
073900     PERFORM 7600-DAYS-TO-DATE THRU 7600-DAYS-TO-DATE-EXIT.
074000     MOVE SPACES             TO WS-AWARD-TRANS.
074100     MOVE 'O'                TO AWT-TRANS-CODE.
074200     MOVE EMP-ID             TO AWT-EMP-ID.
074300     MOVE EMP-NAME           TO AWT-EMP-NAME.
074400     MOVE EMP-DEPT-ID        TO AWT-EMP-DEPT-ID.
074500     MOVE EMP-HIRE-DATE      TO AWT-EMP-HIRE-DATE.
074600     MOVE RUL-AWARD (WS-RUL-SUB) TO AWT-EMP-SALARY.
074700     MOVE EMP-MGR-ID         TO AWT-EMP-MGR-ID.
074800     MOVE WS-CVT-DATE        TO AWT-EFF-DATE.
074900     MOVE EMP-GRADE          TO AWT-EMP-GRADE.
075000     MOVE RUL-PAY-TYPE (WS-RUL-SUB) TO AWT-PAY-TYPE.
075100     MOVE ZERO               TO AWT-PAY-DATE.
075200     ADD 1 TO WS-AWD-COUNT.
075300     MOVE WS-AWARD-TRANS TO WS-AWD-ENTRY (WS-AWD-COUNT).
075400     ADD RUL-AWARD (WS-RUL-SUB) TO WS-AWARD-TOTAL.
075500     MOVE 'FILED' TO WRK-CAL-NOTE.
075600 3100-FILE-AWARD-EXIT.
075700     EXIT.
075800*=============================================================*
075900* 5000-PRINT-MANAGER - THE MANAGER LINE AND EVERY EVENT HELD   *
076000*               FOR THAT MANAGER, A BLANK LINE AFTER          *
076100*=============================================================*
076200 5000-PRINT-MANAGER.
076300     IF WS-CAL-COUNT = ZERO
076400         GO TO 5000-PRINT-MANAGER-EXIT
076500     END-IF.
076600     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
076700         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
076800     END-IF.
076900     PERFORM 5100-WRITE-MANAGER-LINE
077000         THRU 5100-WRITE-MANAGER-LINE-EXIT.
077100     PERFORM 5200-WRITE-EVENT THRU 5200-WRITE-EVENT-EXIT
077200         VARYING WS-CAL-SUB FROM 1 BY 1
077300         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
077400     MOVE SPACES TO RPT-LINE.
077500     WRITE RPT-LINE.
077600     ADD 1 TO WS-LINE-COUNT.
077700     MOVE ZERO TO WS-CAL-COUNT.
077800 5000-PRINT-MANAGER-EXIT.
077900     EXIT.
078000*=============================================================*
078100* 5100-WRITE-MANAGER-LINE - THE MANAGER THE EVENTS BELONG TO   *
078200*=============================================================*
078300 5100-WRITE-MANAGER-LINE.
078400     MOVE WS-CUR-MGR-ID TO EVR-MGR-ID.
078500     MOVE WS-CUR-MGR-NAME TO EVR-MGR-NAME.
078600     IF WS-CUR-MGR-ID = SPACES
078700         MOVE 'NONE' TO EVR-MGR-ID
078800     END-IF.
078900     WRITE RPT-LINE FROM EVR-MANAGER-LINE.
079000     ADD 1 TO WS-LINE-COUNT.
079100 5100-WRITE-MANAGER-LINE-EXIT.
079200     EXIT.
079300*=============================================================*
079400* 5200-WRITE-EVENT - ONE EVENT LINE. THE DAYS COLUMN IS DAYS   *
079500*               FROM TODAY, NEGATIVE FOR ONE ALREADY PAST     *
079600*=============================================================*
079700 5200-WRITE-EVENT.
079800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
079900         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
080000         PERFORM 5100-WRITE-MANAGER-LINE
080100             THRU 5100-WRITE-MANAGER-LINE-EXIT
080200     END-IF.
080300     MOVE CAL-DAY-NUMBER (WS-CAL-SUB) TO WS-CVT-DAYS.
080400     PERFORM 7600-DAYS-TO-DATE THRU 7600-DAYS-TO-DATE-EXIT.
080500     MOVE SPACES TO EVR-DTL-DATE.
080600     STRING WS-CVT-MM '/' WS-CVT-DD '/' WS-CVT-CCYY
080700         DELIMITED BY SIZE INTO EVR-DTL-DATE.
080800     COMPUTE EVR-DTL-DAYS = CAL-DAY-NUMBER (WS-CAL-SUB)
080900         - WS-RUN-DAY-NUMBER.
081000     MOVE CAL-EMP-ID (WS-CAL-SUB)     TO EVR-DTL-EMP-ID.
081100     MOVE CAL-EMP-NAME (WS-CAL-SUB)   TO EVR-DTL-EMP-NAME.
081200     MOVE CAL-DEPT-ID (WS-CAL-SUB)    TO EVR-DTL-DEPT-ID.
081300     MOVE CAL-EVENT-TEXT (WS-CAL-SUB) TO EVR-DTL-EVENT.
081400     IF CAL-AMOUNT (WS-CAL-SUB) > ZERO
081500         MOVE CAL-AMOUNT (WS-CAL-SUB) TO EVR-DTL-AMOUNT
081600     ELSE
081700         MOVE SPACES TO EVR-DTL-AMOUNT-X
081800     END-IF.
081900     MOVE CAL-NOTE (WS-CAL-SUB)       TO EVR-DTL-NOTE.
082000     WRITE RPT-LINE FROM EVR-DETAIL-LINE.
082100     ADD 1 TO WS-LINE-COUNT.
082200 5200-WRITE-EVENT-EXIT.
082300     EXIT.
082400*=============================================================*
082500* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
082600*=============================================================*
082700 6000-WRITE-HEADINGS.
082800     ADD 1 TO WS-PAGE-COUNT.
082900     MOVE WS-PAGE-COUNT TO EVR-HDG1-PAGE.
083000     MOVE WS-WINDOW-DAYS TO EVR-HDG1-DAYS.
083100     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
083200         DELIMITED BY SIZE INTO EVR-HDG1-DATE.
083300     WRITE RPT-LINE FROM EVR-HEADING-1.
083400     MOVE SPACES TO RPT-LINE.
083500     WRITE RPT-LINE.
083600     WRITE RPT-LINE FROM EVR-HEADING-2.
083700     MOVE 3 TO WS-LINE-COUNT.
083800 6000-WRITE-HEADINGS-EXIT.
083900     EXIT.
084000*=============================================================*
084100* 7000-FIND-RULE - LOOK UP WS-RUL-WANT-TYPE/WS-RUL-WANT-KEY;   *
084200*               WS-RUL-HIT IS ZERO WHEN THERE IS NO RULE      *
084300*=============================================================*
084400 7000-FIND-RULE.
084500     MOVE ZERO TO WS-RUL-HIT.
084600     PERFORM 7010-SCAN-RULE THRU 7010-SCAN-RULE-EXIT
084700         VARYING WS-RUL-SUB FROM 1 BY 1
084800         UNTIL WS-RUL-SUB > WS-RUL-COUNT
084900             OR WS-RUL-HIT > ZERO.
085000 7000-FIND-RULE-EXIT.
085100     EXIT.
085200*=============================================================*
085300* 7010-SCAN-RULE - TEST ONE RULE. ONLY PROBATION RULES ARE     *
085400*               KEYED; THE OTHERS MATCH ON TYPE ALONE         *
085500*=============================================================*
085600 7010-SCAN-RULE.
085700     IF RUL-TYPE (WS-RUL-SUB) = WS-RUL-WANT-TYPE
085800         IF WS-RUL-WANT-TYPE NOT = 'P'
085900                 OR RUL-KEY (WS-RUL-SUB) = WS-RUL-WANT-KEY
086000             MOVE WS-RUL-SUB TO WS-RUL-HIT
086100         END-IF
086200     END-IF.
086300 7010-SCAN-RULE-EXIT.
086400     EXIT.
086500*=============================================================*
086600* 7500-LEFT-JUSTIFY - WS-EDIT-LEAD GETS THE LEADING SPACES IN  *
086700*               WS-EDIT-VALUE                                 *
086800*=============================================================*
086900 7500-LEFT-JUSTIFY.
087000     MOVE ZERO TO WS-EDIT-LEAD.
087100     INSPECT WS-EDIT-VALUE-X TALLYING WS-EDIT-LEAD
087200         FOR LEADING SPACES.
087300 7500-LEFT-JUSTIFY-EXIT.
087400     EXIT.
087500*=============================================================*
087600* 7600-DAYS-TO-DATE - THE DAY NUMBER IN WS-CVT-DAYS BACK TO A  *
087700*               CCYYMMDD DATE IN WS-CVT-DATE. THE YEAR IS     *
087800*               ESTIMATED FROM THE AVERAGE YEAR (146097 DAYS  *
087900*               EVERY 400 YEARS) AND SETTLED AGAINST 8600 FOR *
088000*               JANUARY 1; THE MONTHS ARE THEN WALKED WITH    *
088100*               8605                                          *
088200*=============================================================*
088300 7600-DAYS-TO-DATE.
088400     COMPUTE WS-CVT-YEAR = (WS-CVT-DAYS * 400) / 146097.
088500     SUBTRACT 1 FROM WS-CVT-YEAR.
088600     MOVE 'N' TO WS-YEAR-SWITCH.
088700     PERFORM 7610-TRY-NEXT-YEAR THRU 7610-TRY-NEXT-YEAR-EXIT
088800         UNTIL WS-YEAR-FOUND.
088900     MOVE WS-CVT-YEAR TO WS-DAYS-CCYY.
089000     MOVE 01 TO WS-DAYS-MM.
089100     MOVE 01 TO WS-DAYS-DD.
089200     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
089300     COMPUTE WS-CVT-REMAIN = WS-CVT-DAYS - WS-DAYS-NUMBER.
089400     MOVE 1 TO WS-CVT-MONTH.
089500     MOVE WS-CVT-MONTH TO WS-DAYS-MM.
089600     PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT.
089700     PERFORM 7620-WALK-MONTH THRU 7620-WALK-MONTH-EXIT
089800         UNTIL WS-CVT-REMAIN < WS-DAYS-MONTH-END.
089900     MOVE WS-CVT-YEAR TO WS-CVT-CCYY.
090000     MOVE WS-CVT-MONTH TO WS-CVT-MM.
090100     COMPUTE WS-CVT-DD = WS-CVT-REMAIN + 1.
090200 7600-DAYS-TO-DATE-EXIT.
090300     EXIT.
090400*=============================================================*
090500* 7610-TRY-NEXT-YEAR - KEEP THE YEAR IF THE NEXT JANUARY 1 IS  *
090600*               PAST THE DAY, ELSE MOVE ON A YEAR             *
090700*=============================================================*
090800 7610-TRY-NEXT-YEAR.
090900     COMPUTE WS-DAYS-CCYY = WS-CVT-YEAR + 1.
091000     MOVE 01 TO WS-DAYS-MM.
091100     MOVE 01 TO WS-DAYS-DD.
091200     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
091300     IF WS-DAYS-NUMBER > WS-CVT-DAYS
091400         MOVE 'Y' TO WS-YEAR-SWITCH
091500     ELSE
091600         ADD 1 TO WS-CVT-YEAR
091700     END-IF.
091800 7610-TRY-NEXT-YEAR-EXIT.
091900     EXIT.
092000*=============================================================*
092100* 7620-WALK-MONTH - STEP PAST ONE WHOLE MONTH                  *
092200*=============================================================*
092300 7620-WALK-MONTH.
092400     SUBTRACT WS-DAYS-MONTH-END FROM WS-CVT-REMAIN.
092500     ADD 1 TO WS-CVT-MONTH.
092600     MOVE WS-CVT-MONTH TO WS-DAYS-MM.
092700     PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT.
092800 7620-WALK-MONTH-EXIT.
092900     EXIT.
093000*=============================================================*
093100* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYED EMPLOYEE AND   *
093200*               THE NAME OF THEIR MANAGER                     *
093300*=============================================================*
093400 8000-FETCH-EMPLOYEE.
093500     EXEC SQL
093600         FETCH EMP-CURSOR
093700         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
093800             :EMP-HIRE-DATE, :EMP-MGR-ID, :EMP-STATUS,
093900             :EMP-LEAVE-DATE, :EMP-GRADE, :EMP-EMPL-TYPE,
094000             :WS-MGR-NAME
094100     END-EXEC.
094200     IF SQLCODE = 100
094300         MOVE 'Y' TO WS-EOF-SWITCH
094400     ELSE
094500         IF SQLCODE NOT = 0
094600             DISPLAY 'Employee fetch failed: ' SQLCODE
094700             MOVE 'EMP-FETCH' TO WS-ERROR-CONTEXT
094800             PERFORM 8900-HANDLE-SQL-ERROR
094900                 THRU 8900-HANDLE-SQL-ERROR-EXIT
095000             MOVE 'Y' TO WS-EOF-SWITCH
095100             MOVE 'Y' TO WS-ABANDON-SWITCH
095200         ELSE
095300             MOVE EMP-ID TO WS-ERROR-KEY
095400         END-IF
095500     END-IF.
095600 8000-FETCH-EMPLOYEE-EXIT.
095700     EXIT.
095800*=============================================================*
095900* 9000-TERMINATE - LAST MANAGER, AWARD FILE, TOTALS, RUN-      *
096000*               CONTROL END, CLOSE FILES. THE AWARDS ARE      *
096100*               WRITTEN ONLY IF THE RUN FINISHED UNDER RC 8   *
096200*=============================================================*
096300 9000-TERMINATE.
096400     IF WS-CURSOR-OPEN
096500         EXEC SQL
096600             CLOSE EMP-CURSOR
096700         END-EXEC
096800     END-IF.
096900     PERFORM 5000-PRINT-MANAGER THRU 5000-PRINT-MANAGER-EXIT.
097000     IF WS-ABANDONED OR RETURN-CODE >= 8
097100         MOVE ZERO TO WS-AWARD-TOTAL
097200     ELSE
097300         PERFORM 9100-WRITE-AWARD THRU 9100-WRITE-AWARD-EXIT
097400             VARYING WS-AWD-SUB FROM 1 BY 1
097500             UNTIL WS-AWD-SUB > WS-AWD-COUNT
097600     END-IF.
097700     MOVE SPACES TO RPT-LINE.
097800     WRITE RPT-LINE.
097900     MOVE 'EVENT RULES LOADED:' TO EVR-SUM-LABEL.
098000     MOVE WS-RUL-EVENT-COUNT TO EVR-SUM-COUNT.
098100     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
098200     MOVE 'EMPLOYED STAFF CHECKED:' TO EVR-SUM-LABEL.
098300     MOVE WS-EMPLOYEES-READ TO EVR-SUM-COUNT.
098400     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
098500     MOVE 'PROBATION ENDS LISTED:' TO EVR-SUM-LABEL.
098600     MOVE WS-PROBATION-EVENTS TO EVR-SUM-COUNT.
098700     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
098800     MOVE 'SERVICE ANNIVERSARIES LISTED:' TO EVR-SUM-LABEL.
098900     MOVE WS-SERVICE-EVENTS TO EVR-SUM-COUNT.
099000     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
099100     MOVE 'LEAVE THRESHOLDS LISTED:' TO EVR-SUM-LABEL.
099200     MOVE WS-LEAVE-EVENTS TO EVR-SUM-COUNT.
099300     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
099400     MOVE 'LEAVE THRESHOLDS OVERDUE:' TO EVR-SUM-LABEL.
099500     MOVE WS-OVERDUE-EVENTS TO EVR-SUM-COUNT.
099600     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
099700     MOVE 'SERVICE AWARDS FILED ON EVTDRV:' TO EVR-SUM-LABEL.
099800     MOVE WS-AWARDS-WRITTEN TO EVR-SUM-COUNT.
099900     WRITE RPT-LINE FROM EVR-SUMMARY-LINE.
100000     MOVE 'SERVICE AWARD AMOUNT FILED:' TO EVR-TOT-LABEL.
100100     MOVE WS-AWARD-TOTAL TO EVR-TOT-AMOUNT.
100200     WRITE RPT-LINE FROM EVR-TOTAL-LINE.
100300     IF WS-ABANDONED OR RETURN-CODE >= 8
100400         MOVE SPACES TO RPT-LINE
100500         WRITE RPT-LINE
100600         MOVE ' RUN ABANDONED - NO SERVICE AWARDS FILED'
100700             TO RPT-LINE
100800         WRITE RPT-LINE
100900         MOVE 8 TO RETURN-CODE
101000     END-IF.
101100     MOVE WS-EMPLOYEES-READ TO RUN-RECORDS-IN.
101200     MOVE WS-EVENTS-LISTED TO RUN-RECORDS-OUT.
101300     MOVE ZERO TO RUN-RECORDS-REJECT.
101400     PERFORM 8810-RECORD-RUN-END
101500         THRU 8810-RECORD-RUN-END-EXIT.
101600     CLOSE AWARD-TRANS-FILE.
101700     CLOSE REPORT-FILE.
101800     CLOSE ERROR-LOG.
101900     DISPLAY 'HR events listed: ' WS-EVENTS-LISTED.
102000     DISPLAY 'Service awards filed: ' WS-AWARDS-WRITTEN.
102100 9000-TERMINATE-EXIT.
102200     EXIT.
102300*=============================================================*
102400* 9100-WRITE-AWARD - ONE HELD AWARD PAYMENT TO EVTDRV          *
102500*=============================================================*
102600 9100-WRITE-AWARD.
102700     WRITE EVD-RECORD FROM WS-AWD-ENTRY (WS-AWD-SUB).
102800     ADD 1 TO WS-AWARDS-WRITTEN.
102900 9100-WRITE-AWARD-EXIT.
103000     EXIT.
103100*=============================================================*
103200* 8450-CREDITED-SERVICE - SHARED BRIDGED-SERVICE ARITHMETIC,   *
103300*               COPIED IN                                     *
103400*=============================================================*
103500     COPY SVCHDL.
103600*=============================================================*
103700* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
103800*               COPIED IN                                     *
103900*=============================================================*
104000     COPY DAYSHDL.
104100*=============================================================*
104200* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
104300*               CONTROL RECORDING, COPIED IN                   *
104400*=============================================================*
104500     COPY RUNHDL.
104600*=============================================================*
104700* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
104800*=============================================================*
104900     COPY ERRHDL.
