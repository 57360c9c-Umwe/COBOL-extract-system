000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CompaRatioReport.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. COMPA-RATIO AND PAY-    *
001000*               EQUITY REPORT AGAINST THE SALARY_GRADE BANDS. *
001100*               EVERY EMPLOYED (ACTIVE OR ON LEAVE) EMPLOYEE  *
001200*               WHOSE GRADE IS ON SALARY_GRADE PRINTS WITH    *
001300*               THEIR COMPA-RATIO (SALARY OVER THE BAND       *
001400*               MIDPOINT) AND POSITION IN BAND (PERCENT OF    *
001500*               THE WAY FROM MINIMUM TO MAXIMUM). OVER THE    *
001600*               MAXIMUM IS FLAGGED RED, UNDER THE MINIMUM     *
001700*               GREEN - THE LATTER CATCHES ANYONE LEFT BELOW  *
001800*               A MINIMUM RAISED THROUGH RefDataMaint.        *
001900*               LISTED BY GRADE AND DEPARTMENT WITH AN        *
002000*               AVERAGE COMPA-RATIO FOR EACH DEPARTMENT       *
002100*               WITHIN THE GRADE AND FOR THE GRADE, THEN A    *
002200*               GRADE BY SERVICE-LENGTH TABLE OF AVERAGE      *
002300*               COMPA-RATIOS FROM COMPLETED YEARS SINCE       *
002400*               HIRE_DATE. ANY RED OR GREEN-CIRCLED EMPLOYEE  *
002500*               ENDS THE RUN RC 4. RUN ON DEMAND.             *
002516*   10/15/2026  RH  ONLY ACTIVE SALARY_GRADE ROWS             *
002532*               (GRADE_STATUS 'A') ARE PRICED AGAINST, AS     *
002548*               EVERYWHERE ELSE THE BANDS ARE READ. STAFF     *
002564*               LEFT ON A RETIRED GRADE ARE A                 *
002580*               DataQualitySweep FINDING AND NO LONGER PRINT. *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT COMPA-REPORT ASSIGN TO CPRRPT
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT ERROR-LOG ASSIGN TO SYSERR
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  COMPA-REPORT
003700     RECORDING MODE IS F.
003800 01  RPT-LINE                 PIC X(80).
003900
004000 FD  ERROR-LOG
004100     RECORDING MODE IS F.
004200     COPY ERRREC.
004300 WORKING-STORAGE SECTION.
004400     COPY DBCONN.
004500
004600 01  WS-SQLCODE               PIC S9(9) COMP.
004700
004800     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
004900
005000     COPY RUNWS.
005100
005200 01  WS-SWITCHES.
005300     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
005400         88  WS-EOF                VALUE 'Y'.
005500     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
005600         88  WS-ABANDONED          VALUE 'Y'.
005700     05  WS-SVC-FULL-SWITCH   PIC X(01) VALUE 'N'.
005800         88  WS-SVC-TABLE-FULL     VALUE 'Y'.
005900
006000 01  WS-COUNTERS.
006100     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
006200     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
006300     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
006400     05  WS-NO-BAND-COUNT     PIC 9(07) COMP VALUE ZERO.
006500
006600 01  WS-REPORT-DATE.
006700     05  WS-REPORT-YY         PIC 9(02).
006800     05  WS-REPORT-MM         PIC 9(02).
006900     05  WS-REPORT-DD         PIC 9(02).
007000
007100 01  WS-RUN-DATE              PIC 9(08).
007200 01  WS-RUN-SPLIT             REDEFINES WS-RUN-DATE.
007300     05  WS-RUN-CCYY          PIC 9(04).
007400     05  WS-RUN-MMDD          PIC 9(04).
007500 01  WS-HIRE-SPLIT.
007600     05  WS-HIRE-CCYY         PIC 9(04).
007700     05  WS-HIRE-MMDD         PIC 9(04).
007800
007900 01  WS-BAND-FIELDS.
008000     05  WS-GRADE-MIN         PIC 9(07)V99 COMP-3.
008100     05  WS-GRADE-MAX         PIC 9(07)V99 COMP-3.
008200     05  WS-BAND-MID          PIC 9(07)V99 COMP-3.
008300     05  WS-COMPA             PIC 9(03)V9(04) COMP-3.
008400     05  WS-BAND-POS          PIC S9(05)V9(01) COMP-3.
008500     05  WS-SERVICE-YEARS     PIC 9(03) COMP VALUE ZERO.
008600     05  WS-SVC-BAND          PIC 9(01) COMP VALUE ZERO.
008700     05  WS-CIRCLE            PIC X(06).
008800
008900 01  WS-BREAK-FIELDS.
009000     05  WS-PREV-GRADE        PIC X(02) VALUE SPACES.
009100     05  WS-PREV-DEPT-ID      PIC X(04) VALUE SPACES.
009200
009300*    ACCUMULATORS: DEPARTMENT WITHIN GRADE, GRADE, RUN.
009400 01  WS-DEPT-TOTALS.
009500     05  GD-COUNT             PIC 9(07) COMP.
009600     05  GD-SUM               PIC 9(09)V9(04) COMP-3.
009700     05  GD-RED               PIC 9(07) COMP.
009800     05  GD-GREEN             PIC 9(07) COMP.
009900 01  WS-GRADE-TOTALS.
010000     05  GR-COUNT             PIC 9(07) COMP.
010100     05  GR-SUM               PIC 9(09)V9(04) COMP-3.
010200     05  GR-RED               PIC 9(07) COMP.
010300     05  GR-GREEN             PIC 9(07) COMP.
010400 01  WS-RUN-TOTALS.
010500     05  GT-COUNT             PIC 9(07) COMP.
010600     05  GT-SUM               PIC 9(09)V9(04) COMP-3.
010700     05  GT-RED               PIC 9(07) COMP.
010800     05  GT-GREEN             PIC 9(07) COMP.
010900 01  WS-AVERAGE               PIC 9(03)V9(04) COMP-3.
011000
011100*    AVERAGE COMPA-RATIO BY GRADE AND SERVICE BAND. BANDS ARE
011200*    COMPLETED YEARS: UNDER 1, 1-2, 3-4, 5-9, 10-19, 20 UP.
011300*    THE LAST ENTRY IN USE IS THE ALL-GRADES ROW.
011400 01  WS-SERVICE-TABLE.
011500     05  WS-SVC-MAX           PIC 9(03) COMP VALUE 51.
011600     05  WS-SVC-COUNT         PIC 9(03) COMP VALUE ZERO.
011700     05  WS-SVC-SUB           PIC 9(03) COMP VALUE ZERO.
011800     05  WS-SVC-ALL           PIC 9(03) COMP VALUE ZERO.
011900     05  WS-SVC-COL           PIC 9(01) COMP VALUE ZERO.
012000     05  WS-SVC-ENTRY OCCURS 51 TIMES.
012100         10  SVC-GRADE        PIC X(04).
012200         10  SVC-BAND OCCURS 6 TIMES.
012300             15  SVC-COUNT    PIC 9(07) COMP.
012400             15  SVC-SUM      PIC 9(09)V9(04) COMP-3.
012500
012600 01  CPR-HEADING-1.
012700     05  FILLER               PIC X(01) VALUE SPACE.
012800     05  FILLER               PIC X(34) VALUE
012900         'COMPA-RATIO AND PAY-EQUITY REPORT'.
013000     05  FILLER               PIC X(05) VALUE SPACE.
013100     05  CPR-HDG1-DATE        PIC X(08).
013200     05  FILLER               PIC X(10) VALUE SPACE.
013300     05  FILLER               PIC X(05) VALUE 'PAGE '.
013400     05  CPR-HDG1-PAGE        PIC ZZ9.
013500
013600 01  CPR-HEADING-2.
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  FILLER               PIC X(06) VALUE 'EMP-ID'.
013900     05  FILLER               PIC X(21) VALUE 'EMPLOYEE NAME'.
014000     05  FILLER               PIC X(05) VALUE 'DEPT'.
014100     05  FILLER               PIC X(03) VALUE 'GR'.
014200     05  FILLER               PIC X(11) VALUE '    SALARY'.
014300     05  FILLER               PIC X(07) VALUE ' COMPA'.
014400     05  FILLER               PIC X(08) VALUE ' BAND %'.
014500     05  FILLER               PIC X(06) VALUE 'FLAG'.
014600
014700 01  CPR-BAND-LINE.
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  FILLER               PIC X(06) VALUE 'GRADE '.
015000     05  CPR-BND-GRADE        PIC X(02).
015100     05  FILLER               PIC X(07) VALUE '   MIN '.
015200     05  CPR-BND-MIN          PIC Z,ZZZ,ZZ9.99.
015300     05  FILLER               PIC X(07) VALUE '   MID '.
015400     05  CPR-BND-MID          PIC Z,ZZZ,ZZ9.99.
015500     05  FILLER               PIC X(07) VALUE '   MAX '.
015600     05  CPR-BND-MAX          PIC Z,ZZZ,ZZ9.99.
015700
015800 01  CPR-DETAIL-LINE.
015900     05  FILLER               PIC X(01) VALUE SPACE.
016000     05  CPR-DTL-EMP-ID       PIC X(05).
016100     05  FILLER               PIC X(01) VALUE SPACE.
016200     05  CPR-DTL-NAME         PIC X(20).
016300     05  FILLER               PIC X(01) VALUE SPACE.
016400     05  CPR-DTL-DEPT-ID      PIC X(04).
016500     05  FILLER               PIC X(01) VALUE SPACE.
016600     05  CPR-DTL-GRADE        PIC X(02).
016700     05  FILLER               PIC X(01) VALUE SPACE.
016800     05  CPR-DTL-SALARY       PIC ZZZ,ZZ9.99.
016900     05  FILLER               PIC X(01) VALUE SPACE.
017000     05  CPR-DTL-COMPA        PIC Z9.999.
017100     05  FILLER               PIC X(01) VALUE SPACE.
017200     05  CPR-DTL-POSITION     PIC -ZZZ9.9.
017300     05  FILLER               PIC X(01) VALUE SPACE.
017400     05  CPR-DTL-FLAG         PIC X(07).
017500
017600 01  CPR-TOTAL-LINE.
017700     05  FILLER               PIC X(03) VALUE SPACE.
017800     05  CPR-TOT-LABEL        PIC X(19).
017900     05  FILLER               PIC X(05) VALUE 'EMPS '.
018000     05  CPR-TOT-COUNT        PIC ZZZ,ZZ9.
018100     05  FILLER               PIC X(12) VALUE '  AVG COMPA '.
018200     05  CPR-TOT-AVERAGE      PIC Z9.999.
018300     05  FILLER               PIC X(06) VALUE '  RED '.
018400     05  CPR-TOT-RED          PIC ZZ,ZZ9.
018500     05  FILLER               PIC X(08) VALUE '  GREEN '.
018600     05  CPR-TOT-GREEN        PIC ZZ,ZZ9.
018700
018800 01  CPR-SECTION-LINE.
018900     05  FILLER               PIC X(01) VALUE SPACE.
019000     05  CPR-SECTION-TEXT     PIC X(60).
019100
019200 01  CPR-SERVICE-HEADING.
019300     05  FILLER               PIC X(01) VALUE SPACE.
019400     05  FILLER               PIC X(07) VALUE 'GRADE'.
019500     05  FILLER               PIC X(09) VALUE '  UNDER 1'.
019600     05  FILLER               PIC X(09) VALUE '   1-2 YR'.
019700     05  FILLER               PIC X(09) VALUE '   3-4 YR'.
019800     05  FILLER               PIC X(09) VALUE '   5-9 YR'.
019900     05  FILLER               PIC X(09) VALUE ' 10-19 YR'.
020000     05  FILLER               PIC X(09) VALUE '   20+ YR'.
020100
020200 01  CPR-SERVICE-LINE.
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  CPR-SVC-GRADE        PIC X(04).
020500     05  FILLER               PIC X(03) VALUE SPACE.
020600     05  CPR-SVC-CELL OCCURS 6 TIMES.
020700         10  FILLER           PIC X(03).
020800         10  CPR-SVC-AVERAGE  PIC X(06).
020900
021000 01  WS-CELL-EDIT             PIC Z9.999.
021100
021200 01  CPR-SUMMARY-LINE.
021300     05  FILLER               PIC X(01) VALUE SPACE.
021400     05  CPR-SUM-LABEL        PIC X(40).
021500     05  CPR-SUM-COUNT        PIC ZZZ,ZZ9.
021600
021700     COPY ERRWS.
021800
021900 PROCEDURE DIVISION.
022000*=============================================================*
022100* 0000-MAINLINE                                               *
022200*=============================================================*
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
022500     IF NOT WS-ABANDONED
022600         PERFORM 2000-PROCESS-EMPLOYEE
022700             THRU 2000-PROCESS-EMPLOYEE-EXIT
022800             UNTIL WS-EOF
022900         IF WS-PREV-GRADE NOT = SPACES
023000             PERFORM 3000-DEPT-TOTAL THRU 3000-DEPT-TOTAL-EXIT
023100             PERFORM 3100-GRADE-TOTAL THRU 3100-GRADE-TOTAL-EXIT
023200         END-IF
023300         PERFORM 3500-SERVICE-TABLE THRU 3500-SERVICE-TABLE-EXIT
023400         PERFORM 3700-GRAND-TOTAL THRU 3700-GRAND-TOTAL-EXIT
023500     END-IF.
023600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
023700     GOBACK.
023800*=============================================================*
023900* 1000-INITIALIZE - CONNECT, DECLARE AND OPEN THE EMPLOYEE/    *
024000*               GRADE CURSOR, PRIME THE FETCH                  *
024100*=============================================================*
024200 1000-INITIALIZE.
024300     OPEN OUTPUT COMPA-REPORT.
024400     OPEN OUTPUT ERROR-LOG.
024500     ACCEPT WS-REPORT-DATE FROM DATE.
024600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024700     INITIALIZE WS-DEPT-TOTALS WS-GRADE-TOTALS WS-RUN-TOTALS.
024800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
024900     EXEC SQL
025000         CONNECT TO 'yourdatabase'
025100         USER :WS-USERID
025200         USING :WS-PASSWORD
025300     END-EXEC.
025400     IF SQLCODE NOT = 0
025500         DISPLAY 'Connection failed: ' SQLCODE
025600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
025700         PERFORM 8900-HANDLE-SQL-ERROR
025800             THRU 8900-HANDLE-SQL-ERROR-EXIT
025900         MOVE 'Y' TO WS-ABANDON-SWITCH
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF.
026200     MOVE 'CPR' TO RUN-PROGRAM-ID.
026300     MOVE 'Y' TO RUN-LOG-SWITCH.
026400     PERFORM 8800-RECORD-RUN-START
026500         THRU 8800-RECORD-RUN-START-EXIT.
026600*    EMPLOYED STAFF WHOSE GRADE IS ON SALARY_GRADE AND ACTIVE. A
026700*    BLANK, UNKNOWN OR INACTIVE GRADE IS A DataQualitySweep
026800*    FINDING, NOT A PAY-EQUITY ONE.
026900     EXEC SQL
027000         DECLARE CPR-CURSOR CURSOR FOR
027100             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID,
027200                 E.HIRE_DATE, E.SALARY, E.GRADE_ID,
027300                 G.GRADE_MIN_SAL, G.GRADE_MAX_SAL
027400             FROM EMPLOYEE E, SALARY_GRADE G
027500             WHERE G.GRADE_ID = E.GRADE_ID
027550                 AND G.GRADE_STATUS = 'A'
027600                 AND (E.EMP_STATUS = 'A' OR E.EMP_STATUS = 'L')
027700             ORDER BY E.GRADE_ID, E.DEPT_ID, E.EMP_ID
027800     END-EXEC.
027900     EXEC SQL
028000         OPEN CPR-CURSOR
028100     END-EXEC.
028200     IF SQLCODE NOT = 0
028300         DISPLAY 'Cursor open failed: ' SQLCODE
028400         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
028500         PERFORM 8900-HANDLE-SQL-ERROR
028600             THRU 8900-HANDLE-SQL-ERROR-EXIT
028700         MOVE 'Y' TO WS-ABANDON-SWITCH
028800         GO TO 1000-INITIALIZE-EXIT
028900     END-IF.
029000*    THE ALL-GRADES SERVICE ROW IS KEPT IN THE LAST SLOT.
029100     MOVE WS-SVC-MAX TO WS-SVC-ALL.
029200     INITIALIZE WS-SVC-ENTRY (WS-SVC-ALL).
029300     MOVE 'ALL' TO SVC-GRADE (WS-SVC-ALL).
029400     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
029500     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800*=============================================================*
029900* 2000-PROCESS-EMPLOYEE - BREAK ON DEPARTMENT AND GRADE, THEN  *
030000*               PRICE AND PRINT ONE EMPLOYEE                   *
030100*=============================================================*
030200 2000-PROCESS-EMPLOYEE.
030300     IF EMP-GRADE NOT = WS-PREV-GRADE
030400         IF WS-PREV-GRADE NOT = SPACES
030500             PERFORM 3000-DEPT-TOTAL THRU 3000-DEPT-TOTAL-EXIT
030600             PERFORM 3100-GRADE-TOTAL THRU 3100-GRADE-TOTAL-EXIT
030700         END-IF
030800         PERFORM 2050-START-GRADE THRU 2050-START-GRADE-EXIT
030900     ELSE
031000         IF EMP-DEPT-ID NOT = WS-PREV-DEPT-ID
031100             PERFORM 3000-DEPT-TOTAL THRU 3000-DEPT-TOTAL-EXIT
031200         END-IF
031300     END-IF.
031400     MOVE EMP-DEPT-ID TO WS-PREV-DEPT-ID.
031500     PERFORM 2100-PRICE-EMPLOYEE THRU 2100-PRICE-EMPLOYEE-EXIT.
031600     MOVE EMP-ID          TO CPR-DTL-EMP-ID.
031700     MOVE EMP-NAME        TO CPR-DTL-NAME.
031800     MOVE EMP-DEPT-ID     TO CPR-DTL-DEPT-ID.
031900     MOVE EMP-GRADE       TO CPR-DTL-GRADE.
032000     MOVE EMP-SALARY      TO CPR-DTL-SALARY.
032100     MOVE WS-COMPA        TO CPR-DTL-COMPA.
032200     MOVE WS-BAND-POS     TO CPR-DTL-POSITION.
032300     MOVE WS-CIRCLE       TO CPR-DTL-FLAG.
032400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
032500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
032600     END-IF.
032700     WRITE RPT-LINE FROM CPR-DETAIL-LINE.
032800     ADD 1 TO WS-LINE-COUNT.
032900     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
033000 2000-PROCESS-EMPLOYEE-EXIT.
033100     EXIT.
033200*=============================================================*
033300* 2050-START-GRADE - PRINT THE NEW GRADE'S BAND AND OPEN ITS   *
033400*               ROW OF THE SERVICE TABLE                       *
033500*=============================================================*
033600 2050-START-GRADE.
033700     MOVE EMP-GRADE TO WS-PREV-GRADE.
033800     MOVE WS-GRADE-MIN TO CPR-BND-MIN.
033900     MOVE WS-GRADE-MAX TO CPR-BND-MAX.
034000     COMPUTE WS-BAND-MID ROUNDED =
034100         (WS-GRADE-MIN + WS-GRADE-MAX) / 2.
034200     MOVE WS-BAND-MID TO CPR-BND-MID.
034300     MOVE EMP-GRADE TO CPR-BND-GRADE.
034400     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
034500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
034600     END-IF.
034700     MOVE SPACES TO RPT-LINE.
034800     WRITE RPT-LINE.
034900     WRITE RPT-LINE FROM CPR-BAND-LINE.
035000     ADD 2 TO WS-LINE-COUNT.
035100     MOVE ZERO TO WS-SVC-SUB.
035200     IF WS-SVC-COUNT >= WS-SVC-MAX - 1
035300         IF NOT WS-SVC-TABLE-FULL
035400             DISPLAY 'Service table full - later grades '
035500                 'counted under ALL only.'
035600             MOVE 'Y' TO WS-SVC-FULL-SWITCH
035700         END-IF
035800         GO TO 2050-START-GRADE-EXIT
035900     END-IF.
036000     ADD 1 TO WS-SVC-COUNT.
036100     MOVE WS-SVC-COUNT TO WS-SVC-SUB.
036200     INITIALIZE WS-SVC-ENTRY (WS-SVC-SUB).
036300     MOVE EMP-GRADE TO SVC-GRADE (WS-SVC-SUB).
036400 2050-START-GRADE-EXIT.
036500     EXIT.
036600*=============================================================*
036700* 2100-PRICE-EMPLOYEE - COMPA-RATIO, POSITION IN BAND, RED OR  *
036800*               GREEN CIRCLE, SERVICE BAND; ADD TO EVERY TOTAL *
036900*=============================================================*
037000 2100-PRICE-EMPLOYEE.
037100     MOVE ZERO TO WS-COMPA.
037200     MOVE ZERO TO WS-BAND-POS.
037300     MOVE SPACES TO WS-CIRCLE.
037400     COMPUTE WS-BAND-MID ROUNDED =
037500         (WS-GRADE-MIN + WS-GRADE-MAX) / 2.
037600     IF WS-BAND-MID NOT > ZERO
037700         MOVE 'NOBAND' TO WS-CIRCLE
037800         ADD 1 TO WS-NO-BAND-COUNT
037900         GO TO 2100-PRICE-EMPLOYEE-EXIT
038000     END-IF.
038100     COMPUTE WS-COMPA ROUNDED = EMP-SALARY / WS-BAND-MID.
038200     IF WS-GRADE-MAX > WS-GRADE-MIN
038300         COMPUTE WS-BAND-POS ROUNDED =
038400             (EMP-SALARY - WS-GRADE-MIN) * 100
038500             / (WS-GRADE-MAX - WS-GRADE-MIN)
038600     END-IF.
038700     IF EMP-SALARY > WS-GRADE-MAX
038800         MOVE 'RED' TO WS-CIRCLE
038900         ADD 1 TO GD-RED GR-RED GT-RED
039000     END-IF.
039100     IF EMP-SALARY < WS-GRADE-MIN
039200         MOVE 'GREEN' TO WS-CIRCLE
039300         ADD 1 TO GD-GREEN GR-GREEN GT-GREEN
039400     END-IF.
039500     ADD 1 TO GD-COUNT GR-COUNT GT-COUNT.
039600     ADD WS-COMPA TO GD-SUM GR-SUM GT-SUM.
039700     MOVE EMP-HIRE-DATE TO WS-HIRE-SPLIT.
039800     MOVE ZERO TO WS-SERVICE-YEARS.
039900     IF WS-RUN-CCYY > WS-HIRE-CCYY
040000         COMPUTE WS-SERVICE-YEARS = WS-RUN-CCYY - WS-HIRE-CCYY
040100         IF WS-RUN-MMDD < WS-HIRE-MMDD
040200             SUBTRACT 1 FROM WS-SERVICE-YEARS
040300         END-IF
040400     END-IF.
040500     EVALUATE TRUE
040600         WHEN WS-SERVICE-YEARS < 1
040700             MOVE 1 TO WS-SVC-BAND
040800         WHEN WS-SERVICE-YEARS < 3
040900             MOVE 2 TO WS-SVC-BAND
041000         WHEN WS-SERVICE-YEARS < 5
041100             MOVE 3 TO WS-SVC-BAND
041200         WHEN WS-SERVICE-YEARS < 10
041300             MOVE 4 TO WS-SVC-BAND
041400         WHEN WS-SERVICE-YEARS < 20
041500             MOVE 5 TO WS-SVC-BAND
041600         WHEN OTHER
041700             MOVE 6 TO WS-SVC-BAND
041800     END-EVALUATE.
041900     IF WS-SVC-SUB > ZERO
042000         ADD 1 TO SVC-COUNT (WS-SVC-SUB, WS-SVC-BAND)
042100         ADD WS-COMPA TO SVC-SUM (WS-SVC-SUB, WS-SVC-BAND)
042200     END-IF.
042300     ADD 1 TO SVC-COUNT (WS-SVC-ALL, WS-SVC-BAND).
042400     ADD WS-COMPA TO SVC-SUM (WS-SVC-ALL, WS-SVC-BAND).
042500 2100-PRICE-EMPLOYEE-EXIT.
042600     EXIT.
042700*=============================================================*
042800* 3000-DEPT-TOTAL - THE DEPARTMENT'S AVERAGE WITHIN THE GRADE  *
042900*=============================================================*
043000 3000-DEPT-TOTAL.
043100     MOVE SPACES TO CPR-TOT-LABEL.
043200     STRING 'DEPT ' WS-PREV-DEPT-ID ' GRADE ' WS-PREV-GRADE
043300         DELIMITED BY SIZE INTO CPR-TOT-LABEL.
043400     MOVE GD-COUNT TO CPR-TOT-COUNT.
043500     MOVE ZERO TO WS-AVERAGE.
043600     IF GD-COUNT > ZERO
043700         COMPUTE WS-AVERAGE ROUNDED = GD-SUM / GD-COUNT
043800     END-IF.
043900     MOVE WS-AVERAGE TO CPR-TOT-AVERAGE.
044000     MOVE GD-RED   TO CPR-TOT-RED.
044100     MOVE GD-GREEN TO CPR-TOT-GREEN.
044200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
044400     END-IF.
044500     WRITE RPT-LINE FROM CPR-TOTAL-LINE.
044600     ADD 1 TO WS-LINE-COUNT.
044700     INITIALIZE WS-DEPT-TOTALS.
044800 3000-DEPT-TOTAL-EXIT.
044900     EXIT.
045000*=============================================================*
045100* 3100-GRADE-TOTAL - THE GRADE'S AVERAGE ACROSS DEPARTMENTS    *
045200*=============================================================*
045300 3100-GRADE-TOTAL.
045400     MOVE SPACES TO CPR-TOT-LABEL.
045500     STRING 'GRADE ' WS-PREV-GRADE ' ALL DEPTS'
045600         DELIMITED BY SIZE INTO CPR-TOT-LABEL.
045700     MOVE GR-COUNT TO CPR-TOT-COUNT.
045800     MOVE ZERO TO WS-AVERAGE.
045900     IF GR-COUNT > ZERO
046000         COMPUTE WS-AVERAGE ROUNDED = GR-SUM / GR-COUNT
046100     END-IF.
046200     MOVE WS-AVERAGE TO CPR-TOT-AVERAGE.
046300     MOVE GR-RED   TO CPR-TOT-RED.
046400     MOVE GR-GREEN TO CPR-TOT-GREEN.
046500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
046600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
046700     END-IF.
046800     WRITE RPT-LINE FROM CPR-TOTAL-LINE.
046900     ADD 1 TO WS-LINE-COUNT.
047000     INITIALIZE WS-GRADE-TOTALS.
047100 3100-GRADE-TOTAL-EXIT.
047200     EXIT.
047300*=============================================================*
047400* 3500-SERVICE-TABLE - AVERAGE COMPA-RATIO BY GRADE AND        *
047500*               SERVICE BAND, THEN ALL GRADES                  *
047600*=============================================================*
047700 3500-SERVICE-TABLE.
047800     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
047900         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
048000     END-IF.
048100     MOVE SPACES TO RPT-LINE.
048200     WRITE RPT-LINE.
048300     MOVE 'AVERAGE COMPA-RATIO BY GRADE AND YEARS OF SERVICE'
048400         TO CPR-SECTION-TEXT.
048500     WRITE RPT-LINE FROM CPR-SECTION-LINE.
048600     WRITE RPT-LINE FROM CPR-SERVICE-HEADING.
048700     ADD 3 TO WS-LINE-COUNT.
048800     PERFORM 3550-SERVICE-ROW THRU 3550-SERVICE-ROW-EXIT
048900         VARYING WS-SVC-SUB FROM 1 BY 1
049000         UNTIL WS-SVC-SUB > WS-SVC-COUNT.
049100     MOVE WS-SVC-ALL TO WS-SVC-SUB.
049200     PERFORM 3550-SERVICE-ROW THRU 3550-SERVICE-ROW-EXIT.
049300 3500-SERVICE-TABLE-EXIT.
049400     EXIT.
049500*=============================================================*
049600* 3550-SERVICE-ROW - ONE GRADE'S SIX SERVICE-BAND AVERAGES; AN *
049700*               EMPTY BAND PRINTS A DASH                       *
049800*=============================================================*
049900 3550-SERVICE-ROW.
050000     MOVE SPACES TO CPR-SERVICE-LINE.
050100     MOVE SVC-GRADE (WS-SVC-SUB) TO CPR-SVC-GRADE.
050200     PERFORM 3560-SERVICE-CELL THRU 3560-SERVICE-CELL-EXIT
050300         VARYING WS-SVC-COL FROM 1 BY 1
050400         UNTIL WS-SVC-COL > 6.
050500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
050700     END-IF.
050800     WRITE RPT-LINE FROM CPR-SERVICE-LINE.
050900     ADD 1 TO WS-LINE-COUNT.
051000 3550-SERVICE-ROW-EXIT.
051100     EXIT.
051200*=============================================================*
051300* 3560-SERVICE-CELL - ONE GRADE/SERVICE-BAND AVERAGE           *
051400*=============================================================*
051500 3560-SERVICE-CELL.
051600     IF SVC-COUNT (WS-SVC-SUB, WS-SVC-COL) = ZERO
051700         MOVE '     -' TO CPR-SVC-AVERAGE (WS-SVC-COL)
051800         GO TO 3560-SERVICE-CELL-EXIT
051900     END-IF.
052000     COMPUTE WS-AVERAGE ROUNDED =
052100         SVC-SUM (WS-SVC-SUB, WS-SVC-COL)
052200         / SVC-COUNT (WS-SVC-SUB, WS-SVC-COL).
052300     MOVE WS-AVERAGE TO WS-CELL-EDIT.
052400     MOVE WS-CELL-EDIT TO CPR-SVC-AVERAGE (WS-SVC-COL).
052500 3560-SERVICE-CELL-EXIT.
052600     EXIT.
052700*=============================================================*
052800* 3700-GRAND-TOTAL - RUN AVERAGE AND CIRCLE COUNTS             *
052900*=============================================================*
053000 3700-GRAND-TOTAL.
053100     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
053200         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
053300     END-IF.
053400     MOVE SPACES TO RPT-LINE.
053500     WRITE RPT-LINE.
053600     MOVE 'ALL GRADES' TO CPR-TOT-LABEL.
053700     MOVE GT-COUNT TO CPR-TOT-COUNT.
053800     MOVE ZERO TO WS-AVERAGE.
053900     IF GT-COUNT > ZERO
054000         COMPUTE WS-AVERAGE ROUNDED = GT-SUM / GT-COUNT
054100     END-IF.
054200     MOVE WS-AVERAGE TO CPR-TOT-AVERAGE.
054300     MOVE GT-RED   TO CPR-TOT-RED.
054400     MOVE GT-GREEN TO CPR-TOT-GREEN.
054500     WRITE RPT-LINE FROM CPR-TOTAL-LINE.
054600     MOVE 'RED-CIRCLED (OVER BAND MAXIMUM):' TO CPR-SUM-LABEL.
054700     MOVE GT-RED TO CPR-SUM-COUNT.
054800     WRITE RPT-LINE FROM CPR-SUMMARY-LINE.
054900     MOVE 'GREEN-CIRCLED (UNDER BAND MINIMUM):' TO CPR-SUM-LABEL.
055000     MOVE GT-GREEN TO CPR-SUM-COUNT.
055100     WRITE RPT-LINE FROM CPR-SUMMARY-LINE.
055200     MOVE 'GRADE WITH NO BAND (NOT PRICED):' TO CPR-SUM-LABEL.
055300     MOVE WS-NO-BAND-COUNT TO CPR-SUM-COUNT.
055400     WRITE RPT-LINE FROM CPR-SUMMARY-LINE.
055500     ADD 5 TO WS-LINE-COUNT.
055600     IF GT-RED > ZERO OR GT-GREEN > ZERO
055700         IF RETURN-CODE < 4
055800             MOVE 4 TO RETURN-CODE
055900         END-IF
056000     END-IF.
056100 3700-GRAND-TOTAL-EXIT.
056200     EXIT.
056300*=============================================================*
056400* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
056500*=============================================================*
056600 6000-WRITE-HEADINGS.
056700     ADD 1 TO WS-PAGE-COUNT.
056800     MOVE WS-PAGE-COUNT TO CPR-HDG1-PAGE.
056900     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
057000         DELIMITED BY SIZE INTO CPR-HDG1-DATE.
057100     WRITE RPT-LINE FROM CPR-HEADING-1.
057200     MOVE SPACES TO RPT-LINE.
057300     WRITE RPT-LINE.
057400     WRITE RPT-LINE FROM CPR-HEADING-2.
057500     MOVE 3 TO WS-LINE-COUNT.
057600 6000-WRITE-HEADINGS-EXIT.
057700     EXIT.
057800*=============================================================*
057900* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE AND ITS BAND   *
058000*=============================================================*
058100 8000-FETCH-EMPLOYEE.
058200     EXEC SQL
058300         FETCH CPR-CURSOR
058400         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
058500             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-GRADE,
058600             :WS-GRADE-MIN, :WS-GRADE-MAX
058700     END-EXEC.
058800     IF SQLCODE = 100
058900         MOVE 'Y' TO WS-EOF-SWITCH
059000     ELSE
059100         IF SQLCODE NOT = 0
059200             DISPLAY 'Fetch failed: ' SQLCODE
059300             MOVE 'FETCH' TO WS-ERROR-CONTEXT
059400             PERFORM 8900-HANDLE-SQL-ERROR
059500                 THRU 8900-HANDLE-SQL-ERROR-EXIT
059600             MOVE 'Y' TO WS-EOF-SWITCH
059700         END-IF
059800     END-IF.
059900 8000-FETCH-EMPLOYEE-EXIT.
060000     EXIT.
060100*=============================================================*
060200* 9000-TERMINATE - CLOSE THE CURSOR, RUN-CONTROL END, CLOSE    *
060300*               FILES                                          *
060400*=============================================================*
060500 9000-TERMINATE.
060600     IF NOT WS-ABANDONED
060700         EXEC SQL
060800             CLOSE CPR-CURSOR
060900         END-EXEC
061000     END-IF.
061100     COMPUTE RUN-RECORDS-IN = GT-COUNT + WS-NO-BAND-COUNT.
061200     MOVE GT-COUNT TO RUN-RECORDS-OUT.
061300     COMPUTE RUN-RECORDS-REJECT = GT-RED + GT-GREEN.
061400     PERFORM 8810-RECORD-RUN-END
061500         THRU 8810-RECORD-RUN-END-EXIT.
061600     CLOSE COMPA-REPORT.
061700     CLOSE ERROR-LOG.
061800     DISPLAY 'Employees priced:     ' GT-COUNT.
061900     DISPLAY 'Red-circled:          ' GT-RED.
062000     DISPLAY 'Green-circled:        ' GT-GREEN.
062100 9000-TERMINATE-EXIT.
062200     EXIT.
062300*=============================================================*
062400* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
062500*               CONTROL RECORDING, COPIED IN                   *
062600*=============================================================*
062700     COPY RUNHDL.
062800*=============================================================*
062900* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
063000*=============================================================*
063100     COPY ERRHDL.
