000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LaborGlJournal.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. MONTH-END LABOR COST    *
001000*               DISTRIBUTION JOURNAL FOR THE GENERAL LEDGER.  *
001100*               FOR THE MONTH ON THE GLJCTL CONTROL RECORD    *
001200*               (CCYYMM, CURRENT MONTH WHEN BLANK) EVERY      *
001300*               EMPLOYEE'S SALARY IS PRICED PER CALENDAR DAY  *
001400*               AT ANNUAL SALARY / 365 AND CHARGED TO THE     *
001500*               DEPARTMENT THE EMPLOYEE SAT IN THAT DAY - THE *
001600*               EMPLOYEE_AUDIT IMAGES SPLIT THE MONTH AT A    *
001700*               TRANSFER (A MassDeptTransfer REORG INCLUDED), *
001800*               A SALARY CHANGE, A LEAVE OR A TERMINATION.    *
001900*               THE MONTH'S EMP_PAYMENT ROWS ARE CHARGED BY   *
002000*               PAY TYPE UNDER THEIR OWN ACCOUNTS. THE NEW    *
002100*               GL_ACCOUNT_MAP TABLE MAPS DEPT_ID TO COST     *
002200*               CENTER ('D' ROWS), PAY TYPE TO GL ACCOUNT     *
002300*               ('P' ROWS), AND CARRIES THE SALARY EXPENSE    *
002400*               ('S'), PAYROLL CLEARING ('C') AND SUSPENSE    *
002500*               ('X') ACCOUNTS. GLJRNL IS A BALANCED JOURNAL: *
002600*               HEADER, ONE DEBIT PER DEPARTMENT/ACCOUNT,     *
002700*               OFFSETTING CLEARING CREDITS, AND A TRAILER    *
002800*               WITH COUNT, DEBIT/CREDIT TOTALS AND AN        *
002900*               ACCOUNT HASH. ANYTHING UNMAPPED POSTS TO THE  *
003000*               SUSPENSE COST CENTER/ACCOUNT, LISTS ON THE    *
003100*               GLJEXC EXCEPTION REPORT AND ENDS THE RUN RC 4 *
003200*               SO THE JOURNAL STILL BALANCES AND FINANCE     *
003300*               KNOWS WHAT TO FIX. NO SUSPENSE ROW ON THE     *
003400*               MAP ENDS THE RUN RC 8 BEFORE ANYTHING IS      *
003500*               WRITTEN.                                      *
003600*-------------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CONTROL-FILE ASSIGN TO GLJCTL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CTL-FILE-STATUS.
004300     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT EXCEPTION-REPORT ASSIGN TO GLJEXC
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT ERROR-LOG ASSIGN TO SYSERR
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CONTROL-FILE
005200     RECORDING MODE IS F.
005300 01  GCT-RECORD.
005400     05  GCT-JOURNAL-MONTH    PIC 9(06).
005500     05  GCT-JOURNAL-MONTH-X  REDEFINES GCT-JOURNAL-MONTH
005600                              PIC X(06).
005700     05  FILLER               PIC X(74).
005800
005900 FD  JOURNAL-FILE
006000     RECORDING MODE IS F.
006100 01  GL-LINE                  PIC X(80).
006200
006300 FD  EXCEPTION-REPORT
006400     RECORDING MODE IS F.
006500 01  EXC-LINE                 PIC X(80).
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
007700     COPY ERRWS.
007800
007900     COPY RUNWS.
008000
008100*    JOURNAL RECORD LAYOUTS - ALL 80 BYTES, WRITTEN FROM HERE.
008200 01  GL-HEADER-RECORD.
008300     05  GLH-REC-TYPE         PIC X(01) VALUE 'H'.
008400     05  GLH-JOURNAL-ID       PIC X(08) VALUE 'HRLABOR'.
008500     05  GLH-PERIOD           PIC 9(06).
008600     05  GLH-RUN-DATE         PIC 9(08).
008700     05  GLH-SOURCE           PIC X(08) VALUE 'PAYROLL'.
008800     05  FILLER               PIC X(49) VALUE SPACES.
008900
009000 01  GL-DETAIL-RECORD.
009100     05  GLD-REC-TYPE         PIC X(01) VALUE 'D'.
009200     05  GLD-DR-CR            PIC X(01).
009300     05  GLD-COST-CENTER      PIC X(06).
009400     05  GLD-GL-ACCOUNT       PIC 9(10).
009500     05  GLD-AMOUNT           PIC 9(11)V99.
009600     05  GLD-DEPT-ID          PIC X(04).
009700     05  GLD-PAY-TYPE         PIC X(02).
009800     05  GLD-DESCRIPTION      PIC X(30).
009900     05  GLD-SUSPENSE-FLAG    PIC X(01).
010000     05  FILLER               PIC X(12) VALUE SPACES.
010100
010200 01  GL-TRAILER-RECORD.
010300     05  GLT-REC-TYPE         PIC X(01) VALUE 'T'.
010400     05  GLT-DETAIL-COUNT     PIC 9(07).
010500     05  GLT-DEBIT-TOTAL      PIC 9(13)V99.
010600     05  GLT-CREDIT-TOTAL     PIC 9(13)V99.
010700     05  GLT-ACCOUNT-HASH     PIC 9(15).
010800     05  FILLER               PIC X(27) VALUE SPACES.
010900
011000 01  WS-MONTH-FIELDS.
011100     05  WS-RUN-DATE          PIC 9(08).
011200     05  WS-RUN-DATE-SPLIT    REDEFINES WS-RUN-DATE.
011300         10  WS-RUN-CCYYMM    PIC 9(06).
011400         10  FILLER           PIC 9(02).
011500     05  WS-JOURNAL-MONTH     PIC 9(06) VALUE ZERO.
011600     05  WS-MONTH-START       PIC 9(08) VALUE ZERO.
011700     05  WS-MONTH-END         PIC 9(08) VALUE ZERO.
011800     05  WS-MONTH-END-SPLIT   REDEFINES WS-MONTH-END.
011900         10  WS-END-CCYY      PIC 9(04).
012000         10  WS-END-MM        PIC 9(02).
012100         10  WS-END-DD        PIC 9(02).
012200     05  WS-MONTH-DAYS        PIC 9(02) COMP VALUE ZERO.
012300     05  WS-LEAP-QUOT         PIC 9(04) COMP.
012400     05  WS-LEAP-REM          PIC 9(04) COMP.
012500
012600 01  WS-MONTH-LENGTHS         PIC X(24)
012700         VALUE '312831303130313130313031'.
012800 01  WS-MONTH-LENGTH-TABLE    REDEFINES WS-MONTH-LENGTHS.
012900     05  WS-MONTH-LENGTH      PIC 9(02) OCCURS 12 TIMES.
013000
013100*    GL_ACCOUNT_MAP, LOADED ONCE. MAP TYPES: D DEPT_ID TO COST
013200*    CENTER, P PAY TYPE TO GL ACCOUNT, S SALARY EXPENSE
013300*    ACCOUNT, C PAYROLL CLEARING ACCOUNT (THE CREDIT SIDE),
013400*    X SUSPENSE COST CENTER AND ACCOUNT.
013500 01  WS-MAP-TABLE.
013600     05  WS-MAP-MAX           PIC 9(03) COMP VALUE 500.
013700     05  WS-MAP-COUNT         PIC 9(03) COMP VALUE ZERO.
013800     05  WS-MAP-ENTRY OCCURS 500 TIMES.
013900         10  MAP-TYPE         PIC X(01).
014000         10  MAP-KEY          PIC X(04).
014100         10  MAP-COST-CENTER  PIC X(06).
014200         10  MAP-GL-ACCOUNT   PIC 9(10).
014300     05  WS-MAP-SUB           PIC 9(03) COMP VALUE ZERO.
014400     05  WS-MAP-HIT           PIC 9(03) COMP VALUE ZERO.
014500     05  WS-MAP-WANT-TYPE     PIC X(01).
014600     05  WS-MAP-WANT-KEY      PIC X(04).
014700     05  WS-MAP-WORK.
014800         10  WRK-MAP-TYPE     PIC X(01).
014900         10  WRK-MAP-KEY      PIC X(04).
015000         10  WRK-COST-CENTER  PIC X(06).
015100         10  WRK-GL-ACCOUNT   PIC 9(10).
015200
015300 01  WS-CONTROL-ACCOUNTS.
015400     05  WS-SUSP-COST-CENTER  PIC X(06) VALUE SPACES.
015500     05  WS-SUSP-ACCOUNT      PIC 9(10) VALUE ZERO.
015600     05  WS-SALARY-ACCOUNT    PIC 9(10) VALUE ZERO.
015700     05  WS-CLEAR-COST-CENTER PIC X(06) VALUE SPACES.
015800     05  WS-CLEAR-ACCOUNT     PIC 9(10) VALUE ZERO.
015900     05  WS-SUSP-SWITCH       PIC X(01) VALUE 'N'.
016000         88  WS-SUSP-MAPPED        VALUE 'Y'.
016100     05  WS-SALARY-SWITCH     PIC X(01) VALUE 'N'.
016200         88  WS-SALARY-MAPPED      VALUE 'Y'.
016300     05  WS-CLEAR-SWITCH      PIC X(01) VALUE 'N'.
016400         88  WS-CLEAR-MAPPED       VALUE 'Y'.
016500
016600*    DEPARTMENT SALARY COST FOR THE MONTH, BUILT UP EMPLOYEE
016700*    BY EMPLOYEE AND WRITTEN AS DEBITS AT THE END OF THE PASS.
016800 01  WS-DEPT-COST-TABLE.
016900     05  WS-DC-MAX            PIC 9(03) COMP VALUE 500.
017000     05  WS-DC-COUNT          PIC 9(03) COMP VALUE ZERO.
017100     05  WS-DC-ENTRY OCCURS 500 TIMES.
017200         10  DC-DEPT-ID       PIC X(04).
017300         10  DC-SALARY-COST   PIC 9(11)V99 COMP-3.
017400     05  WS-DC-SUB            PIC 9(03) COMP VALUE ZERO.
017500     05  WS-DC-HIT            PIC 9(03) COMP VALUE ZERO.
017600
017700*    ONE ENTRY PER DAY OF THE MONTH (SUBSCRIPT = DAY OF MONTH):
017800*    THE DEPARTMENT, ANNUAL RATE AND PAID SWITCH IN EFFECT.
017900 01  WS-DAY-TABLE.
018000     05  WS-DAY-ENTRY OCCURS 31 TIMES.
018100         10  DT-DEPT-ID       PIC X(04).
018200         10  DT-RATE          PIC 9(07)V99 COMP-3.
018300         10  DT-PAID-SWITCH   PIC X(01).
018400             88  DT-PAID           VALUE 'Y'.
018500
018600*    THE EMPLOYEE'S OWN SPLIT OF THE MONTH BY DEPARTMENT.
018700 01  WS-EMP-DEPT-TABLE.
018800     05  WS-ED-COUNT          PIC 9(02) COMP VALUE ZERO.
018900     05  WS-ED-ENTRY OCCURS 31 TIMES.
019000         10  ED-DEPT-ID       PIC X(04).
019100         10  ED-RATE-DAYS     PIC 9(09)V99 COMP-3.
019200     05  WS-ED-SUB            PIC 9(02) COMP VALUE ZERO.
019300     05  WS-ED-HIT            PIC 9(02) COMP VALUE ZERO.
019400
019500 01  WS-STATE-FIELDS.
019600     05  WS-RUN-DEPT          PIC X(04).
019700     05  WS-RUN-RATE          PIC 9(07)V99 COMP-3.
019800     05  WS-RUN-PAID          PIC X(01).
019900     05  WS-GLJ-EMP-ID        PIC X(05).
020000     05  WS-AUD-CHG-TYPE      PIC X(01).
020100     05  WS-AUD-CHG-DATE      PIC 9(08).
020200     05  WS-AUD-CHG-SPLIT     REDEFINES WS-AUD-CHG-DATE.
020300         10  FILLER           PIC 9(06).
020400         10  WS-AUD-CHG-DD    PIC 9(02).
020500     05  WS-AUD-DEPT-ID       PIC X(04).
020600     05  WS-AUD-SALARY        PIC 9(07)V99 COMP-3.
020700     05  WS-AUD-STATUS        PIC X(01).
020800     05  WS-BASE-DEPT-ID      PIC X(04).
020900     05  WS-BASE-SALARY       PIC 9(07)V99 COMP-3.
021000     05  WS-BASE-STATUS       PIC X(01).
021100     05  WS-MARK-DATE         PIC 9(08).
021200     05  WS-MARK-SPLIT        REDEFINES WS-MARK-DATE.
021300         10  WS-MARK-CCYYMM   PIC 9(06).
021400         10  WS-MARK-DD       PIC 9(02).
021500     05  WS-FROM-SUB          PIC 9(02) COMP VALUE ZERO.
021600     05  WS-DAY-SUB           PIC 9(02) COMP VALUE ZERO.
021700     05  WS-EMP-COST          PIC 9(09)V99 COMP-3 VALUE ZERO.
021800
021900 01  WS-PAYMENT-FIELDS.
022000     05  WS-PAY-DEPT-ID       PIC X(04).
022100     05  WS-PAY-TYPE          PIC X(02).
022200     05  WS-PAY-AMOUNT        PIC 9(11)V99 COMP-3.
022300
022400 01  WS-POST-FIELDS.
022500     05  WS-POST-DR-CR        PIC X(01).
022600     05  WS-POST-DEPT-ID      PIC X(04).
022700     05  WS-POST-PAY-TYPE     PIC X(02).
022800     05  WS-POST-AMOUNT       PIC 9(11)V99 COMP-3.
022900     05  WS-POST-COST-CENTER  PIC X(06).
023000     05  WS-POST-ACCOUNT      PIC 9(10).
023100     05  WS-POST-DESCRIPTION  PIC X(30).
023200     05  WS-POST-SUSPENSE     PIC X(01).
023300     05  WS-EXC-KIND          PIC X(12).
023400     05  WS-EXC-KEY           PIC X(04).
023500
023600 01  WS-SWITCHES.
023700     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
023800         88  WS-EOF                VALUE 'Y'.
023900     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
024000         88  WS-CURSOR-OPEN        VALUE 'Y'.
024100     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
024200         88  WS-CTL-EOF            VALUE 'Y'.
024300     05  WS-MAP-EOF-SWITCH    PIC X(01) VALUE 'N'.
024400         88  WS-MAP-EOF            VALUE 'Y'.
024500     05  WS-AUD-EOF-SWITCH    PIC X(01) VALUE 'N'.
024600         88  WS-AUD-EOF            VALUE 'Y'.
024700     05  WS-PAY-EOF-SWITCH    PIC X(01) VALUE 'N'.
024800         88  WS-PAY-EOF            VALUE 'Y'.
024900     05  WS-START-SWITCH      PIC X(01) VALUE 'N'.
025000         88  WS-START-SET          VALUE 'Y'.
025100     05  WS-APPLIED-SWITCH    PIC X(01) VALUE 'N'.
025200         88  WS-START-APPLIED      VALUE 'Y'.
025300     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
025400         88  WS-ABANDONED          VALUE 'Y'.
025500
025600 01  WS-CTL-FILE-STATUS       PIC X(02).
025700
025800 01  WS-COUNTERS.
025900     05  WS-EMPS-READ         PIC 9(07) COMP VALUE ZERO.
026000     05  WS-PAY-GROUPS        PIC 9(07) COMP VALUE ZERO.
026100     05  WS-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
026200     05  WS-EXCEPTION-COUNT   PIC 9(07) COMP VALUE ZERO.
026300     05  WS-EXC-LINE-COUNT    PIC 9(03) COMP VALUE ZERO.
026400     05  WS-EXC-PAGE-COUNT    PIC 9(03) COMP VALUE ZERO.
026500     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
026600
026700 01  WS-TOTALS.
026800     05  WS-DEBIT-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
026900     05  WS-CREDIT-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.
027000     05  WS-SALARY-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.
027100     05  WS-PAYMENT-TOTAL     PIC 9(13)V99 COMP-3 VALUE ZERO.
027200     05  WS-SUSPENSE-TOTAL    PIC 9(13)V99 COMP-3 VALUE ZERO.
027300     05  WS-ACCOUNT-HASH      PIC 9(15) COMP-3 VALUE ZERO.
027400
027500 01  WS-REPORT-DATE.
027600     05  WS-REPORT-YY         PIC 9(02).
027700     05  WS-REPORT-MM         PIC 9(02).
027800     05  WS-REPORT-DD         PIC 9(02).
027900
028000 01  GLJ-HEADING-1.
028100     05  FILLER               PIC X(01) VALUE SPACE.
028200     05  FILLER               PIC X(34) VALUE
028300         'LABOR GL JOURNAL EXCEPTIONS'.
028400     05  GLJ-HDG1-DATE        PIC X(08).
028500     05  FILLER               PIC X(10) VALUE SPACE.
028600     05  FILLER               PIC X(05) VALUE 'PAGE '.
028700     05  GLJ-HDG1-PAGE        PIC ZZ9.
028800
028900 01  GLJ-HEADING-2.
029000     05  FILLER               PIC X(01) VALUE SPACE.
029100     05  FILLER               PIC X(16) VALUE 'JOURNAL MONTH: '.
029200     05  GLJ-HDG2-MONTH       PIC 9(06).
029300
029400 01  GLJ-HEADING-3.
029500     05  FILLER               PIC X(01) VALUE SPACE.
029600     05  FILLER               PIC X(13) VALUE 'UNMAPPED'.
029700     05  FILLER               PIC X(06) VALUE 'KEY'.
029800     05  FILLER               PIC X(05) VALUE 'DEPT'.
029900     05  FILLER               PIC X(04) VALUE 'PT'.
030000     05  FILLER               PIC X(17) VALUE '         AMOUNT'.
030100     05  FILLER               PIC X(25) VALUE
030200         'POSTED TO'.
030300
030400 01  GLJ-EXC-DETAIL.
030500     05  FILLER               PIC X(01) VALUE SPACE.
030600     05  GLJ-EXC-KIND         PIC X(12).
030700     05  FILLER               PIC X(01) VALUE SPACE.
030800     05  GLJ-EXC-KEY          PIC X(04).
030900     05  FILLER               PIC X(02) VALUE SPACE.
031000     05  GLJ-EXC-DEPT-ID      PIC X(04).
031100     05  FILLER               PIC X(01) VALUE SPACE.
031200     05  GLJ-EXC-PAY-TYPE     PIC X(02).
031300     05  FILLER               PIC X(02) VALUE SPACE.
031400     05  GLJ-EXC-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
031500     05  FILLER               PIC X(02) VALUE SPACE.
031600     05  GLJ-EXC-COST-CENTER  PIC X(06).
031700     05  FILLER               PIC X(01) VALUE '/'.
031800     05  GLJ-EXC-ACCOUNT      PIC 9(10).
031900
032000 01  GLJ-SUMMARY-LINE.
032100     05  FILLER               PIC X(01) VALUE SPACE.
032200     05  GLJ-SUM-LABEL        PIC X(24).
032300     05  GLJ-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
032400
032500 01  GLJ-COUNT-LINE.
032600     05  FILLER               PIC X(01) VALUE SPACE.
032700     05  GLJ-CNT-LABEL        PIC X(24).
032800     05  GLJ-CNT-VALUE        PIC ZZZ,ZZ9.
032900
033000 PROCEDURE DIVISION.
033100*=============================================================*
033200* 0000-MAINLINE                                               *
033300*=============================================================*
033400 0000-MAINLINE.
033500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
033600     PERFORM 2000-PRICE-EMPLOYEE THRU 2000-PRICE-EMPLOYEE-EXIT
033700         UNTIL WS-EOF.
033800     IF NOT WS-ABANDONED
033900         PERFORM 4000-WRITE-SALARY-DEBITS
034000             THRU 4000-WRITE-SALARY-DEBITS-EXIT
034100         PERFORM 5000-WRITE-PAYMENT-DEBITS
034200             THRU 5000-WRITE-PAYMENT-DEBITS-EXIT
034300         PERFORM 6000-WRITE-CREDITS THRU 6000-WRITE-CREDITS-EXIT
034400     END-IF.
034500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
034600     GOBACK.
034700*=============================================================*
034800* 1000-INITIALIZE - PICK UP THE JOURNAL MONTH, CONNECT, LOAD   *
034900*               THE ACCOUNT MAP, WRITE THE JOURNAL HEADER AND  *
035000*               OPEN THE EMPLOYEE CURSOR                       *
035100*=============================================================*
035200 1000-INITIALIZE.
035300     OPEN OUTPUT JOURNAL-FILE.
035400     OPEN OUTPUT EXCEPTION-REPORT.
035500     OPEN OUTPUT ERROR-LOG.
035600     ACCEPT WS-REPORT-DATE FROM DATE.
035700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
035800     MOVE WS-RUN-CCYYMM TO WS-JOURNAL-MONTH.
035900     OPEN INPUT CONTROL-FILE.
036000     IF WS-CTL-FILE-STATUS = '00'
036100         READ CONTROL-FILE
036200             AT END
036300                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
036400         END-READ
036500         IF NOT WS-CTL-EOF
036600             IF GCT-JOURNAL-MONTH-X NOT = SPACES
036700                 IF GCT-JOURNAL-MONTH NUMERIC
036800                     MOVE GCT-JOURNAL-MONTH TO WS-JOURNAL-MONTH
036900                 ELSE
037000                     MOVE ZERO TO WS-JOURNAL-MONTH
037100                 END-IF
037200             END-IF
037300         END-IF
037400         CLOSE CONTROL-FILE
037500     END-IF.
037600     COMPUTE WS-MONTH-START = WS-JOURNAL-MONTH * 100 + 1.
037700     MOVE WS-MONTH-START TO WS-MONTH-END.
037800     IF WS-END-MM < 1 OR WS-END-MM > 12
037900         DISPLAY 'No valid journal month on GLJCTL - run '
038000             'abandoned.'
038100         MOVE 8 TO RETURN-CODE
038200         MOVE 'Y' TO WS-EOF-SWITCH
038300         MOVE 'Y' TO WS-ABANDON-SWITCH
038400         GO TO 1000-INITIALIZE-EXIT
038500     END-IF.
038600     MOVE WS-MONTH-LENGTH (WS-END-MM) TO WS-END-DD.
038700     IF WS-END-MM = 2
038800         DIVIDE WS-END-CCYY BY 4 GIVING WS-LEAP-QUOT
038900             REMAINDER WS-LEAP-REM
039000         IF WS-LEAP-REM = 0
039100             MOVE 29 TO WS-END-DD
039200             DIVIDE WS-END-CCYY BY 100 GIVING WS-LEAP-QUOT
039300                 REMAINDER WS-LEAP-REM
039400             IF WS-LEAP-REM = 0
039500                 MOVE 28 TO WS-END-DD
039600                 DIVIDE WS-END-CCYY BY 400 GIVING WS-LEAP-QUOT
039700                     REMAINDER WS-LEAP-REM
039800                 IF WS-LEAP-REM = 0
039900                     MOVE 29 TO WS-END-DD
040000                 END-IF
040100             END-IF
040200         END-IF
040300     END-IF.
040400     MOVE WS-END-DD TO WS-MONTH-DAYS.
040500     DISPLAY 'Journal month ' WS-JOURNAL-MONTH ' ('
040600         WS-MONTH-START ' to ' WS-MONTH-END ')'.
040700
040800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
040900     EXEC SQL
041000         CONNECT TO 'yourdatabase'
041100         USER :WS-USERID
041200         USING :WS-PASSWORD
041300     END-EXEC.
041400     IF SQLCODE NOT = 0
041500         DISPLAY 'Connection failed: ' SQLCODE
041600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
041700         PERFORM 8900-HANDLE-SQL-ERROR
041800             THRU 8900-HANDLE-SQL-ERROR-EXIT
041900         MOVE 'Y' TO WS-EOF-SWITCH
042000         MOVE 'Y' TO WS-ABANDON-SWITCH
042100         GO TO 1000-INITIALIZE-EXIT
042200     END-IF.
042300     MOVE 'GLJ' TO RUN-PROGRAM-ID.
042400     MOVE 'Y' TO RUN-LOG-SWITCH.
042500     PERFORM 8800-RECORD-RUN-START
042600         THRU 8800-RECORD-RUN-START-EXIT.
042700     PERFORM 1500-LOAD-ACCOUNT-MAP
042800         THRU 1500-LOAD-ACCOUNT-MAP-EXIT.
042900     IF WS-ABANDONED
043000         MOVE 'Y' TO WS-EOF-SWITCH
043100         GO TO 1000-INITIALIZE-EXIT
043200     END-IF.
043300     MOVE WS-JOURNAL-MONTH TO GLH-PERIOD.
043400     MOVE WS-RUN-DATE      TO GLH-RUN-DATE.
043500     WRITE GL-LINE FROM GL-HEADER-RECORD.
043600     PERFORM 7100-WRITE-EXC-HEADINGS
043700         THRU 7100-WRITE-EXC-HEADINGS-EXIT.
043800*    EVERYONE ON THE PAYROLL AT ANY POINT IN THE MONTH. HELD
043900*    DEPARTMENT HISTORY COMES FROM THE AUDIT CURSOR BELOW.
044000     EXEC SQL
044100         DECLARE GLJ-CURSOR CURSOR FOR
044200             SELECT EMP_ID, DEPT_ID, HIRE_DATE, SALARY,
044300                 EMP_STATUS, TERM_DATE, LEAVE_DATE
044400             FROM EMPLOYEE
044500             WHERE HIRE_DATE <= :WS-MONTH-END
044600                 AND (EMP_STATUS <> 'T'
044700                 OR TERM_DATE >= :WS-MONTH-START)
044800             ORDER BY DEPT_ID, EMP_ID
044900     END-EXEC.
045000     EXEC SQL
045100         DECLARE AUDIT-CURSOR CURSOR FOR
045200             SELECT CHG_TYPE, CHG_DATE, DEPT_ID, SALARY,
045300                 EMP_STATUS
045400             FROM EMPLOYEE_AUDIT
045500             WHERE EMP_ID = :WS-GLJ-EMP-ID
045600                 AND CHG_DATE <= :WS-MONTH-END
045700             ORDER BY CHG_DATE, CHG_TIME
045800     END-EXEC.
045900     EXEC SQL
046000         OPEN GLJ-CURSOR
046100     END-EXEC.
046200     IF SQLCODE NOT = 0
046300         DISPLAY 'Cursor open failed: ' SQLCODE
046400         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
046500         PERFORM 8900-HANDLE-SQL-ERROR
046600             THRU 8900-HANDLE-SQL-ERROR-EXIT
046700         MOVE 'Y' TO WS-EOF-SWITCH
046800         MOVE 'Y' TO WS-ABANDON-SWITCH
046900         MOVE 8 TO RETURN-CODE
047000         GO TO 1000-INITIALIZE-EXIT
047100     END-IF.
047200     MOVE 'Y' TO WS-CURSOR-SWITCH.
047300     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
047400 1000-INITIALIZE-EXIT.
047500     EXIT.
047600*=============================================================*
047700* 1500-LOAD-ACCOUNT-MAP - LOAD GL_ACCOUNT_MAP INTO STORAGE AND *
047800*               PICK OUT THE CONTROL ACCOUNTS. WITHOUT A       *
047900*               SUSPENSE ROW THE JOURNAL CANNOT BE GUARANTEED  *
048000*               TO BALANCE, SO THE RUN IS ABANDONED RC 8       *
048100*=============================================================*
048200 1500-LOAD-ACCOUNT-MAP.
048300     EXEC SQL
048400         DECLARE MAP-CURSOR CURSOR FOR
048500             SELECT MAP_TYPE, MAP_KEY, COST_CENTER, GL_ACCOUNT
048600             FROM GL_ACCOUNT_MAP
048700             ORDER BY MAP_TYPE, MAP_KEY
048800     END-EXEC.
048900     EXEC SQL
049000         OPEN MAP-CURSOR
049100     END-EXEC.
049200     IF SQLCODE NOT = 0
049300         DISPLAY 'Map cursor open failed: ' SQLCODE
049400         MOVE 'MAP-OPEN' TO WS-ERROR-CONTEXT
049500         PERFORM 8900-HANDLE-SQL-ERROR
049600             THRU 8900-HANDLE-SQL-ERROR-EXIT
049700         MOVE 8 TO RETURN-CODE
049800         MOVE 'Y' TO WS-ABANDON-SWITCH
049900         GO TO 1500-LOAD-ACCOUNT-MAP-EXIT
050000     END-IF.
050100     PERFORM 1510-FETCH-MAP THRU 1510-FETCH-MAP-EXIT
050200         UNTIL WS-MAP-EOF.
050300     EXEC SQL
050400         CLOSE MAP-CURSOR
050500     END-EXEC.
050600     IF WS-ABANDONED
050700         GO TO 1500-LOAD-ACCOUNT-MAP-EXIT
050800     END-IF.
050900     MOVE 'X' TO WS-MAP-WANT-TYPE.
051000     MOVE SPACES TO WS-MAP-WANT-KEY.
051100     PERFORM 7000-FIND-MAP THRU 7000-FIND-MAP-EXIT.
051200     IF WS-MAP-HIT = ZERO
051300         DISPLAY 'No suspense (X) row on GL_ACCOUNT_MAP - run '
051400             'abandoned.'
051500         MOVE 8 TO RETURN-CODE
051600         MOVE 'Y' TO WS-ABANDON-SWITCH
051700         GO TO 1500-LOAD-ACCOUNT-MAP-EXIT
051800     END-IF.
051900     MOVE MAP-COST-CENTER (WS-MAP-HIT) TO WS-SUSP-COST-CENTER.
052000     MOVE MAP-GL-ACCOUNT (WS-MAP-HIT)  TO WS-SUSP-ACCOUNT.
052100     MOVE 'S' TO WS-MAP-WANT-TYPE.
052200     PERFORM 7000-FIND-MAP THRU 7000-FIND-MAP-EXIT.
052300     IF WS-MAP-HIT > ZERO
052400         MOVE MAP-GL-ACCOUNT (WS-MAP-HIT) TO WS-SALARY-ACCOUNT
052500         MOVE 'Y' TO WS-SALARY-SWITCH
052600     END-IF.
052700     MOVE 'C' TO WS-MAP-WANT-TYPE.
052800     PERFORM 7000-FIND-MAP THRU 7000-FIND-MAP-EXIT.
052900     IF WS-MAP-HIT > ZERO
053000         MOVE MAP-COST-CENTER (WS-MAP-HIT) TO WS-CLEAR-COST-CENTER
053100         MOVE MAP-GL-ACCOUNT (WS-MAP-HIT)  TO WS-CLEAR-ACCOUNT
053200         MOVE 'Y' TO WS-CLEAR-SWITCH
053300     END-IF.
053400 1500-LOAD-ACCOUNT-MAP-EXIT.
053500     EXIT.
053600*=============================================================*
053700* 1510-FETCH-MAP - ONE MAP ROW INTO THE TABLE                  *
053800*=============================================================*
053900 1510-FETCH-MAP.
054000     EXEC SQL
054100         FETCH MAP-CURSOR
054200         INTO :WRK-MAP-TYPE, :WRK-MAP-KEY, :WRK-COST-CENTER,
054300             :WRK-GL-ACCOUNT
054400     END-EXEC.
054500     IF SQLCODE = 100
054600         MOVE 'Y' TO WS-MAP-EOF-SWITCH
054700         GO TO 1510-FETCH-MAP-EXIT
054800     END-IF.
054900     IF SQLCODE NOT = 0
055000         DISPLAY 'Map fetch failed: ' SQLCODE
055100         MOVE 'MAP-FETCH' TO WS-ERROR-CONTEXT
055200         PERFORM 8900-HANDLE-SQL-ERROR
055300             THRU 8900-HANDLE-SQL-ERROR-EXIT
055400         MOVE 'Y' TO WS-MAP-EOF-SWITCH
055500         MOVE 'Y' TO WS-ABANDON-SWITCH
055600         MOVE 8 TO RETURN-CODE
055700         GO TO 1510-FETCH-MAP-EXIT
055800     END-IF.
055900     IF WS-MAP-COUNT >= WS-MAP-MAX
056000         DISPLAY 'GL_ACCOUNT_MAP exceeds ' WS-MAP-MAX
056100             ' rows - run abandoned.'
056200         MOVE 'Y' TO WS-MAP-EOF-SWITCH
056300         MOVE 'Y' TO WS-ABANDON-SWITCH
056400         MOVE 8 TO RETURN-CODE
056500         GO TO 1510-FETCH-MAP-EXIT
056600     END-IF.
056700     ADD 1 TO WS-MAP-COUNT.
056800     MOVE WS-MAP-WORK TO WS-MAP-ENTRY (WS-MAP-COUNT).
056900 1510-FETCH-MAP-EXIT.
057000     EXIT.
057100*=============================================================*
057200* 2000-PRICE-EMPLOYEE - LAY THE MONTH OUT DAY BY DAY FOR ONE   *
057300*               EMPLOYEE AND CHARGE EACH DEPARTMENT ITS SHARE  *
057400*=============================================================*
057500 2000-PRICE-EMPLOYEE.
057600     MOVE EMP-ID TO WS-ERROR-KEY.
057700     MOVE EMP-ID TO WS-GLJ-EMP-ID.
057800     ADD 1 TO WS-EMPS-READ.
057900     MOVE EMP-DEPT-ID TO WS-RUN-DEPT.
058000     MOVE EMP-SALARY  TO WS-RUN-RATE.
058100     MOVE 'Y'         TO WS-RUN-PAID.
058200     MOVE 'N' TO WS-START-SWITCH.
058300     MOVE 'N' TO WS-APPLIED-SWITCH.
058400     PERFORM 2100-FIND-BASELINE THRU 2100-FIND-BASELINE-EXIT.
058500     PERFORM 2200-APPLY-AUDIT-HISTORY
058600         THRU 2200-APPLY-AUDIT-HISTORY-EXIT.
058700     PERFORM 2300-SPLIT-BY-DEPT THRU 2300-SPLIT-BY-DEPT-EXIT.
058800     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
058900 2000-PRICE-EMPLOYEE-EXIT.
059000     EXIT.
059100*=============================================================*
059200* 2100-FIND-BASELINE - UNTIL THE AUDIT WALK FINDS AN IMAGE     *
059300*               DATED BEFORE THE MONTH, THE STATE ON THE FIRST *
059400*               COMES FROM THE NEAREST AUDIT_BASELINE ROW      *
059500*               BEFORE IT (HISTORY ARCHIVED OFF)               *
059600*=============================================================*
059700 2100-FIND-BASELINE.
059800     EXEC SQL
059900         SELECT DEPT_ID, SALARY, EMP_STATUS
060000         INTO :WS-BASE-DEPT-ID, :WS-BASE-SALARY, :WS-BASE-STATUS
060100         FROM AUDIT_BASELINE
060200         WHERE EMP_ID = :WS-GLJ-EMP-ID
060300             AND BASELINE_DATE =
060400                 (SELECT MAX(BASELINE_DATE)
060500                  FROM AUDIT_BASELINE
060600                  WHERE EMP_ID = :WS-GLJ-EMP-ID
060700                      AND BASELINE_DATE < :WS-MONTH-START)
060800     END-EXEC.
060900     IF SQLCODE = 0
061000         MOVE WS-BASE-DEPT-ID TO WS-RUN-DEPT
061100         MOVE WS-BASE-SALARY  TO WS-RUN-RATE
061200         IF WS-BASE-STATUS = 'A'
061300             MOVE 'Y' TO WS-RUN-PAID
061400         ELSE
061500             MOVE 'N' TO WS-RUN-PAID
061600         END-IF
061700         MOVE 'Y' TO WS-START-SWITCH
061800         GO TO 2100-FIND-BASELINE-EXIT
061900     END-IF.
062000     IF SQLCODE NOT = 100
062100         DISPLAY 'Baseline lookup failed: ' SQLCODE
062200         MOVE 'BASELINE' TO WS-ERROR-CONTEXT
062300         PERFORM 8900-HANDLE-SQL-ERROR
062400             THRU 8900-HANDLE-SQL-ERROR-EXIT
062500     END-IF.
062600 2100-FIND-BASELINE-EXIT.
062700     EXIT.
062800*=============================================================*
062900* 2200-APPLY-AUDIT-HISTORY - WALK THE AUDIT IMAGES UP TO MONTH *
063000*               END, OLDEST FIRST. THE LAST IMAGE BEFORE THE   *
063100*               MONTH SETS THE STATE ON THE FIRST; EACH IMAGE  *
063200*               IN THE MONTH LAYS ITS DEPARTMENT, SALARY AND   *
063300*               PAID/UNPAID STATUS OVER THE DAYS FROM ITS      *
063400*               CHANGE DATE ON. WITH NO HISTORY AT ALL THE     *
063500*               CURRENT ROW IS USED, CUT AT HIRE, TERMINATION  *
063600*               AND AN OPEN LEAVE                              *
063700*=============================================================*
063800 2200-APPLY-AUDIT-HISTORY.
063900     MOVE 'N' TO WS-AUD-EOF-SWITCH.
064000     EXEC SQL
064100         OPEN AUDIT-CURSOR
064200     END-EXEC.
064300     IF SQLCODE NOT = 0
064400         DISPLAY 'Audit cursor open failed: ' SQLCODE
064500         MOVE 'AUDIT-CURSOR' TO WS-ERROR-CONTEXT
064600         PERFORM 8900-HANDLE-SQL-ERROR
064700             THRU 8900-HANDLE-SQL-ERROR-EXIT
064800         MOVE 'Y' TO WS-AUD-EOF-SWITCH
064900     ELSE
065000         PERFORM 2210-APPLY-ONE-IMAGE
065100             THRU 2210-APPLY-ONE-IMAGE-EXIT
065200             UNTIL WS-AUD-EOF
065300         EXEC SQL
065400             CLOSE AUDIT-CURSOR
065500         END-EXEC
065600     END-IF.
065700     IF WS-START-APPLIED
065800         GO TO 2200-APPLY-AUDIT-HISTORY-EXIT
065900     END-IF.
066000     MOVE 1 TO WS-FROM-SUB.
066100     PERFORM 2400-FILL-DAYS THRU 2400-FILL-DAYS-EXIT.
066200     IF WS-START-SET
066300         GO TO 2200-APPLY-AUDIT-HISTORY-EXIT
066400     END-IF.
066500     MOVE 'N' TO WS-RUN-PAID.
066600     IF EMP-HIRE-DATE > WS-MONTH-START
066700         MOVE 1 TO WS-FROM-SUB
066800         MOVE EMP-HIRE-DATE TO WS-MARK-DATE
066900         COMPUTE WS-DAY-SUB = WS-MARK-DD - 1
067000         PERFORM 2410-UNPAY-RANGE THRU 2410-UNPAY-RANGE-EXIT
067100     END-IF.
067200     IF EMP-TERMINATED AND EMP-TERM-DATE < WS-MONTH-END
067300         MOVE EMP-TERM-DATE TO WS-MARK-DATE
067400         COMPUTE WS-FROM-SUB = WS-MARK-DD + 1
067500         MOVE WS-MONTH-DAYS TO WS-DAY-SUB
067600         PERFORM 2410-UNPAY-RANGE THRU 2410-UNPAY-RANGE-EXIT
067700     END-IF.
067800     IF EMP-ON-LEAVE AND EMP-LEAVE-DATE NOT > WS-MONTH-END
067900         MOVE 1 TO WS-FROM-SUB
068000         IF EMP-LEAVE-DATE NOT < WS-MONTH-START
068100             MOVE EMP-LEAVE-DATE TO WS-MARK-DATE
068200             MOVE WS-MARK-DD TO WS-FROM-SUB
068300         END-IF
068400         MOVE WS-MONTH-DAYS TO WS-DAY-SUB
068500         PERFORM 2410-UNPAY-RANGE THRU 2410-UNPAY-RANGE-EXIT
068600     END-IF.
068700 2200-APPLY-AUDIT-HISTORY-EXIT.
068800     EXIT.
068900*=============================================================*
069000* 2210-APPLY-ONE-IMAGE - ONE AUDIT IMAGE. A TERMINATION OR     *
069100*               PURGE IMAGE STOPS PAY FROM THE DAY AFTER ITS   *
069200*               CHANGE DATE (THE TERM DATE IS PAID); A LEAVE   *
069300*               STOPS IT ON ITS CHANGE DATE                    *
069400*=============================================================*
069500 2210-APPLY-ONE-IMAGE.
069600     EXEC SQL
069700         FETCH AUDIT-CURSOR
069800         INTO :WS-AUD-CHG-TYPE, :WS-AUD-CHG-DATE,
069900             :WS-AUD-DEPT-ID, :WS-AUD-SALARY, :WS-AUD-STATUS
070000     END-EXEC.
070100     IF SQLCODE = 100
070200         MOVE 'Y' TO WS-AUD-EOF-SWITCH
070300         GO TO 2210-APPLY-ONE-IMAGE-EXIT
070400     END-IF.
070500     IF SQLCODE NOT = 0
070600         DISPLAY 'Audit fetch failed: ' SQLCODE
070700         MOVE 'AUDIT-FETCH' TO WS-ERROR-CONTEXT
070800         PERFORM 8900-HANDLE-SQL-ERROR
070900             THRU 8900-HANDLE-SQL-ERROR-EXIT
071000         MOVE 'Y' TO WS-AUD-EOF-SWITCH
071100         GO TO 2210-APPLY-ONE-IMAGE-EXIT
071200     END-IF.
071300     IF WS-AUD-CHG-DATE < WS-MONTH-START
071400         MOVE WS-AUD-DEPT-ID TO WS-RUN-DEPT
071500         MOVE WS-AUD-SALARY  TO WS-RUN-RATE
071600         IF WS-AUD-STATUS = 'A'
071700             MOVE 'Y' TO WS-RUN-PAID
071800         ELSE
071900             MOVE 'N' TO WS-RUN-PAID
072000         END-IF
072100         MOVE 'Y' TO WS-START-SWITCH
072200         GO TO 2210-APPLY-ONE-IMAGE-EXIT
072300     END-IF.
072400*    FIRST IMAGE INSIDE THE MONTH: LAY THE STARTING STATE OVER
072500*    THE WHOLE MONTH. WITH NO STARTING STATE A HIRE OR REHIRE
072600*    IMAGE MEANS NOTHING WAS PAID BEFORE IT; ANY OTHER IMAGE
072700*    CARRIES ITS OWN STATE BACK TO THE FIRST.
072800     IF NOT WS-START-APPLIED
072900         MOVE 'Y' TO WS-APPLIED-SWITCH
073000         IF NOT WS-START-SET
073100             MOVE WS-AUD-DEPT-ID TO WS-RUN-DEPT
073200             MOVE WS-AUD-SALARY  TO WS-RUN-RATE
073300             IF WS-AUD-CHG-TYPE = 'I' OR WS-AUD-CHG-TYPE = 'R'
073400                 MOVE 'N' TO WS-RUN-PAID
073500             ELSE
073600                 MOVE 'Y' TO WS-RUN-PAID
073700             END-IF
073800         END-IF
073900         MOVE 1 TO WS-FROM-SUB
074000         PERFORM 2400-FILL-DAYS THRU 2400-FILL-DAYS-EXIT
074100     END-IF.
074200     MOVE WS-AUD-DEPT-ID TO WS-RUN-DEPT.
074300     MOVE WS-AUD-SALARY  TO WS-RUN-RATE.
074400     MOVE WS-AUD-CHG-DATE TO WS-MARK-DATE.
074500     MOVE WS-MARK-DD TO WS-FROM-SUB.
074600     IF WS-AUD-STATUS = 'A'
074700         MOVE 'Y' TO WS-RUN-PAID
074800     ELSE
074900         MOVE 'N' TO WS-RUN-PAID
075000         IF WS-AUD-STATUS = 'T'
075100             ADD 1 TO WS-FROM-SUB
075200         END-IF
075300     END-IF.
075400     IF WS-FROM-SUB NOT > WS-MONTH-DAYS
075500         PERFORM 2400-FILL-DAYS THRU 2400-FILL-DAYS-EXIT
075600     END-IF.
075700 2210-APPLY-ONE-IMAGE-EXIT.
075800     EXIT.
075900*=============================================================*
076000* 2300-SPLIT-BY-DEPT - SUM THE PAID DAYS' RATES BY DEPARTMENT, *
076100*               PRICE EACH SHARE AT / 365 AND ROLL IT INTO THE *
076200*               DEPARTMENT COST TABLE                          *
076300*=============================================================*
076400 2300-SPLIT-BY-DEPT.
076500     MOVE ZERO TO WS-ED-COUNT.
076600     PERFORM 2310-SPLIT-ONE-DAY THRU 2310-SPLIT-ONE-DAY-EXIT
076700         VARYING WS-DAY-SUB FROM 1 BY 1
076800         UNTIL WS-DAY-SUB > WS-MONTH-DAYS.
076900     PERFORM 2320-CHARGE-DEPT THRU 2320-CHARGE-DEPT-EXIT
077000         VARYING WS-ED-SUB FROM 1 BY 1
077100         UNTIL WS-ED-SUB > WS-ED-COUNT.
077200 2300-SPLIT-BY-DEPT-EXIT.
077300     EXIT.
077400*=============================================================*
077500* 2310-SPLIT-ONE-DAY - ONE DAY INTO THE EMPLOYEE'S DEPT SPLIT  *
077600*=============================================================*
077700 2310-SPLIT-ONE-DAY.
077800     IF NOT DT-PAID (WS-DAY-SUB)
077900         GO TO 2310-SPLIT-ONE-DAY-EXIT
078000     END-IF.
078100     MOVE ZERO TO WS-ED-HIT.
078200     PERFORM 2315-SCAN-EMP-DEPT THRU 2315-SCAN-EMP-DEPT-EXIT
078300         VARYING WS-ED-SUB FROM 1 BY 1
078400         UNTIL WS-ED-SUB > WS-ED-COUNT
078500             OR WS-ED-HIT > ZERO.
078600     IF WS-ED-HIT = ZERO
078700         ADD 1 TO WS-ED-COUNT
078800         MOVE WS-ED-COUNT TO WS-ED-HIT
078900         MOVE DT-DEPT-ID (WS-DAY-SUB) TO ED-DEPT-ID (WS-ED-HIT)
079000         MOVE ZERO TO ED-RATE-DAYS (WS-ED-HIT)
079100     END-IF.
079200     ADD DT-RATE (WS-DAY-SUB) TO ED-RATE-DAYS (WS-ED-HIT).
079300 2310-SPLIT-ONE-DAY-EXIT.
079400     EXIT.
079500*=============================================================*
079600* 2315-SCAN-EMP-DEPT - TEST ONE ENTRY OF THE EMPLOYEE'S SPLIT  *
079700*=============================================================*
079800 2315-SCAN-EMP-DEPT.
079900     IF ED-DEPT-ID (WS-ED-SUB) = DT-DEPT-ID (WS-DAY-SUB)
080000         MOVE WS-ED-SUB TO WS-ED-HIT
080100     END-IF.
080200 2315-SCAN-EMP-DEPT-EXIT.
080300     EXIT.
080400*=============================================================*
080500* 2320-CHARGE-DEPT - PRICE ONE DEPARTMENT SHARE AND ADD IT TO  *
080600*               THE DEPARTMENT COST TABLE                      *
080700*=============================================================*
080800 2320-CHARGE-DEPT.
080900     COMPUTE WS-EMP-COST ROUNDED = ED-RATE-DAYS (WS-ED-SUB) / 365.
081000     MOVE ZERO TO WS-DC-HIT.
081100     PERFORM 2325-SCAN-DEPT-COST THRU 2325-SCAN-DEPT-COST-EXIT
081200         VARYING WS-DC-SUB FROM 1 BY 1
081300         UNTIL WS-DC-SUB > WS-DC-COUNT
081400             OR WS-DC-HIT > ZERO.
081500     IF WS-DC-HIT = ZERO
081600         IF WS-DC-COUNT >= WS-DC-MAX
081700             DISPLAY 'Department cost table full - run '
081800                 'abandoned.'
081900             MOVE 8 TO RETURN-CODE
082000             MOVE 'Y' TO WS-ABANDON-SWITCH
082100             MOVE 'Y' TO WS-EOF-SWITCH
082200             GO TO 2320-CHARGE-DEPT-EXIT
082300         END-IF
082400         ADD 1 TO WS-DC-COUNT
082500         MOVE WS-DC-COUNT TO WS-DC-HIT
082600         MOVE ED-DEPT-ID (WS-ED-SUB) TO DC-DEPT-ID (WS-DC-HIT)
082700         MOVE ZERO TO DC-SALARY-COST (WS-DC-HIT)
082800     END-IF.
082900     ADD WS-EMP-COST TO DC-SALARY-COST (WS-DC-HIT).
083000 2320-CHARGE-DEPT-EXIT.
083100     EXIT.
083200*=============================================================*
083300* 2325-SCAN-DEPT-COST - TEST ONE DEPARTMENT COST ENTRY         *
083400*=============================================================*
083500 2325-SCAN-DEPT-COST.
083600     IF DC-DEPT-ID (WS-DC-SUB) = ED-DEPT-ID (WS-ED-SUB)
083700         MOVE WS-DC-SUB TO WS-DC-HIT
083800     END-IF.
083900 2325-SCAN-DEPT-COST-EXIT.
084000     EXIT.
084100*=============================================================*
084200* 2400-FILL-DAYS - LAY THE RUNNING STATE OVER DAY WS-FROM-SUB  *
084300*               THROUGH MONTH END                              *
084400*=============================================================*
084500 2400-FILL-DAYS.
084600     IF WS-FROM-SUB < 1
084700         MOVE 1 TO WS-FROM-SUB
084800     END-IF.
084900     PERFORM 2420-SET-DAY THRU 2420-SET-DAY-EXIT
085000         VARYING WS-DAY-SUB FROM WS-FROM-SUB BY 1
085100         UNTIL WS-DAY-SUB > WS-MONTH-DAYS.
085200 2400-FILL-DAYS-EXIT.
085300     EXIT.
085400*=============================================================*
085500* 2410-UNPAY-RANGE - UNPAY DAY WS-FROM-SUB THROUGH DAY         *
085600*               WS-DAY-SUB                                     *
085700*=============================================================*
085800 2410-UNPAY-RANGE.
085900     MOVE WS-DAY-SUB TO WS-MARK-DD.
086000     PERFORM 2430-UNPAY-DAY THRU 2430-UNPAY-DAY-EXIT
086100         VARYING WS-DAY-SUB FROM WS-FROM-SUB BY 1
086200         UNTIL WS-DAY-SUB > WS-MARK-DD.
086300 2410-UNPAY-RANGE-EXIT.
086400     EXIT.
086500*=============================================================*
086600* 2420-SET-DAY - ONE DAY: DEPARTMENT, RATE AND PAID SWITCH     *
086700*=============================================================*
086800 2420-SET-DAY.
086900     MOVE WS-RUN-DEPT TO DT-DEPT-ID (WS-DAY-SUB).
087000     MOVE WS-RUN-RATE TO DT-RATE (WS-DAY-SUB).
087100     MOVE WS-RUN-PAID TO DT-PAID-SWITCH (WS-DAY-SUB).
087200 2420-SET-DAY-EXIT.
087300     EXIT.
087400*=============================================================*
087500* 2430-UNPAY-DAY - ONE DAY: PAID SWITCH OFF                    *
087600*=============================================================*
087700 2430-UNPAY-DAY.
087800     MOVE 'N' TO DT-PAID-SWITCH (WS-DAY-SUB).
087900 2430-UNPAY-DAY-EXIT.
088000     EXIT.
088100*=============================================================*
088200* 4000-WRITE-SALARY-DEBITS - ONE SALARY EXPENSE DEBIT PER      *
088300*               DEPARTMENT WITH A COST FOR THE MONTH           *
088400*=============================================================*
088500 4000-WRITE-SALARY-DEBITS.
088600     PERFORM 4100-WRITE-ONE-SALARY THRU 4100-WRITE-ONE-SALARY-EXIT
088700         VARYING WS-DC-SUB FROM 1 BY 1
088800         UNTIL WS-DC-SUB > WS-DC-COUNT.
088900 4000-WRITE-SALARY-DEBITS-EXIT.
089000     EXIT.
089100*=============================================================*
089200* 4100-WRITE-ONE-SALARY - ONE DEPARTMENT'S SALARY DEBIT        *
089300*=============================================================*
089400 4100-WRITE-ONE-SALARY.
089500     IF DC-SALARY-COST (WS-DC-SUB) = ZERO
089600         GO TO 4100-WRITE-ONE-SALARY-EXIT
089700     END-IF.
089800     MOVE 'D' TO WS-POST-DR-CR.
089900     MOVE DC-DEPT-ID (WS-DC-SUB)     TO WS-POST-DEPT-ID.
090000     MOVE SPACES                     TO WS-POST-PAY-TYPE.
090100     MOVE DC-SALARY-COST (WS-DC-SUB) TO WS-POST-AMOUNT.
090200     MOVE 'SALARY COST'              TO WS-POST-DESCRIPTION.
090300     MOVE SPACE                      TO WS-POST-SUSPENSE.
090400     PERFORM 4500-MAP-DEPARTMENT THRU 4500-MAP-DEPARTMENT-EXIT.
090500     IF WS-SALARY-MAPPED
090600         MOVE WS-SALARY-ACCOUNT TO WS-POST-ACCOUNT
090700     ELSE
090800         MOVE WS-SUSP-ACCOUNT TO WS-POST-ACCOUNT
090900         MOVE 'S' TO WS-POST-SUSPENSE
091000         MOVE 'SALARY ACCT' TO WS-EXC-KIND
091100         MOVE SPACES TO WS-EXC-KEY
091200         PERFORM 7200-WRITE-EXCEPTION
091300             THRU 7200-WRITE-EXCEPTION-EXIT
091400     END-IF.
091500     PERFORM 7500-WRITE-DETAIL THRU 7500-WRITE-DETAIL-EXIT.
091600     ADD WS-POST-AMOUNT TO WS-SALARY-TOTAL.
091700 4100-WRITE-ONE-SALARY-EXIT.
091800     EXIT.
091900*=============================================================*
092000* 4500-MAP-DEPARTMENT - COST CENTER FOR WS-POST-DEPT-ID, OR    *
092100*               THE SUSPENSE COST CENTER AND AN EXCEPTION      *
092200*=============================================================*
092300 4500-MAP-DEPARTMENT.
092400     MOVE 'D' TO WS-MAP-WANT-TYPE.
092500     MOVE WS-POST-DEPT-ID TO WS-MAP-WANT-KEY.
092600     PERFORM 7000-FIND-MAP THRU 7000-FIND-MAP-EXIT.
092700     IF WS-MAP-HIT > ZERO
092800         MOVE MAP-COST-CENTER (WS-MAP-HIT) TO WS-POST-COST-CENTER
092900     ELSE
093000         MOVE WS-SUSP-COST-CENTER TO WS-POST-COST-CENTER
093100         MOVE 'S' TO WS-POST-SUSPENSE
093200         MOVE 'DEPARTMENT' TO WS-EXC-KIND
093300         MOVE WS-POST-DEPT-ID TO WS-EXC-KEY
093400         PERFORM 7200-WRITE-EXCEPTION
093500             THRU 7200-WRITE-EXCEPTION-EXIT
093600     END-IF.
093700 4500-MAP-DEPARTMENT-EXIT.
093800     EXIT.
093900*=============================================================*
094000* 5000-WRITE-PAYMENT-DEBITS - THE MONTH'S EMP_PAYMENT ROWS BY  *
094100*               DEPARTMENT AND PAY TYPE, EACH UNDER ITS OWN    *
094200*               ACCOUNT. A PAYEE NO LONGER ON EMPLOYEE HAS NO  *
094300*               DEPARTMENT AND GOES TO SUSPENSE                *
094400*=============================================================*
094500 5000-WRITE-PAYMENT-DEBITS.
094600     EXEC SQL
094700         DECLARE PAY-CURSOR CURSOR FOR
094800             SELECT COALESCE(E.DEPT_ID, ' '), P.PAY_TYPE,
094900                 SUM(P.PAY_AMOUNT)
095000             FROM EMP_PAYMENT P
095100                 LEFT OUTER JOIN EMPLOYEE E
095200                 ON E.EMP_ID = P.EMP_ID
095300             WHERE P.PAY_DATE BETWEEN :WS-MONTH-START
095400                 AND :WS-MONTH-END
095500             GROUP BY COALESCE(E.DEPT_ID, ' '), P.PAY_TYPE
095600             ORDER BY 1, 2
095700     END-EXEC.
095800     EXEC SQL
095900         OPEN PAY-CURSOR
096000     END-EXEC.
096100     IF SQLCODE NOT = 0
096200         DISPLAY 'Payment cursor open failed: ' SQLCODE
096300         MOVE 'PAY-OPEN' TO WS-ERROR-CONTEXT
096400         PERFORM 8900-HANDLE-SQL-ERROR
096500             THRU 8900-HANDLE-SQL-ERROR-EXIT
096600         MOVE 8 TO RETURN-CODE
096700         GO TO 5000-WRITE-PAYMENT-DEBITS-EXIT
096800     END-IF.
096900     PERFORM 5100-WRITE-ONE-PAYMENT
097000         THRU 5100-WRITE-ONE-PAYMENT-EXIT
097100         UNTIL WS-PAY-EOF.
097200     EXEC SQL
097300         CLOSE PAY-CURSOR
097400     END-EXEC.
097500 5000-WRITE-PAYMENT-DEBITS-EXIT.
097600     EXIT.
097700*=============================================================*
097800* 5100-WRITE-ONE-PAYMENT - ONE DEPARTMENT/PAY-TYPE DEBIT       *
097900*=============================================================*
098000 5100-WRITE-ONE-PAYMENT.
098100     EXEC SQL
098200         FETCH PAY-CURSOR
098300         INTO :WS-PAY-DEPT-ID, :WS-PAY-TYPE, :WS-PAY-AMOUNT
098400     END-EXEC.
098500     IF SQLCODE = 100
098600         MOVE 'Y' TO WS-PAY-EOF-SWITCH
098700         GO TO 5100-WRITE-ONE-PAYMENT-EXIT
098800     END-IF.
098900     IF SQLCODE NOT = 0
099000         DISPLAY 'Payment fetch failed: ' SQLCODE
099100         MOVE 'PAY-FETCH' TO WS-ERROR-CONTEXT
099200         PERFORM 8900-HANDLE-SQL-ERROR
099300             THRU 8900-HANDLE-SQL-ERROR-EXIT
099400         MOVE 'Y' TO WS-PAY-EOF-SWITCH
099500         MOVE 8 TO RETURN-CODE
099600         GO TO 5100-WRITE-ONE-PAYMENT-EXIT
099700     END-IF.
099800     ADD 1 TO WS-PAY-GROUPS.
099900     IF WS-PAY-AMOUNT = ZERO
100000         GO TO 5100-WRITE-ONE-PAYMENT-EXIT
100100     END-IF.
100200     MOVE 'D' TO WS-POST-DR-CR.
100300     MOVE WS-PAY-DEPT-ID TO WS-POST-DEPT-ID.
100400     MOVE WS-PAY-TYPE    TO WS-POST-PAY-TYPE.
100500     MOVE WS-PAY-AMOUNT  TO WS-POST-AMOUNT.
100600     MOVE 'ONE-TIME PAYMENTS' TO WS-POST-DESCRIPTION.
100700     MOVE SPACE TO WS-POST-SUSPENSE.
100800     PERFORM 4500-MAP-DEPARTMENT THRU 4500-MAP-DEPARTMENT-EXIT.
100900     MOVE 'P' TO WS-MAP-WANT-TYPE.
101000     MOVE WS-PAY-TYPE TO WS-MAP-WANT-KEY.
101100     PERFORM 7000-FIND-MAP THRU 7000-FIND-MAP-EXIT.
101200     IF WS-MAP-HIT > ZERO
101300         MOVE MAP-GL-ACCOUNT (WS-MAP-HIT) TO WS-POST-ACCOUNT
101400     ELSE
101500         MOVE WS-SUSP-ACCOUNT TO WS-POST-ACCOUNT
101600         MOVE 'S' TO WS-POST-SUSPENSE
101700         MOVE 'PAY TYPE' TO WS-EXC-KIND
101800         MOVE WS-PAY-TYPE TO WS-EXC-KEY
101900         PERFORM 7200-WRITE-EXCEPTION
102000             THRU 7200-WRITE-EXCEPTION-EXIT
102100     END-IF.
102200     PERFORM 7500-WRITE-DETAIL THRU 7500-WRITE-DETAIL-EXIT.
102300     ADD WS-POST-AMOUNT TO WS-PAYMENT-TOTAL.
102400 5100-WRITE-ONE-PAYMENT-EXIT.
102500     EXIT.
102600*=============================================================*
102700* 6000-WRITE-CREDITS - OFFSET THE SALARY AND PAYMENT DEBITS TO *
102800*               THE PAYROLL CLEARING ACCOUNT SO THE JOURNAL    *
102900*               BALANCES                                       *
103000*=============================================================*
103100 6000-WRITE-CREDITS.
103200     MOVE 'C' TO WS-POST-DR-CR.
103300     MOVE SPACES TO WS-POST-DEPT-ID.
103400     MOVE SPACES TO WS-POST-PAY-TYPE.
103500     MOVE SPACE TO WS-POST-SUSPENSE.
103600     IF WS-CLEAR-MAPPED
103700         MOVE WS-CLEAR-COST-CENTER TO WS-POST-COST-CENTER
103800         MOVE WS-CLEAR-ACCOUNT     TO WS-POST-ACCOUNT
103900     ELSE
104000         MOVE WS-SUSP-COST-CENTER TO WS-POST-COST-CENTER
104100         MOVE WS-SUSP-ACCOUNT     TO WS-POST-ACCOUNT
104200         MOVE 'S' TO WS-POST-SUSPENSE
104300         MOVE 'CLEARING ACCT' TO WS-EXC-KIND
104400         MOVE SPACES TO WS-EXC-KEY
104500         COMPUTE WS-POST-AMOUNT = WS-SALARY-TOTAL
104600             + WS-PAYMENT-TOTAL
104700         PERFORM 7200-WRITE-EXCEPTION
104800             THRU 7200-WRITE-EXCEPTION-EXIT
104900     END-IF.
105000     IF WS-SALARY-TOTAL > ZERO
105100         MOVE WS-SALARY-TOTAL TO WS-POST-AMOUNT
105200         MOVE 'SALARY COST OFFSET' TO WS-POST-DESCRIPTION
105300         PERFORM 7500-WRITE-DETAIL THRU 7500-WRITE-DETAIL-EXIT
105400     END-IF.
105500     IF WS-PAYMENT-TOTAL > ZERO
105600         MOVE WS-PAYMENT-TOTAL TO WS-POST-AMOUNT
105700         MOVE 'ONE-TIME PAYMENTS OFFSET' TO WS-POST-DESCRIPTION
105800         PERFORM 7500-WRITE-DETAIL THRU 7500-WRITE-DETAIL-EXIT
105900     END-IF.
106000 6000-WRITE-CREDITS-EXIT.
106100     EXIT.
106200*=============================================================*
106300* 7000-FIND-MAP - LOOK UP WS-MAP-WANT-TYPE/WS-MAP-WANT-KEY;    *
106400*               WS-MAP-HIT IS ZERO WHEN NOT MAPPED             *
106500*=============================================================*
106600 7000-FIND-MAP.
106700     MOVE ZERO TO WS-MAP-HIT.
106800     PERFORM 7010-SCAN-MAP THRU 7010-SCAN-MAP-EXIT
106900         VARYING WS-MAP-SUB FROM 1 BY 1
107000         UNTIL WS-MAP-SUB > WS-MAP-COUNT
107100             OR WS-MAP-HIT > ZERO.
107200 7000-FIND-MAP-EXIT.
107300     EXIT.
107400*=============================================================*
107500* 7010-SCAN-MAP - TEST ONE MAP ENTRY. THE CONTROL-ACCOUNT ROWS *
107600*               (S, C, X) MATCH ON TYPE ALONE                  *
107700*=============================================================*
107800 7010-SCAN-MAP.
107900     IF MAP-TYPE (WS-MAP-SUB) = WS-MAP-WANT-TYPE
108000         IF WS-MAP-WANT-TYPE = 'S' OR WS-MAP-WANT-TYPE = 'C'
108100                 OR WS-MAP-WANT-TYPE = 'X'
108200                 OR MAP-KEY (WS-MAP-SUB) = WS-MAP-WANT-KEY
108300             MOVE WS-MAP-SUB TO WS-MAP-HIT
108400         END-IF
108500     END-IF.
108600 7010-SCAN-MAP-EXIT.
108700     EXIT.
108800*=============================================================*
108900* 7100-WRITE-EXC-HEADINGS - EXCEPTION REPORT PAGE HEADINGS     *
109000*=============================================================*
109100 7100-WRITE-EXC-HEADINGS.
109200     ADD 1 TO WS-EXC-PAGE-COUNT.
109300     MOVE WS-EXC-PAGE-COUNT TO GLJ-HDG1-PAGE.
109400     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
109500         DELIMITED BY SIZE INTO GLJ-HDG1-DATE.
109600     MOVE WS-JOURNAL-MONTH TO GLJ-HDG2-MONTH.
109700     WRITE EXC-LINE FROM GLJ-HEADING-1.
109800     WRITE EXC-LINE FROM GLJ-HEADING-2.
109900     WRITE EXC-LINE FROM GLJ-HEADING-3.
110000     MOVE 3 TO WS-EXC-LINE-COUNT.
110100 7100-WRITE-EXC-HEADINGS-EXIT.
110200     EXIT.
110300*=============================================================*
110400* 7200-WRITE-EXCEPTION - ONE UNMAPPED ITEM AND WHERE IT WENT   *
110500*=============================================================*
110600 7200-WRITE-EXCEPTION.
110700     IF WS-EXC-LINE-COUNT >= WS-LINES-PER-PAGE
110800         PERFORM 7100-WRITE-EXC-HEADINGS
110900             THRU 7100-WRITE-EXC-HEADINGS-EXIT
111000     END-IF.
111100     ADD 1 TO WS-EXCEPTION-COUNT.
111200     MOVE WS-EXC-KIND          TO GLJ-EXC-KIND.
111300     MOVE WS-EXC-KEY           TO GLJ-EXC-KEY.
111400     MOVE WS-POST-DEPT-ID      TO GLJ-EXC-DEPT-ID.
111500     MOVE WS-POST-PAY-TYPE     TO GLJ-EXC-PAY-TYPE.
111600     MOVE WS-POST-AMOUNT       TO GLJ-EXC-AMOUNT.
111700     MOVE WS-SUSP-COST-CENTER  TO GLJ-EXC-COST-CENTER.
111800     MOVE WS-SUSP-ACCOUNT      TO GLJ-EXC-ACCOUNT.
111900     WRITE EXC-LINE FROM GLJ-EXC-DETAIL.
112000     ADD 1 TO WS-EXC-LINE-COUNT.
112100 7200-WRITE-EXCEPTION-EXIT.
112200     EXIT.
112300*=============================================================*
112400* 7500-WRITE-DETAIL - ONE DEBIT OR CREDIT LINE TO GLJRNL, AND  *
112500*               THE TRAILER TOTALS                             *
112600*=============================================================*
112700 7500-WRITE-DETAIL.
112800     MOVE WS-POST-DR-CR       TO GLD-DR-CR.
112900     MOVE WS-POST-COST-CENTER TO GLD-COST-CENTER.
113000     MOVE WS-POST-ACCOUNT     TO GLD-GL-ACCOUNT.
113100     MOVE WS-POST-AMOUNT      TO GLD-AMOUNT.
113200     MOVE WS-POST-DEPT-ID     TO GLD-DEPT-ID.
113300     MOVE WS-POST-PAY-TYPE    TO GLD-PAY-TYPE.
113400     MOVE WS-POST-DESCRIPTION TO GLD-DESCRIPTION.
113500     MOVE WS-POST-SUSPENSE    TO GLD-SUSPENSE-FLAG.
113600     WRITE GL-LINE FROM GL-DETAIL-RECORD.
113700     ADD 1 TO WS-DETAIL-COUNT.
113800     ADD WS-POST-ACCOUNT TO WS-ACCOUNT-HASH.
113900     IF WS-POST-DR-CR = 'D'
114000         ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
114100     ELSE
114200         ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
114300     END-IF.
114400     IF WS-POST-SUSPENSE = 'S'
114500         ADD WS-POST-AMOUNT TO WS-SUSPENSE-TOTAL
114600     END-IF.
114700 7500-WRITE-DETAIL-EXIT.
114800     EXIT.
114900*=============================================================*
115000* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE FOR THE MONTH  *
115100*=============================================================*
115200 8000-FETCH-EMPLOYEE.
115300     EXEC SQL
115400         FETCH GLJ-CURSOR
115500         INTO :EMP-ID, :EMP-DEPT-ID, :EMP-HIRE-DATE,
115600             :EMP-SALARY, :EMP-STATUS, :EMP-TERM-DATE,
115700             :EMP-LEAVE-DATE
115800     END-EXEC.
115900     IF SQLCODE = 100
116000         MOVE 'Y' TO WS-EOF-SWITCH
116100     ELSE
116200         IF SQLCODE NOT = 0
116300             DISPLAY 'Fetch failed: ' SQLCODE
116400             MOVE 'FETCH' TO WS-ERROR-CONTEXT
116500             PERFORM 8900-HANDLE-SQL-ERROR
116600                 THRU 8900-HANDLE-SQL-ERROR-EXIT
116700             MOVE 'Y' TO WS-EOF-SWITCH
116800             MOVE 'Y' TO WS-ABANDON-SWITCH
116900             MOVE 8 TO RETURN-CODE
117000         END-IF
117100     END-IF.
117200 8000-FETCH-EMPLOYEE-EXIT.
117300     EXIT.
117400*=============================================================*
117500* 9000-TERMINATE - JOURNAL TRAILER, EXCEPTION REPORT SUMMARY,  *
117600*               CLOSE THE CURSOR AND FILES                     *
117700*=============================================================*
117800 9000-TERMINATE.
117900     IF WS-CURSOR-OPEN
118000         EXEC SQL
118100             CLOSE GLJ-CURSOR
118200         END-EXEC
118300     END-IF.
118400     IF NOT WS-ABANDONED
118500         MOVE WS-DETAIL-COUNT TO GLT-DETAIL-COUNT
118600         MOVE WS-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
118700         MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
118800         MOVE WS-ACCOUNT-HASH TO GLT-ACCOUNT-HASH
118900         WRITE GL-LINE FROM GL-TRAILER-RECORD
119000         MOVE SPACES TO EXC-LINE
119100         WRITE EXC-LINE
119200         MOVE 'TOTAL DEBITS:' TO GLJ-SUM-LABEL
119300         MOVE WS-DEBIT-TOTAL TO GLJ-SUM-AMOUNT
119400         WRITE EXC-LINE FROM GLJ-SUMMARY-LINE
119500         MOVE 'TOTAL CREDITS:' TO GLJ-SUM-LABEL
119600         MOVE WS-CREDIT-TOTAL TO GLJ-SUM-AMOUNT
119700         WRITE EXC-LINE FROM GLJ-SUMMARY-LINE
119800         MOVE 'POSTED TO SUSPENSE:' TO GLJ-SUM-LABEL
119900         MOVE WS-SUSPENSE-TOTAL TO GLJ-SUM-AMOUNT
120000         WRITE EXC-LINE FROM GLJ-SUMMARY-LINE
120100         MOVE 'JOURNAL DETAIL LINES:' TO GLJ-CNT-LABEL
120200         MOVE WS-DETAIL-COUNT TO GLJ-CNT-VALUE
120300         WRITE EXC-LINE FROM GLJ-COUNT-LINE
120400         MOVE 'UNMAPPED ITEMS:' TO GLJ-CNT-LABEL
120500         MOVE WS-EXCEPTION-COUNT TO GLJ-CNT-VALUE
120600         WRITE EXC-LINE FROM GLJ-COUNT-LINE
120700         IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 4
120800             MOVE 4 TO RETURN-CODE
120900         END-IF
121000     END-IF.
121100     MOVE WS-EMPS-READ       TO RUN-RECORDS-IN.
121200     MOVE WS-DETAIL-COUNT    TO RUN-RECORDS-OUT.
121300     MOVE WS-EXCEPTION-COUNT TO RUN-RECORDS-REJECT.
121400     PERFORM 8810-RECORD-RUN-END
121500         THRU 8810-RECORD-RUN-END-EXIT.
121600     CLOSE JOURNAL-FILE.
121700     CLOSE EXCEPTION-REPORT.
121800     CLOSE ERROR-LOG.
121900     DISPLAY 'Employees priced:    ' WS-EMPS-READ.
122000     DISPLAY 'Payment groups:      ' WS-PAY-GROUPS.
122100     DISPLAY 'Journal lines:       ' WS-DETAIL-COUNT.
122200     DISPLAY 'Unmapped items:      ' WS-EXCEPTION-COUNT.
122300 9000-TERMINATE-EXIT.
122400     EXIT.
122500*=============================================================*
122600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
122700*               CONTROL RECORDING, COPIED IN                   *
122800*=============================================================*
122900     COPY RUNHDL.
123000*=============================================================*
123100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
123200*=============================================================*
123300     COPY ERRHDL.
