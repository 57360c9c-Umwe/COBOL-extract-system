000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DataQualitySweep.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. WEEKLY DATA-QUALITY     *
001000*               SWEEP OF THE EMPLOYEE TABLE. EVERY EMPLOYED   *
001100*               (ACTIVE OR ON LEAVE) ROW IS CHECKED FOR A     *
001200*               DEPARTMENT THAT IS MISSING OR INACTIVE, A     *
001300*               GRADE THAT IS BLANK, MISSING OR INACTIVE ON   *
001400*               SALARY_GRADE, AND A MISSING OR MALFORMED      *
001500*               STREET/CITY, STATE, ZIP OR PHONE. THE WHOLE   *
001600*               TABLE IS THEN HELD IN STORAGE AND EVERY       *
001700*               REPORTING CHAIN IS WALKED: SELF-MANAGERS,     *
001800*               MANAGERS NO LONGER ON THE TABLE, TERMINATED   *
001900*               MANAGERS, MGR-ID CYCLES AND CHAINS DEEPER     *
002000*               THAN OrgChartReport CAN PRINT ARE LISTED.     *
002100*               EACH FINDING CARRIES A SEVERITY (HIGH, MED,   *
002200*               LOW) AND IS COUNTED BY DEPARTMENT FOR THE     *
002300*               CLOSING SUMMARY. ANY FINDING ENDS THE RUN     *
002400*               RC 4. SCHEDULED WEEKLY, NOT PART OF THE       *
002500*               PAYNITE STREAM.                               *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT QUALITY-REPORT ASSIGN TO DQSRPT
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT ERROR-LOG ASSIGN TO SYSERR
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  QUALITY-REPORT
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
005700     05  WS-CLIMB-SWITCH      PIC X(01) VALUE 'N'.
005800         88  WS-CLIMB-DONE         VALUE 'Y'.
005900     05  WS-CYCLE-SWITCH      PIC X(01) VALUE 'N'.
006000         88  WS-CYCLE-CLOSED       VALUE 'Y'.
006100     05  WS-DEPT-FULL-SWITCH  PIC X(01) VALUE 'N'.
006200         88  WS-DEPT-TABLE-FULL    VALUE 'Y'.
006300     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
006400         88  WS-CURSOR-OPEN        VALUE 'Y'.
006500
006600 01  WS-COUNTERS.
006700     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
006800     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
006900     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
007000     05  WS-ROWS-READ         PIC 9(07) COMP VALUE ZERO.
007100     05  WS-EMPLOYED-COUNT    PIC 9(07) COMP VALUE ZERO.
007200     05  WS-FLAGGED-COUNT     PIC 9(07) COMP VALUE ZERO.
007300     05  WS-FINDING-COUNT     PIC 9(07) COMP VALUE ZERO.
007400     05  WS-HIGH-COUNT        PIC 9(07) COMP VALUE ZERO.
007500     05  WS-MED-COUNT         PIC 9(07) COMP VALUE ZERO.
007600     05  WS-LOW-COUNT         PIC 9(07) COMP VALUE ZERO.
007700
007800 01  WS-REPORT-DATE.
007900     05  WS-REPORT-YY         PIC 9(02).
008000     05  WS-REPORT-MM         PIC 9(02).
008100     05  WS-REPORT-DD         PIC 9(02).
008200
008300*    DEPARTMENT AND GRADE STATUS COME BACK WITH EACH EMPLOYEE
008400*    ROW; A BLANK STATUS MEANS THE ROW IS NOT ON FILE.
008500 01  WS-REF-STATUS.
008600     05  WS-DQ-DEPT-STATUS    PIC X(01).
008700     05  WS-DQ-GRADE-STATUS   PIC X(01).
008800
008900*    ADDRESS AND PHONE EDIT VIEWS.
009000 01  WS-ZIP-CHECK             PIC X(09).
009100 01  WS-ZIP-PARTS             REDEFINES WS-ZIP-CHECK.
009200     05  WS-ZIP-5             PIC X(05).
009300     05  WS-ZIP-4             PIC X(04).
009400 01  WS-STATE-CHECK           PIC X(02).
009500     88  WS-STATE-VALID       VALUES 'AL' 'AK' 'AZ' 'AR' 'CA'
009600         'CO' 'CT' 'DE' 'DC' 'FL' 'GA' 'HI' 'ID' 'IL' 'IN'
009700         'IA' 'KS' 'KY' 'LA' 'ME' 'MD' 'MA' 'MI' 'MN' 'MS'
009800         'MO' 'MT' 'NE' 'NV' 'NH' 'NJ' 'NM' 'NY' 'NC' 'ND'
009900         'OH' 'OK' 'OR' 'PA' 'RI' 'SC' 'SD' 'TN' 'TX' 'UT'
010000         'VT' 'VA' 'WA' 'WV' 'WI' 'WY' 'PR' 'GU' 'VI' 'AS'
010100         'MP' 'AA' 'AE' 'AP'.
010200
010300*    THE FINDINGS, IN REPORT ORDER: SEVERITY AND TEXT.
010400*    THE SUBSCRIPTS BELOW NAME EACH ONE FOR 5000.
010500 01  WS-FINDING-TABLE.
010600     05  FILLER  PIC X(31) VALUE 'HDEPARTMENT NOT ON FILE       '.
010700     05  FILLER  PIC X(31) VALUE 'MDEPARTMENT INACTIVE          '.
010800     05  FILLER  PIC X(31) VALUE 'MGRADE MISSING                '.
010900     05  FILLER  PIC X(31) VALUE 'MGRADE NOT ON SALARY_GRADE    '.
011000     05  FILLER  PIC X(31) VALUE 'MGRADE NOT ACTIVE             '.
011100     05  FILLER  PIC X(31) VALUE 'MSTREET OR CITY MISSING       '.
011200     05  FILLER  PIC X(31) VALUE 'MSTATE MISSING OR INVALID     '.
011300     05  FILLER  PIC X(31) VALUE 'MZIP MISSING OR MALFORMED     '.
011400     05  FILLER  PIC X(31) VALUE 'LPHONE MISSING OR MALFORMED   '.
011500     05  FILLER  PIC X(31) VALUE 'HEMPLOYEE IS OWN MANAGER      '.
011600     05  FILLER  PIC X(31) VALUE 'HMANAGER NOT ON FILE          '.
011700     05  FILLER  PIC X(31) VALUE 'HMANAGER TERMINATED           '.
011800     05  FILLER  PIC X(31) VALUE 'HREPORTING CHAIN CYCLE        '.
011900     05  FILLER  PIC X(31) VALUE 'MCHAIN DEEPER THAN ORG CHART  '.
012000 01  WS-FINDINGS              REDEFINES WS-FINDING-TABLE.
012100     05  WS-FINDING-ENTRY OCCURS 14 TIMES.
012200         10  FND-SEVERITY     PIC X(01).
012300         10  FND-TEXT         PIC X(30).
012400 01  WS-FINDING-SUBS.
012500     05  WS-FND-DEPT-MISSING  PIC 9(02) COMP VALUE 1.
012600     05  WS-FND-DEPT-INACTIVE PIC 9(02) COMP VALUE 2.
012700     05  WS-FND-GRADE-BLANK   PIC 9(02) COMP VALUE 3.
012800     05  WS-FND-GRADE-MISSING PIC 9(02) COMP VALUE 4.
012900     05  WS-FND-GRADE-INACTIVE
013000                              PIC 9(02) COMP VALUE 5.
013100     05  WS-FND-ADDRESS       PIC 9(02) COMP VALUE 6.
013200     05  WS-FND-STATE         PIC 9(02) COMP VALUE 7.
013300     05  WS-FND-ZIP           PIC 9(02) COMP VALUE 8.
013400     05  WS-FND-PHONE         PIC 9(02) COMP VALUE 9.
013500     05  WS-FND-SELF-MGR      PIC 9(02) COMP VALUE 10.
013600     05  WS-FND-MGR-MISSING   PIC 9(02) COMP VALUE 11.
013700     05  WS-FND-MGR-TERM      PIC 9(02) COMP VALUE 12.
013800     05  WS-FND-CYCLE         PIC 9(02) COMP VALUE 13.
013900     05  WS-FND-DEPTH         PIC 9(02) COMP VALUE 14.
014000     05  WS-FND-MAX           PIC 9(02) COMP VALUE 14.
014100 01  WS-FINDING-TOTALS.
014200     05  WS-FND-TOTAL         PIC 9(07) COMP OCCURS 14 TIMES.
014300
014400*    THE FINDING BEING WRITTEN.
014500 01  WS-FND-WORK.
014600     05  WS-FND-SUB           PIC 9(02) COMP.
014700     05  WS-FND-TAB-SUB       PIC 9(05) COMP.
014800     05  WS-FND-EMP-ID        PIC X(05).
014900     05  WS-FND-NAME          PIC X(20).
015000     05  WS-FND-DEPT-ID       PIC X(04).
015100     05  WS-FND-VALUE         PIC X(11).
015200
015300*    EVERY EMPLOYEE ROW, IN EMP-ID ORDER, FOR THE REPORTING-
015400*    CHAIN WALK. TERMINATED ROWS ARE HELD ONLY SO A MANAGER
015500*    WHO HAS LEFT CAN BE TOLD FROM ONE WHO WAS PURGED.
015600 01  WS-DQ-LIMITS.
015700     05  WS-DQ-EMP-MAX        PIC 9(05) COMP VALUE 30000.
015800     05  WS-DQ-EMP-COUNT      PIC 9(05) COMP VALUE ZERO.
015900*    OrgChartReport'S WALK STACK IS 50 DEEP, SO IT PLACES 51
016000*    LEVELS CORRECTLY; ANYONE BELOW THAT IS PRINTED ADRIFT.
016100     05  WS-CHART-DEPTH-MAX   PIC 9(05) COMP VALUE 51.
016200
016300 01  WS-DQ-TABLE.
016400     05  DQ-EMP-ENTRY OCCURS 30000 TIMES.
016500         10  DQ-EMP-ID        PIC X(05).
016600         10  DQ-EMP-NAME      PIC X(20).
016700         10  DQ-DEPT-ID       PIC X(04).
016800         10  DQ-MGR-ID        PIC X(05).
016900         10  DQ-STATUS        PIC X(01).
017000             88  DQ-EMPLOYED       VALUES 'A' 'L'.
017100         10  DQ-MGR-SUB       PIC 9(05) COMP.
017200         10  DQ-DEPTH         PIC 9(05) COMP.
017300         10  DQ-WALK          PIC X(01).
017400             88  DQ-WALK-NEW       VALUE 'N'.
017500             88  DQ-WALK-ON-PATH   VALUE 'W'.
017600             88  DQ-WALK-DONE      VALUE 'D'.
017700         10  DQ-FLAGGED       PIC X(01).
017800
017900 01  WS-WALK-FIELDS.
018000     05  WS-SUB               PIC 9(05) COMP VALUE ZERO.
018100     05  WS-SAVE-SUB          PIC 9(05) COMP VALUE ZERO.
018200     05  WS-CUR-SUB           PIC 9(05) COMP VALUE ZERO.
018300     05  WS-BASE-DEPTH        PIC 9(05) COMP VALUE ZERO.
018400     05  WS-PATH-COUNT        PIC 9(05) COMP VALUE ZERO.
018500     05  WS-PATH-SUB          PIC 9(05) COMP VALUE ZERO.
018600     05  WS-LOW-SUB           PIC 9(05) COMP VALUE ZERO.
018700     05  WS-HIGH-SUB          PIC 9(05) COMP VALUE ZERO.
018800     05  WS-MID-SUB           PIC 9(05) COMP VALUE ZERO.
018900     05  WS-FOUND-SUB         PIC 9(05) COMP VALUE ZERO.
019000     05  WS-SEEK-ID           PIC X(05).
019100     05  WS-DEPTH-DISPLAY     PIC ZZZZ9.
019200
019300 01  WS-WALK-PATH.
019400     05  WS-PATH-ENTRY        PIC 9(05) COMP
019500                              OCCURS 30000 TIMES.
019600
019700*    FINDING COUNTS BY DEPARTMENT, KEPT IN DEPT-ID ORDER.
019800 01  WS-DEPT-SUMMARY.
019900     05  WS-DS-MAX            PIC 9(03) COMP VALUE 300.
020000     05  WS-DS-COUNT          PIC 9(03) COMP VALUE ZERO.
020100     05  WS-DS-SUB            PIC 9(03) COMP VALUE ZERO.
020200     05  WS-DS-HIT            PIC 9(03) COMP VALUE ZERO.
020300     05  WS-DS-MOVE-SUB       PIC 9(03) COMP VALUE ZERO.
020400     05  WS-DS-ENTRY OCCURS 300 TIMES.
020500         10  DS-DEPT-ID       PIC X(04).
020600         10  DS-FND-COUNT     PIC 9(05) COMP OCCURS 14 TIMES.
020700
020800 01  DQS-HEADING-1.
020900     05  FILLER               PIC X(01) VALUE SPACE.
021000     05  FILLER               PIC X(30) VALUE
021100         'EMPLOYEE DATA-QUALITY SWEEP'.
021200     05  FILLER               PIC X(05) VALUE SPACE.
021300     05  DQS-HDG1-DATE        PIC X(08).
021400     05  FILLER               PIC X(10) VALUE SPACE.
021500     05  FILLER               PIC X(05) VALUE 'PAGE '.
021600     05  DQS-HDG1-PAGE        PIC ZZ9.
021700
021800 01  DQS-HEADING-2.
021900     05  FILLER               PIC X(01) VALUE SPACE.
022000     05  FILLER               PIC X(05) VALUE 'SEV'.
022100     05  FILLER               PIC X(06) VALUE 'EMP-ID'.
022200     05  FILLER               PIC X(21) VALUE 'EMPLOYEE NAME'.
022300     05  FILLER               PIC X(05) VALUE 'DEPT'.
022400     05  FILLER               PIC X(31) VALUE 'FINDING'.
022500     05  FILLER               PIC X(11) VALUE 'VALUE'.
022600
022700 01  DQS-SECTION-LINE.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  DQS-SECTION-TEXT     PIC X(50).
023000
023100 01  DQS-DETAIL-LINE.
023200     05  FILLER               PIC X(01) VALUE SPACE.
023300     05  DQS-DTL-SEVERITY     PIC X(04).
023400     05  FILLER               PIC X(01) VALUE SPACE.
023500     05  DQS-DTL-EMP-ID       PIC X(05).
023600     05  FILLER               PIC X(01) VALUE SPACE.
023700     05  DQS-DTL-NAME         PIC X(20).
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  DQS-DTL-DEPT-ID      PIC X(04).
024000     05  FILLER               PIC X(01) VALUE SPACE.
024100     05  DQS-DTL-FINDING      PIC X(30).
024200     05  FILLER               PIC X(01) VALUE SPACE.
024300     05  DQS-DTL-VALUE        PIC X(11).
024400
024500 01  DQS-SUMMARY-DETAIL.
024600     05  FILLER               PIC X(01) VALUE SPACE.
024700     05  DQS-SUM-DEPT-ID      PIC X(04).
024800     05  FILLER               PIC X(02) VALUE SPACE.
024900     05  DQS-SUM-SEVERITY     PIC X(04).
025000     05  FILLER               PIC X(02) VALUE SPACE.
025100     05  DQS-SUM-FINDING      PIC X(30).
025200     05  FILLER               PIC X(02) VALUE SPACE.
025300     05  DQS-SUM-COUNT        PIC ZZZ,ZZ9.
025400
025500 01  DQS-TOTAL-LINE.
025600     05  FILLER               PIC X(01) VALUE SPACE.
025700     05  DQS-TOT-LABEL        PIC X(40).
025800     05  DQS-TOT-COUNT        PIC ZZZ,ZZ9.
025900
026000     COPY ERRWS.
026100
026200 PROCEDURE DIVISION.
026300*=============================================================*
026400* 0000-MAINLINE                                               *
026500*=============================================================*
026600 0000-MAINLINE.
026700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
026800     IF NOT WS-ABANDONED
026900         PERFORM 2000-CHECK-EMPLOYEE THRU 2000-CHECK-EMPLOYEE-EXIT
027000             UNTIL WS-EOF
027100     END-IF.
027200     IF NOT WS-ABANDONED
027300         PERFORM 3000-CHECK-CHAINS THRU 3000-CHECK-CHAINS-EXIT
027400         PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT
027500     END-IF.
027600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
027700     GOBACK.
027800*=============================================================*
027900* 1000-INITIALIZE - CONNECT, DECLARE AND OPEN THE EMPLOYEE     *
028000*               CURSOR WITH ITS DEPARTMENT AND GRADE STATUS,   *
028100*               PRIME THE FETCH                                *
028200*=============================================================*
028300 1000-INITIALIZE.
028400     OPEN OUTPUT QUALITY-REPORT.
028500     OPEN OUTPUT ERROR-LOG.
028600     ACCEPT WS-REPORT-DATE FROM DATE.
028700     INITIALIZE WS-FINDING-TOTALS.
028800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
028900     EXEC SQL
029000         CONNECT TO 'yourdatabase'
029100         USER :WS-USERID
029200         USING :WS-PASSWORD
029300     END-EXEC.
029400     IF SQLCODE NOT = 0
029500         DISPLAY 'Connection failed: ' SQLCODE
029600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
029700         PERFORM 8900-HANDLE-SQL-ERROR
029800             THRU 8900-HANDLE-SQL-ERROR-EXIT
029900         MOVE 'Y' TO WS-ABANDON-SWITCH
030000         GO TO 1000-INITIALIZE-EXIT
030100     END-IF.
030200     MOVE 'DQS' TO RUN-PROGRAM-ID.
030300     MOVE 'Y' TO RUN-LOG-SWITCH.
030400     PERFORM 8800-RECORD-RUN-START
030500         THRU 8800-RECORD-RUN-START-EXIT.
030600     EXEC SQL
030700         DECLARE DQS-CURSOR CURSOR FOR
030800             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID, E.MGR_ID,
030900                 E.EMP_STATUS, E.ADDR_STREET, E.ADDR_CITY,
031000                 E.ADDR_STATE, E.ADDR_ZIP, E.PHONE, E.GRADE_ID,
031100                 COALESCE(D.DEPT_STATUS, ' '),
031200                 COALESCE(G.GRADE_STATUS, ' ')
031300             FROM EMPLOYEE E
031400             LEFT JOIN DEPARTMENT D
031500                 ON D.DEPT_ID = E.DEPT_ID
031600             LEFT JOIN SALARY_GRADE G
031700                 ON G.GRADE_ID = E.GRADE_ID
031800             ORDER BY E.EMP_ID
031900     END-EXEC.
032000     EXEC SQL
032100         OPEN DQS-CURSOR
032200     END-EXEC.
032300     IF SQLCODE NOT = 0
032400         DISPLAY 'Cursor open failed: ' SQLCODE
032500         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
032600         PERFORM 8900-HANDLE-SQL-ERROR
032700             THRU 8900-HANDLE-SQL-ERROR-EXIT
032800         MOVE 'Y' TO WS-ABANDON-SWITCH
032900         GO TO 1000-INITIALIZE-EXIT
033000     END-IF.
033100     MOVE 'Y' TO WS-CURSOR-SWITCH.
033200     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
033300     MOVE 'EMPLOYEE RECORD FINDINGS' TO DQS-SECTION-TEXT.
033400     PERFORM 6100-WRITE-SECTION THRU 6100-WRITE-SECTION-EXIT.
033500     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
033600 1000-INITIALIZE-EXIT.
033700     EXIT.
033800*=============================================================*
033900* 2000-CHECK-EMPLOYEE - HOLD THE ROW FOR THE CHAIN WALK AND,   *
034000*               IF EMPLOYED, RUN THE RECORD-LEVEL CHECKS       *
034100*=============================================================*
034200 2000-CHECK-EMPLOYEE.
034300     IF WS-DQ-EMP-COUNT >= WS-DQ-EMP-MAX
034400         DISPLAY 'Employee table full - sweep abandoned at '
034500             WS-DQ-EMP-MAX ' rows.'
034600         MOVE 8 TO RETURN-CODE
034700         MOVE 'Y' TO WS-EOF-SWITCH
034800         MOVE 'Y' TO WS-ABANDON-SWITCH
034900         GO TO 2000-CHECK-EMPLOYEE-EXIT
035000     END-IF.
035100     ADD 1 TO WS-DQ-EMP-COUNT.
035200     MOVE EMP-ID      TO DQ-EMP-ID (WS-DQ-EMP-COUNT).
035300     MOVE EMP-NAME    TO DQ-EMP-NAME (WS-DQ-EMP-COUNT).
035400     MOVE EMP-DEPT-ID TO DQ-DEPT-ID (WS-DQ-EMP-COUNT).
035500     MOVE EMP-MGR-ID  TO DQ-MGR-ID (WS-DQ-EMP-COUNT).
035600     MOVE EMP-STATUS  TO DQ-STATUS (WS-DQ-EMP-COUNT).
035700     MOVE ZERO        TO DQ-MGR-SUB (WS-DQ-EMP-COUNT).
035800     MOVE ZERO        TO DQ-DEPTH (WS-DQ-EMP-COUNT).
035900     MOVE 'N'         TO DQ-WALK (WS-DQ-EMP-COUNT).
036000     MOVE 'N'         TO DQ-FLAGGED (WS-DQ-EMP-COUNT).
036100     IF NOT EMP-EMPLOYED
036200         GO TO 2000-NEXT-EMPLOYEE
036300     END-IF.
036400     ADD 1 TO WS-EMPLOYED-COUNT.
036500     MOVE WS-DQ-EMP-COUNT TO WS-FND-TAB-SUB.
036600     MOVE EMP-ID      TO WS-FND-EMP-ID.
036700     MOVE EMP-NAME    TO WS-FND-NAME.
036800     MOVE EMP-DEPT-ID TO WS-FND-DEPT-ID.
036900     PERFORM 2100-CHECK-REFERENCES
036950         THRU 2100-CHECK-REFERENCES-EXIT.
037000     PERFORM 2200-CHECK-ADDRESS THRU 2200-CHECK-ADDRESS-EXIT.
037100 2000-NEXT-EMPLOYEE.
037200     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
037300 2000-CHECK-EMPLOYEE-EXIT.
037400     EXIT.
037500*=============================================================*
037600* 2100-CHECK-REFERENCES - THE DEPARTMENT MUST BE ON FILE AND   *
037700*               ACTIVE; THE GRADE MUST BE PRESENT, ON          *
037800*               SALARY_GRADE AND ACTIVE                        *
037900*=============================================================*
038000 2100-CHECK-REFERENCES.
038100     MOVE EMP-DEPT-ID TO WS-FND-VALUE.
038200     IF WS-DQ-DEPT-STATUS = SPACE
038300         MOVE WS-FND-DEPT-MISSING TO WS-FND-SUB
038400         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
038500     ELSE
038600         IF WS-DQ-DEPT-STATUS NOT = 'A'
038700             MOVE WS-FND-DEPT-INACTIVE TO WS-FND-SUB
038800             PERFORM 5000-WRITE-FINDING
038900                 THRU 5000-WRITE-FINDING-EXIT
039000         END-IF
039100     END-IF.
039200     MOVE EMP-GRADE TO WS-FND-VALUE.
039300     IF EMP-GRADE = SPACES
039400         MOVE WS-FND-GRADE-BLANK TO WS-FND-SUB
039500         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
039600         GO TO 2100-CHECK-REFERENCES-EXIT
039700     END-IF.
039800     IF WS-DQ-GRADE-STATUS = SPACE
039900         MOVE WS-FND-GRADE-MISSING TO WS-FND-SUB
040000         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
040100     ELSE
040200         IF WS-DQ-GRADE-STATUS NOT = 'A'
040300             MOVE WS-FND-GRADE-INACTIVE TO WS-FND-SUB
040400             PERFORM 5000-WRITE-FINDING
040500                 THRU 5000-WRITE-FINDING-EXIT
040600         END-IF
040700     END-IF.
040800 2100-CHECK-REFERENCES-EXIT.
040900     EXIT.
041000*=============================================================*
041100* 2200-CHECK-ADDRESS - STREET AND CITY PRESENT, A KNOWN POSTAL *
041200*               STATE CODE, A FIVE-DIGIT ZIP WITH AN OPTIONAL  *
041300*               FOUR-DIGIT EXTENSION, A TEN-DIGIT PHONE        *
041400*=============================================================*
041500 2200-CHECK-ADDRESS.
041600     IF EMP-ADDR-STREET = SPACES OR EMP-ADDR-CITY = SPACES
041700         MOVE SPACES TO WS-FND-VALUE
041800         MOVE WS-FND-ADDRESS TO WS-FND-SUB
041900         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
042000     END-IF.
042100     MOVE EMP-ADDR-STATE TO WS-STATE-CHECK.
042200     IF NOT WS-STATE-VALID
042300         MOVE EMP-ADDR-STATE TO WS-FND-VALUE
042400         MOVE WS-FND-STATE TO WS-FND-SUB
042500         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
042600     END-IF.
042700     MOVE EMP-ADDR-ZIP TO WS-ZIP-CHECK.
042800     IF WS-ZIP-5 NOT NUMERIC
042900             OR (WS-ZIP-4 NOT = SPACES AND WS-ZIP-4 NOT NUMERIC)
043000         MOVE EMP-ADDR-ZIP TO WS-FND-VALUE
043100         MOVE WS-FND-ZIP TO WS-FND-SUB
043200         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
043300     END-IF.
043400     IF EMP-PHONE NOT NUMERIC
043500         MOVE EMP-PHONE TO WS-FND-VALUE
043600         MOVE WS-FND-PHONE TO WS-FND-SUB
043700         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
043800     END-IF.
043900 2200-CHECK-ADDRESS-EXIT.
044000     EXIT.
044100*=============================================================*
044200* 3000-CHECK-CHAINS - RESOLVE EVERY EMPLOYED ROW'S MANAGER,    *
044300*               THEN WALK EACH REPORTING CHAIN TO THE TOP      *
044400*=============================================================*
044500 3000-CHECK-CHAINS.
044600     MOVE 'REPORTING CHAIN FINDINGS' TO DQS-SECTION-TEXT.
044700     PERFORM 6100-WRITE-SECTION THRU 6100-WRITE-SECTION-EXIT.
044800     PERFORM 3100-CHECK-MANAGER THRU 3100-CHECK-MANAGER-EXIT
044900         VARYING WS-SUB FROM 1 BY 1
045000         UNTIL WS-SUB > WS-DQ-EMP-COUNT.
045100     PERFORM 3200-WALK-CHAIN THRU 3200-WALK-CHAIN-EXIT
045200         VARYING WS-SUB FROM 1 BY 1
045300         UNTIL WS-SUB > WS-DQ-EMP-COUNT.
045400 3000-CHECK-CHAINS-EXIT.
045500     EXIT.
045600*=============================================================*
045700* 3100-CHECK-MANAGER - A BLANK MGR-ID IS THE TOP OF A CHAIN.   *
045800*               SELF-MANAGED, NOT ON FILE AND TERMINATED       *
045900*               MANAGERS ARE FINDINGS AND END THE CHAIN; A     *
046000*               MANAGER STILL EMPLOYED IS LINKED FOR THE WALK  *
046100*=============================================================*
046200 3100-CHECK-MANAGER.
046300     IF NOT DQ-EMPLOYED (WS-SUB)
046400             OR DQ-MGR-ID (WS-SUB) = SPACES
046500         GO TO 3100-CHECK-MANAGER-EXIT
046600     END-IF.
046700     PERFORM 3150-SET-FINDING-EMPLOYEE
046800         THRU 3150-SET-FINDING-EMPLOYEE-EXIT.
046900     MOVE DQ-MGR-ID (WS-SUB) TO WS-FND-VALUE.
047000     IF DQ-MGR-ID (WS-SUB) = DQ-EMP-ID (WS-SUB)
047100         MOVE WS-FND-SELF-MGR TO WS-FND-SUB
047200         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
047300         GO TO 3100-CHECK-MANAGER-EXIT
047400     END-IF.
047500     MOVE DQ-MGR-ID (WS-SUB) TO WS-SEEK-ID.
047600     PERFORM 3800-FIND-EMPLOYEE THRU 3800-FIND-EMPLOYEE-EXIT.
047700     IF WS-FOUND-SUB = ZERO
047800         MOVE WS-FND-MGR-MISSING TO WS-FND-SUB
047900         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
048000         GO TO 3100-CHECK-MANAGER-EXIT
048100     END-IF.
048200     IF NOT DQ-EMPLOYED (WS-FOUND-SUB)
048300         MOVE WS-FND-MGR-TERM TO WS-FND-SUB
048400         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
048500         GO TO 3100-CHECK-MANAGER-EXIT
048600     END-IF.
048700     MOVE WS-FOUND-SUB TO DQ-MGR-SUB (WS-SUB).
048800 3100-CHECK-MANAGER-EXIT.
048900     EXIT.
049000*=============================================================*
049100* 3150-SET-FINDING-EMPLOYEE - LOAD THE FINDING FIELDS FROM THE *
049200*               HELD ROW AT WS-SUB                             *
049300*=============================================================*
049400 3150-SET-FINDING-EMPLOYEE.
049500     MOVE WS-SUB              TO WS-FND-TAB-SUB.
049600     MOVE DQ-EMP-ID (WS-SUB)   TO WS-FND-EMP-ID.
049700     MOVE DQ-EMP-NAME (WS-SUB) TO WS-FND-NAME.
049800     MOVE DQ-DEPT-ID (WS-SUB)  TO WS-FND-DEPT-ID.
049900 3150-SET-FINDING-EMPLOYEE-EXIT.
050000     EXIT.
050100*=============================================================*
050200* 3200-WALK-CHAIN - CLIMB FROM THIS EMPLOYEE UNTIL THE CHAIN   *
050300*               REACHES ITS TOP, A ROW WHOSE DEPTH IS ALREADY  *
050400*               KNOWN, OR A ROW ALREADY ON THIS CLIMB (A       *
050500*               CYCLE), THEN SET THE DEPTH OF EVERY ROW        *
050600*               CLIMBED ON THE WAY BACK DOWN                   *
050700*=============================================================*
050800 3200-WALK-CHAIN.
050900     IF NOT DQ-EMPLOYED (WS-SUB)
051000             OR NOT DQ-WALK-NEW (WS-SUB)
051100         GO TO 3200-WALK-CHAIN-EXIT
051200     END-IF.
051300     MOVE ZERO TO WS-PATH-COUNT.
051400     MOVE ZERO TO WS-BASE-DEPTH.
051500     MOVE WS-SUB TO WS-CUR-SUB.
051600     MOVE 'N' TO WS-CLIMB-SWITCH.
051700     PERFORM 3210-CLIMB-ONE THRU 3210-CLIMB-ONE-EXIT
051800         UNTIL WS-CLIMB-DONE.
051900     PERFORM 3250-SET-DEPTH THRU 3250-SET-DEPTH-EXIT
052000         VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
052100         UNTIL WS-PATH-SUB < 1.
052200 3200-WALK-CHAIN-EXIT.
052300     EXIT.
052400*=============================================================*
052500* 3210-CLIMB-ONE - ONE STEP UP THE CHAIN FROM WS-CUR-SUB       *
052600*=============================================================*
052700 3210-CLIMB-ONE.
052800     IF DQ-WALK-DONE (WS-CUR-SUB)
052900         MOVE DQ-DEPTH (WS-CUR-SUB) TO WS-BASE-DEPTH
053000         MOVE 'Y' TO WS-CLIMB-SWITCH
053100         GO TO 3210-CLIMB-ONE-EXIT
053200     END-IF.
053300     IF DQ-WALK-ON-PATH (WS-CUR-SUB)
053400         PERFORM 3220-MARK-CYCLE THRU 3220-MARK-CYCLE-EXIT
053500         MOVE 1 TO WS-BASE-DEPTH
053600         MOVE 'Y' TO WS-CLIMB-SWITCH
053700         GO TO 3210-CLIMB-ONE-EXIT
053800     END-IF.
053900     ADD 1 TO WS-PATH-COUNT.
054000     MOVE WS-CUR-SUB TO WS-PATH-ENTRY (WS-PATH-COUNT).
054100     MOVE 'W' TO DQ-WALK (WS-CUR-SUB).
054200     IF DQ-MGR-SUB (WS-CUR-SUB) = ZERO
054300         MOVE 'Y' TO WS-CLIMB-SWITCH
054400         GO TO 3210-CLIMB-ONE-EXIT
054500     END-IF.
054600     MOVE DQ-MGR-SUB (WS-CUR-SUB) TO WS-CUR-SUB.
054700 3210-CLIMB-ONE-EXIT.
054800     EXIT.
054900*=============================================================*
055000* 3220-MARK-CYCLE - THE CLIMB HAS COME BACK TO WS-CUR-SUB, SO  *
055100*               EVERY ROW FROM THERE TO THE END OF THE PATH IS *
055200*               ON THE CYCLE. EACH IS LISTED, GIVEN DEPTH 1    *
055300*               (OrgChartReport PRINTS A CYCLE AS ITS OWN      *
055400*               TREE) AND TAKEN OFF THE PATH                   *
055500*=============================================================*
055600 3220-MARK-CYCLE.
055700     MOVE 'N' TO WS-CYCLE-SWITCH.
055800     PERFORM 3225-MARK-CYCLE-MEMBER
055900         THRU 3225-MARK-CYCLE-MEMBER-EXIT
056000         VARYING WS-PATH-SUB FROM WS-PATH-COUNT BY -1
056100         UNTIL WS-CYCLE-CLOSED.
056200     MOVE WS-PATH-SUB TO WS-PATH-COUNT.
056300 3220-MARK-CYCLE-EXIT.
056400     EXIT.
056500*=============================================================*
056600* 3225-MARK-CYCLE-MEMBER - ONE ROW ON THE CYCLE                *
056700*=============================================================*
056800 3225-MARK-CYCLE-MEMBER.
056900     MOVE WS-SUB TO WS-SAVE-SUB.
057000     MOVE WS-PATH-ENTRY (WS-PATH-SUB) TO WS-SUB.
057100     PERFORM 3150-SET-FINDING-EMPLOYEE
057200         THRU 3150-SET-FINDING-EMPLOYEE-EXIT.
057300     MOVE DQ-MGR-ID (WS-SUB) TO WS-FND-VALUE.
057400     MOVE WS-FND-CYCLE TO WS-FND-SUB.
057500     PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT.
057600     MOVE 1   TO DQ-DEPTH (WS-SUB).
057700     MOVE 'D' TO DQ-WALK (WS-SUB).
057800     IF WS-SUB = WS-CUR-SUB
057900         MOVE 'Y' TO WS-CYCLE-SWITCH
058000     END-IF.
058100     MOVE WS-SAVE-SUB TO WS-SUB.
058200 3225-MARK-CYCLE-MEMBER-EXIT.
058300     EXIT.
058400*=============================================================*
058500* 3250-SET-DEPTH - ONE LEVEL BELOW THE ROW ABOVE. THE FIRST    *
058600*               ROW PAST THE DEPTH OrgChartReport CAN PLACE IS *
058700*               LISTED; ITS OWN REPORTS FOLLOW IT OFF THE      *
058800*               CHART SO THEY ARE NOT LISTED AGAIN             *
058900*=============================================================*
059000 3250-SET-DEPTH.
059100     ADD 1 TO WS-BASE-DEPTH.
059200     MOVE WS-SUB TO WS-SAVE-SUB.
059300     MOVE WS-PATH-ENTRY (WS-PATH-SUB) TO WS-SUB.
059400     MOVE WS-BASE-DEPTH TO DQ-DEPTH (WS-SUB).
059500     MOVE 'D' TO DQ-WALK (WS-SUB).
059600     IF WS-BASE-DEPTH = WS-CHART-DEPTH-MAX + 1
059700         PERFORM 3150-SET-FINDING-EMPLOYEE
059800             THRU 3150-SET-FINDING-EMPLOYEE-EXIT
059900         MOVE WS-BASE-DEPTH TO WS-DEPTH-DISPLAY
060000         MOVE SPACES TO WS-FND-VALUE
060100         STRING 'LEVEL ' WS-DEPTH-DISPLAY
060200             DELIMITED BY SIZE INTO WS-FND-VALUE
060300         MOVE WS-FND-DEPTH TO WS-FND-SUB
060400         PERFORM 5000-WRITE-FINDING THRU 5000-WRITE-FINDING-EXIT
060500     END-IF.
060600     MOVE WS-SAVE-SUB TO WS-SUB.
060700 3250-SET-DEPTH-EXIT.
060800     EXIT.
060900*=============================================================*
061000* 3800-FIND-EMPLOYEE - BINARY SEARCH OF THE HELD TABLE (IN     *
061100*               EMP-ID ORDER) FOR WS-SEEK-ID; ZERO IF ABSENT   *
061200*=============================================================*
061300 3800-FIND-EMPLOYEE.
061400     MOVE ZERO TO WS-FOUND-SUB.
061500     MOVE 1 TO WS-LOW-SUB.
061600     MOVE WS-DQ-EMP-COUNT TO WS-HIGH-SUB.
061700 3800-FIND-EMPLOYEE-NEXT.
061800     IF WS-LOW-SUB > WS-HIGH-SUB
061900         GO TO 3800-FIND-EMPLOYEE-EXIT
062000     END-IF.
062100     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
062200     IF DQ-EMP-ID (WS-MID-SUB) = WS-SEEK-ID
062300         MOVE WS-MID-SUB TO WS-FOUND-SUB
062400         GO TO 3800-FIND-EMPLOYEE-EXIT
062500     END-IF.
062600     IF DQ-EMP-ID (WS-MID-SUB) < WS-SEEK-ID
062700         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
062800     ELSE
062900         IF WS-MID-SUB = 1
063000             GO TO 3800-FIND-EMPLOYEE-EXIT
063100         END-IF
063200         COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
063300     END-IF.
063400     GO TO 3800-FIND-EMPLOYEE-NEXT.
063500 3800-FIND-EMPLOYEE-EXIT.
063600     EXIT.
063700*=============================================================*
063800* 4000-PRINT-SUMMARY - FINDING COUNTS BY DEPARTMENT, THEN THE  *
063900*               RUN TOTALS BY FINDING AND SEVERITY             *
064000*=============================================================*
064100 4000-PRINT-SUMMARY.
064200     MOVE 'FINDINGS BY DEPARTMENT' TO DQS-SECTION-TEXT.
064300     PERFORM 6100-WRITE-SECTION THRU 6100-WRITE-SECTION-EXIT.
064400     PERFORM 4100-PRINT-DEPT THRU 4100-PRINT-DEPT-EXIT
064500         VARYING WS-DS-SUB FROM 1 BY 1
064600         UNTIL WS-DS-SUB > WS-DS-COUNT.
064700     MOVE 'FINDINGS BY TYPE - ALL DEPARTMENTS'
064750         TO DQS-SECTION-TEXT.
064800     PERFORM 6100-WRITE-SECTION THRU 6100-WRITE-SECTION-EXIT.
064900     MOVE 'ALL' TO DQS-SUM-DEPT-ID.
065000     PERFORM 4200-PRINT-TOTAL THRU 4200-PRINT-TOTAL-EXIT
065100         VARYING WS-FND-SUB FROM 1 BY 1
065200         UNTIL WS-FND-SUB > WS-FND-MAX.
065300     IF WS-LINE-COUNT + 8 > WS-LINES-PER-PAGE
065400         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
065500     END-IF.
065600     MOVE SPACES TO RPT-LINE.
065700     WRITE RPT-LINE.
065800     MOVE 'EMPLOYEE ROWS READ:' TO DQS-TOT-LABEL.
065900     MOVE WS-ROWS-READ TO DQS-TOT-COUNT.
066000     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
066100     MOVE 'EMPLOYED ROWS CHECKED:' TO DQS-TOT-LABEL.
066200     MOVE WS-EMPLOYED-COUNT TO DQS-TOT-COUNT.
066300     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
066400     MOVE 'EMPLOYEES WITH FINDINGS:' TO DQS-TOT-LABEL.
066500     MOVE WS-FLAGGED-COUNT TO DQS-TOT-COUNT.
066600     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
066700     MOVE 'HIGH SEVERITY FINDINGS:' TO DQS-TOT-LABEL.
066800     MOVE WS-HIGH-COUNT TO DQS-TOT-COUNT.
066900     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
067000     MOVE 'MEDIUM SEVERITY FINDINGS:' TO DQS-TOT-LABEL.
067100     MOVE WS-MED-COUNT TO DQS-TOT-COUNT.
067200     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
067300     MOVE 'LOW SEVERITY FINDINGS:' TO DQS-TOT-LABEL.
067400     MOVE WS-LOW-COUNT TO DQS-TOT-COUNT.
067500     WRITE RPT-LINE FROM DQS-TOTAL-LINE.
067600     ADD 7 TO WS-LINE-COUNT.
067700     IF WS-FINDING-COUNT > ZERO
067800         IF RETURN-CODE < 4
067900             MOVE 4 TO RETURN-CODE
068000         END-IF
068100     END-IF.
068200 4000-PRINT-SUMMARY-EXIT.
068300     EXIT.
068400*=============================================================*
068500* 4100-PRINT-DEPT - ONE LINE PER FINDING THE DEPARTMENT HAS    *
068600*=============================================================*
068700 4100-PRINT-DEPT.
068800     MOVE DS-DEPT-ID (WS-DS-SUB) TO DQS-SUM-DEPT-ID.
068900     PERFORM 4150-PRINT-DEPT-FINDING
069000         THRU 4150-PRINT-DEPT-FINDING-EXIT
069100         VARYING WS-FND-SUB FROM 1 BY 1
069200         UNTIL WS-FND-SUB > WS-FND-MAX.
069300 4100-PRINT-DEPT-EXIT.
069400     EXIT.
069500*=============================================================*
069600* 4150-PRINT-DEPT-FINDING - ONE DEPARTMENT/FINDING COUNT       *
069700*=============================================================*
069800 4150-PRINT-DEPT-FINDING.
069900     IF DS-FND-COUNT (WS-DS-SUB, WS-FND-SUB) = ZERO
070000         GO TO 4150-PRINT-DEPT-FINDING-EXIT
070100     END-IF.
070200     MOVE DS-FND-COUNT (WS-DS-SUB, WS-FND-SUB) TO DQS-SUM-COUNT.
070300     PERFORM 4300-WRITE-SUMMARY-LINE
070400         THRU 4300-WRITE-SUMMARY-LINE-EXIT.
070500 4150-PRINT-DEPT-FINDING-EXIT.
070600     EXIT.
070700*=============================================================*
070800* 4200-PRINT-TOTAL - ONE FINDING'S RUN TOTAL                   *
070900*=============================================================*
071000 4200-PRINT-TOTAL.
071100     MOVE WS-FND-TOTAL (WS-FND-SUB) TO DQS-SUM-COUNT.
071200     PERFORM 4300-WRITE-SUMMARY-LINE
071300         THRU 4300-WRITE-SUMMARY-LINE-EXIT.
071400 4200-PRINT-TOTAL-EXIT.
071500     EXIT.
071600*=============================================================*
071700* 4300-WRITE-SUMMARY-LINE - SEVERITY AND TEXT FOR WS-FND-SUB,  *
071800*               THEN WRITE                                     *
071900*=============================================================*
072000 4300-WRITE-SUMMARY-LINE.
072100     PERFORM 5100-SET-SEVERITY THRU 5100-SET-SEVERITY-EXIT.
072200     MOVE DQS-DTL-SEVERITY TO DQS-SUM-SEVERITY.
072300     MOVE FND-TEXT (WS-FND-SUB) TO DQS-SUM-FINDING.
072400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
072500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
072600     END-IF.
072700     WRITE RPT-LINE FROM DQS-SUMMARY-DETAIL.
072800     ADD 1 TO WS-LINE-COUNT.
072900 4300-WRITE-SUMMARY-LINE-EXIT.
073000     EXIT.
073100*=============================================================*
073200* 5000-WRITE-FINDING - LIST ONE FINDING (WS-FND-SUB) FOR THE   *
073300*               EMPLOYEE IN WS-FND-WORK AND COUNT IT BY        *
073400*               SEVERITY, TYPE AND DEPARTMENT                  *
073500*=============================================================*
073600 5000-WRITE-FINDING.
073700     PERFORM 5100-SET-SEVERITY THRU 5100-SET-SEVERITY-EXIT.
073800     MOVE WS-FND-EMP-ID          TO DQS-DTL-EMP-ID.
073900     MOVE WS-FND-NAME            TO DQS-DTL-NAME.
074000     MOVE WS-FND-DEPT-ID         TO DQS-DTL-DEPT-ID.
074100     MOVE FND-TEXT (WS-FND-SUB)  TO DQS-DTL-FINDING.
074200     MOVE WS-FND-VALUE           TO DQS-DTL-VALUE.
074300     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
074400         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
074500     END-IF.
074600     WRITE RPT-LINE FROM DQS-DETAIL-LINE.
074700     ADD 1 TO WS-LINE-COUNT.
074800     ADD 1 TO WS-FINDING-COUNT.
074900     ADD 1 TO WS-FND-TOTAL (WS-FND-SUB).
075000     IF DQ-FLAGGED (WS-FND-TAB-SUB) NOT = 'Y'
075100         MOVE 'Y' TO DQ-FLAGGED (WS-FND-TAB-SUB)
075200         ADD 1 TO WS-FLAGGED-COUNT
075300     END-IF.
075400     PERFORM 5200-COUNT-BY-DEPT THRU 5200-COUNT-BY-DEPT-EXIT.
075500 5000-WRITE-FINDING-EXIT.
075600     EXIT.
075700*=============================================================*
075800* 5100-SET-SEVERITY - PRINTABLE SEVERITY FOR WS-FND-SUB        *
075900*=============================================================*
076000 5100-SET-SEVERITY.
076100     EVALUATE FND-SEVERITY (WS-FND-SUB)
076200         WHEN 'H'
076300             MOVE 'HIGH' TO DQS-DTL-SEVERITY
076400         WHEN 'M'
076500             MOVE 'MED'  TO DQS-DTL-SEVERITY
076600         WHEN OTHER
076700             MOVE 'LOW'  TO DQS-DTL-SEVERITY
076800     END-EVALUATE.
076900 5100-SET-SEVERITY-EXIT.
077000     EXIT.
077100*=============================================================*
077200* 5200-COUNT-BY-DEPT - ADD THE FINDING TO ITS DEPARTMENT'S     *
077300*               COUNTS AND TO ITS SEVERITY TOTAL. A NEW        *
077400*               DEPARTMENT IS SLOTTED IN DEPT-ID ORDER         *
077500*=============================================================*
077600 5200-COUNT-BY-DEPT.
077700     EVALUATE FND-SEVERITY (WS-FND-SUB)
077800         WHEN 'H'
077900             ADD 1 TO WS-HIGH-COUNT
078000         WHEN 'M'
078100             ADD 1 TO WS-MED-COUNT
078200         WHEN OTHER
078300             ADD 1 TO WS-LOW-COUNT
078400     END-EVALUATE.
078500     MOVE ZERO TO WS-DS-HIT.
078600     PERFORM 5210-SCAN-DEPT THRU 5210-SCAN-DEPT-EXIT
078700         VARYING WS-DS-SUB FROM 1 BY 1
078800         UNTIL WS-DS-SUB > WS-DS-COUNT
078900             OR WS-DS-HIT NOT = ZERO.
079000     IF WS-DS-HIT = ZERO
079100         IF WS-DS-COUNT >= WS-DS-MAX
079200             IF NOT WS-DEPT-TABLE-FULL
079300                 DISPLAY 'Department summary table full - '
079400                     'later departments not summarized.'
079500                 MOVE 'Y' TO WS-DEPT-FULL-SWITCH
079600             END-IF
079700             GO TO 5200-COUNT-BY-DEPT-EXIT
079800         END-IF
079900         PERFORM 5220-INSERT-DEPT THRU 5220-INSERT-DEPT-EXIT
080000     END-IF.
080100     ADD 1 TO DS-FND-COUNT (WS-DS-HIT, WS-FND-SUB).
080200 5200-COUNT-BY-DEPT-EXIT.
080300     EXIT.
080400*=============================================================*
080500* 5210-SCAN-DEPT - ONE SUMMARY ENTRY                           *
080600*=============================================================*
080700 5210-SCAN-DEPT.
080800     IF DS-DEPT-ID (WS-DS-SUB) = WS-FND-DEPT-ID
080900         MOVE WS-DS-SUB TO WS-DS-HIT
081000     END-IF.
081100 5210-SCAN-DEPT-EXIT.
081200     EXIT.
081300*=============================================================*
081400* 5220-INSERT-DEPT - OPEN A SLOT AHEAD OF THE FIRST HIGHER     *
081500*               DEPT-ID AND ZERO ITS COUNTS                    *
081600*=============================================================*
081700 5220-INSERT-DEPT.
081800     ADD 1 TO WS-DS-COUNT.
081900     MOVE WS-DS-COUNT TO WS-DS-HIT.
082000 5220-INSERT-DEPT-SHIFT.
082100     IF WS-DS-HIT = 1
082200         GO TO 5220-INSERT-DEPT-SLOT
082300     END-IF.
082400     COMPUTE WS-DS-MOVE-SUB = WS-DS-HIT - 1.
082500     IF DS-DEPT-ID (WS-DS-MOVE-SUB) < WS-FND-DEPT-ID
082600         GO TO 5220-INSERT-DEPT-SLOT
082700     END-IF.
082800     MOVE WS-DS-ENTRY (WS-DS-MOVE-SUB) TO WS-DS-ENTRY (WS-DS-HIT).
082900     MOVE WS-DS-MOVE-SUB TO WS-DS-HIT.
083000     GO TO 5220-INSERT-DEPT-SHIFT.
083100 5220-INSERT-DEPT-SLOT.
083200     INITIALIZE WS-DS-ENTRY (WS-DS-HIT).
083300     MOVE WS-FND-DEPT-ID TO DS-DEPT-ID (WS-DS-HIT).
083400 5220-INSERT-DEPT-EXIT.
083500     EXIT.
083600*=============================================================*
083700* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
083800*=============================================================*
083900 6000-WRITE-HEADINGS.
084000     ADD 1 TO WS-PAGE-COUNT.
084100     MOVE WS-PAGE-COUNT TO DQS-HDG1-PAGE.
084200     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
084300         DELIMITED BY SIZE INTO DQS-HDG1-DATE.
084400     WRITE RPT-LINE FROM DQS-HEADING-1.
084500     MOVE SPACES TO RPT-LINE.
084600     WRITE RPT-LINE.
084700     WRITE RPT-LINE FROM DQS-HEADING-2.
084800     MOVE 3 TO WS-LINE-COUNT.
084900 6000-WRITE-HEADINGS-EXIT.
085000     EXIT.
085100*=============================================================*
085200* 6100-WRITE-SECTION - A BLANK LINE AND A SECTION TITLE        *
085300*=============================================================*
085400 6100-WRITE-SECTION.
085500     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
085600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
085700     END-IF.
085800     MOVE SPACES TO RPT-LINE.
085900     WRITE RPT-LINE.
086000     WRITE RPT-LINE FROM DQS-SECTION-LINE.
086100     ADD 2 TO WS-LINE-COUNT.
086200 6100-WRITE-SECTION-EXIT.
086300     EXIT.
086400*=============================================================*
086500* 8000-FETCH-EMPLOYEE - FETCH THE NEXT ROW FROM THE CURSOR     *
086600*=============================================================*
086700 8000-FETCH-EMPLOYEE.
086800     EXEC SQL
086900         FETCH DQS-CURSOR
087000         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-MGR-ID,
087100             :EMP-STATUS, :EMP-ADDR-STREET, :EMP-ADDR-CITY,
087200             :EMP-ADDR-STATE, :EMP-ADDR-ZIP, :EMP-PHONE,
087300             :EMP-GRADE, :WS-DQ-DEPT-STATUS, :WS-DQ-GRADE-STATUS
087400     END-EXEC.
087500     IF SQLCODE = 100
087600         MOVE 'Y' TO WS-EOF-SWITCH
087700     ELSE
087800         IF SQLCODE NOT = 0
087900             DISPLAY 'Fetch failed: ' SQLCODE
088000             MOVE 'FETCH' TO WS-ERROR-CONTEXT
088100             PERFORM 8900-HANDLE-SQL-ERROR
088200                 THRU 8900-HANDLE-SQL-ERROR-EXIT
088300             MOVE 'Y' TO WS-EOF-SWITCH
088400             MOVE 'Y' TO WS-ABANDON-SWITCH
088500         ELSE
088600             ADD 1 TO WS-ROWS-READ
088700         END-IF
088800     END-IF.
088900 8000-FETCH-EMPLOYEE-EXIT.
089000     EXIT.
089100*=============================================================*
089200* 9000-TERMINATE - CLOSE THE CURSOR, RUN-CONTROL END, CLOSE    *
089300*               FILES                                          *
089400*=============================================================*
089500 9000-TERMINATE.
089600     IF WS-CURSOR-OPEN
089700         EXEC SQL
089800             CLOSE DQS-CURSOR
089900         END-EXEC
090000     END-IF.
090100     MOVE WS-ROWS-READ     TO RUN-RECORDS-IN.
090200     MOVE WS-FINDING-COUNT TO RUN-RECORDS-OUT.
090300     MOVE WS-FLAGGED-COUNT TO RUN-RECORDS-REJECT.
090400     PERFORM 8810-RECORD-RUN-END
090500         THRU 8810-RECORD-RUN-END-EXIT.
090600     CLOSE QUALITY-REPORT.
090700     CLOSE ERROR-LOG.
090800     DISPLAY 'Employee rows read:   ' WS-ROWS-READ.
090900     DISPLAY 'Findings listed:      ' WS-FINDING-COUNT.
091000     DISPLAY 'Employees flagged:    ' WS-FLAGGED-COUNT.
091100 9000-TERMINATE-EXIT.
091200     EXIT.
091300*=============================================================*
091400* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
091500*               CONTROL RECORDING, COPIED IN                   *
091600*=============================================================*
091700     COPY RUNHDL.
091800*=============================================================*
091900* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
092000*=============================================================*
092100     COPY ERRHDL.
