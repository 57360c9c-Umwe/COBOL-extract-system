000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OutboundFeed.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. EVERY VENDOR FEED HAS   *
001000*               BEEN ITS OWN PROGRAM (ExtractEmployees FOR    *
001100*               BENEFITS, PayrollChangeFeed FOR PAYROLL).     *
001200*               THIS ONE PROGRAM WRITES ANY FEED DEFINED ON   *
001300*               THE OUTBOUND_FEED AND OUTBOUND_FEED_FIELD     *
001400*               TABLES (MAINTAINED BY RefDataMaint, TABLE     *
001500*               TYPES 'F' AND 'E'). THE OBFCTL CARD NAMES THE *
001600*               FEED AND OPTIONALLY FORCES A FULL OR DELTA    *
001700*               RUN OR ASKS FOR A TEST RUN. THE DEFINITION    *
001800*               PICKS THE EMPREC FIELDS AND THEIR ORDER (BY   *
001900*               FEEDCAT CATALOG NAME), THE STATUS AND         *
002000*               DEPARTMENT SELECTION, FIXED-WIDTH OR          *
002100*               DELIMITED OUTPUT, AND AN OPTIONAL 'H'/'T'     *
002200*               ENVELOPE WITH THE DETAIL COUNT AND A HASH     *
002300*               TOTAL OF ANY NUMERIC FIELD. A DELTA RUN TAKES *
002400*               ONLY EMPLOYEES WITH AN EMPLOYEE_AUDIT IMAGE   *
002500*               SINCE THE FEED'S LAST RUN, WHICH A CLEAN      *
002600*               PRODUCTION RUN RECORDS ON OUTBOUND_FEED. A    *
002700*               TEST RUN WRITES THE SAME FILE BUT LEAVES THE  *
002800*               LAST RUN ALONE AND MAY RUN AN INACTIVE FEED,  *
002900*               SO A NEW VENDOR CAN BE KEYED, TESTED AND THEN *
003000*               ACTIVATED WITHOUT A PROGRAM CHANGE.           *
003100*               READ-ONLY AGAINST EMPLOYEE DATA.              *
003200*-------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FEED-CONTROL ASSIGN TO OBFCTL
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT FEED-FILE ASSIGN TO OBFOUT
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT FEED-REPORT ASSIGN TO OBFRPT
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT ERROR-LOG ASSIGN TO SYSERR
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FEED-CONTROL
004700     RECORDING MODE IS F.
004800 01  OCTL-RECORD              PIC X(80).
004900
005000 FD  FEED-FILE
005100     RECORDING MODE IS F.
005200 01  OBF-RECORD               PIC X(200).
005300
005400 FD  FEED-REPORT
005500     RECORDING MODE IS F.
005600 01  RPT-LINE                 PIC X(80).
005700
005800 FD  ERROR-LOG
005900     RECORDING MODE IS F.
006000     COPY ERRREC.
006100 WORKING-STORAGE SECTION.
006200     COPY DBCONN.
006300
006400 01  WS-SQLCODE               PIC S9(9) COMP.
006500
006600     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
006700
006800     COPY RUNWS.
006900
007000 01  OBF-CONTROL-CARD.
007100     05  OCTL-FEED-ID         PIC X(04).
007200     05  OCTL-RUN-MODE        PIC X(01).
007300         88  OCTL-FULL             VALUE 'F'.
007400         88  OCTL-DELTA            VALUE 'D'.
007500         88  OCTL-MODE-VALID       VALUES ' ' 'F' 'D'.
007600     05  OCTL-TEST-FLAG       PIC X(01).
007700         88  OCTL-TEST-RUN         VALUE 'T'.
007800         88  OCTL-TEST-VALID       VALUES ' ' 'T'.
007900     05  FILLER               PIC X(74).
008000
008100     COPY FEEDCAT.
008200
008300 01  WS-FEED-ROW.
008400     05  WS-FEED-ID           PIC X(04).
008500     05  WS-FEED-DESC         PIC X(30).
008600     05  WS-FEED-FORMAT       PIC X(01).
008700         88  WS-FEED-FIXED         VALUE 'F'.
008800         88  WS-FEED-DELIMITED     VALUE 'D'.
008900     05  WS-FEED-DELIM        PIC X(01).
009000     05  WS-FEED-SEL-STATUS   PIC X(01).
009100     05  WS-FEED-SEL-DEPT     PIC X(04).
009200     05  WS-FEED-DELTA        PIC X(01).
009300         88  WS-FEED-DELTA-ALLOWED VALUE 'Y'.
009400     05  WS-FEED-ENVELOPE     PIC X(01).
009500         88  WS-FEED-ENVELOPED     VALUE 'Y'.
009600     05  WS-FEED-HASH-FIELD   PIC X(16).
009700     05  WS-FEED-LAST-DATE    PIC 9(08).
009800     05  WS-FEED-LAST-TIME    PIC 9(08).
009900     05  WS-FEED-STATUS       PIC X(01).
010000         88  WS-FEED-ACTIVE        VALUE 'A'.
010100
010200 01  WS-FIELD-TABLE.
010300     05  WS-FLD-MAX           PIC 9(04) COMP VALUE 30.
010400     05  WS-FLD-COUNT         PIC 9(04) COMP VALUE ZERO.
010500     05  WS-FLD-SUB           PIC 9(04) COMP VALUE ZERO.
010600     05  WS-FLD-ENTRY OCCURS 30 TIMES.
010700         10  FLD-SEQ          PIC 9(02).
010800         10  FLD-NAME         PIC X(16).
010900         10  FLD-CAT          PIC 9(04) COMP.
011000         10  FLD-POS          PIC 9(04) COMP.
011100         10  FLD-WIDTH        PIC 9(04) COMP.
011200     05  WS-LOAD-SEQ          PIC S9(04) COMP.
011300     05  WS-LOAD-NAME         PIC X(16).
011400     05  WS-HASH-CAT          PIC 9(04) COMP VALUE ZERO.
011500
011600 01  WS-RUN-MODE              PIC X(01) VALUE 'F'.
011700     88  WS-FULL-RUN               VALUE 'F'.
011800     88  WS-DELTA-RUN              VALUE 'D'.
011900 01  WS-SINCE-DATE            PIC 9(08) VALUE ZERO.
012000 01  WS-SINCE-TIME            PIC 9(08) VALUE ZERO.
012100 01  WS-CREATE-DATE           PIC 9(08) VALUE ZERO.
012200
012300 01  WS-OUTPUT-WORK.
012400     05  WS-OUT-LINE          PIC X(200).
012500     05  WS-OUT-POS           PIC 9(04) COMP VALUE ZERO.
012600     05  WS-OUT-WIDTH         PIC 9(04) COMP VALUE ZERO.
012700     05  WS-OUT-MAX           PIC 9(04) COMP VALUE 200.
012800     05  WS-VAL-TEXT          PIC X(40).
012900     05  WS-VAL-LEN           PIC 9(04) COMP VALUE ZERO.
013000     05  WS-VAL-OFFSET        PIC 9(04) COMP VALUE ZERO.
013100     05  WS-VAL-WHOLE         PIC 9(04) COMP VALUE ZERO.
013200
013300 01  WS-HASH-WORK.
013400     05  WS-HASH-DIGITS       PIC 9(18).
013500     05  WS-HASH-DIGITS-X     REDEFINES WS-HASH-DIGITS
013600                              PIC X(18).
013700     05  WS-HASH-START        PIC 9(04) COMP VALUE ZERO.
013800 01  WS-HASH-TOTAL            PIC 9(13)V99 COMP-3 VALUE ZERO.
013900
014000 01  WS-TRAILER-VALUES.
014100     05  WS-TRL-COUNT         PIC 9(09).
014200     05  WS-TRL-HASH          PIC 9(13)V99.
014300     05  WS-TRL-HASH-X        REDEFINES WS-TRL-HASH
014400                              PIC X(15).
014500
014600 01  WS-SWITCHES.
014700     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
014800         88  WS-EOF                VALUE 'Y'.
014900     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
015000         88  WS-ABANDONED          VALUE 'Y'.
015100     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
015200         88  WS-CURSOR-OPEN        VALUE 'Y'.
015300     05  WS-FLD-EOF-SWITCH    PIC X(01) VALUE 'N'.
015400         88  WS-FLD-EOF            VALUE 'Y'.
015500     05  WS-TRIM-SWITCH       PIC X(01) VALUE 'N'.
015600         88  WS-TRIM-DONE          VALUE 'Y'.
015700     05  WS-TEST-SWITCH       PIC X(01) VALUE 'N'.
015800         88  WS-TEST-RUN           VALUE 'Y'.
015900     05  WS-LAST-RUN-SWITCH   PIC X(01) VALUE 'N'.
016000         88  WS-LAST-RUN-SET       VALUE 'Y'.
016100
016200 01  WS-COUNTERS.
016300     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
016400     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
016500     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
016600     05  WS-ROWS-SELECTED     PIC 9(07) COMP VALUE ZERO.
016700     05  WS-DETAILS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
016800     05  WS-RECORDS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
016900
017000 01  WS-REPORT-DATE.
017100     05  WS-REPORT-YY         PIC 9(02).
017200     05  WS-REPORT-MM         PIC 9(02).
017300     05  WS-REPORT-DD         PIC 9(02).
017400
017500 01  OBF-HEADING-1.
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  FILLER               PIC X(34) VALUE
017800         'OUTBOUND VENDOR FEED GENERATION'.
017900     05  FILLER               PIC X(05) VALUE SPACE.
018000     05  OBF-HDG1-DATE        PIC X(08).
018100     05  FILLER               PIC X(10) VALUE SPACE.
018200     05  FILLER               PIC X(05) VALUE 'PAGE '.
018300     05  OBF-HDG1-PAGE        PIC ZZ9.
018400
018500 01  OBF-DEF-LINE-1.
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  FILLER               PIC X(06) VALUE 'FEED: '.
018800     05  OBF-DEF-FEED-ID      PIC X(04).
018900     05  FILLER               PIC X(02) VALUE SPACE.
019000     05  OBF-DEF-DESC         PIC X(30).
019100     05  FILLER               PIC X(02) VALUE SPACE.
019200     05  OBF-DEF-STATUS       PIC X(08).
019300
019400 01  OBF-DEF-LINE-2.
019500     05  FILLER               PIC X(01) VALUE SPACE.
019600     05  FILLER               PIC X(08) VALUE 'FORMAT: '.
019700     05  OBF-DEF-FORMAT       PIC X(09).
019800     05  FILLER               PIC X(01) VALUE SPACE.
019900     05  OBF-DEF-DELIM        PIC X(01).
020000     05  FILLER               PIC X(13) VALUE '  ENVELOPE: '.
020100     05  OBF-DEF-ENVELOPE     PIC X(01).
020200     05  FILLER               PIC X(08) VALUE '  HASH: '.
020300     05  OBF-DEF-HASH         PIC X(16).
020400
020500 01  OBF-DEF-LINE-3.
020600     05  FILLER               PIC X(01) VALUE SPACE.
020700     05  FILLER               PIC X(15) VALUE 'SELECT STATUS: '.
020800     05  OBF-DEF-SEL-STATUS   PIC X(08).
020900     05  FILLER               PIC X(08) VALUE '  DEPT: '.
021000     05  OBF-DEF-SEL-DEPT     PIC X(04).
021100     05  FILLER               PIC X(09) VALUE '  DELTA: '.
021200     05  OBF-DEF-DELTA        PIC X(01).
021300
021400 01  OBF-DEF-LINE-4.
021500     05  FILLER               PIC X(01) VALUE SPACE.
021600     05  FILLER               PIC X(05) VALUE 'RUN: '.
021700     05  OBF-DEF-RUN-MODE     PIC X(05).
021800     05  FILLER               PIC X(08) VALUE '  SINCE '.
021900     05  OBF-DEF-SINCE-DATE   PIC 9(08).
022000     05  FILLER               PIC X(01) VALUE SPACE.
022100     05  OBF-DEF-SINCE-TIME   PIC 9(08).
022200     05  FILLER               PIC X(02) VALUE SPACE.
022300     05  OBF-DEF-TEST         PIC X(14).
022400     05  FILLER               PIC X(08) VALUE '  WIDTH '.
022500     05  OBF-DEF-WIDTH        PIC ZZ9.
022600
022700 01  OBF-FIELD-HEADING.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  FILLER               PIC X(05) VALUE 'SEQ'.
023000     05  FILLER               PIC X(18) VALUE 'FIELD'.
023100     05  FILLER               PIC X(06) VALUE 'TYPE'.
023200     05  FILLER               PIC X(06) VALUE '  POS'.
023300     05  FILLER               PIC X(06) VALUE ' WIDTH'.
023400
023500 01  OBF-FIELD-LINE.
023600     05  FILLER               PIC X(01) VALUE SPACE.
023700     05  OBF-FLD-SEQ          PIC 9(02).
023800     05  FILLER               PIC X(03) VALUE SPACE.
023900     05  OBF-FLD-NAME         PIC X(16).
024000     05  FILLER               PIC X(02) VALUE SPACE.
024100     05  OBF-FLD-TYPE         PIC X(01).
024200     05  FILLER               PIC X(06) VALUE SPACE.
024300     05  OBF-FLD-POS          PIC ZZ9.
024400     05  FILLER               PIC X(03) VALUE SPACE.
024500     05  OBF-FLD-WIDTH        PIC ZZ9.
024600
024700 01  OBF-TRAILER-1.
024800     05  FILLER               PIC X(01) VALUE SPACE.
024900     05  FILLER               PIC X(20) VALUE
025000         'EMPLOYEES SELECTED: '.
025100     05  OBF-TRL-SELECTED     PIC ZZZ,ZZ9.
025200     05  FILLER               PIC X(20) VALUE
025300         '  RECORDS WRITTEN: '.
025400     05  OBF-TRL-WRITTEN      PIC ZZZ,ZZ9.
025500
025600 01  OBF-TRAILER-2.
025700     05  FILLER               PIC X(01) VALUE SPACE.
025800     05  FILLER               PIC X(12) VALUE 'HASH TOTAL: '.
025900     05  OBF-TRL-HASH         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026000
026100 01  OBF-TRAILER-3.
026200     05  FILLER               PIC X(01) VALUE SPACE.
026300     05  OBF-TRL-LAST-RUN     PIC X(50).
026400
026500     COPY ERRWS.
026600
026700 PROCEDURE DIVISION.
026800*=============================================================*
026900* 0000-MAINLINE                                               *
027000*=============================================================*
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027300     IF NOT WS-ABANDONED
027400         PERFORM 2000-PROCESS-EMPLOYEE
027500             THRU 2000-PROCESS-EMPLOYEE-EXIT
027600             UNTIL WS-EOF
027700     END-IF.
027800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
027900     GOBACK.
028000*=============================================================*
028100* 1000-INITIALIZE - READ THE CONTROL CARD, CONNECT, LOAD THE   *
028200*               FEED DEFINITION, OPEN THE SELECTION CURSOR     *
028300*               AND WRITE THE FEED HEADER                      *
028400*=============================================================*
028500 1000-INITIALIZE.
028600     OPEN OUTPUT FEED-FILE.
028700     OPEN OUTPUT FEED-REPORT.
028800     OPEN OUTPUT ERROR-LOG.
028900     ACCEPT WS-REPORT-DATE FROM DATE.
029000     ACCEPT WS-CREATE-DATE FROM DATE YYYYMMDD.
029100     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
029200     IF WS-ABANDONED
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF.
029500     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
029600     EXEC SQL
029700         CONNECT TO 'yourdatabase'
029800         USER :WS-USERID
029900         USING :WS-PASSWORD
030000     END-EXEC.
030100     IF SQLCODE NOT = 0
030200         DISPLAY 'Connection failed: ' SQLCODE
030300         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
030400         PERFORM 8900-HANDLE-SQL-ERROR
030500             THRU 8900-HANDLE-SQL-ERROR-EXIT
030600         MOVE 'Y' TO WS-ABANDON-SWITCH
030700         GO TO 1000-INITIALIZE-EXIT
030800     END-IF.
030900     MOVE 'OBF' TO RUN-PROGRAM-ID.
031000     MOVE 'Y' TO RUN-LOG-SWITCH.
031100     PERFORM 8800-RECORD-RUN-START
031200         THRU 8800-RECORD-RUN-START-EXIT.
031300     PERFORM 1200-LOAD-FEED THRU 1200-LOAD-FEED-EXIT.
031400     IF WS-ABANDONED
031500         GO TO 1000-INITIALIZE-EXIT
031600     END-IF.
031700     PERFORM 1300-LOAD-FIELDS THRU 1300-LOAD-FIELDS-EXIT.
031800     IF WS-ABANDONED
031900         GO TO 1000-INITIALIZE-EXIT
032000     END-IF.
032100     PERFORM 1400-SET-LAYOUT THRU 1400-SET-LAYOUT-EXIT.
032200     IF WS-ABANDONED
032300         GO TO 1000-INITIALIZE-EXIT
032400     END-IF.
032500     PERFORM 1500-SET-RUN-MODE THRU 1500-SET-RUN-MODE-EXIT.
032600     IF WS-ABANDONED
032700         GO TO 1000-INITIALIZE-EXIT
032800     END-IF.
032900     PERFORM 5000-PRINT-DEFINITION
033000         THRU 5000-PRINT-DEFINITION-EXIT.
033100*    ONE CURSOR SERVES EVERY FEED. A BLANK STATUS OR DEPARTMENT
033200*    ON THE DEFINITION SELECTS ALL, '*' SELECTS THE EMPLOYED
033300*    (ACTIVE OR ON LEAVE), AND A FULL RUN SWITCHES OFF THE
033400*    CHANGED-SINCE TEST AGAINST EMPLOYEE_AUDIT.
033500     EXEC SQL
033600         DECLARE FEED-CURSOR CURSOR FOR
033700             SELECT E.EMP_ID, E.EMP_NAME, E.DEPT_ID,
033800                 E.HIRE_DATE, E.SALARY, E.MGR_ID, E.EMP_STATUS,
033900                 E.TERM_DATE, E.LEAVE_DATE, E.ADDR_STREET,
034000                 E.ADDR_CITY, E.ADDR_STATE, E.ADDR_ZIP,
034100                 E.PHONE, E.GRADE_ID
034200             FROM EMPLOYEE E
034300             WHERE (:WS-FEED-SEL-STATUS = ' '
034400                 OR E.EMP_STATUS = :WS-FEED-SEL-STATUS
034500                 OR (:WS-FEED-SEL-STATUS = '*'
034600                 AND (E.EMP_STATUS = 'A'
034700                 OR E.EMP_STATUS = 'L')))
034800               AND (:WS-FEED-SEL-DEPT = '    '
034900                 OR E.DEPT_ID = :WS-FEED-SEL-DEPT)
035000               AND (:WS-RUN-MODE = 'F'
035100                 OR EXISTS
035200                 (SELECT 1 FROM EMPLOYEE_AUDIT A
035300                  WHERE A.EMP_ID = E.EMP_ID
035400                    AND (A.CHG_DATE > :WS-SINCE-DATE
035500                     OR (A.CHG_DATE = :WS-SINCE-DATE
035600                    AND A.CHG_TIME > :WS-SINCE-TIME))))
035700             ORDER BY E.EMP_ID
035800     END-EXEC.
035900     EXEC SQL
036000         OPEN FEED-CURSOR
036100     END-EXEC.
036200     IF SQLCODE NOT = 0
036300         DISPLAY 'Cursor open failed: ' SQLCODE
036400         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
036500         PERFORM 8900-HANDLE-SQL-ERROR
036600             THRU 8900-HANDLE-SQL-ERROR-EXIT
036700         MOVE 'Y' TO WS-ABANDON-SWITCH
036800         GO TO 1000-INITIALIZE-EXIT
036900     END-IF.
037000     MOVE 'Y' TO WS-CURSOR-SWITCH.
037100     IF WS-FEED-ENVELOPED
037200         PERFORM 7000-WRITE-HEADER THRU 7000-WRITE-HEADER-EXIT
037300     END-IF.
037400     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
037500 1000-INITIALIZE-EXIT.
037600     EXIT.
037700*=============================================================*
037800* 1100-READ-CONTROL - THE ONE OBFCTL CARD: FEED-ID, RUN MODE   *
037900*               ('F' FULL, 'D' DELTA, BLANK FOR THE FEED'S     *
038000*               DEFAULT) AND 'T' FOR A TEST RUN                *
038100*=============================================================*
038200 1100-READ-CONTROL.
038300     OPEN INPUT FEED-CONTROL.
038400     READ FEED-CONTROL INTO OBF-CONTROL-CARD
038500         AT END
038600             DISPLAY 'No control card on OBFCTL - run abandoned.'
038700             MOVE 8 TO RETURN-CODE
038800             MOVE 'Y' TO WS-ABANDON-SWITCH
038900     END-READ.
039000     CLOSE FEED-CONTROL.
039100     IF WS-ABANDONED
039200         GO TO 1100-READ-CONTROL-EXIT
039300     END-IF.
039400     IF OCTL-FEED-ID = SPACES
039500             OR NOT OCTL-MODE-VALID
039600             OR NOT OCTL-TEST-VALID
039700         DISPLAY 'OBFCTL card invalid: ' OBF-CONTROL-CARD
039800         DISPLAY 'Expected feed-id, mode F/D/blank, T/blank'
039900             ' - run abandoned.'
040000         MOVE 8 TO RETURN-CODE
040100         MOVE 'Y' TO WS-ABANDON-SWITCH
040200         GO TO 1100-READ-CONTROL-EXIT
040300     END-IF.
040400     MOVE OCTL-FEED-ID TO WS-FEED-ID.
040500     MOVE OCTL-FEED-ID TO WS-ERROR-KEY.
040600     IF OCTL-TEST-RUN
040700         MOVE 'Y' TO WS-TEST-SWITCH
040800     END-IF.
040900 1100-READ-CONTROL-EXIT.
041000     EXIT.
041100*=============================================================*
041200* 1200-LOAD-FEED - THE OUTBOUND_FEED DEFINITION. AN INACTIVE   *
041300*               FEED RUNS IN TEST MODE ONLY                    *
041400*=============================================================*
041500 1200-LOAD-FEED.
041600     EXEC SQL
041700         SELECT FEED_DESC, FEED_FORMAT, FEED_DELIM,
041800             SEL_STATUS, SEL_DEPT_ID, DELTA_FLAG,
041900             ENVELOPE_FLAG, HASH_FIELD, LAST_RUN_DATE,
042000             LAST_RUN_TIME, FEED_STATUS
042100         INTO :WS-FEED-DESC, :WS-FEED-FORMAT, :WS-FEED-DELIM,
042200             :WS-FEED-SEL-STATUS, :WS-FEED-SEL-DEPT,
042300             :WS-FEED-DELTA, :WS-FEED-ENVELOPE,
042400             :WS-FEED-HASH-FIELD, :WS-FEED-LAST-DATE,
042500             :WS-FEED-LAST-TIME, :WS-FEED-STATUS
042600         FROM OUTBOUND_FEED
042700         WHERE FEED_ID = :WS-FEED-ID
042800     END-EXEC.
042900     IF SQLCODE = 100
043000         DISPLAY 'Feed ' WS-FEED-ID
043100             ' not on OUTBOUND_FEED - run abandoned.'
043200         MOVE 8 TO RETURN-CODE
043300         MOVE 'Y' TO WS-ABANDON-SWITCH
043400         GO TO 1200-LOAD-FEED-EXIT
043500     END-IF.
043600     IF SQLCODE NOT = 0
043700         DISPLAY 'Feed lookup failed: ' SQLCODE
043800         MOVE 'FEED-SELECT' TO WS-ERROR-CONTEXT
043900         PERFORM 8900-HANDLE-SQL-ERROR
044000             THRU 8900-HANDLE-SQL-ERROR-EXIT
044100         MOVE 'Y' TO WS-ABANDON-SWITCH
044200         GO TO 1200-LOAD-FEED-EXIT
044300     END-IF.
044400     IF NOT WS-FEED-ACTIVE AND NOT WS-TEST-RUN
044500         DISPLAY 'Feed ' WS-FEED-ID
044600             ' is inactive - test runs only, run abandoned.'
044700         MOVE 8 TO RETURN-CODE
044800         MOVE 'Y' TO WS-ABANDON-SWITCH
044900     END-IF.
045000 1200-LOAD-FEED-EXIT.
045100     EXIT.
045200*=============================================================*
045300* 1300-LOAD-FIELDS - THE FEED'S ACTIVE FIELDS IN SEQUENCE      *
045400*               ORDER, EACH RESOLVED TO ITS FEEDCAT ENTRY      *
045500*=============================================================*
045600 1300-LOAD-FIELDS.
045700     EXEC SQL
045800         DECLARE FIELD-CURSOR CURSOR FOR
045900             SELECT FIELD_SEQ, FIELD_NAME
046000             FROM OUTBOUND_FEED_FIELD
046100             WHERE FEED_ID = :WS-FEED-ID
046200                 AND FIELD_STATUS = 'A'
046300             ORDER BY FIELD_SEQ
046400     END-EXEC.
046500     EXEC SQL
046600         OPEN FIELD-CURSOR
046700     END-EXEC.
046800     IF SQLCODE NOT = 0
046900         DISPLAY 'Field cursor open failed: ' SQLCODE
047000         MOVE 'FIELD-CURSOR' TO WS-ERROR-CONTEXT
047100         PERFORM 8900-HANDLE-SQL-ERROR
047200             THRU 8900-HANDLE-SQL-ERROR-EXIT
047300         MOVE 'Y' TO WS-ABANDON-SWITCH
047400         GO TO 1300-LOAD-FIELDS-EXIT
047500     END-IF.
047600     PERFORM 1310-FETCH-FIELD THRU 1310-FETCH-FIELD-EXIT
047700         UNTIL WS-FLD-EOF.
047800     EXEC SQL
047900         CLOSE FIELD-CURSOR
048000     END-EXEC.
048100     IF WS-ABANDONED
048200         GO TO 1300-LOAD-FIELDS-EXIT
048300     END-IF.
048400     IF WS-FLD-COUNT = ZERO
048500         DISPLAY 'Feed ' WS-FEED-ID
048600             ' has no active fields - run abandoned.'
048700         MOVE 8 TO RETURN-CODE
048800         MOVE 'Y' TO WS-ABANDON-SWITCH
048900     END-IF.
049000 1300-LOAD-FIELDS-EXIT.
049100     EXIT.
049200*=============================================================*
049300* 1310-FETCH-FIELD - ONE FIELD ROW INTO THE LAYOUT TABLE       *
049400*=============================================================*
049500 1310-FETCH-FIELD.
049600     EXEC SQL
049700         FETCH FIELD-CURSOR
049800         INTO :WS-LOAD-SEQ, :WS-LOAD-NAME
049900     END-EXEC.
050000     IF SQLCODE = 100
050100         MOVE 'Y' TO WS-FLD-EOF-SWITCH
050200         GO TO 1310-FETCH-FIELD-EXIT
050300     END-IF.
050400     IF SQLCODE NOT = 0
050500         DISPLAY 'Field fetch failed: ' SQLCODE
050600         MOVE 'FIELD-FETCH' TO WS-ERROR-CONTEXT
050700         PERFORM 8900-HANDLE-SQL-ERROR
050800             THRU 8900-HANDLE-SQL-ERROR-EXIT
050900         MOVE 'Y' TO WS-ABANDON-SWITCH
051000         MOVE 'Y' TO WS-FLD-EOF-SWITCH
051100         GO TO 1310-FETCH-FIELD-EXIT
051200     END-IF.
051300     IF WS-FLD-COUNT >= WS-FLD-MAX
051400         DISPLAY 'Feed ' WS-FEED-ID ' has more than '
051500             WS-FLD-MAX ' fields - run abandoned.'
051600         MOVE 8 TO RETURN-CODE
051700         MOVE 'Y' TO WS-ABANDON-SWITCH
051800         MOVE 'Y' TO WS-FLD-EOF-SWITCH
051900         GO TO 1310-FETCH-FIELD-EXIT
052000     END-IF.
052100     MOVE WS-LOAD-NAME TO WS-FCT-FIND-NAME.
052200     PERFORM 8750-FIND-FEED-FIELD THRU 8750-FIND-FEED-FIELD-EXIT.
052300     IF WS-FCT-HIT = ZERO
052400         DISPLAY 'Feed ' WS-FEED-ID ' field ' WS-LOAD-NAME
052500             ' not in the feed catalog - run abandoned.'
052600         MOVE 8 TO RETURN-CODE
052700         MOVE 'Y' TO WS-ABANDON-SWITCH
052800         MOVE 'Y' TO WS-FLD-EOF-SWITCH
052900         GO TO 1310-FETCH-FIELD-EXIT
053000     END-IF.
053100     ADD 1 TO WS-FLD-COUNT.
053200     MOVE WS-LOAD-SEQ  TO FLD-SEQ (WS-FLD-COUNT).
053300     MOVE WS-LOAD-NAME TO FLD-NAME (WS-FLD-COUNT).
053400     MOVE WS-FCT-HIT   TO FLD-CAT (WS-FLD-COUNT).
053500 1310-FETCH-FIELD-EXIT.
053600     EXIT.
053700*=============================================================*
053800* 1400-SET-LAYOUT - RESOLVE THE HASH FIELD (BLANK MEANS        *
053900*               EMP-SALARY) AND WORK OUT EACH FIELD'S POSITION *
054000*               AND WIDTH. A DELIMITED MONEY FIELD GAINS ITS   *
054100*               DECIMAL POINT; AN ENVELOPED FEED STARTS EVERY  *
054200*               RECORD WITH ITS TYPE BYTE                      *
054300*=============================================================*
054400 1400-SET-LAYOUT.
054500     IF WS-FEED-HASH-FIELD = SPACES
054600         MOVE 'EMP-SALARY' TO WS-FEED-HASH-FIELD
054700     END-IF.
054800     MOVE WS-FEED-HASH-FIELD TO WS-FCT-FIND-NAME.
054900     PERFORM 8750-FIND-FEED-FIELD THRU 8750-FIND-FEED-FIELD-EXIT.
055000     IF WS-FCT-HIT = ZERO
055100         DISPLAY 'Feed ' WS-FEED-ID ' hash field '
055200             WS-FEED-HASH-FIELD
055300             ' not in the feed catalog - run abandoned.'
055400         MOVE 8 TO RETURN-CODE
055500         MOVE 'Y' TO WS-ABANDON-SWITCH
055600         GO TO 1400-SET-LAYOUT-EXIT
055700     END-IF.
055800     IF FCT-TEXT (WS-FCT-HIT)
055900         DISPLAY 'Feed ' WS-FEED-ID ' hash field '
056000             WS-FEED-HASH-FIELD
056100             ' is not numeric - run abandoned.'
056200         MOVE 8 TO RETURN-CODE
056300         MOVE 'Y' TO WS-ABANDON-SWITCH
056400         GO TO 1400-SET-LAYOUT-EXIT
056500     END-IF.
056600     MOVE WS-FCT-HIT TO WS-HASH-CAT.
056700     MOVE ZERO TO WS-OUT-WIDTH.
056800     IF WS-FEED-ENVELOPED
056900         MOVE 1 TO WS-OUT-WIDTH
057000     END-IF.
057100     PERFORM 1410-SIZE-FIELD THRU 1410-SIZE-FIELD-EXIT
057200         VARYING WS-FLD-SUB FROM 1 BY 1
057300         UNTIL WS-FLD-SUB > WS-FLD-COUNT.
057400     IF WS-OUT-WIDTH > WS-OUT-MAX
057500         DISPLAY 'Feed ' WS-FEED-ID ' record width '
057600             WS-OUT-WIDTH ' exceeds ' WS-OUT-MAX
057700             ' - run abandoned.'
057800         MOVE 8 TO RETURN-CODE
057900         MOVE 'Y' TO WS-ABANDON-SWITCH
058000     END-IF.
058100 1400-SET-LAYOUT-EXIT.
058200     EXIT.
058300*=============================================================*
058400* 1410-SIZE-FIELD - POSITION AND WIDTH OF ONE OUTPUT FIELD     *
058500*=============================================================*
058600 1410-SIZE-FIELD.
058700     MOVE FLD-CAT (WS-FLD-SUB) TO WS-FCT-SUB.
058800     IF WS-FEED-DELIMITED AND WS-OUT-WIDTH > ZERO
058900         ADD 1 TO WS-OUT-WIDTH
059000     END-IF.
059100     COMPUTE FLD-POS (WS-FLD-SUB) = WS-OUT-WIDTH + 1.
059200     MOVE FCT-LENGTH (WS-FCT-SUB) TO FLD-WIDTH (WS-FLD-SUB).
059300     IF WS-FEED-DELIMITED AND FCT-MONEY (WS-FCT-SUB)
059400         ADD 1 TO FLD-WIDTH (WS-FLD-SUB)
059500     END-IF.
059600     ADD FLD-WIDTH (WS-FLD-SUB) TO WS-OUT-WIDTH.
059700 1410-SIZE-FIELD-EXIT.
059800     EXIT.
059900*=============================================================*
060000* 1500-SET-RUN-MODE - FULL OR DELTA. A BLANK CARD MODE RUNS A  *
060100*               DELTA WHEN THE FEED ALLOWS ONE AND HAS RUN     *
060200*               BEFORE, OTHERWISE A FULL FILE                  *
060300*=============================================================*
060400 1500-SET-RUN-MODE.
060500     IF OCTL-FULL
060600         MOVE 'F' TO WS-RUN-MODE
060700     ELSE
060800     IF OCTL-DELTA
060900         IF NOT WS-FEED-DELTA-ALLOWED
061000             DISPLAY 'Feed ' WS-FEED-ID
061100                 ' does not allow delta runs - run abandoned.'
061200             MOVE 8 TO RETURN-CODE
061300             MOVE 'Y' TO WS-ABANDON-SWITCH
061400             GO TO 1500-SET-RUN-MODE-EXIT
061500         END-IF
061600         IF WS-FEED-LAST-DATE = ZERO
061700             DISPLAY 'Feed ' WS-FEED-ID
061800                 ' has never run - a full run is needed first.'
061900             MOVE 8 TO RETURN-CODE
062000             MOVE 'Y' TO WS-ABANDON-SWITCH
062100             GO TO 1500-SET-RUN-MODE-EXIT
062200         END-IF
062300         MOVE 'D' TO WS-RUN-MODE
062400     ELSE
062500         IF WS-FEED-DELTA-ALLOWED AND WS-FEED-LAST-DATE > ZERO
062600             MOVE 'D' TO WS-RUN-MODE
062700         ELSE
062800             MOVE 'F' TO WS-RUN-MODE
062900         END-IF
063000     END-IF
063100     END-IF.
063200     IF WS-DELTA-RUN
063300         MOVE WS-FEED-LAST-DATE TO WS-SINCE-DATE
063400         MOVE WS-FEED-LAST-TIME TO WS-SINCE-TIME
063500     ELSE
063600         MOVE ZERO TO WS-SINCE-DATE
063700         MOVE ZERO TO WS-SINCE-TIME
063800     END-IF.
063900     DISPLAY 'Feed ' WS-FEED-ID ' run mode ' WS-RUN-MODE
064000         ' since ' WS-SINCE-DATE ' ' WS-SINCE-TIME.
064100 1500-SET-RUN-MODE-EXIT.
064200     EXIT.
064300*=============================================================*
064400* 2000-PROCESS-EMPLOYEE - ONE SELECTED EMPLOYEE AS ONE DETAIL  *
064500*               RECORD IN THE FEED'S FIELD ORDER, THEN FETCH   *
064600*               THE NEXT ONE                                   *
064700*=============================================================*
064800 2000-PROCESS-EMPLOYEE.
064900     MOVE EMP-ID TO WS-ERROR-KEY.
065000     PERFORM 3000-BUILD-IMAGE THRU 3000-BUILD-IMAGE-EXIT.
065100     MOVE SPACES TO WS-OUT-LINE.
065200     MOVE 1 TO WS-OUT-POS.
065300     IF WS-FEED-ENVELOPED
065400         MOVE 'D' TO WS-VAL-TEXT
065500         MOVE 1 TO WS-VAL-LEN
065600         PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT
065700     END-IF.
065800     PERFORM 3100-ADD-FIELD THRU 3100-ADD-FIELD-EXIT
065900         VARYING WS-FLD-SUB FROM 1 BY 1
066000         UNTIL WS-FLD-SUB > WS-FLD-COUNT.
066100     WRITE OBF-RECORD FROM WS-OUT-LINE.
066200     ADD 1 TO WS-DETAILS-WRITTEN.
066300     ADD 1 TO WS-RECORDS-WRITTEN.
066400     PERFORM 3400-ADD-HASH THRU 3400-ADD-HASH-EXIT.
066500     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
066600 2000-PROCESS-EMPLOYEE-EXIT.
066700     EXIT.
066800*=============================================================*
066900* 3000-BUILD-IMAGE - THE FETCHED ROW INTO THE DISPLAY IMAGE    *
067000*               THE CATALOG OFFSETS POINT INTO                 *
067100*=============================================================*
067200 3000-BUILD-IMAGE.
067300     MOVE EMP-ID          TO WS-FI-EMP-ID.
067400     MOVE EMP-NAME        TO WS-FI-EMP-NAME.
067500     MOVE EMP-DEPT-ID     TO WS-FI-DEPT-ID.
067600     MOVE EMP-HIRE-DATE   TO WS-FI-HIRE-DATE.
067700     MOVE EMP-SALARY      TO WS-FI-SALARY.
067800     MOVE EMP-MGR-ID      TO WS-FI-MGR-ID.
067900     MOVE EMP-STATUS      TO WS-FI-STATUS.
068000     MOVE EMP-TERM-DATE   TO WS-FI-TERM-DATE.
068100     MOVE EMP-LEAVE-DATE  TO WS-FI-LEAVE-DATE.
068200     MOVE EMP-ADDR-STREET TO WS-FI-ADDR-STREET.
068300     MOVE EMP-ADDR-CITY   TO WS-FI-ADDR-CITY.
068400     MOVE EMP-ADDR-STATE  TO WS-FI-ADDR-STATE.
068500     MOVE EMP-ADDR-ZIP    TO WS-FI-ADDR-ZIP.
068600     MOVE EMP-PHONE       TO WS-FI-PHONE.
068700     MOVE EMP-GRADE       TO WS-FI-GRADE.
068800 3000-BUILD-IMAGE-EXIT.
068900     EXIT.
069000*=============================================================*
069100* 3100-ADD-FIELD - FORMAT ONE LAYOUT FIELD AND APPEND IT       *
069200*=============================================================*
069300 3100-ADD-FIELD.
069400     MOVE FLD-CAT (WS-FLD-SUB) TO WS-FCT-SUB.
069500     PERFORM 3200-FORMAT-FIELD THRU 3200-FORMAT-FIELD-EXIT.
069600     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
069700 3100-ADD-FIELD-EXIT.
069800     EXIT.
069900*=============================================================*
070000* 3200-FORMAT-FIELD - CUT CATALOG ENTRY WS-FCT-SUB OUT OF THE  *
070100*               IMAGE INTO WS-VAL-TEXT. FIXED FORMAT KEEPS THE *
070200*               IMPLIED DECIMAL OF A MONEY FIELD; DELIMITED    *
070300*               FORMAT WRITES THE POINT                        *
070400*=============================================================*
070500 3200-FORMAT-FIELD.
070600     MOVE SPACES TO WS-VAL-TEXT.
070700     MOVE FCT-OFFSET (WS-FCT-SUB) TO WS-VAL-OFFSET.
070800     MOVE FCT-LENGTH (WS-FCT-SUB) TO WS-VAL-LEN.
070900     IF WS-FEED-DELIMITED AND FCT-MONEY (WS-FCT-SUB)
071000         COMPUTE WS-VAL-WHOLE = WS-VAL-LEN - 2
071100         STRING WS-FEED-IMAGE (WS-VAL-OFFSET:WS-VAL-WHOLE)
071200             '.'
071300             WS-FEED-IMAGE (WS-VAL-OFFSET + WS-VAL-WHOLE:2)
071400             DELIMITED BY SIZE INTO WS-VAL-TEXT
071500         ADD 1 TO WS-VAL-LEN
071600     ELSE
071700         MOVE WS-FEED-IMAGE (WS-VAL-OFFSET:WS-VAL-LEN)
071800             TO WS-VAL-TEXT
071900     END-IF.
072000 3200-FORMAT-FIELD-EXIT.
072100     EXIT.
072200*=============================================================*
072300* 3300-APPEND-VALUE - PUT WS-VAL-TEXT (WS-VAL-LEN BYTES) ON    *
072400*               THE END OF THE OUTPUT RECORD. A DELIMITED FEED *
072500*               SEPARATES VALUES WITH ITS DELIMITER, BLANKS    *
072600*               ANY DELIMITER INSIDE THE VALUE AND DROPS       *
072700*               TRAILING SPACES                                *
072800*=============================================================*
072900 3300-APPEND-VALUE.
073000     IF WS-FEED-FIXED
073100         MOVE WS-VAL-TEXT (1:WS-VAL-LEN)
073200             TO WS-OUT-LINE (WS-OUT-POS:WS-VAL-LEN)
073300         ADD WS-VAL-LEN TO WS-OUT-POS
073400         GO TO 3300-APPEND-VALUE-EXIT
073500     END-IF.
073600     IF WS-OUT-POS > 1
073700         MOVE WS-FEED-DELIM TO WS-OUT-LINE (WS-OUT-POS:1)
073800         ADD 1 TO WS-OUT-POS
073900     END-IF.
074000     INSPECT WS-VAL-TEXT REPLACING ALL WS-FEED-DELIM BY SPACE.
074100     MOVE 'N' TO WS-TRIM-SWITCH.
074200     PERFORM 3310-TRIM-VALUE THRU 3310-TRIM-VALUE-EXIT
074300         UNTIL WS-TRIM-DONE OR WS-VAL-LEN = ZERO.
074400     IF WS-VAL-LEN > ZERO
074500         MOVE WS-VAL-TEXT (1:WS-VAL-LEN)
074600             TO WS-OUT-LINE (WS-OUT-POS:WS-VAL-LEN)
074700         ADD WS-VAL-LEN TO WS-OUT-POS
074800     END-IF.
074900 3300-APPEND-VALUE-EXIT.
075000     EXIT.
075100*=============================================================*
075200* 3310-TRIM-VALUE - DROP ONE TRAILING SPACE FROM THE VALUE     *
075300*=============================================================*
075400 3310-TRIM-VALUE.
075500     IF WS-VAL-TEXT (WS-VAL-LEN:1) = SPACE
075600         SUBTRACT 1 FROM WS-VAL-LEN
075700     ELSE
075800         MOVE 'Y' TO WS-TRIM-SWITCH
075900     END-IF.
076000 3310-TRIM-VALUE-EXIT.
076100     EXIT.
076200*=============================================================*
076300* 3400-ADD-HASH - ADD THE HASH FIELD OF THIS EMPLOYEE TO THE   *
076400*               TRAILER HASH TOTAL                             *
076500*=============================================================*
076600 3400-ADD-HASH.
076700     MOVE WS-HASH-CAT TO WS-FCT-SUB.
076800     MOVE FCT-OFFSET (WS-FCT-SUB) TO WS-VAL-OFFSET.
076900     MOVE FCT-LENGTH (WS-FCT-SUB) TO WS-VAL-LEN.
077000     COMPUTE WS-HASH-START = 19 - WS-VAL-LEN.
077100     MOVE ZERO TO WS-HASH-DIGITS.
077200     MOVE WS-FEED-IMAGE (WS-VAL-OFFSET:WS-VAL-LEN)
077300         TO WS-HASH-DIGITS-X (WS-HASH-START:WS-VAL-LEN).
077400     IF FCT-MONEY (WS-FCT-SUB)
077500         COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
077600             + WS-HASH-DIGITS / 100
077700     ELSE
077800         ADD WS-HASH-DIGITS TO WS-HASH-TOTAL
077900     END-IF.
078000 3400-ADD-HASH-EXIT.
078100     EXIT.
078200*=============================================================*
078300* 5000-PRINT-DEFINITION - ECHO THE FEED DEFINITION, THE RUN    *
078400*               MODE AND THE RECORD LAYOUT TO OBFRPT           *
078500*=============================================================*
078600 5000-PRINT-DEFINITION.
078700     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
078800     MOVE WS-FEED-ID   TO OBF-DEF-FEED-ID.
078900     MOVE WS-FEED-DESC TO OBF-DEF-DESC.
079000     IF WS-FEED-ACTIVE
079100         MOVE 'ACTIVE'   TO OBF-DEF-STATUS
079200     ELSE
079300         MOVE 'INACTIVE' TO OBF-DEF-STATUS
079400     END-IF.
079500     WRITE RPT-LINE FROM OBF-DEF-LINE-1.
079600     IF WS-FEED-FIXED
079700         MOVE 'FIXED'     TO OBF-DEF-FORMAT
079800         MOVE SPACE       TO OBF-DEF-DELIM
079900     ELSE
080000         MOVE 'DELIMITED' TO OBF-DEF-FORMAT
080100         MOVE WS-FEED-DELIM TO OBF-DEF-DELIM
080200     END-IF.
080300     MOVE WS-FEED-ENVELOPE   TO OBF-DEF-ENVELOPE.
080400     MOVE WS-FEED-HASH-FIELD TO OBF-DEF-HASH.
080500     WRITE RPT-LINE FROM OBF-DEF-LINE-2.
080600     IF WS-FEED-SEL-STATUS = SPACE
080700         MOVE 'ALL'      TO OBF-DEF-SEL-STATUS
080800     ELSE
080900     IF WS-FEED-SEL-STATUS = '*'
081000         MOVE 'EMPLOYED' TO OBF-DEF-SEL-STATUS
081100     ELSE
081200         MOVE WS-FEED-SEL-STATUS TO OBF-DEF-SEL-STATUS
081300     END-IF
081400     END-IF.
081500     IF WS-FEED-SEL-DEPT = SPACES
081600         MOVE 'ALL'            TO OBF-DEF-SEL-DEPT
081700     ELSE
081800         MOVE WS-FEED-SEL-DEPT TO OBF-DEF-SEL-DEPT
081900     END-IF.
082000     MOVE WS-FEED-DELTA TO OBF-DEF-DELTA.
082100     WRITE RPT-LINE FROM OBF-DEF-LINE-3.
082200     IF WS-DELTA-RUN
082300         MOVE 'DELTA' TO OBF-DEF-RUN-MODE
082400     ELSE
082500         MOVE 'FULL'  TO OBF-DEF-RUN-MODE
082600     END-IF.
082700     MOVE WS-SINCE-DATE TO OBF-DEF-SINCE-DATE.
082800     MOVE WS-SINCE-TIME TO OBF-DEF-SINCE-TIME.
082900     IF WS-TEST-RUN
083000         MOVE 'TEST RUN'       TO OBF-DEF-TEST
083100     ELSE
083200         MOVE 'PRODUCTION RUN' TO OBF-DEF-TEST
083300     END-IF.
083400     MOVE WS-OUT-WIDTH TO OBF-DEF-WIDTH.
083500     WRITE RPT-LINE FROM OBF-DEF-LINE-4.
083600     MOVE SPACES TO RPT-LINE.
083700     WRITE RPT-LINE.
083800     WRITE RPT-LINE FROM OBF-FIELD-HEADING.
083900     ADD 6 TO WS-LINE-COUNT.
084000     PERFORM 5100-PRINT-FIELD THRU 5100-PRINT-FIELD-EXIT
084100         VARYING WS-FLD-SUB FROM 1 BY 1
084200         UNTIL WS-FLD-SUB > WS-FLD-COUNT.
084300 5000-PRINT-DEFINITION-EXIT.
084400     EXIT.
084500*=============================================================*
084600* 5100-PRINT-FIELD - ONE LINE OF THE RECORD LAYOUT             *
084700*=============================================================*
084800 5100-PRINT-FIELD.
084900     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
085000         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
085100         WRITE RPT-LINE FROM OBF-FIELD-HEADING
085200         ADD 1 TO WS-LINE-COUNT
085300     END-IF.
085400     MOVE FLD-CAT (WS-FLD-SUB)   TO WS-FCT-SUB.
085500     MOVE FLD-SEQ (WS-FLD-SUB)   TO OBF-FLD-SEQ.
085600     MOVE FLD-NAME (WS-FLD-SUB)  TO OBF-FLD-NAME.
085700     MOVE FCT-TYPE (WS-FCT-SUB)  TO OBF-FLD-TYPE.
085800     MOVE FLD-POS (WS-FLD-SUB)   TO OBF-FLD-POS.
085900     MOVE FLD-WIDTH (WS-FLD-SUB) TO OBF-FLD-WIDTH.
086000     WRITE RPT-LINE FROM OBF-FIELD-LINE.
086100     ADD 1 TO WS-LINE-COUNT.
086200 5100-PRINT-FIELD-EXIT.
086300     EXIT.
086400*=============================================================*
086500* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
086600*=============================================================*
086700 6000-WRITE-HEADINGS.
086800     ADD 1 TO WS-PAGE-COUNT.
086900     MOVE WS-PAGE-COUNT TO OBF-HDG1-PAGE.
087000     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
087100         DELIMITED BY SIZE INTO OBF-HDG1-DATE.
087200     WRITE RPT-LINE FROM OBF-HEADING-1.
087300     MOVE SPACES TO RPT-LINE.
087400     WRITE RPT-LINE.
087500     MOVE 2 TO WS-LINE-COUNT.
087600 6000-WRITE-HEADINGS-EXIT.
087700     EXIT.
087800*=============================================================*
087900* 7000-WRITE-HEADER - THE 'H' ENVELOPE RECORD: FEED-ID,        *
088000*               CREATION DATE, RUN MODE AND THE DATE AND TIME  *
088100*               A DELTA PICKS UP FROM (ZERO ON A FULL FILE)    *
088200*=============================================================*
088300 7000-WRITE-HEADER.
088400     MOVE SPACES TO WS-OUT-LINE.
088500     MOVE 1 TO WS-OUT-POS.
088600     MOVE 'H' TO WS-VAL-TEXT.
088700     MOVE 1 TO WS-VAL-LEN.
088800     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
088900     MOVE WS-FEED-ID TO WS-VAL-TEXT.
089000     MOVE 4 TO WS-VAL-LEN.
089100     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
089200     MOVE WS-CREATE-DATE TO WS-VAL-TEXT.
089300     MOVE 8 TO WS-VAL-LEN.
089400     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
089500     MOVE WS-RUN-MODE TO WS-VAL-TEXT.
089600     MOVE 1 TO WS-VAL-LEN.
089700     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
089800     MOVE WS-SINCE-DATE TO WS-VAL-TEXT.
089900     MOVE 8 TO WS-VAL-LEN.
090000     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
090100     MOVE WS-SINCE-TIME TO WS-VAL-TEXT.
090200     MOVE 8 TO WS-VAL-LEN.
090300     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
090400     WRITE OBF-RECORD FROM WS-OUT-LINE.
090500     ADD 1 TO WS-RECORDS-WRITTEN.
090600 7000-WRITE-HEADER-EXIT.
090700     EXIT.
090800*=============================================================*
090900* 7100-WRITE-TRAILER - THE 'T' ENVELOPE RECORD: DETAIL COUNT   *
091000*               AND HASH TOTAL (TWO IMPLIED DECIMALS FIXED,    *
091100*               A WRITTEN POINT DELIMITED)                     *
091200*=============================================================*
091300 7100-WRITE-TRAILER.
091400     MOVE SPACES TO WS-OUT-LINE.
091500     MOVE 1 TO WS-OUT-POS.
091600     MOVE 'T' TO WS-VAL-TEXT.
091700     MOVE 1 TO WS-VAL-LEN.
091800     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
091900     MOVE WS-DETAILS-WRITTEN TO WS-TRL-COUNT.
092000     MOVE WS-TRL-COUNT TO WS-VAL-TEXT.
092100     MOVE 9 TO WS-VAL-LEN.
092200     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
092300     MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
092400     MOVE SPACES TO WS-VAL-TEXT.
092500     IF WS-FEED-DELIMITED
092600         STRING WS-TRL-HASH-X (1:13) '.' WS-TRL-HASH-X (14:2)
092700             DELIMITED BY SIZE INTO WS-VAL-TEXT
092800         MOVE 16 TO WS-VAL-LEN
092900     ELSE
093000         MOVE WS-TRL-HASH-X TO WS-VAL-TEXT
093100         MOVE 15 TO WS-VAL-LEN
093200     END-IF.
093300     PERFORM 3300-APPEND-VALUE THRU 3300-APPEND-VALUE-EXIT.
093400     WRITE OBF-RECORD FROM WS-OUT-LINE.
093500     ADD 1 TO WS-RECORDS-WRITTEN.
093600 7100-WRITE-TRAILER-EXIT.
093700     EXIT.
093800*=============================================================*
093900* 8000-FETCH-EMPLOYEE - FETCH THE NEXT SELECTED EMPLOYEE       *
094000*=============================================================*
094100 8000-FETCH-EMPLOYEE.
094200     EXEC SQL
094300         FETCH FEED-CURSOR
094400         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
094500             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-MGR-ID,
094600             :EMP-STATUS, :EMP-TERM-DATE, :EMP-LEAVE-DATE,
094700             :EMP-ADDR-STREET, :EMP-ADDR-CITY, :EMP-ADDR-STATE,
094800             :EMP-ADDR-ZIP, :EMP-PHONE, :EMP-GRADE
094900     END-EXEC.
095000     IF SQLCODE = 100
095100         MOVE 'Y' TO WS-EOF-SWITCH
095200     ELSE
095300         IF SQLCODE NOT = 0
095400             DISPLAY 'Fetch failed: ' SQLCODE
095500             MOVE 'FETCH' TO WS-ERROR-CONTEXT
095600             PERFORM 8900-HANDLE-SQL-ERROR
095700                 THRU 8900-HANDLE-SQL-ERROR-EXIT
095800             MOVE 'Y' TO WS-EOF-SWITCH
095900         ELSE
096000             ADD 1 TO WS-ROWS-SELECTED
096100         END-IF
096200     END-IF.
096300 8000-FETCH-EMPLOYEE-EXIT.
096400     EXIT.
096500*=============================================================*
096600* 9000-TERMINATE - TRAILER, LAST-RUN STAMP, REPORT TOTALS,     *
096700*               RUN-CONTROL END, CLOSE EVERYTHING              *
096800*=============================================================*
096900 9000-TERMINATE.
097000     IF WS-CURSOR-OPEN
097100         EXEC SQL
097200             CLOSE FEED-CURSOR
097300         END-EXEC
097400         IF WS-FEED-ENVELOPED
097500             PERFORM 7100-WRITE-TRAILER
097600                 THRU 7100-WRITE-TRAILER-EXIT
097700         END-IF
097800         IF WS-FULL-RUN AND WS-ROWS-SELECTED = ZERO
097900             DISPLAY 'Full run of feed ' WS-FEED-ID
098000                 ' selected no employees.'
098100             IF RETURN-CODE < 4
098200                 MOVE 4 TO RETURN-CODE
098300             END-IF
098400         END-IF
098500         PERFORM 9100-RECORD-LAST-RUN
098600             THRU 9100-RECORD-LAST-RUN-EXIT
098700         PERFORM 9200-PRINT-TOTALS THRU 9200-PRINT-TOTALS-EXIT
098800     END-IF.
098900     MOVE WS-ROWS-SELECTED   TO RUN-RECORDS-IN.
099000     MOVE WS-RECORDS-WRITTEN TO RUN-RECORDS-OUT.
099100     MOVE ZERO               TO RUN-RECORDS-REJECT.
099200     PERFORM 8810-RECORD-RUN-END
099300         THRU 8810-RECORD-RUN-END-EXIT.
099400     CLOSE FEED-FILE.
099500     CLOSE FEED-REPORT.
099600     CLOSE ERROR-LOG.
099700     DISPLAY 'Employees selected: ' WS-ROWS-SELECTED.
099800     DISPLAY 'Detail records:     ' WS-DETAILS-WRITTEN.
099900     DISPLAY 'Records written:    ' WS-RECORDS-WRITTEN.
100000 9000-TERMINATE-EXIT.
100100     EXIT.
100200*=============================================================*
100300* 9100-RECORD-LAST-RUN - A CLEAN PRODUCTION RUN, FULL OR       *
100400*               DELTA, STAMPS THE FEED WITH THIS RUN'S START   *
100500*               DATE AND TIME SO THE NEXT DELTA PICKS UP EVERY *
100600*               CHANGE MADE WHILE THIS ONE WAS RUNNING. A TEST *
100700*               RUN OR A FAILED RUN LEAVES IT ALONE            *
100800*=============================================================*
100900 9100-RECORD-LAST-RUN.
101000     IF WS-TEST-RUN OR RETURN-CODE >= 8
101100         GO TO 9100-RECORD-LAST-RUN-EXIT
101200     END-IF.
101300     EXEC SQL
101400         UPDATE OUTBOUND_FEED
101500         SET LAST_RUN_DATE = :RUN-START-DATE,
101600             LAST_RUN_TIME = :RUN-START-TIME
101700         WHERE FEED_ID = :WS-FEED-ID
101800     END-EXEC.
101900     IF SQLCODE NOT = 0
102000         DISPLAY 'Last-run update failed: ' SQLCODE
102100         MOVE 'LAST-RUN' TO WS-ERROR-CONTEXT
102200         PERFORM 8900-HANDLE-SQL-ERROR
102300             THRU 8900-HANDLE-SQL-ERROR-EXIT
102400         GO TO 9100-RECORD-LAST-RUN-EXIT
102500     END-IF.
102600     EXEC SQL
102700         COMMIT
102800     END-EXEC.
102900     MOVE 'Y' TO WS-LAST-RUN-SWITCH.
103000 9100-RECORD-LAST-RUN-EXIT.
103100     EXIT.
103200*=============================================================*
103300* 9200-PRINT-TOTALS - COUNTS, HASH TOTAL AND WHETHER THE       *
103400*               LAST-RUN DATE MOVED                            *
103500*=============================================================*
103600 9200-PRINT-TOTALS.
103700     MOVE SPACES TO RPT-LINE.
103800     WRITE RPT-LINE.
103900     MOVE WS-ROWS-SELECTED   TO OBF-TRL-SELECTED.
104000     MOVE WS-RECORDS-WRITTEN TO OBF-TRL-WRITTEN.
104100     WRITE RPT-LINE FROM OBF-TRAILER-1.
104200     MOVE WS-HASH-TOTAL TO OBF-TRL-HASH.
104300     WRITE RPT-LINE FROM OBF-TRAILER-2.
104400     IF WS-LAST-RUN-SET
104500         STRING 'LAST RUN SET TO ' RUN-START-DATE ' '
104600             RUN-START-TIME
104700             DELIMITED BY SIZE INTO OBF-TRL-LAST-RUN
104800     ELSE
104900     IF WS-TEST-RUN
105000         MOVE 'TEST RUN - LAST RUN NOT UPDATED'
105100             TO OBF-TRL-LAST-RUN
105200     ELSE
105300         MOVE 'RUN FAILED - LAST RUN NOT UPDATED'
105400             TO OBF-TRL-LAST-RUN
105500     END-IF
105600     END-IF.
105700     WRITE RPT-LINE FROM OBF-TRAILER-3.
105800 9200-PRINT-TOTALS-EXIT.
105900     EXIT.
106000*=============================================================*
106100* 8750-FIND-FEED-FIELD - SHARED OUTBOUND FEED CATALOG LOOKUP,  *
106200*               COPIED IN                                      *
106300*=============================================================*
106400     COPY FEEDHDL.
106500*=============================================================*
106600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
106700*               CONTROL RECORDING, COPIED IN                   *
106800*=============================================================*
106900     COPY RUNHDL.
107000*=============================================================*
107100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
107200*=============================================================*
107300     COPY ERRHDL.
