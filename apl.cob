000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ApprovalList.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. PENDING-APPROVAL LIST   *
001000*               FOR THE BatchDriver TWO-PERSON APPROVAL HOLD. *
001100*               RUNS AT THE END OF THE NIGHTLY JOB AND LISTS  *
001200*               EVERY APPROVAL_HOLD ROW STILL HELD ('H'):     *
001300*               HOLD ID (THE KEY THE APPROVER KEYS ON EMPA),  *
001400*               EMPLOYEE, CODE, CURRENT SALARY, NEW           *
001500*               AMOUNT, PERCENT CHANGE FOR A 'U', SUBMITTER,  *
001600*               HOLD DATE AND DAYS LEFT BEFORE ApprovalRelease*
001700*               EXPIRES IT (EXPIRY DAYS FROM THE SHARED APRCTL*
001800*               CARD, DEFAULT 10). TOTALS OF COUNT AND AMOUNT.*
001850*   10/15/2026  RH  APPROVERS NOW ENTER HOLD IDS ON           *
001860*               TRANSACTION EMPA. A HOLD NOT YET              *
001870*               CLAIMED BY ITS KEYER (EMPA ACTION 'S') SHOWS  *
001880*               'AWAITING' IN THE SUBMITTER COLUMN AND CANNOT *
001890*               BE APPROVED UNTIL IT IS.                      *
001892*   10/15/2026  RH  HOLD ID PRINTS ALL NINE DIGITS. THE NAME  *
001894*               IS CUT TO ELEVEN AND THE CODE RUNS INTO THE   *
001896*               SALARY SO THE LINE STILL FITS EIGHTY COLUMNS; *
001898*               THE HEADINGS ARE REALIGNED OVER THE COLUMNS.  *
001900*-------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CONTROL-FILE ASSIGN TO APRCTL
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-CTL-FILE-STATUS.
002600     SELECT REPORT-FILE ASSIGN TO APLRPT
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT ERROR-LOG ASSIGN TO SYSERR
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  CONTROL-FILE
003300     RECORDING MODE IS F.
003400 01  ACT-RECORD.
003500     05  ACT-EXPIRE-DAYS      PIC 9(03).
003600     05  FILLER               PIC X(77).
003700
003800 FD  REPORT-FILE
003900     RECORDING MODE IS F.
004000 01  RPT-LINE                 PIC X(80).
004100
004200 FD  ERROR-LOG
004300     RECORDING MODE IS F.
004400     COPY ERRREC.
004500 WORKING-STORAGE SECTION.
004600     COPY DBCONN.
004700
004800 01  WS-SQLCODE               PIC S9(9) COMP.
004900
005000     COPY RUNWS.
005100
005200     COPY DAYSWS.
005300
005400 01  WS-CTL-FILE-STATUS       PIC X(02).
005500
005600 01  WS-SWITCHES.
005700     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
005800         88  WS-CTL-EOF            VALUE 'Y'.
005900     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
006000         88  WS-EOF                VALUE 'Y'.
006100     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
006200         88  WS-CURSOR-OPEN        VALUE 'Y'.
006300
006400 01  WS-COUNTERS.
006500     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
006600     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
006700     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
006800     05  WS-HOLDS-LISTED      PIC 9(07) COMP VALUE ZERO.
006900
007000 01  WS-REPORT-DATE.
007100     05  WS-REPORT-YY         PIC 9(02).
007200     05  WS-REPORT-MM         PIC 9(02).
007300     05  WS-REPORT-DD         PIC 9(02).
007400
007500 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
007600 01  WS-RUN-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
007700 01  WS-EXPIRE-DAYS           PIC 9(03) VALUE 10.
007800
007900 01  WS-HOLD-FIELDS.
008000     05  WS-HOLD-ID           PIC S9(09) COMP VALUE ZERO.
008100     05  WS-HOLD-EMP-ID       PIC X(05).
008200     05  WS-HOLD-EMP-NAME     PIC X(20).
008300     05  WS-HOLD-TRANS-CODE   PIC X(01).
008400     05  WS-HOLD-DATE         PIC 9(08).
008500     05  WS-HOLD-SUBMIT-ID    PIC X(08).
008600     05  WS-HOLD-OLD-SALARY   PIC 9(07)V99 COMP-3.
008700     05  WS-HOLD-NEW-AMOUNT   PIC 9(07)V99 COMP-3.
008800     05  WS-HOLD-DAYS-LEFT    PIC S9(05) COMP VALUE ZERO.
008900     05  WS-HOLD-CHANGE       PIC S9(07)V99 COMP-3.
009000     05  WS-HOLD-CHANGE-PCT   PIC S9(05)V99 COMP-3.
009100     05  WS-TOTAL-AMOUNT      PIC 9(09)V99 COMP-3 VALUE ZERO.
009200     05  WS-HOLD-DATE-X.
009300         10  WS-HOLD-CCYY     PIC 9(04).
009400         10  WS-HOLD-MM       PIC 9(02).
009500         10  WS-HOLD-DD       PIC 9(02).
009600
009700 01  APL-HEADING-1.
009800     05  FILLER               PIC X(01) VALUE SPACE.
009900     05  FILLER               PIC X(40) VALUE
010000         'SALARY CHANGES AWAITING SECOND APPROVAL'.
010100     05  APL-HDG1-DATE        PIC X(08).
010200     05  FILLER               PIC X(05) VALUE SPACE.
010300     05  FILLER               PIC X(05) VALUE 'PAGE '.
010400     05  APL-HDG1-PAGE        PIC ZZ9.
010500
010600 01  APL-HEADING-2.
010700     05  FILLER               PIC X(01) VALUE SPACE.
010800     05  FILLER               PIC X(10) VALUE 'HOLD ID'.
010900     05  FILLER               PIC X(06) VALUE 'EMP'.
011000     05  FILLER               PIC X(12) VALUE 'NAME'.
011100     05  FILLER               PIC X(02) VALUE 'CD'.
011200     05  FILLER               PIC X(09) VALUE '  CURRENT'.
011300     05  FILLER               PIC X(11) VALUE '        NEW'.
011400     05  FILLER               PIC X(09) VALUE '      PCT'.
011500     05  FILLER               PIC X(09) VALUE ' SUBMIT'.
011600     05  FILLER               PIC X(07) VALUE ' HELD'.
011700     05  FILLER               PIC X(04) VALUE 'LEFT'.
011800
011900 01  APL-DETAIL-LINE.
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  APL-DTL-HOLD-ID      PIC Z(08)9.
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  APL-DTL-EMP-ID       PIC X(05).
012400     05  FILLER               PIC X(01) VALUE SPACE.
012500     05  APL-DTL-EMP-NAME     PIC X(11).
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  APL-DTL-CODE         PIC X(01).
012900     05  APL-DTL-OLD-SALARY   PIC ZZZZZZ9.99.
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  APL-DTL-NEW-AMOUNT   PIC ZZZZZZ9.99.
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  APL-DTL-PCT          PIC -ZZZ9.99.
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  APL-DTL-SUBMIT-ID    PIC X(08).
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  APL-DTL-HOLD-DATE    PIC X(05).
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  APL-DTL-DAYS-LEFT    PIC -ZZ9.
014000
014100 01  APL-SUMMARY-LINE.
014200     05  FILLER               PIC X(01) VALUE SPACE.
014300     05  APL-SUM-LABEL        PIC X(34).
014400     05  APL-SUM-COUNT        PIC ZZZ,ZZ9.
014500     05  FILLER               PIC X(04) VALUE SPACE.
014600     05  APL-SUM-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
014700
014800     COPY ERRWS.
014900
015000 PROCEDURE DIVISION.
015100*=============================================================*
015200* 0000-MAINLINE                                               *
015300*=============================================================*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015600     PERFORM 2000-PROCESS-HOLD THRU 2000-PROCESS-HOLD-EXIT
015700         UNTIL WS-EOF.
015800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
015900     GOBACK.
016000*=============================================================*
016100* 1000-INITIALIZE - CONTROL CARD, CONNECT, OPEN CURSOR         *
016200*=============================================================*
016300 1000-INITIALIZE.
016400     OPEN OUTPUT REPORT-FILE.
016500     OPEN OUTPUT ERROR-LOG.
016600     ACCEPT WS-REPORT-DATE FROM DATE.
016700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
016800     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
016900     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
017000     MOVE WS-DAYS-NUMBER TO WS-RUN-DAY-NUMBER.
017100     OPEN INPUT CONTROL-FILE.
017200     IF WS-CTL-FILE-STATUS = '00'
017300         READ CONTROL-FILE
017400             AT END
017500                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
017600         END-READ
017700         IF NOT WS-CTL-EOF
017800             IF ACT-EXPIRE-DAYS NUMERIC
017900                     AND ACT-EXPIRE-DAYS > ZERO
018000                 MOVE ACT-EXPIRE-DAYS TO WS-EXPIRE-DAYS
018100             END-IF
018200         END-IF
018300         CLOSE CONTROL-FILE
018400     END-IF.
018500     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
018600     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
018700     EXEC SQL
018800         CONNECT TO 'yourdatabase'
018900         USER :WS-USERID
019000         USING :WS-PASSWORD
019100     END-EXEC.
019200     IF SQLCODE NOT = 0
019300         DISPLAY 'Connection failed: ' SQLCODE
019400         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
019500         PERFORM 8900-HANDLE-SQL-ERROR
019600             THRU 8900-HANDLE-SQL-ERROR-EXIT
019700         MOVE 'Y' TO WS-EOF-SWITCH
019800         GO TO 1000-INITIALIZE-EXIT
019900     END-IF.
020000     MOVE 'APL' TO RUN-PROGRAM-ID.
020100     MOVE 'Y' TO RUN-LOG-SWITCH.
020200     PERFORM 8800-RECORD-RUN-START
020300         THRU 8800-RECORD-RUN-START-EXIT.
020400     EXEC SQL
020500         DECLARE HOLD-CURSOR CURSOR FOR
020600             SELECT H.HOLD_ID, H.EMP_ID,
020700                 COALESCE(E.EMP_NAME, ' '),
020800                 H.TRANS_CODE, H.HOLD_DATE, H.SUBMIT_USER,
020900                 H.OLD_SALARY, H.NEW_AMOUNT
021000             FROM APPROVAL_HOLD H
021100             LEFT JOIN EMPLOYEE E
021200                 ON E.EMP_ID = H.EMP_ID
021300             WHERE H.HOLD_STATUS = 'H'
021400             ORDER BY H.HOLD_ID
021500     END-EXEC.
021600     EXEC SQL
021700         OPEN HOLD-CURSOR
021800     END-EXEC.
021900     IF SQLCODE NOT = 0
022000         DISPLAY 'Hold cursor open failed: ' SQLCODE
022100         MOVE 'HOLD-OPEN' TO WS-ERROR-CONTEXT
022200         PERFORM 8900-HANDLE-SQL-ERROR
022300             THRU 8900-HANDLE-SQL-ERROR-EXIT
022400         MOVE 'Y' TO WS-EOF-SWITCH
022500         GO TO 1000-INITIALIZE-EXIT
022600     END-IF.
022700     MOVE 'Y' TO WS-CURSOR-SWITCH.
022800     PERFORM 8000-FETCH-HOLD THRU 8000-FETCH-HOLD-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100*=============================================================*
023200* 2000-PROCESS-HOLD - ONE OPEN HOLD ON THE LIST                *
023300*=============================================================*
023400 2000-PROCESS-HOLD.
023500     MOVE WS-HOLD-DATE TO WS-DAYS-DATE.
023600     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
023700     COMPUTE WS-HOLD-DAYS-LEFT = WS-EXPIRE-DAYS
023800         - (WS-RUN-DAY-NUMBER - WS-DAYS-NUMBER).
023900     MOVE ZERO TO WS-HOLD-CHANGE-PCT.
024000     IF WS-HOLD-TRANS-CODE = 'U' AND WS-HOLD-OLD-SALARY > ZERO
024100         COMPUTE WS-HOLD-CHANGE =
024200             WS-HOLD-NEW-AMOUNT - WS-HOLD-OLD-SALARY
024300         COMPUTE WS-HOLD-CHANGE-PCT ROUNDED =
024400             WS-HOLD-CHANGE * 100 / WS-HOLD-OLD-SALARY
024500             ON SIZE ERROR
024600                 MOVE 9999.99 TO WS-HOLD-CHANGE-PCT
024700         END-COMPUTE
024800     END-IF.
024900     PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT.
025000     ADD 1 TO WS-HOLDS-LISTED.
025100     ADD WS-HOLD-NEW-AMOUNT TO WS-TOTAL-AMOUNT.
025200     PERFORM 8000-FETCH-HOLD THRU 8000-FETCH-HOLD-EXIT.
025300 2000-PROCESS-HOLD-EXIT.
025400     EXIT.
025500*=============================================================*
025600* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
025700*=============================================================*
025800 6000-WRITE-HEADINGS.
025900     ADD 1 TO WS-PAGE-COUNT.
026000     MOVE WS-PAGE-COUNT TO APL-HDG1-PAGE.
026100     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
026200         DELIMITED BY SIZE INTO APL-HDG1-DATE.
026300     WRITE RPT-LINE FROM APL-HEADING-1.
026400     MOVE SPACES TO RPT-LINE.
026500     WRITE RPT-LINE.
026600     WRITE RPT-LINE FROM APL-HEADING-2.
026700     MOVE 3 TO WS-LINE-COUNT.
026800 6000-WRITE-HEADINGS-EXIT.
026900     EXIT.
027000*=============================================================*
027100* 7000-WRITE-DETAIL - ONE HOLD LINE                            *
027200*=============================================================*
027300 7000-WRITE-DETAIL.
027400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
027500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
027600     END-IF.
027700     MOVE WS-HOLD-ID          TO APL-DTL-HOLD-ID.
027800     MOVE WS-HOLD-EMP-ID      TO APL-DTL-EMP-ID.
027900     MOVE WS-HOLD-EMP-NAME    TO APL-DTL-EMP-NAME.
028000     MOVE WS-HOLD-TRANS-CODE  TO APL-DTL-CODE.
028100     MOVE WS-HOLD-OLD-SALARY  TO APL-DTL-OLD-SALARY.
028200     MOVE WS-HOLD-NEW-AMOUNT  TO APL-DTL-NEW-AMOUNT.
028300     MOVE WS-HOLD-CHANGE-PCT  TO APL-DTL-PCT.
028400     MOVE WS-HOLD-SUBMIT-ID   TO APL-DTL-SUBMIT-ID.
028425     IF WS-HOLD-SUBMIT-ID = SPACES
028450         MOVE 'AWAITING'      TO APL-DTL-SUBMIT-ID
028475     END-IF.
028500     MOVE WS-HOLD-DATE        TO WS-HOLD-DATE-X.
028600     MOVE SPACES TO APL-DTL-HOLD-DATE.
028700     STRING WS-HOLD-MM '/' WS-HOLD-DD
028800         DELIMITED BY SIZE INTO APL-DTL-HOLD-DATE.
028900     MOVE WS-HOLD-DAYS-LEFT   TO APL-DTL-DAYS-LEFT.
029000     WRITE RPT-LINE FROM APL-DETAIL-LINE.
029100     ADD 1 TO WS-LINE-COUNT.
029200 7000-WRITE-DETAIL-EXIT.
029300     EXIT.
029400*=============================================================*
029500* 8000-FETCH-HOLD - FETCH THE NEXT OPEN HOLD                   *
029600*=============================================================*
029700 8000-FETCH-HOLD.
029800     EXEC SQL
029900         FETCH HOLD-CURSOR
030000         INTO :WS-HOLD-ID, :WS-HOLD-EMP-ID, :WS-HOLD-EMP-NAME,
030100             :WS-HOLD-TRANS-CODE, :WS-HOLD-DATE,
030200             :WS-HOLD-SUBMIT-ID, :WS-HOLD-OLD-SALARY,
030300             :WS-HOLD-NEW-AMOUNT
030400     END-EXEC.
030500     IF SQLCODE = 100
030600         MOVE 'Y' TO WS-EOF-SWITCH
030700     ELSE
030800         IF SQLCODE NOT = 0
030900             DISPLAY 'Hold fetch failed: ' SQLCODE
031000             MOVE 'HOLD-FETCH' TO WS-ERROR-CONTEXT
031100             PERFORM 8900-HANDLE-SQL-ERROR
031200                 THRU 8900-HANDLE-SQL-ERROR-EXIT
031300             MOVE 'Y' TO WS-EOF-SWITCH
031400         ELSE
031500             MOVE WS-HOLD-EMP-ID TO WS-ERROR-KEY
031600         END-IF
031700     END-IF.
031800 8000-FETCH-HOLD-EXIT.
031900     EXIT.
032000*=============================================================*
032100* 9000-TERMINATE - TOTALS, RUN-CONTROL END, CLOSE FILES        *
032200*=============================================================*
032300 9000-TERMINATE.
032400     IF WS-CURSOR-OPEN
032500         EXEC SQL
032600             CLOSE HOLD-CURSOR
032700         END-EXEC
032800     END-IF.
032900     MOVE SPACES TO RPT-LINE.
033000     WRITE RPT-LINE.
033100     MOVE 'HOLDS AWAITING APPROVAL:' TO APL-SUM-LABEL.
033200     MOVE WS-HOLDS-LISTED TO APL-SUM-COUNT.
033300     MOVE WS-TOTAL-AMOUNT TO APL-SUM-AMOUNT.
033400     WRITE RPT-LINE FROM APL-SUMMARY-LINE.
033500     MOVE WS-HOLDS-LISTED TO RUN-RECORDS-IN.
033600     MOVE WS-HOLDS-LISTED TO RUN-RECORDS-OUT.
033700     MOVE ZERO TO RUN-RECORDS-REJECT.
033800     PERFORM 8810-RECORD-RUN-END
033900         THRU 8810-RECORD-RUN-END-EXIT.
034000     CLOSE REPORT-FILE.
034100     CLOSE ERROR-LOG.
034200     DISPLAY 'Holds awaiting approval: ' WS-HOLDS-LISTED.
034300 9000-TERMINATE-EXIT.
034400     EXIT.
034500*=============================================================*
034600* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
034700*               COPIED IN                                     *
034800*=============================================================*
034900     COPY DAYSHDL.
035000*=============================================================*
035100* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
035200*               CONTROL RECORDING, COPIED IN                   *
035300*=============================================================*
035400     COPY RUNHDL.
035500*=============================================================*
035600* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
035700*=============================================================*
035800     COPY ERRHDL.
