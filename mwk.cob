000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MeritWorksheet.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. FIRST HALF OF THE      *
001000*               ANNUAL MERIT ROUND TRIP (MeritReturn IS THE  *
001100*               SECOND). WRITES ONE WORKSHEET (MWSREC        *
001200*               LAYOUT) PER MANAGER TO MWKSHT: EVERY ACTIVE  *
001300*               EMPLOYEE WHOSE MGR_ID NAMES THEM, WITH THE   *
001400*               CURRENT SALARY, GRADE BAND FROM SALARY_GRADE *
001500*               AND THE DATE OF THE LAST INCREASE FROM       *
001600*               EMPLOYEE_AUDIT, HEADED BY THE MANAGER'S      *
001700*               POOL - THE MWKCTL POOL PERCENTAGE OF THE     *
001800*               REPORTS' SALARY TOTAL. THE SAME CARD CARRIES *
001900*               THE CYCLE EFFECTIVE DATE AND THE MAXIMUM     *
002000*               PERCENTAGE ANY ONE INCREASE MAY BE, AND IS   *
002100*               GIVEN TO MeritReturn UNCHANGED. REPORTS      *
002200*               WHOSE MANAGER IS NO LONGER EMPLOYED GET NO   *
002300*               WORKSHEET AND ARE LISTED ON MWKRPT (RC 4).   *
002400*               RC 8 WHEN THE CARD IS MISSING OR INVALID.    *
002500*               READ-ONLY AGAINST DB2. RUN ON DEMAND.        *
002514*   10/15/2026  RH  EACH MANAGER'S REPORT LINE NOW CARRIES   *
002528*               THAT MANAGER'S OWN NAME, SAVED AS THE        *
002542*               WORKSHEET OPENS - IT HAD THE NEXT MANAGER'S. *
002556*               A FAILED SALARY TOTAL OR A POOL OVERFLOW NOW *
002570*               ABANDONS THE RUN, RC 8, INSTEAD OF LISTING   *
002584*               THAT MANAGER'S REPORTS AS NOT EMPLOYED.      *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CONTROL-FILE ASSIGN TO MWKCTL
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CTL-FILE-STATUS.
003300     SELECT WORKSHEET-FILE ASSIGN TO MWKSHT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT WORKSHEET-REPORT ASSIGN TO MWKRPT
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT ERROR-LOG ASSIGN TO SYSERR
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CONTROL-FILE
004200     RECORDING MODE IS F.
004300 01  MWC-RECORD.
004400     05  MWC-EFF-DATE         PIC 9(08).
004500     05  MWC-EFF-SPLIT        REDEFINES MWC-EFF-DATE.
004600         10  MWC-EFF-CCYY     PIC 9(04).
004700         10  MWC-EFF-MM       PIC 9(02).
004800         10  MWC-EFF-DD       PIC 9(02).
004900     05  MWC-POOL-PCT         PIC 9(02)V99.
005000     05  MWC-MAX-PCT          PIC 9(02)V99.
005100     05  FILLER               PIC X(64).
005200
005300 FD  WORKSHEET-FILE
005400     RECORDING MODE IS F.
005500     COPY MWSREC.
005600
005700 FD  WORKSHEET-REPORT
005800     RECORDING MODE IS F.
005900 01  RPT-LINE                 PIC X(80).
006000
006100 FD  ERROR-LOG
006200     RECORDING MODE IS F.
006300     COPY ERRREC.
006400 WORKING-STORAGE SECTION.
006500     COPY DBCONN.
006600
006700 01  WS-SQLCODE               PIC S9(9) COMP.
006800
006900     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
007000
007100     COPY RUNWS.
007200
007300 01  WS-SWITCHES.
007400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
007500         88  WS-EOF                VALUE 'Y'.
007600     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
007700         88  WS-CTL-EOF            VALUE 'Y'.
007800     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
007900         88  WS-ABANDONED          VALUE 'Y'.
008000     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
008100         88  WS-CURSOR-OPEN        VALUE 'Y'.
008200     05  WS-SHEET-SWITCH      PIC X(01) VALUE 'N'.
008300         88  WS-SHEET-OPEN         VALUE 'Y'.
008400
008500 01  WS-CTL-FILE-STATUS       PIC X(02).
008600
008700 01  WS-COUNTERS.
008800     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
008900     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
009000     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
009100     05  WS-SHEETS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
009200     05  WS-DETAILS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
009300     05  WS-ORPHANS           PIC 9(07) COMP VALUE ZERO.
009400     05  WS-SHEET-REPORTS     PIC 9(05) COMP VALUE ZERO.
009500
009600 01  WS-WORK-FIELDS.
009700     05  WS-PREV-MGR-ID       PIC X(05) VALUE SPACES.
009800     05  WS-MGR-NAME          PIC X(20).
009850     05  WS-SHEET-MGR-NAME    PIC X(20).
009900     05  WS-MGR-STATUS        PIC X(01).
010000         88  WS-MGR-EMPLOYED       VALUES 'A' 'L'.
010100     05  WS-GRADE-MIN         PIC 9(07)V99 COMP-3.
010200     05  WS-GRADE-MAX         PIC 9(07)V99 COMP-3.
010300     05  WS-LAST-INCR         PIC 9(08).
010400     05  WS-SALARY-TOTAL      PIC 9(09)V99 COMP-3.
010500     05  WS-REPORT-COUNT      PIC S9(09) COMP.
010600     05  WS-POOL              PIC 9(07)V99 COMP-3.
010700     05  WS-SHEET-SALARY      PIC 9(09)V99 COMP-3.
010800     05  WS-TOTAL-POOL        PIC 9(11)V99 COMP-3 VALUE ZERO.
010900
011000 01  WS-REPORT-DATE.
011100     05  WS-REPORT-YY         PIC 9(02).
011200     05  WS-REPORT-MM         PIC 9(02).
011300     05  WS-REPORT-DD         PIC 9(02).
011400
011500 01  MWK-HEADING-1.
011600     05  FILLER               PIC X(01) VALUE SPACE.
011700     05  FILLER               PIC X(34) VALUE
011800         'MERIT WORKSHEETS ISSUED'.
011900     05  FILLER               PIC X(05) VALUE SPACE.
012000     05  MWK-HDG1-DATE        PIC X(08).
012100     05  FILLER               PIC X(10) VALUE SPACE.
012200     05  FILLER               PIC X(05) VALUE 'PAGE '.
012300     05  MWK-HDG1-PAGE        PIC ZZ9.
012400
012500 01  MWK-HEADING-2.
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  FILLER               PIC X(11) VALUE 'EFFECTIVE '.
012800     05  MWK-HDG2-EFF-DATE    PIC 9(08).
012900     05  FILLER               PIC X(08) VALUE '  POOL '.
013000     05  MWK-HDG2-POOL-PCT    PIC Z9.99.
013100     05  FILLER               PIC X(14) VALUE '%  MAXIMUM '.
013200     05  MWK-HDG2-MAX-PCT     PIC Z9.99.
013300     05  FILLER               PIC X(01) VALUE '%'.
013400
013500 01  MWK-HEADING-3.
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  FILLER               PIC X(07) VALUE 'MGR-ID'.
013800     05  FILLER               PIC X(21) VALUE 'MANAGER NAME'.
013900     05  FILLER               PIC X(08) VALUE 'REPORTS'.
014000     05  FILLER               PIC X(17) VALUE
014100         '    SALARY TOTAL'.
014200     05  FILLER               PIC X(13) VALUE '        POOL'.
014300
014400 01  MWK-DETAIL-LINE.
014500     05  FILLER               PIC X(01) VALUE SPACE.
014600     05  MWK-DTL-MGR-ID       PIC X(05).
014700     05  FILLER               PIC X(02) VALUE SPACE.
014800     05  MWK-DTL-MGR-NAME     PIC X(20).
014900     05  FILLER               PIC X(01) VALUE SPACE.
015000     05  MWK-DTL-REPORTS      PIC ZZ,ZZ9.
015100     05  FILLER               PIC X(03) VALUE SPACE.
015200     05  MWK-DTL-SALARY       PIC ZZZ,ZZZ,ZZ9.99.
015300     05  FILLER               PIC X(02) VALUE SPACE.
015400     05  MWK-DTL-POOL         PIC Z,ZZZ,ZZ9.99.
015500
015600 01  MWK-ORPHAN-LINE.
015700     05  FILLER               PIC X(05) VALUE ' *** '.
015800     05  FILLER               PIC X(04) VALUE 'EMP '.
015900     05  MWK-ORP-EMP-ID       PIC X(05).
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  MWK-ORP-EMP-NAME     PIC X(20).
016200     05  FILLER               PIC X(05) VALUE ' MGR '.
016300     05  MWK-ORP-MGR-ID       PIC X(05).
016400     05  FILLER               PIC X(31) VALUE
016500         ' NOT EMPLOYED - NO WORKSHEET'.
016600
016700 01  MWK-TRAILER-1.
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  FILLER               PIC X(20) VALUE
017000         'WORKSHEETS WRITTEN: '.
017100     05  MWK-TRL-SHEETS       PIC ZZZ,ZZ9.
017200     05  FILLER               PIC X(04) VALUE SPACE.
017300     05  FILLER               PIC X(11) VALUE 'EMPLOYEES: '.
017400     05  MWK-TRL-DETAILS      PIC ZZZ,ZZ9.
017500     05  FILLER               PIC X(04) VALUE SPACE.
017600     05  FILLER               PIC X(14) VALUE 'NO WORKSHEET: '.
017700     05  MWK-TRL-ORPHANS      PIC ZZ,ZZ9.
017800
017900 01  MWK-TRAILER-2.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  FILLER               PIC X(20) VALUE
018200         'TOTAL MERIT POOL:   '.
018300     05  MWK-TRL-POOL         PIC ZZZ,ZZZ,ZZ9.99.
018400
018500     COPY ERRWS.
018600
018700 PROCEDURE DIVISION.
018800*=============================================================*
018900* 0000-MAINLINE                                               *
019000*=============================================================*
019100 0000-MAINLINE.
019200     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019300     IF NOT WS-ABANDONED
019400         PERFORM 2000-PROCESS-REPORT
019500             THRU 2000-PROCESS-REPORT-EXIT
019600             UNTIL WS-EOF
019700         IF WS-SHEET-OPEN
019800             PERFORM 3000-CLOSE-WORKSHEET
019900                 THRU 3000-CLOSE-WORKSHEET-EXIT
020000         END-IF
020100     END-IF.
020200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020300     GOBACK.
020400*=============================================================*
020500* 1000-INITIALIZE - EDIT THE CYCLE CARD, CONNECT, DECLARE AND  *
020600*               OPEN THE DIRECT-REPORT CURSOR, PRIME THE FETCH *
020700*=============================================================*
020800 1000-INITIALIZE.
020900     OPEN OUTPUT WORKSHEET-FILE.
021000     OPEN OUTPUT WORKSHEET-REPORT.
021100     OPEN OUTPUT ERROR-LOG.
021200     ACCEPT WS-REPORT-DATE FROM DATE.
021300     MOVE SPACES TO MWC-RECORD.
021400     OPEN INPUT CONTROL-FILE.
021500     IF WS-CTL-FILE-STATUS = '00'
021600         READ CONTROL-FILE
021700             AT END
021800                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
021900         END-READ
022000         CLOSE CONTROL-FILE
022100     ELSE
022200         MOVE 'Y' TO WS-CTL-EOF-SWITCH
022300     END-IF.
022400     IF WS-CTL-EOF
022500         DISPLAY 'No MWKCTL card - run abandoned.'
022600         MOVE 8 TO RETURN-CODE
022700         MOVE 'Y' TO WS-ABANDON-SWITCH
022800         GO TO 1000-INITIALIZE-EXIT
022900     END-IF.
023000     IF MWC-EFF-DATE NOT NUMERIC
023100             OR MWC-EFF-MM < 1 OR MWC-EFF-MM > 12
023200             OR MWC-EFF-DD < 1 OR MWC-EFF-DD > 31
023300         DISPLAY 'Bad MWKCTL effective date: ' MWC-EFF-DATE
023400         MOVE 8 TO RETURN-CODE
023500         MOVE 'Y' TO WS-ABANDON-SWITCH
023600         GO TO 1000-INITIALIZE-EXIT
023700     END-IF.
023800     IF MWC-POOL-PCT NOT NUMERIC OR MWC-POOL-PCT = ZERO
023900             OR MWC-MAX-PCT NOT NUMERIC OR MWC-MAX-PCT = ZERO
024000         DISPLAY 'Bad MWKCTL pool or maximum percentage.'
024100         MOVE 8 TO RETURN-CODE
024200         MOVE 'Y' TO WS-ABANDON-SWITCH
024300         GO TO 1000-INITIALIZE-EXIT
024400     END-IF.
024500     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
024600     EXEC SQL
024700         CONNECT TO 'yourdatabase'
024800         USER :WS-USERID
024900         USING :WS-PASSWORD
025000     END-EXEC.
025100     IF SQLCODE NOT = 0
025200         DISPLAY 'Connection failed: ' SQLCODE
025300         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
025400         PERFORM 8900-HANDLE-SQL-ERROR
025500             THRU 8900-HANDLE-SQL-ERROR-EXIT
025600         MOVE 'Y' TO WS-ABANDON-SWITCH
025700         GO TO 1000-INITIALIZE-EXIT
025800     END-IF.
025900     MOVE 'MWK' TO RUN-PROGRAM-ID.
026000     MOVE 'Y' TO RUN-LOG-SWITCH.
026100     PERFORM 8800-RECORD-RUN-START
026200         THRU 8800-RECORD-RUN-START-EXIT.
026300*    ACTIVE STAFF WITH A MANAGER, IN MANAGER ORDER. THE GRADE
026400*    AND MANAGER JOINS ARE OUTER SO A BAD GRADE OR A MANAGER
026500*    NOT ON FILE STILL SHOWS UP RATHER THAN DROPPING OUT.
026600     EXEC SQL
026700         DECLARE MWK-CURSOR CURSOR FOR
026800             SELECT E.EMP_ID, E.EMP_NAME, E.SALARY, E.MGR_ID,
026900                 E.GRADE_ID,
027000                 COALESCE(G.GRADE_MIN_SAL, 0),
027100                 COALESCE(G.GRADE_MAX_SAL, 0),
027200                 COALESCE(M.EMP_NAME, ' '),
027300                 COALESCE(M.EMP_STATUS, ' ')
027400             FROM EMPLOYEE E
027500             LEFT JOIN SALARY_GRADE G
027600                 ON G.GRADE_ID = E.GRADE_ID
027700             LEFT JOIN EMPLOYEE M
027800                 ON M.EMP_ID = E.MGR_ID
027900             WHERE E.EMP_STATUS = 'A'
028000                 AND E.MGR_ID <> ' '
028100             ORDER BY E.MGR_ID, E.EMP_ID
028200     END-EXEC.
028300     EXEC SQL
028400         OPEN MWK-CURSOR
028500     END-EXEC.
028600     IF SQLCODE NOT = 0
028700         DISPLAY 'Cursor open failed: ' SQLCODE
028800         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
028900         PERFORM 8900-HANDLE-SQL-ERROR
029000             THRU 8900-HANDLE-SQL-ERROR-EXIT
029100         MOVE 'Y' TO WS-ABANDON-SWITCH
029200         GO TO 1000-INITIALIZE-EXIT
029300     END-IF.
029400     MOVE 'Y' TO WS-CURSOR-SWITCH.
029500     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
029600     PERFORM 8000-FETCH-REPORT THRU 8000-FETCH-REPORT-EXIT.
029700 1000-INITIALIZE-EXIT.
029800     EXIT.
029900*=============================================================*
030000* 2000-PROCESS-REPORT - BREAK ON MANAGER, THEN ONE DETAIL LINE *
030100*               ON THE OPEN WORKSHEET                          *
030200*=============================================================*
030300 2000-PROCESS-REPORT.
030400     MOVE EMP-ID TO WS-ERROR-KEY.
030500     IF EMP-MGR-ID NOT = WS-PREV-MGR-ID
030600         IF WS-SHEET-OPEN
030700             PERFORM 3000-CLOSE-WORKSHEET
030800                 THRU 3000-CLOSE-WORKSHEET-EXIT
030900         END-IF
031000         PERFORM 2050-START-WORKSHEET
031100             THRU 2050-START-WORKSHEET-EXIT
031200     END-IF.
031225     IF WS-ABANDONED
031250         GO TO 2000-PROCESS-REPORT-EXIT
031275     END-IF.
031300     IF NOT WS-SHEET-OPEN
031400         PERFORM 5100-PRINT-ORPHAN THRU 5100-PRINT-ORPHAN-EXIT
031500         GO TO 2000-NEXT-REPORT
031600     END-IF.
031700     PERFORM 2100-LAST-INCREASE THRU 2100-LAST-INCREASE-EXIT.
031800     MOVE SPACES           TO MWS-RECORD.
031900     MOVE 'D'              TO MWS-REC-TYPE.
032000     MOVE EMP-MGR-ID       TO MWS-MGR-ID.
032100     MOVE EMP-ID           TO MWS-DTL-EMP-ID.
032200     MOVE EMP-NAME         TO MWS-DTL-EMP-NAME.
032300     MOVE EMP-SALARY       TO MWS-DTL-SALARY.
032400     MOVE EMP-GRADE        TO MWS-DTL-GRADE.
032500     MOVE WS-GRADE-MIN     TO MWS-DTL-GRADE-MIN.
032600     MOVE WS-GRADE-MAX     TO MWS-DTL-GRADE-MAX.
032700     MOVE WS-LAST-INCR     TO MWS-DTL-LAST-INCR.
032800     WRITE MWS-RECORD.
032900     ADD 1 TO WS-DETAILS-WRITTEN.
033000     ADD 1 TO WS-SHEET-REPORTS.
033100     ADD EMP-SALARY TO WS-SHEET-SALARY.
033200 2000-NEXT-REPORT.
033300     PERFORM 8000-FETCH-REPORT THRU 8000-FETCH-REPORT-EXIT.
033400 2000-PROCESS-REPORT-EXIT.
033500     EXIT.
033600*=============================================================*
033700* 2050-START-WORKSHEET - A NEW MANAGER. NO WORKSHEET WHEN THE  *
033800*               MANAGER IS NOT EMPLOYED; OTHERWISE PRICE THE   *
033900*               POOL AND WRITE THE HEADER                      *
034000*=============================================================*
034100 2050-START-WORKSHEET.
034200     MOVE EMP-MGR-ID TO WS-PREV-MGR-ID.
034250     MOVE WS-MGR-NAME TO WS-SHEET-MGR-NAME.
034300     MOVE 'N' TO WS-SHEET-SWITCH.
034400     IF NOT WS-MGR-EMPLOYED
034500         GO TO 2050-START-WORKSHEET-EXIT
034600     END-IF.
034700     EXEC SQL
034800         SELECT COALESCE(SUM(SALARY), 0), COUNT(*)
034900         INTO :WS-SALARY-TOTAL, :WS-REPORT-COUNT
035000         FROM EMPLOYEE
035100         WHERE MGR_ID = :EMP-MGR-ID
035200             AND EMP_STATUS = 'A'
035300     END-EXEC.
035400     IF SQLCODE NOT = 0
035500         DISPLAY 'Salary total failed: ' SQLCODE
035600         MOVE 'SALARY-SUM' TO WS-ERROR-CONTEXT
035700         PERFORM 8900-HANDLE-SQL-ERROR
035800             THRU 8900-HANDLE-SQL-ERROR-EXIT
035833         MOVE 'Y' TO WS-ABANDON-SWITCH
035866         MOVE 'Y' TO WS-EOF-SWITCH
035900         GO TO 2050-START-WORKSHEET-EXIT
036000     END-IF.
036100     COMPUTE WS-POOL ROUNDED =
036200         WS-SALARY-TOTAL * MWC-POOL-PCT / 100
036300         ON SIZE ERROR
036400             DISPLAY 'Pool overflow - manager ' EMP-MGR-ID
036500             MOVE 8 TO RETURN-CODE
036533             MOVE 'Y' TO WS-ABANDON-SWITCH
036566             MOVE 'Y' TO WS-EOF-SWITCH
036600             GO TO 2050-START-WORKSHEET-EXIT
036700     END-COMPUTE.
036800     MOVE SPACES           TO MWS-RECORD.
036900     MOVE 'H'              TO MWS-REC-TYPE.
037000     MOVE EMP-MGR-ID       TO MWS-MGR-ID.
037100     MOVE WS-MGR-NAME      TO MWS-HDR-MGR-NAME.
037200     MOVE MWC-EFF-DATE     TO MWS-HDR-EFF-DATE.
037300     MOVE WS-POOL          TO MWS-HDR-POOL.
037400     MOVE MWC-POOL-PCT     TO MWS-HDR-POOL-PCT.
037500     MOVE MWC-MAX-PCT      TO MWS-HDR-MAX-PCT.
037600     MOVE WS-REPORT-COUNT  TO MWS-HDR-REPORTS.
037700     WRITE MWS-RECORD.
037800     MOVE 'Y' TO WS-SHEET-SWITCH.
037900     MOVE ZERO TO WS-SHEET-REPORTS.
038000     MOVE ZERO TO WS-SHEET-SALARY.
038100     ADD 1 TO WS-SHEETS-WRITTEN.
038200     ADD WS-POOL TO WS-TOTAL-POOL.
038300 2050-START-WORKSHEET-EXIT.
038400     EXIT.
038500*=============================================================*
038600* 2100-LAST-INCREASE - FIRST AUDIT IMAGE AT THE CURRENT SALARY *
038700*               SINCE THE LAST IMAGE BELOW IT. ZERO WHEN THE   *
038800*               TRAIL HOLDS NO LOWER SALARY (NO INCREASE YET,  *
038900*               OR THE ROWS HAVE BEEN ARCHIVED OFF)            *
039000*=============================================================*
039100 2100-LAST-INCREASE.
039200     MOVE ZERO TO WS-LAST-INCR.
039300     EXEC SQL
039400         SELECT COALESCE(MIN(A.CHG_DATE), 0)
039500         INTO :WS-LAST-INCR
039600         FROM EMPLOYEE_AUDIT A
039700         WHERE A.EMP_ID = :EMP-ID
039800             AND A.SALARY = :EMP-SALARY
039900             AND A.CHG_DATE >=
040000                 (SELECT MAX(B.CHG_DATE)
040100                  FROM EMPLOYEE_AUDIT B
040200                  WHERE B.EMP_ID = :EMP-ID
040300                      AND B.SALARY < :EMP-SALARY)
040400     END-EXEC.
040500     IF SQLCODE NOT = 0
040600         DISPLAY 'Last increase read failed: ' SQLCODE
040700         MOVE 'LAST-INCR' TO WS-ERROR-CONTEXT
040800         PERFORM 8900-HANDLE-SQL-ERROR
040900             THRU 8900-HANDLE-SQL-ERROR-EXIT
041000         MOVE ZERO TO WS-LAST-INCR
041100     END-IF.
041200 2100-LAST-INCREASE-EXIT.
041300     EXIT.
041400*=============================================================*
041500* 3000-CLOSE-WORKSHEET - TRAILER RECORD AND THE MANAGER'S LINE *
041600*               ON THE REPORT                                  *
041700*=============================================================*
041800 3000-CLOSE-WORKSHEET.
041900     MOVE SPACES           TO MWS-RECORD.
042000     MOVE 'T'              TO MWS-REC-TYPE.
042100     MOVE WS-PREV-MGR-ID   TO MWS-MGR-ID.
042200     MOVE WS-SHEET-REPORTS TO MWS-TRL-REPORTS.
042300     MOVE WS-SHEET-SALARY  TO MWS-TRL-SALARY-TOTAL.
042400     WRITE MWS-RECORD.
042500     MOVE 'N' TO WS-SHEET-SWITCH.
042600     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
042700         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
042800     END-IF.
042900     MOVE WS-PREV-MGR-ID   TO MWK-DTL-MGR-ID.
043000     MOVE WS-SHEET-MGR-NAME TO MWK-DTL-MGR-NAME.
043100     MOVE WS-SHEET-REPORTS TO MWK-DTL-REPORTS.
043200     MOVE WS-SHEET-SALARY  TO MWK-DTL-SALARY.
043300     MOVE WS-POOL          TO MWK-DTL-POOL.
043400     WRITE RPT-LINE FROM MWK-DETAIL-LINE.
043500     ADD 1 TO WS-LINE-COUNT.
043600 3000-CLOSE-WORKSHEET-EXIT.
043700     EXIT.
043800*=============================================================*
043900* 5100-PRINT-ORPHAN - A REPORT WHOSE MANAGER GETS NO WORKSHEET *
044000*=============================================================*
044100 5100-PRINT-ORPHAN.
044200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
044300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
044400     END-IF.
044500     MOVE EMP-ID     TO MWK-ORP-EMP-ID.
044600     MOVE EMP-NAME   TO MWK-ORP-EMP-NAME.
044700     MOVE EMP-MGR-ID TO MWK-ORP-MGR-ID.
044800     WRITE RPT-LINE FROM MWK-ORPHAN-LINE.
044900     ADD 1 TO WS-LINE-COUNT.
045000     ADD 1 TO WS-ORPHANS.
045100     IF RETURN-CODE < 4
045200         MOVE 4 TO RETURN-CODE
045300     END-IF.
045400 5100-PRINT-ORPHAN-EXIT.
045500     EXIT.
045600*=============================================================*
045700* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
045800*=============================================================*
045900 6000-WRITE-HEADINGS.
046000     ADD 1 TO WS-PAGE-COUNT.
046100     MOVE WS-PAGE-COUNT TO MWK-HDG1-PAGE.
046200     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
046300         DELIMITED BY SIZE INTO MWK-HDG1-DATE.
046400     MOVE MWC-EFF-DATE TO MWK-HDG2-EFF-DATE.
046500     MOVE MWC-POOL-PCT TO MWK-HDG2-POOL-PCT.
046600     MOVE MWC-MAX-PCT  TO MWK-HDG2-MAX-PCT.
046700     WRITE RPT-LINE FROM MWK-HEADING-1.
046800     WRITE RPT-LINE FROM MWK-HEADING-2.
046900     MOVE SPACES TO RPT-LINE.
047000     WRITE RPT-LINE.
047100     WRITE RPT-LINE FROM MWK-HEADING-3.
047200     MOVE 4 TO WS-LINE-COUNT.
047300 6000-WRITE-HEADINGS-EXIT.
047400     EXIT.
047500*=============================================================*
047600* 8000-FETCH-REPORT - FETCH THE NEXT DIRECT REPORT WITH ITS    *
047700*               BAND AND ITS MANAGER'S NAME AND STATUS         *
047800*=============================================================*
047900 8000-FETCH-REPORT.
048000     EXEC SQL
048100         FETCH MWK-CURSOR
048200         INTO :EMP-ID, :EMP-NAME, :EMP-SALARY, :EMP-MGR-ID,
048300             :EMP-GRADE, :WS-GRADE-MIN, :WS-GRADE-MAX,
048400             :WS-MGR-NAME, :WS-MGR-STATUS
048500     END-EXEC.
048600     IF SQLCODE = 100
048700         MOVE 'Y' TO WS-EOF-SWITCH
048800     ELSE
048900         IF SQLCODE NOT = 0
049000             DISPLAY 'Fetch failed: ' SQLCODE
049100             MOVE 'FETCH' TO WS-ERROR-CONTEXT
049200             PERFORM 8900-HANDLE-SQL-ERROR
049300                 THRU 8900-HANDLE-SQL-ERROR-EXIT
049400             MOVE 'Y' TO WS-EOF-SWITCH
049500         END-IF
049600     END-IF.
049700 8000-FETCH-REPORT-EXIT.
049800     EXIT.
049900*=============================================================*
050000* 9000-TERMINATE - TRAILERS, RUN-CONTROL END, CLOSE FILES      *
050100*=============================================================*
050200 9000-TERMINATE.
050300     IF WS-CURSOR-OPEN
050400         EXEC SQL
050500             CLOSE MWK-CURSOR
050600         END-EXEC
050700     END-IF.
050800     IF NOT WS-ABANDONED
050900         MOVE SPACES TO RPT-LINE
051000         WRITE RPT-LINE
051100         MOVE WS-SHEETS-WRITTEN  TO MWK-TRL-SHEETS
051200         MOVE WS-DETAILS-WRITTEN TO MWK-TRL-DETAILS
051300         MOVE WS-ORPHANS         TO MWK-TRL-ORPHANS
051400         WRITE RPT-LINE FROM MWK-TRAILER-1
051500         MOVE WS-TOTAL-POOL      TO MWK-TRL-POOL
051600         WRITE RPT-LINE FROM MWK-TRAILER-2
051700     END-IF.
051800     COMPUTE RUN-RECORDS-IN = WS-DETAILS-WRITTEN + WS-ORPHANS.
051900     MOVE WS-DETAILS-WRITTEN TO RUN-RECORDS-OUT.
052000     MOVE WS-ORPHANS TO RUN-RECORDS-REJECT.
052100     PERFORM 8810-RECORD-RUN-END
052200         THRU 8810-RECORD-RUN-END-EXIT.
052300     CLOSE WORKSHEET-FILE.
052400     CLOSE WORKSHEET-REPORT.
052500     CLOSE ERROR-LOG.
052600     DISPLAY 'Worksheets written: ' WS-SHEETS-WRITTEN.
052700     DISPLAY 'Employees listed:   ' WS-DETAILS-WRITTEN.
052800     DISPLAY 'No worksheet:       ' WS-ORPHANS.
052900 9000-TERMINATE-EXIT.
053000     EXIT.
053100*=============================================================*
053200* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
053300*               CONTROL RECORDING, COPIED IN                   *
053400*=============================================================*
053500     COPY RUNHDL.
053600*=============================================================*
053700* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
053800*=============================================================*
053900     COPY ERRHDL.
