000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PositionVacancyReport.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. VACANCY REPORT FOR THE  *
001000*               NEW POSITION TABLE: ONE LINE PER ACTIVE       *
001100*               DEPARTMENT/GRADE POSITION WITH THE AUTHORIZED *
001200*               HEADCOUNT, THE FILLED HEADCOUNT (ACTIVE PLUS  *
001300*               ON LEAVE - THE SAME RULE THE HIRE, REHIRE AND *
001400*               TRANSFER CHECKS USE), THE OPEN SEATS AND ANY  *
001500*               EXCESS OVER AUTHORIZATION, WITH DEPARTMENT    *
001600*               SUBTOTALS AND A GRAND TOTAL. EMPLOYED STAFF   *
001700*               IN A DEPARTMENT/GRADE WITH NO ACTIVE POSITION *
001800*               PRINT AS 'NO POSN' WITH AUTHORIZED ZERO. A    *
001900*               RUN THAT FINDS ANY OVER-AUTHORIZED OR         *
002000*               UNAUTHORIZED HEADCOUNT ENDS RC 4. RUN ON      *
002100*               DEMAND AGAINST THE CURRENT TABLES.            *
002200*-------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT VACANCY-REPORT ASSIGN TO PVRRPT
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800     SELECT ERROR-LOG ASSIGN TO SYSERR
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  VACANCY-REPORT
003300     RECORDING MODE IS F.
003400 01  RPT-LINE                 PIC X(80).
003500
003600 FD  ERROR-LOG
003700     RECORDING MODE IS F.
003800     COPY ERRREC.
003900 WORKING-STORAGE SECTION.
004000     COPY DBCONN.
004100
004200 01  WS-SQLCODE               PIC S9(9) COMP.
004300
004400     COPY RUNWS.
004500
004600 01  WS-SWITCHES.
004700     05  WS-VAC-EOF-SWITCH    PIC X(01) VALUE 'N'.
004800         88  WS-VAC-EOF            VALUE 'Y'.
004900     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
005000         88  WS-ABANDONED          VALUE 'Y'.
005100
005200 01  WS-COUNTERS.
005300     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
005400     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
005500     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
005600     05  WS-ROWS-PRINTED      PIC 9(07) COMP VALUE ZERO.
005700     05  WS-OVER-LINES        PIC 9(07) COMP VALUE ZERO.
005800     05  WS-NO-POSN-LINES     PIC 9(07) COMP VALUE ZERO.
005900
006000 01  WS-REPORT-DATE.
006100     05  WS-REPORT-YY         PIC 9(02).
006200     05  WS-REPORT-MM         PIC 9(02).
006300     05  WS-REPORT-DD         PIC 9(02).
006400
006500 01  WS-VACANCY-FIELDS.
006600     05  WS-VAC-DEPT-ID       PIC X(04).
006700     05  WS-VAC-GRADE-ID      PIC X(02).
006800     05  WS-VAC-AUTH-COUNT    PIC 9(07) COMP.
006900     05  WS-VAC-ACTIVE        PIC 9(07) COMP.
007000     05  WS-VAC-LEAVE         PIC 9(07) COMP.
007100     05  WS-VAC-SOURCE        PIC X(01).
007200         88  WS-VAC-NO-POSITION    VALUE 'N'.
007300     05  WS-VAC-FILLED        PIC 9(07) COMP.
007400     05  WS-VAC-OPEN          PIC 9(07) COMP.
007500     05  WS-VAC-OVER          PIC 9(07) COMP.
007600     05  WS-PREV-DEPT-ID      PIC X(04) VALUE SPACES.
007700     05  WS-DEPT-NAME         PIC X(30).
007800
007900 01  WS-DEPT-TOTALS.
008000     05  DT-AUTH              PIC 9(07) COMP VALUE ZERO.
008100     05  DT-ACTIVE            PIC 9(07) COMP VALUE ZERO.
008200     05  DT-LEAVE             PIC 9(07) COMP VALUE ZERO.
008300     05  DT-FILLED            PIC 9(07) COMP VALUE ZERO.
008400     05  DT-OPEN              PIC 9(07) COMP VALUE ZERO.
008500     05  DT-OVER              PIC 9(07) COMP VALUE ZERO.
008600
008700 01  WS-GRAND-TOTALS.
008800     05  GT-AUTH              PIC 9(07) COMP VALUE ZERO.
008900     05  GT-ACTIVE            PIC 9(07) COMP VALUE ZERO.
009000     05  GT-LEAVE             PIC 9(07) COMP VALUE ZERO.
009100     05  GT-FILLED            PIC 9(07) COMP VALUE ZERO.
009200     05  GT-OPEN              PIC 9(07) COMP VALUE ZERO.
009300     05  GT-OVER              PIC 9(07) COMP VALUE ZERO.
009400
009500 01  PVR-HEADING-1.
009600     05  FILLER               PIC X(01) VALUE SPACE.
009700     05  FILLER               PIC X(40) VALUE
009800         'POSITION VACANCY REPORT'.
009900     05  PVR-HDG1-DATE        PIC X(08).
010000     05  FILLER               PIC X(05) VALUE SPACE.
010100     05  FILLER               PIC X(05) VALUE 'PAGE '.
010200     05  PVR-HDG1-PAGE        PIC ZZ9.
010300
010400 01  PVR-HEADING-2.
010500     05  FILLER               PIC X(01) VALUE SPACE.
010600     05  FILLER               PIC X(05) VALUE 'DEPT'.
010700     05  FILLER               PIC X(17) VALUE 'NAME'.
010800     05  FILLER               PIC X(02) VALUE 'GR'.
010900     05  FILLER               PIC X(08) VALUE '    AUTH'.
011000     05  FILLER               PIC X(07) VALUE ' ACTIVE'.
011100     05  FILLER               PIC X(07) VALUE '  LEAVE'.
011200     05  FILLER               PIC X(07) VALUE ' FILLED'.
011300     05  FILLER               PIC X(07) VALUE '   OPEN'.
011400     05  FILLER               PIC X(07) VALUE '   OVER'.
011500     05  FILLER               PIC X(08) VALUE ' NOTE'.
011600
011700 01  PVR-DETAIL-LINE.
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  PVR-DTL-DEPT-ID      PIC X(04).
012000     05  FILLER               PIC X(01) VALUE SPACE.
012100     05  PVR-DTL-DEPT-NAME    PIC X(16).
012200     05  FILLER               PIC X(01) VALUE SPACE.
012300     05  PVR-DTL-GRADE-ID     PIC X(02).
012400     05  FILLER               PIC X(02) VALUE SPACE.
012500     05  PVR-DTL-AUTH         PIC ZZ,ZZ9.
012600     05  FILLER               PIC X(01) VALUE SPACE.
012700     05  PVR-DTL-ACTIVE       PIC ZZ,ZZ9.
012800     05  FILLER               PIC X(01) VALUE SPACE.
012900     05  PVR-DTL-LEAVE        PIC ZZ,ZZ9.
013000     05  FILLER               PIC X(01) VALUE SPACE.
013100     05  PVR-DTL-FILLED       PIC ZZ,ZZ9.
013200     05  FILLER               PIC X(01) VALUE SPACE.
013300     05  PVR-DTL-OPEN         PIC ZZ,ZZ9.
013400     05  FILLER               PIC X(01) VALUE SPACE.
013500     05  PVR-DTL-OVER         PIC ZZ,ZZ9.
013600     05  FILLER               PIC X(01) VALUE SPACE.
013700     05  PVR-DTL-NOTE         PIC X(07).
013800
013900 01  PVR-TOTAL-LINE.
014000     05  FILLER               PIC X(01) VALUE SPACE.
014100     05  PVR-TOT-LABEL        PIC X(22).
014200     05  FILLER               PIC X(04) VALUE SPACE.
014300     05  PVR-TOT-AUTH         PIC ZZ,ZZ9.
014400     05  FILLER               PIC X(01) VALUE SPACE.
014500     05  PVR-TOT-ACTIVE       PIC ZZ,ZZ9.
014600     05  FILLER               PIC X(01) VALUE SPACE.
014700     05  PVR-TOT-LEAVE        PIC ZZ,ZZ9.
014800     05  FILLER               PIC X(01) VALUE SPACE.
014900     05  PVR-TOT-FILLED       PIC ZZ,ZZ9.
015000     05  FILLER               PIC X(01) VALUE SPACE.
015100     05  PVR-TOT-OPEN         PIC ZZ,ZZ9.
015200     05  FILLER               PIC X(01) VALUE SPACE.
015300     05  PVR-TOT-OVER         PIC ZZ,ZZ9.
015400
015500 01  PVR-SUMMARY-LINE.
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  PVR-SUM-LABEL        PIC X(40).
015800     05  PVR-SUM-COUNT        PIC ZZZ,ZZ9.
015900
016000     COPY ERRWS.
016100
016200 PROCEDURE DIVISION.
016300*=============================================================*
016400* 0000-MAINLINE                                               *
016500*=============================================================*
016600 0000-MAINLINE.
016700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
016800     IF NOT WS-ABANDONED
016900         PERFORM 2000-PROCESS-POSITION
017000             THRU 2000-PROCESS-POSITION-EXIT
017100             UNTIL WS-VAC-EOF
017200         IF WS-PREV-DEPT-ID NOT = SPACES
017300             PERFORM 3000-DEPT-TOTAL THRU 3000-DEPT-TOTAL-EXIT
017400         END-IF
017500         PERFORM 3500-GRAND-TOTAL THRU 3500-GRAND-TOTAL-EXIT
017600     END-IF.
017700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
017800     GOBACK.
017900*=============================================================*
018000* 1000-INITIALIZE - CONNECT, DECLARE AND OPEN THE VACANCY      *
018100*               CURSOR, PRIME THE FETCH                        *
018200*=============================================================*
018300 1000-INITIALIZE.
018400     OPEN OUTPUT VACANCY-REPORT.
018500     OPEN OUTPUT ERROR-LOG.
018600     ACCEPT WS-REPORT-DATE FROM DATE.
018700     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
018800     EXEC SQL
018900         CONNECT TO 'yourdatabase'
019000         USER :WS-USERID
019100         USING :WS-PASSWORD
019200     END-EXEC.
019300     IF SQLCODE NOT = 0
019400         DISPLAY 'Connection failed: ' SQLCODE
019500         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
019600         PERFORM 8900-HANDLE-SQL-ERROR
019700             THRU 8900-HANDLE-SQL-ERROR-EXIT
019800         MOVE 'Y' TO WS-ABANDON-SWITCH
019900         GO TO 1000-INITIALIZE-EXIT
020000     END-IF.
020100     MOVE 'PVR' TO RUN-PROGRAM-ID.
020200     MOVE 'Y' TO RUN-LOG-SWITCH.
020300     PERFORM 8800-RECORD-RUN-START
020400         THRU 8800-RECORD-RUN-START-EXIT.
020500*    ACTIVE POSITIONS WITH THEIR FILLED COUNTS, THEN EVERY
020600*    EMPLOYED DEPARTMENT/GRADE THAT HAS NO ACTIVE POSITION.
020700     EXEC SQL
020800         DECLARE VAC-CURSOR CURSOR FOR
020900             SELECT P.DEPT_ID, P.GRADE_ID, P.AUTH_COUNT,
021000                 COALESCE(SUM(CASE WHEN E.EMP_STATUS = 'A'
021100                     THEN 1 ELSE 0 END), 0),
021200                 COALESCE(SUM(CASE WHEN E.EMP_STATUS = 'L'
021300                     THEN 1 ELSE 0 END), 0),
021400                 'P'
021500             FROM POSITION P
021600             LEFT OUTER JOIN EMPLOYEE E
021700                 ON E.DEPT_ID = P.DEPT_ID
021800                 AND E.GRADE_ID = P.GRADE_ID
021900                 AND (E.EMP_STATUS = 'A' OR E.EMP_STATUS = 'L')
022000             WHERE P.POS_STATUS = 'A'
022100             GROUP BY P.DEPT_ID, P.GRADE_ID, P.AUTH_COUNT
022200             UNION ALL
022300             SELECT E.DEPT_ID, E.GRADE_ID, 0,
022400                 SUM(CASE WHEN E.EMP_STATUS = 'A'
022500                     THEN 1 ELSE 0 END),
022600                 SUM(CASE WHEN E.EMP_STATUS = 'L'
022700                     THEN 1 ELSE 0 END),
022800                 'N'
022900             FROM EMPLOYEE E
023000             WHERE (E.EMP_STATUS = 'A' OR E.EMP_STATUS = 'L')
023100                 AND NOT EXISTS
023200                 (SELECT 1 FROM POSITION P
023300                 WHERE P.DEPT_ID = E.DEPT_ID
023400                     AND P.GRADE_ID = E.GRADE_ID
023500                     AND P.POS_STATUS = 'A')
023600             GROUP BY E.DEPT_ID, E.GRADE_ID
023700             ORDER BY 1, 2
023800     END-EXEC.
023900     EXEC SQL
024000         OPEN VAC-CURSOR
024100     END-EXEC.
024200     IF SQLCODE NOT = 0
024300         DISPLAY 'Vacancy cursor open failed: ' SQLCODE
024400         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
024500         PERFORM 8900-HANDLE-SQL-ERROR
024600             THRU 8900-HANDLE-SQL-ERROR-EXIT
024700         MOVE 'Y' TO WS-ABANDON-SWITCH
024800         GO TO 1000-INITIALIZE-EXIT
024900     END-IF.
025000     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
025100     PERFORM 8000-FETCH-VACANCY THRU 8000-FETCH-VACANCY-EXIT.
025200 1000-INITIALIZE-EXIT.
025300     EXIT.
025400*=============================================================*
025500* 2000-PROCESS-POSITION - ONE DEPARTMENT/GRADE LINE, WITH THE  *
025600*               DEPARTMENT SUBTOTAL ON A CHANGE OF DEPARTMENT  *
025700*=============================================================*
025800 2000-PROCESS-POSITION.
025900     IF WS-VAC-DEPT-ID NOT = WS-PREV-DEPT-ID
026000         IF WS-PREV-DEPT-ID NOT = SPACES
026100             PERFORM 3000-DEPT-TOTAL THRU 3000-DEPT-TOTAL-EXIT
026200         END-IF
026300         PERFORM 2100-START-DEPT THRU 2100-START-DEPT-EXIT
026400     END-IF.
026500     COMPUTE WS-VAC-FILLED = WS-VAC-ACTIVE + WS-VAC-LEAVE.
026600     MOVE ZERO TO WS-VAC-OPEN.
026700     MOVE ZERO TO WS-VAC-OVER.
026800     IF WS-VAC-FILLED < WS-VAC-AUTH-COUNT
026900         COMPUTE WS-VAC-OPEN = WS-VAC-AUTH-COUNT - WS-VAC-FILLED
027000     ELSE
027100         COMPUTE WS-VAC-OVER = WS-VAC-FILLED - WS-VAC-AUTH-COUNT
027200     END-IF.
027300     MOVE SPACES TO PVR-DTL-NOTE.
027400     IF WS-VAC-NO-POSITION
027500         MOVE 'NO POSN' TO PVR-DTL-NOTE
027600         ADD 1 TO WS-NO-POSN-LINES
027700     ELSE
027800         IF WS-VAC-OVER > ZERO
027900             MOVE 'OVER' TO PVR-DTL-NOTE
028000             ADD 1 TO WS-OVER-LINES
028100         END-IF
028200     END-IF.
028300     MOVE WS-VAC-DEPT-ID    TO PVR-DTL-DEPT-ID.
028400     MOVE WS-DEPT-NAME      TO PVR-DTL-DEPT-NAME.
028500     MOVE WS-VAC-GRADE-ID   TO PVR-DTL-GRADE-ID.
028600     MOVE WS-VAC-AUTH-COUNT TO PVR-DTL-AUTH.
028700     MOVE WS-VAC-ACTIVE     TO PVR-DTL-ACTIVE.
028800     MOVE WS-VAC-LEAVE      TO PVR-DTL-LEAVE.
028900     MOVE WS-VAC-FILLED     TO PVR-DTL-FILLED.
029000     MOVE WS-VAC-OPEN       TO PVR-DTL-OPEN.
029100     MOVE WS-VAC-OVER       TO PVR-DTL-OVER.
029200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
029300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
029400     END-IF.
029500     WRITE RPT-LINE FROM PVR-DETAIL-LINE.
029600     ADD 1 TO WS-LINE-COUNT.
029700     ADD 1 TO WS-ROWS-PRINTED.
029800     ADD WS-VAC-AUTH-COUNT TO DT-AUTH.
029900     ADD WS-VAC-ACTIVE     TO DT-ACTIVE.
030000     ADD WS-VAC-LEAVE      TO DT-LEAVE.
030100     ADD WS-VAC-FILLED     TO DT-FILLED.
030200     ADD WS-VAC-OPEN       TO DT-OPEN.
030300     ADD WS-VAC-OVER       TO DT-OVER.
030400     PERFORM 8000-FETCH-VACANCY THRU 8000-FETCH-VACANCY-EXIT.
030500 2000-PROCESS-POSITION-EXIT.
030600     EXIT.
030700*=============================================================*
030800* 2100-START-DEPT - NEW DEPARTMENT: LOOK UP ITS NAME AND CLEAR *
030900*               THE SUBTOTALS                                  *
031000*=============================================================*
031100 2100-START-DEPT.
031200     MOVE WS-VAC-DEPT-ID TO WS-PREV-DEPT-ID.
031300     INITIALIZE WS-DEPT-TOTALS.
031400     EXEC SQL
031500         SELECT DEPT_NAME INTO :WS-DEPT-NAME
031600         FROM DEPARTMENT
031700         WHERE DEPT_ID = :WS-VAC-DEPT-ID
031800     END-EXEC.
031900     IF SQLCODE = 100
032000         MOVE '*NOT ON FILE*' TO WS-DEPT-NAME
032100     ELSE
032200         IF SQLCODE NOT = 0
032300             MOVE 'DEPT-NAME' TO WS-ERROR-CONTEXT
032400             PERFORM 8900-HANDLE-SQL-ERROR
032500                 THRU 8900-HANDLE-SQL-ERROR-EXIT
032600             MOVE SPACES TO WS-DEPT-NAME
032700         END-IF
032800     END-IF.
032900 2100-START-DEPT-EXIT.
033000     EXIT.
033100*=============================================================*
033200* 3000-DEPT-TOTAL - SUBTOTAL LINE FOR THE DEPARTMENT JUST      *
033300*               FINISHED, ROLLED INTO THE GRAND TOTAL          *
033400*=============================================================*
033500 3000-DEPT-TOTAL.
033600     MOVE SPACES TO PVR-TOT-LABEL.
033700     STRING '  DEPT ' WS-PREV-DEPT-ID ' TOTAL'
033800         DELIMITED BY SIZE INTO PVR-TOT-LABEL.
033900     MOVE DT-AUTH   TO PVR-TOT-AUTH.
034000     MOVE DT-ACTIVE TO PVR-TOT-ACTIVE.
034100     MOVE DT-LEAVE  TO PVR-TOT-LEAVE.
034200     MOVE DT-FILLED TO PVR-TOT-FILLED.
034300     MOVE DT-OPEN   TO PVR-TOT-OPEN.
034400     MOVE DT-OVER   TO PVR-TOT-OVER.
034500     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
034600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
034700     END-IF.
034800     WRITE RPT-LINE FROM PVR-TOTAL-LINE.
034900     MOVE SPACES TO RPT-LINE.
035000     WRITE RPT-LINE.
035100     ADD 2 TO WS-LINE-COUNT.
035200     ADD DT-AUTH   TO GT-AUTH.
035300     ADD DT-ACTIVE TO GT-ACTIVE.
035400     ADD DT-LEAVE  TO GT-LEAVE.
035500     ADD DT-FILLED TO GT-FILLED.
035600     ADD DT-OPEN   TO GT-OPEN.
035700     ADD DT-OVER   TO GT-OVER.
035800 3000-DEPT-TOTAL-EXIT.
035900     EXIT.
036000*=============================================================*
036100* 3500-GRAND-TOTAL - GRAND TOTAL LINE AND THE EXCEPTION COUNTS *
036200*=============================================================*
036300 3500-GRAND-TOTAL.
036400     IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
036500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
036600     END-IF.
036700     MOVE 'GRAND TOTAL' TO PVR-TOT-LABEL.
036800     MOVE GT-AUTH   TO PVR-TOT-AUTH.
036900     MOVE GT-ACTIVE TO PVR-TOT-ACTIVE.
037000     MOVE GT-LEAVE  TO PVR-TOT-LEAVE.
037100     MOVE GT-FILLED TO PVR-TOT-FILLED.
037200     MOVE GT-OPEN   TO PVR-TOT-OPEN.
037300     MOVE GT-OVER   TO PVR-TOT-OVER.
037400     WRITE RPT-LINE FROM PVR-TOTAL-LINE.
037500     MOVE SPACES TO RPT-LINE.
037600     WRITE RPT-LINE.
037700     MOVE 'DEPARTMENT/GRADES OVER AUTHORIZATION:'
037800         TO PVR-SUM-LABEL.
037900     MOVE WS-OVER-LINES TO PVR-SUM-COUNT.
038000     WRITE RPT-LINE FROM PVR-SUMMARY-LINE.
038100     MOVE 'EMPLOYED WITH NO ACTIVE POSITION:'
038200         TO PVR-SUM-LABEL.
038300     MOVE WS-NO-POSN-LINES TO PVR-SUM-COUNT.
038400     WRITE RPT-LINE FROM PVR-SUMMARY-LINE.
038500     ADD 5 TO WS-LINE-COUNT.
038600     IF WS-OVER-LINES > ZERO OR WS-NO-POSN-LINES > ZERO
038700         IF RETURN-CODE < 4
038800             MOVE 4 TO RETURN-CODE
038900         END-IF
039000     END-IF.
039100 3500-GRAND-TOTAL-EXIT.
039200     EXIT.
039300*=============================================================*
039400* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
039500*=============================================================*
039600 6000-WRITE-HEADINGS.
039700     ADD 1 TO WS-PAGE-COUNT.
039800     MOVE WS-PAGE-COUNT TO PVR-HDG1-PAGE.
039900     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
040000         DELIMITED BY SIZE INTO PVR-HDG1-DATE.
040100     WRITE RPT-LINE FROM PVR-HEADING-1.
040200     MOVE SPACES TO RPT-LINE.
040300     WRITE RPT-LINE.
040400     WRITE RPT-LINE FROM PVR-HEADING-2.
040500     MOVE 3 TO WS-LINE-COUNT.
040600 6000-WRITE-HEADINGS-EXIT.
040700     EXIT.
040800*=============================================================*
040900* 8000-FETCH-VACANCY - FETCH THE NEXT DEPARTMENT/GRADE ROW     *
041000*=============================================================*
041100 8000-FETCH-VACANCY.
041200     EXEC SQL
041300         FETCH VAC-CURSOR
041400         INTO :WS-VAC-DEPT-ID, :WS-VAC-GRADE-ID,
041500             :WS-VAC-AUTH-COUNT, :WS-VAC-ACTIVE,
041600             :WS-VAC-LEAVE, :WS-VAC-SOURCE
041700     END-EXEC.
041800     IF SQLCODE = 100
041900         MOVE 'Y' TO WS-VAC-EOF-SWITCH
042000     ELSE
042100         IF SQLCODE NOT = 0
042200             DISPLAY 'Fetch failed: ' SQLCODE
042300             MOVE 'FETCH' TO WS-ERROR-CONTEXT
042400             PERFORM 8900-HANDLE-SQL-ERROR
042500                 THRU 8900-HANDLE-SQL-ERROR-EXIT
042600             MOVE 'Y' TO WS-VAC-EOF-SWITCH
042700         END-IF
042800     END-IF.
042900 8000-FETCH-VACANCY-EXIT.
043000     EXIT.
043100*=============================================================*
043200* 9000-TERMINATE - CLOSE THE CURSOR, RUN-CONTROL END, CLOSE    *
043300*               FILES                                          *
043400*=============================================================*
043500 9000-TERMINATE.
043600     IF NOT WS-ABANDONED
043700         EXEC SQL
043800             CLOSE VAC-CURSOR
043900         END-EXEC
044000     END-IF.
044100     MOVE WS-ROWS-PRINTED TO RUN-RECORDS-IN.
044200     MOVE WS-ROWS-PRINTED TO RUN-RECORDS-OUT.
044300     COMPUTE RUN-RECORDS-REJECT =
044400         WS-OVER-LINES + WS-NO-POSN-LINES.
044500     PERFORM 8810-RECORD-RUN-END
044600         THRU 8810-RECORD-RUN-END-EXIT.
044700     CLOSE VACANCY-REPORT.
044800     CLOSE ERROR-LOG.
044900     DISPLAY 'Positions printed:    ' WS-ROWS-PRINTED.
045000     DISPLAY 'Over authorization:   ' WS-OVER-LINES.
045100     DISPLAY 'No active position:   ' WS-NO-POSN-LINES.
045200 9000-TERMINATE-EXIT.
045300     EXIT.
045400*=============================================================*
045500* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
045600*               CONTROL RECORDING, COPIED IN                   *
045700*=============================================================*
045800     COPY RUNHDL.
045900*=============================================================*
046000* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
046100*=============================================================*
046200     COPY ERRHDL.
