000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AuditVerify.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. NIGHTLY PROOF THAT THE  *
001000*               EMPLOYEE_AUDIT TRAIL STILL DESCRIBES THE      *
001100*               EMPLOYEE TABLE. THE EXPECTED IMAGE OF EACH    *
001200*               EMPLOYEE IS BUILT THE WAY AsOfRoster AND      *
001300*               AuditBaseline BUILD IT - THE NEWEST AUDIT_    *
001400*               BASELINE ROW, SUPERSEDED BY THE LATEST AUDIT  *
001500*               IMAGE DATED ON OR AFTER THAT BASELINE - AND   *
001600*               MATCH-MERGED BY EMP-ID AGAINST THE LIVE ROWS. *
001700*               EVERY FIELD THE AUDIT IMAGE CARRIES (NAME,    *
001800*               DEPT, HIRE DATE, SALARY, MANAGER, STATUS,     *
001900*               TERM DATE, GRADE) IS COMPARED AND EACH        *
002000*               DIFFERENCE IS ONE EXCEPTION LINE. ALSO LISTED:*
002100*               A LIVE ROW WITH NO AUDIT HISTORY AT ALL, A    *
002200*               LIVE ROW WHOSE LAST IMAGE IS A PURGE, AND AN  *
002300*               AUDIT HISTORY WHOSE EMPLOYEE HAS LEFT THE     *
002400*               TABLE WITHOUT A CLOSING 'D' OR 'P' IMAGE. THE *
002500*               EXCEPTION TOTALS ARE BROKEN DOWN BY FIELD.    *
002600*               LEAVE_DATE AND THE ADDRESS FIELDS ARE NOT ON  *
002700*               THE AUDIT IMAGE AND ARE NOT CHECKED. READ-    *
002800*               ONLY. RC 4 WHEN ANY EXCEPTION IS FOUND.       *
002900*-------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT VERIFY-REPORT ASSIGN TO AVFRPT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT ERROR-LOG ASSIGN TO SYSERR
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  VERIFY-REPORT
004000     RECORDING MODE IS F.
004100 01  RPT-LINE                 PIC X(80).
004200
004300 FD  ERROR-LOG
004400     RECORDING MODE IS F.
004500     COPY ERRREC.
004600 WORKING-STORAGE SECTION.
004700     COPY DBCONN.
004800
004900 01  WS-SQLCODE               PIC S9(9) COMP.
005000
005100     COPY RUNWS.
005200
005300 01  WS-SWITCHES.
005400     05  WS-EMP-CURSOR-SW     PIC X(01) VALUE 'N'.
005500         88  WS-EMP-CURSOR-OPEN    VALUE 'Y'.
005600     05  WS-AUD-CURSOR-SW     PIC X(01) VALUE 'N'.
005700         88  WS-AUD-CURSOR-OPEN    VALUE 'Y'.
005800     05  WS-SEED-CURSOR-SW    PIC X(01) VALUE 'N'.
005900         88  WS-SEED-CURSOR-OPEN   VALUE 'Y'.
006000     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
006100         88  WS-ABANDONED          VALUE 'Y'.
006200
006300 01  WS-COUNTERS.
006400     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
006500     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
006600     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
006700     05  WS-EMP-ROWS          PIC 9(07) COMP VALUE ZERO.
006800     05  WS-AUDIT-ROWS        PIC 9(07) COMP VALUE ZERO.
006900     05  WS-SEED-ROWS         PIC 9(07) COMP VALUE ZERO.
007000     05  WS-MATCHED           PIC 9(07) COMP VALUE ZERO.
007100     05  WS-EMPS-IN-ERROR     PIC 9(07) COMP VALUE ZERO.
007200     05  WS-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
007300     05  WS-FIELD-SUB         PIC 9(03) COMP VALUE ZERO.
007400     05  WS-EMP-FAULTS        PIC 9(03) COMP VALUE ZERO.
007500
007600 01  WS-REPORT-DATE.
007700     05  WS-REPORT-YY         PIC 9(02).
007800     05  WS-REPORT-MM         PIC 9(02).
007900     05  WS-REPORT-DD         PIC 9(02).
008000
008100*    THE NEWEST BASELINE SEEDS THE EXPECTED IMAGES. ZERO = NO
008200*    BASELINE YET, THE WHOLE TRAIL IS REPLAYED.
008300 01  WS-SEED-DATE             PIC 9(08) VALUE ZERO.
008400
008500*    EXCEPTION CLASSES - ONE PER AUDITED FIELD, THEN THE THREE
008600*    ROW-LEVEL FINDINGS. COUNTED FOR THE BREAKDOWN AT THE END.
008700 01  WS-FIELD-NAMES.
008800     05  FILLER               PIC X(10) VALUE 'NAME'.
008900     05  FILLER               PIC X(10) VALUE 'DEPT'.
009000     05  FILLER               PIC X(10) VALUE 'HIRE DATE'.
009100     05  FILLER               PIC X(10) VALUE 'SALARY'.
009200     05  FILLER               PIC X(10) VALUE 'MANAGER'.
009300     05  FILLER               PIC X(10) VALUE 'STATUS'.
009400     05  FILLER               PIC X(10) VALUE 'TERM DATE'.
009500     05  FILLER               PIC X(10) VALUE 'GRADE'.
009600     05  FILLER               PIC X(10) VALUE 'NO AUDIT'.
009700     05  FILLER               PIC X(10) VALUE 'NOT ON EMP'.
009800     05  FILLER               PIC X(10) VALUE 'PURGED'.
009900 01  WS-FIELD-TABLE REDEFINES WS-FIELD-NAMES.
010000     05  WS-FIELD-NAME        PIC X(10) OCCURS 11 TIMES.
010100 01  WS-FIELD-COUNTS.
010200     05  WS-FIELD-COUNT       PIC 9(07) COMP OCCURS 11 TIMES.
010300
010400*    KEYS GO TO HIGH-VALUES WHEN THEIR SIDE IS EXHAUSTED.
010500 01  WS-EMP-KEY               PIC X(05).
010600 01  WS-EXP-KEY               PIC X(05).
010700 01  WS-AUD-KEY               PIC X(05).
010800 01  WS-SEED-KEY              PIC X(05).
010900
011000*    THE LIVE EMPLOYEE ROW.
011100 01  WS-EMP-IMAGE.
011200     05  WS-EMP-EMP-ID        PIC X(05).
011300     05  WS-EMP-EMP-NAME      PIC X(20).
011400     05  WS-EMP-DEPT-ID       PIC X(04).
011500     05  WS-EMP-HIRE-DATE     PIC 9(08).
011600     05  WS-EMP-SALARY        PIC 9(07)V99 COMP-3.
011700     05  WS-EMP-MGR-ID        PIC X(05).
011800     05  WS-EMP-STATUS        PIC X(01).
011900     05  WS-EMP-TERM-DATE     PIC 9(08).
012000     05  WS-EMP-GRADE         PIC X(02).
012100
012200*    THE NEXT AUDIT ROW AND THE NEXT BASELINE ROW.
012300 01  WS-AUD-IMAGE.
012400     05  WS-AUD-EMP-ID        PIC X(05).
012500     05  WS-AUD-CHG-TYPE      PIC X(01).
012600     05  WS-AUD-CHG-DATE      PIC 9(08).
012700     05  WS-AUD-EMP-NAME      PIC X(20).
012800     05  WS-AUD-DEPT-ID       PIC X(04).
012900     05  WS-AUD-HIRE-DATE     PIC 9(08).
013000     05  WS-AUD-SALARY        PIC 9(07)V99 COMP-3.
013100     05  WS-AUD-MGR-ID        PIC X(05).
013200     05  WS-AUD-STATUS        PIC X(01).
013300     05  WS-AUD-TERM-DATE     PIC 9(08).
013400     05  WS-AUD-GRADE         PIC X(02).
013500
013600 01  WS-SEED-IMAGE.
013700     05  WS-SEED-EMP-ID       PIC X(05).
013800     05  WS-SEED-EMP-NAME     PIC X(20).
013900     05  WS-SEED-DEPT-ID      PIC X(04).
014000     05  WS-SEED-HIRE-DATE    PIC 9(08).
014100     05  WS-SEED-SALARY       PIC 9(07)V99 COMP-3.
014200     05  WS-SEED-MGR-ID       PIC X(05).
014300     05  WS-SEED-STATUS       PIC X(01).
014400     05  WS-SEED-TERM-DATE    PIC 9(08).
014500     05  WS-SEED-GRADE        PIC X(02).
014600
014700*    THE EXPECTED IMAGE FOR ONE EMP-ID. SOURCE 'A' = AUDIT ROW
014800*    (CHG-TYPE/DATE ARE ITS OWN), 'B' = BASELINE ROW.
014900 01  WS-EXP-IMAGE.
015000     05  WS-EXP-SOURCE        PIC X(01).
015100     05  WS-EXP-CHG-TYPE      PIC X(01).
015200     05  WS-EXP-CHG-DATE      PIC 9(08).
015300     05  WS-EXP-EMP-NAME      PIC X(20).
015400     05  WS-EXP-DEPT-ID       PIC X(04).
015500     05  WS-EXP-HIRE-DATE     PIC 9(08).
015600     05  WS-EXP-SALARY        PIC 9(07)V99 COMP-3.
015700     05  WS-EXP-MGR-ID        PIC X(05).
015800     05  WS-EXP-STATUS        PIC X(01).
015900     05  WS-EXP-TERM-DATE     PIC 9(08).
016000     05  WS-EXP-GRADE         PIC X(02).
016100
016200 01  WS-EDIT-SALARY           PIC Z(06)9.99.
016300 01  WS-EXC-EMP-ID            PIC X(05).
016400 01  WS-EXC-TABLE-VALUE       PIC X(20).
016500 01  WS-EXC-AUDIT-VALUE       PIC X(20).
016600 01  WS-EXC-SOURCE            PIC X(01).
016700 01  WS-EXC-CHG-TYPE          PIC X(01).
016800 01  WS-EXC-CHG-DATE          PIC 9(08).
016900
017000 01  AVF-HEADING-1.
017100     05  FILLER               PIC X(01) VALUE SPACE.
017200     05  FILLER               PIC X(40) VALUE
017300         'EMPLOYEE / AUDIT TRAIL VERIFICATION'.
017400     05  AVF-HDG1-DATE        PIC X(08).
017500     05  FILLER               PIC X(05) VALUE SPACE.
017600     05  FILLER               PIC X(05) VALUE 'PAGE '.
017700     05  AVF-HDG1-PAGE        PIC ZZ9.
017800
017900 01  AVF-HEADING-2.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  FILLER               PIC X(06) VALUE 'EMP'.
018200     05  FILLER               PIC X(11) VALUE 'FIELD'.
018300     05  FILLER               PIC X(21) VALUE 'ON EMPLOYEE'.
018400     05  FILLER               PIC X(21) VALUE 'LAST AUDIT IMAGE'.
018500     05  FILLER               PIC X(10) VALUE 'IMAGE'.
018600
018700 01  AVF-DETAIL-LINE.
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  AVF-DTL-EMP-ID       PIC X(05).
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  AVF-DTL-FIELD        PIC X(10).
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  AVF-DTL-TABLE-VALUE  PIC X(20).
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  AVF-DTL-AUDIT-VALUE  PIC X(20).
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  AVF-DTL-SOURCE       PIC X(01).
019800     05  AVF-DTL-CHG-TYPE     PIC X(01).
019900     05  FILLER               PIC X(01) VALUE SPACE.
020000     05  AVF-DTL-CHG-DATE     PIC 9(08).
020100
020200 01  AVF-SUMMARY-LINE.
020300     05  FILLER               PIC X(01) VALUE SPACE.
020400     05  AVF-SUM-LABEL        PIC X(40).
020500     05  AVF-SUM-COUNT        PIC ZZZ,ZZ9.
020600
020700     COPY ERRWS.
020800
020900 PROCEDURE DIVISION.
021000*=============================================================*
021100* 0000-MAINLINE                                               *
021200*=============================================================*
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021500     IF NOT WS-ABANDONED
021600         PERFORM 2000-MATCH-RECORDS THRU 2000-MATCH-RECORDS-EXIT
021700             UNTIL WS-EMP-KEY = HIGH-VALUES
021800             AND WS-EXP-KEY = HIGH-VALUES
021900     END-IF.
022000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
022100     GOBACK.
022200*=============================================================*
022300* 1000-INITIALIZE - CONNECT, FIND THE SEED BASELINE, OPEN THE  *
022400*               THREE CURSORS AND PRIME BOTH SIDES             *
022500*=============================================================*
022600 1000-INITIALIZE.
022700     OPEN OUTPUT VERIFY-REPORT.
022800     OPEN OUTPUT ERROR-LOG.
022900     ACCEPT WS-REPORT-DATE FROM DATE.
023000     MOVE HIGH-VALUES TO WS-EMP-KEY.
023100     MOVE HIGH-VALUES TO WS-EXP-KEY.
023200     MOVE HIGH-VALUES TO WS-AUD-KEY.
023300     MOVE HIGH-VALUES TO WS-SEED-KEY.
023400     INITIALIZE WS-FIELD-COUNTS.
023500     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
023600     EXEC SQL
023700         CONNECT TO 'yourdatabase'
023800         USER :WS-USERID
023900         USING :WS-PASSWORD
024000     END-EXEC.
024100     IF SQLCODE NOT = 0
024200         DISPLAY 'Connection failed: ' SQLCODE
024300         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
024400         PERFORM 8900-HANDLE-SQL-ERROR
024500             THRU 8900-HANDLE-SQL-ERROR-EXIT
024600         MOVE 'Y' TO WS-ABANDON-SWITCH
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF.
024900     MOVE 'AVF' TO RUN-PROGRAM-ID.
025000     MOVE 'Y' TO RUN-LOG-SWITCH.
025100     PERFORM 8800-RECORD-RUN-START
025200         THRU 8800-RECORD-RUN-START-EXIT.
025300     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
025400     EXEC SQL
025500         SELECT COALESCE(MAX(BASELINE_DATE), 0)
025600         INTO :WS-SEED-DATE
025700         FROM AUDIT_BASELINE
025800     END-EXEC.
025900     IF SQLCODE NOT = 0
026000         DISPLAY 'Seed baseline lookup failed: ' SQLCODE
026100         MOVE 'SEED-LOOKUP' TO WS-ERROR-CONTEXT
026200         PERFORM 8900-HANDLE-SQL-ERROR
026300             THRU 8900-HANDLE-SQL-ERROR-EXIT
026400         MOVE 'Y' TO WS-ABANDON-SWITCH
026500         GO TO 1000-INITIALIZE-EXIT
026600     END-IF.
026700     DISPLAY 'Verifying from baseline ' WS-SEED-DATE.
026800     EXEC SQL
026900         DECLARE EMP-CURSOR CURSOR FOR
027000             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
027100                 SALARY, MGR_ID, EMP_STATUS, TERM_DATE,
027200                 GRADE_ID
027300             FROM EMPLOYEE
027400             ORDER BY EMP_ID
027500     END-EXEC.
027600*    AUDIT ROWS DATED ON THE BASELINE DATE ITSELF ARE REPLAYED
027700*    OVER IT - THE BASELINE MAY HAVE BEEN TAKEN MID-DAY, AND A
027800*    ROW IT ALREADY COVERS REPLAYS TO THE SAME IMAGE.
027900     EXEC SQL
028000         DECLARE AUDIT-CURSOR CURSOR FOR
028100             SELECT EMP_ID, CHG_TYPE, CHG_DATE, EMP_NAME,
028200                 DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
028300                 EMP_STATUS, TERM_DATE, GRADE_ID
028400             FROM EMPLOYEE_AUDIT
028500             WHERE CHG_DATE >= :WS-SEED-DATE
028600             ORDER BY EMP_ID, CHG_DATE, CHG_TIME
028700     END-EXEC.
028800     EXEC SQL
028900         DECLARE SEED-CURSOR CURSOR FOR
029000             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
029100                 SALARY, MGR_ID, EMP_STATUS, TERM_DATE,
029200                 GRADE_ID
029300             FROM AUDIT_BASELINE
029400             WHERE BASELINE_DATE = :WS-SEED-DATE
029500             ORDER BY EMP_ID
029600     END-EXEC.
029700     EXEC SQL
029800         OPEN EMP-CURSOR
029900     END-EXEC.
030000     IF SQLCODE NOT = 0
030100         DISPLAY 'Employee cursor open failed: ' SQLCODE
030200         MOVE 'EMP-CURSOR' TO WS-ERROR-CONTEXT
030300         PERFORM 8900-HANDLE-SQL-ERROR
030400             THRU 8900-HANDLE-SQL-ERROR-EXIT
030500         MOVE 'Y' TO WS-ABANDON-SWITCH
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     MOVE 'Y' TO WS-EMP-CURSOR-SW.
030900     EXEC SQL
031000         OPEN AUDIT-CURSOR
031100     END-EXEC.
031200     IF SQLCODE NOT = 0
031300         DISPLAY 'Audit cursor open failed: ' SQLCODE
031400         MOVE 'AUDIT-CURSOR' TO WS-ERROR-CONTEXT
031500         PERFORM 8900-HANDLE-SQL-ERROR
031600             THRU 8900-HANDLE-SQL-ERROR-EXIT
031700         MOVE 'Y' TO WS-ABANDON-SWITCH
031800         GO TO 1000-INITIALIZE-EXIT
031900     END-IF.
032000     MOVE 'Y' TO WS-AUD-CURSOR-SW.
032100     EXEC SQL
032200         OPEN SEED-CURSOR
032300     END-EXEC.
032400     IF SQLCODE NOT = 0
032500         DISPLAY 'Seed cursor open failed: ' SQLCODE
032600         MOVE 'SEED-CURSOR' TO WS-ERROR-CONTEXT
032700         PERFORM 8900-HANDLE-SQL-ERROR
032800             THRU 8900-HANDLE-SQL-ERROR-EXIT
032900         MOVE 'Y' TO WS-ABANDON-SWITCH
033000         GO TO 1000-INITIALIZE-EXIT
033100     END-IF.
033200     MOVE 'Y' TO WS-SEED-CURSOR-SW.
033300     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
033400     PERFORM 8100-FETCH-AUDIT THRU 8100-FETCH-AUDIT-EXIT.
033500     PERFORM 8200-FETCH-SEED THRU 8200-FETCH-SEED-EXIT.
033600     PERFORM 2500-NEXT-EXPECTED THRU 2500-NEXT-EXPECTED-EXIT.
033700 1000-INITIALIZE-EXIT.
033800     EXIT.
033900*=============================================================*
034000* 2000-MATCH-RECORDS - TWO-SIDED KEY MATCH OF THE LIVE ROWS    *
034100*               AGAINST THE EXPECTED IMAGES                    *
034200*=============================================================*
034300 2000-MATCH-RECORDS.
034400     IF WS-ABANDONED
034500         MOVE HIGH-VALUES TO WS-EMP-KEY
034600         MOVE HIGH-VALUES TO WS-EXP-KEY
034700         GO TO 2000-MATCH-RECORDS-EXIT
034800     END-IF.
034900     IF WS-EMP-KEY < WS-EXP-KEY
035000         PERFORM 3000-NO-AUDIT-HISTORY
035100             THRU 3000-NO-AUDIT-HISTORY-EXIT
035200         PERFORM 8000-FETCH-EMPLOYEE
035300             THRU 8000-FETCH-EMPLOYEE-EXIT
035400     ELSE
035500         IF WS-EMP-KEY > WS-EXP-KEY
035600             PERFORM 4000-NOT-ON-EMPLOYEE
035700                 THRU 4000-NOT-ON-EMPLOYEE-EXIT
035800             PERFORM 2500-NEXT-EXPECTED
035900                 THRU 2500-NEXT-EXPECTED-EXIT
036000         ELSE
036100             PERFORM 5000-COMPARE-IMAGES
036200                 THRU 5000-COMPARE-IMAGES-EXIT
036300             PERFORM 8000-FETCH-EMPLOYEE
036400                 THRU 8000-FETCH-EMPLOYEE-EXIT
036500             PERFORM 2500-NEXT-EXPECTED
036600                 THRU 2500-NEXT-EXPECTED-EXIT
036700         END-IF
036800     END-IF.
036900 2000-MATCH-RECORDS-EXIT.
037000     EXIT.
037100*=============================================================*
037200* 2500-NEXT-EXPECTED - BUILD THE EXPECTED IMAGE FOR THE NEXT   *
037300*               EMP-ID: THE LAST AUDIT ROW FOR THE KEY WHEN    *
037400*               THERE IS ONE (CONSUMING ANY BASELINE ROW IT    *
037500*               SUPERSEDES), OTHERWISE THE BASELINE ROW        *
037600*=============================================================*
037700 2500-NEXT-EXPECTED.
037800     IF WS-AUD-KEY = HIGH-VALUES AND WS-SEED-KEY = HIGH-VALUES
037900         MOVE HIGH-VALUES TO WS-EXP-KEY
038000         GO TO 2500-NEXT-EXPECTED-EXIT
038100     END-IF.
038200     IF WS-AUD-KEY NOT > WS-SEED-KEY
038300         MOVE WS-AUD-KEY TO WS-EXP-KEY
038400         PERFORM 2510-TAKE-AUDIT-ROW
038500             THRU 2510-TAKE-AUDIT-ROW-EXIT
038600             UNTIL WS-AUD-KEY NOT = WS-EXP-KEY
038700         IF WS-SEED-KEY = WS-EXP-KEY
038800             PERFORM 8200-FETCH-SEED THRU 8200-FETCH-SEED-EXIT
038900         END-IF
039000         GO TO 2500-NEXT-EXPECTED-EXIT
039100     END-IF.
039200     MOVE WS-SEED-KEY       TO WS-EXP-KEY.
039300     MOVE 'B'               TO WS-EXP-SOURCE.
039400     MOVE SPACE             TO WS-EXP-CHG-TYPE.
039500     MOVE WS-SEED-DATE      TO WS-EXP-CHG-DATE.
039600     MOVE WS-SEED-EMP-NAME  TO WS-EXP-EMP-NAME.
039700     MOVE WS-SEED-DEPT-ID   TO WS-EXP-DEPT-ID.
039800     MOVE WS-SEED-HIRE-DATE TO WS-EXP-HIRE-DATE.
039900     MOVE WS-SEED-SALARY    TO WS-EXP-SALARY.
040000     MOVE WS-SEED-MGR-ID    TO WS-EXP-MGR-ID.
040100     MOVE WS-SEED-STATUS    TO WS-EXP-STATUS.
040200     MOVE WS-SEED-TERM-DATE TO WS-EXP-TERM-DATE.
040300     MOVE WS-SEED-GRADE     TO WS-EXP-GRADE.
040400     PERFORM 8200-FETCH-SEED THRU 8200-FETCH-SEED-EXIT.
040500 2500-NEXT-EXPECTED-EXIT.
040600     EXIT.
040700*=============================================================*
040800* 2510-TAKE-AUDIT-ROW - THE LATEST AUDIT ROW FOR THE KEY WINS  *
040900*=============================================================*
041000 2510-TAKE-AUDIT-ROW.
041100     MOVE 'A'              TO WS-EXP-SOURCE.
041200     MOVE WS-AUD-CHG-TYPE  TO WS-EXP-CHG-TYPE.
041300     MOVE WS-AUD-CHG-DATE  TO WS-EXP-CHG-DATE.
041400     MOVE WS-AUD-EMP-NAME  TO WS-EXP-EMP-NAME.
041500     MOVE WS-AUD-DEPT-ID   TO WS-EXP-DEPT-ID.
041600     MOVE WS-AUD-HIRE-DATE TO WS-EXP-HIRE-DATE.
041700     MOVE WS-AUD-SALARY    TO WS-EXP-SALARY.
041800     MOVE WS-AUD-MGR-ID    TO WS-EXP-MGR-ID.
041900     MOVE WS-AUD-STATUS    TO WS-EXP-STATUS.
042000     MOVE WS-AUD-TERM-DATE TO WS-EXP-TERM-DATE.
042100     MOVE WS-AUD-GRADE     TO WS-EXP-GRADE.
042200     PERFORM 8100-FETCH-AUDIT THRU 8100-FETCH-AUDIT-EXIT.
042300 2510-TAKE-AUDIT-ROW-EXIT.
042400     EXIT.
042500*=============================================================*
042600* 3000-NO-AUDIT-HISTORY - A LIVE ROW NO AUDIT IMAGE OR         *
042700*               BASELINE ROW ACCOUNTS FOR                      *
042800*=============================================================*
042900 3000-NO-AUDIT-HISTORY.
043000     MOVE WS-EMP-KEY TO WS-EXC-EMP-ID.
043100     MOVE SPACE TO WS-EXC-SOURCE.
043200     MOVE SPACE TO WS-EXC-CHG-TYPE.
043300     MOVE ZERO TO WS-EXC-CHG-DATE.
043400     MOVE WS-EMP-STATUS TO WS-EXC-TABLE-VALUE.
043500     MOVE 'NONE' TO WS-EXC-AUDIT-VALUE.
043600     MOVE 9 TO WS-FIELD-SUB.
043700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-WRITE-EXCEPTION-EXIT.
043800     ADD 1 TO WS-EMPS-IN-ERROR.
043900 3000-NO-AUDIT-HISTORY-EXIT.
044000     EXIT.
044100*=============================================================*
044200* 4000-NOT-ON-EMPLOYEE - AN AUDIT HISTORY WITH NO LIVE ROW IS  *
044300*               ONLY RIGHT WHEN IT ENDS IN A DELETE OR A PURGE *
044400*=============================================================*
044500 4000-NOT-ON-EMPLOYEE.
044600     IF WS-EXP-SOURCE = 'A'
044700             AND (WS-EXP-CHG-TYPE = 'D' OR WS-EXP-CHG-TYPE = 'P')
044800         GO TO 4000-NOT-ON-EMPLOYEE-EXIT
044900     END-IF.
045000     MOVE WS-EXP-KEY TO WS-EXC-EMP-ID.
045100     MOVE WS-EXP-SOURCE TO WS-EXC-SOURCE.
045200     MOVE WS-EXP-CHG-TYPE TO WS-EXC-CHG-TYPE.
045300     MOVE WS-EXP-CHG-DATE TO WS-EXC-CHG-DATE.
045400     MOVE 'NOT ON FILE' TO WS-EXC-TABLE-VALUE.
045500     MOVE WS-EXP-STATUS TO WS-EXC-AUDIT-VALUE.
045600     MOVE 10 TO WS-FIELD-SUB.
045700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-WRITE-EXCEPTION-EXIT.
045800     ADD 1 TO WS-EMPS-IN-ERROR.
045900 4000-NOT-ON-EMPLOYEE-EXIT.
046000     EXIT.
046100*=============================================================*
046200* 5000-COMPARE-IMAGES - ONE EXCEPTION LINE PER FIELD THAT      *
046300*               DIFFERS BETWEEN THE LIVE ROW AND ITS IMAGE     *
046400*=============================================================*
046500 5000-COMPARE-IMAGES.
046600     ADD 1 TO WS-MATCHED.
046700     MOVE ZERO TO WS-EMP-FAULTS.
046800     MOVE WS-EMP-KEY TO WS-EXC-EMP-ID.
046900     MOVE WS-EXP-SOURCE TO WS-EXC-SOURCE.
047000     MOVE WS-EXP-CHG-TYPE TO WS-EXC-CHG-TYPE.
047100     MOVE WS-EXP-CHG-DATE TO WS-EXC-CHG-DATE.
047200     IF WS-EXP-SOURCE = 'A' AND WS-EXP-CHG-TYPE = 'P'
047300         MOVE WS-EMP-STATUS TO WS-EXC-TABLE-VALUE
047400         MOVE 'PURGED' TO WS-EXC-AUDIT-VALUE
047500         MOVE 11 TO WS-FIELD-SUB
047600         PERFORM 7000-WRITE-EXCEPTION
047700             THRU 7000-WRITE-EXCEPTION-EXIT
047800         ADD 1 TO WS-EMPS-IN-ERROR
047900         GO TO 5000-COMPARE-IMAGES-EXIT
048000     END-IF.
048100     IF WS-EMP-EMP-NAME NOT = WS-EXP-EMP-NAME
048200         MOVE WS-EMP-EMP-NAME TO WS-EXC-TABLE-VALUE
048300         MOVE WS-EXP-EMP-NAME TO WS-EXC-AUDIT-VALUE
048400         MOVE 1 TO WS-FIELD-SUB
048500         PERFORM 7000-WRITE-EXCEPTION
048600             THRU 7000-WRITE-EXCEPTION-EXIT
048700     END-IF.
048800     IF WS-EMP-DEPT-ID NOT = WS-EXP-DEPT-ID
048900         MOVE WS-EMP-DEPT-ID TO WS-EXC-TABLE-VALUE
049000         MOVE WS-EXP-DEPT-ID TO WS-EXC-AUDIT-VALUE
049100         MOVE 2 TO WS-FIELD-SUB
049200         PERFORM 7000-WRITE-EXCEPTION
049300             THRU 7000-WRITE-EXCEPTION-EXIT
049400     END-IF.
049500     IF WS-EMP-HIRE-DATE NOT = WS-EXP-HIRE-DATE
049600         MOVE WS-EMP-HIRE-DATE TO WS-EXC-TABLE-VALUE
049700         MOVE WS-EXP-HIRE-DATE TO WS-EXC-AUDIT-VALUE
049800         MOVE 3 TO WS-FIELD-SUB
049900         PERFORM 7000-WRITE-EXCEPTION
050000             THRU 7000-WRITE-EXCEPTION-EXIT
050100     END-IF.
050200     IF WS-EMP-SALARY NOT = WS-EXP-SALARY
050300         MOVE WS-EMP-SALARY TO WS-EDIT-SALARY
050400         MOVE WS-EDIT-SALARY TO WS-EXC-TABLE-VALUE
050500         MOVE WS-EXP-SALARY TO WS-EDIT-SALARY
050600         MOVE WS-EDIT-SALARY TO WS-EXC-AUDIT-VALUE
050700         MOVE 4 TO WS-FIELD-SUB
050800         PERFORM 7000-WRITE-EXCEPTION
050900             THRU 7000-WRITE-EXCEPTION-EXIT
051000     END-IF.
051100     IF WS-EMP-MGR-ID NOT = WS-EXP-MGR-ID
051200         MOVE WS-EMP-MGR-ID TO WS-EXC-TABLE-VALUE
051300         MOVE WS-EXP-MGR-ID TO WS-EXC-AUDIT-VALUE
051400         MOVE 5 TO WS-FIELD-SUB
051500         PERFORM 7000-WRITE-EXCEPTION
051600             THRU 7000-WRITE-EXCEPTION-EXIT
051700     END-IF.
051800     IF WS-EMP-STATUS NOT = WS-EXP-STATUS
051900         MOVE WS-EMP-STATUS TO WS-EXC-TABLE-VALUE
052000         MOVE WS-EXP-STATUS TO WS-EXC-AUDIT-VALUE
052100         MOVE 6 TO WS-FIELD-SUB
052200         PERFORM 7000-WRITE-EXCEPTION
052300             THRU 7000-WRITE-EXCEPTION-EXIT
052400     END-IF.
052500     IF WS-EMP-TERM-DATE NOT = WS-EXP-TERM-DATE
052600         MOVE WS-EMP-TERM-DATE TO WS-EXC-TABLE-VALUE
052700         MOVE WS-EXP-TERM-DATE TO WS-EXC-AUDIT-VALUE
052800         MOVE 7 TO WS-FIELD-SUB
052900         PERFORM 7000-WRITE-EXCEPTION
053000             THRU 7000-WRITE-EXCEPTION-EXIT
053100     END-IF.
053200     IF WS-EMP-GRADE NOT = WS-EXP-GRADE
053300         MOVE WS-EMP-GRADE TO WS-EXC-TABLE-VALUE
053400         MOVE WS-EXP-GRADE TO WS-EXC-AUDIT-VALUE
053500         MOVE 8 TO WS-FIELD-SUB
053600         PERFORM 7000-WRITE-EXCEPTION
053700             THRU 7000-WRITE-EXCEPTION-EXIT
053800     END-IF.
053900     IF WS-EMP-FAULTS > ZERO
054000         ADD 1 TO WS-EMPS-IN-ERROR
054100     END-IF.
054200 5000-COMPARE-IMAGES-EXIT.
054300     EXIT.
054400*=============================================================*
054500* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
054600*=============================================================*
054700 6000-WRITE-HEADINGS.
054800     ADD 1 TO WS-PAGE-COUNT.
054900     MOVE WS-PAGE-COUNT TO AVF-HDG1-PAGE.
055000     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
055100         DELIMITED BY SIZE INTO AVF-HDG1-DATE.
055200     WRITE RPT-LINE FROM AVF-HEADING-1.
055300     MOVE SPACES TO RPT-LINE.
055400     WRITE RPT-LINE.
055500     WRITE RPT-LINE FROM AVF-HEADING-2.
055600     MOVE 3 TO WS-LINE-COUNT.
055700 6000-WRITE-HEADINGS-EXIT.
055800     EXIT.
055900*=============================================================*
056000* 7000-WRITE-EXCEPTION - ONE EXCEPTION LINE, COUNTED UNDER ITS *
056100*               FIELD (WS-FIELD-SUB)                           *
056200*=============================================================*
056300 7000-WRITE-EXCEPTION.
056400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
056500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
056600     END-IF.
056700     MOVE WS-EXC-EMP-ID                TO AVF-DTL-EMP-ID.
056800     MOVE WS-FIELD-NAME (WS-FIELD-SUB) TO AVF-DTL-FIELD.
056900     MOVE WS-EXC-TABLE-VALUE           TO AVF-DTL-TABLE-VALUE.
057000     MOVE WS-EXC-AUDIT-VALUE           TO AVF-DTL-AUDIT-VALUE.
057100     MOVE WS-EXC-SOURCE                TO AVF-DTL-SOURCE.
057200     MOVE WS-EXC-CHG-TYPE              TO AVF-DTL-CHG-TYPE.
057300     MOVE WS-EXC-CHG-DATE              TO AVF-DTL-CHG-DATE.
057400     WRITE RPT-LINE FROM AVF-DETAIL-LINE.
057500     ADD 1 TO WS-LINE-COUNT.
057600     ADD 1 TO WS-FIELD-COUNT (WS-FIELD-SUB).
057700     ADD 1 TO WS-EXCEPTIONS.
057800     ADD 1 TO WS-EMP-FAULTS.
057900 7000-WRITE-EXCEPTION-EXIT.
058000     EXIT.
058100*=============================================================*
058200* 7100-WRITE-FIELD-TOTAL - ONE LINE OF THE BREAKDOWN BY FIELD  *
058300*=============================================================*
058400 7100-WRITE-FIELD-TOTAL.
058500     MOVE SPACES TO AVF-SUM-LABEL.
058600     STRING '  ' WS-FIELD-NAME (WS-FIELD-SUB)
058700         DELIMITED BY SIZE INTO AVF-SUM-LABEL.
058800     MOVE WS-FIELD-COUNT (WS-FIELD-SUB) TO AVF-SUM-COUNT.
058900     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
059000 7100-WRITE-FIELD-TOTAL-EXIT.
059100     EXIT.
059200*=============================================================*
059300* 8000-FETCH-EMPLOYEE - NEXT LIVE ROW; HIGH-VALUES AT END      *
059400*=============================================================*
059500 8000-FETCH-EMPLOYEE.
059600     EXEC SQL
059700         FETCH EMP-CURSOR
059800         INTO :WS-EMP-EMP-ID, :WS-EMP-EMP-NAME,
059900             :WS-EMP-DEPT-ID, :WS-EMP-HIRE-DATE,
060000             :WS-EMP-SALARY, :WS-EMP-MGR-ID, :WS-EMP-STATUS,
060100             :WS-EMP-TERM-DATE, :WS-EMP-GRADE
060200     END-EXEC.
060300     IF SQLCODE = 0
060400         ADD 1 TO WS-EMP-ROWS
060500         MOVE WS-EMP-EMP-ID TO WS-EMP-KEY
060600         MOVE WS-EMP-EMP-ID TO WS-ERROR-KEY
060700     ELSE
060800         MOVE HIGH-VALUES TO WS-EMP-KEY
060900         IF SQLCODE NOT = 100
061000             DISPLAY 'Employee fetch failed: ' SQLCODE
061100             MOVE 'EMP-FETCH' TO WS-ERROR-CONTEXT
061200             PERFORM 8900-HANDLE-SQL-ERROR
061300                 THRU 8900-HANDLE-SQL-ERROR-EXIT
061400             MOVE 'Y' TO WS-ABANDON-SWITCH
061500         END-IF
061600     END-IF.
061700 8000-FETCH-EMPLOYEE-EXIT.
061800     EXIT.
061900*=============================================================*
062000* 8100-FETCH-AUDIT - NEXT AUDIT ROW; HIGH-VALUES AT END        *
062100*=============================================================*
062200 8100-FETCH-AUDIT.
062300     EXEC SQL
062400         FETCH AUDIT-CURSOR
062500         INTO :WS-AUD-EMP-ID, :WS-AUD-CHG-TYPE,
062600             :WS-AUD-CHG-DATE, :WS-AUD-EMP-NAME,
062700             :WS-AUD-DEPT-ID, :WS-AUD-HIRE-DATE,
062800             :WS-AUD-SALARY, :WS-AUD-MGR-ID, :WS-AUD-STATUS,
062900             :WS-AUD-TERM-DATE, :WS-AUD-GRADE
063000     END-EXEC.
063100     IF SQLCODE = 0
063200         ADD 1 TO WS-AUDIT-ROWS
063300         MOVE WS-AUD-EMP-ID TO WS-AUD-KEY
063400     ELSE
063500         MOVE HIGH-VALUES TO WS-AUD-KEY
063600         IF SQLCODE NOT = 100
063700             DISPLAY 'Audit fetch failed: ' SQLCODE
063800             MOVE 'AUDIT-FETCH' TO WS-ERROR-CONTEXT
063900             PERFORM 8900-HANDLE-SQL-ERROR
064000                 THRU 8900-HANDLE-SQL-ERROR-EXIT
064100             MOVE 'Y' TO WS-ABANDON-SWITCH
064200         END-IF
064300     END-IF.
064400 8100-FETCH-AUDIT-EXIT.
064500     EXIT.
064600*=============================================================*
064700* 8200-FETCH-SEED - NEXT BASELINE ROW; HIGH-VALUES AT END      *
064800*=============================================================*
064900 8200-FETCH-SEED.
065000     EXEC SQL
065100         FETCH SEED-CURSOR
065200         INTO :WS-SEED-EMP-ID, :WS-SEED-EMP-NAME,
065300             :WS-SEED-DEPT-ID, :WS-SEED-HIRE-DATE,
065400             :WS-SEED-SALARY, :WS-SEED-MGR-ID,
065500             :WS-SEED-STATUS, :WS-SEED-TERM-DATE,
065600             :WS-SEED-GRADE
065700     END-EXEC.
065800     IF SQLCODE = 0
065900         ADD 1 TO WS-SEED-ROWS
066000         MOVE WS-SEED-EMP-ID TO WS-SEED-KEY
066100     ELSE
066200         MOVE HIGH-VALUES TO WS-SEED-KEY
066300         IF SQLCODE NOT = 100
066400             DISPLAY 'Seed fetch failed: ' SQLCODE
066500             MOVE 'SEED-FETCH' TO WS-ERROR-CONTEXT
066600             PERFORM 8900-HANDLE-SQL-ERROR
066700                 THRU 8900-HANDLE-SQL-ERROR-EXIT
066800             MOVE 'Y' TO WS-ABANDON-SWITCH
066900         END-IF
067000     END-IF.
067100 8200-FETCH-SEED-EXIT.
067200     EXIT.
067300*=============================================================*
067400* 9000-TERMINATE - BREAKDOWN BY FIELD, RUN-CONTROL END, CLOSE  *
067500*=============================================================*
067600 9000-TERMINATE.
067700     IF WS-EMP-CURSOR-OPEN
067800         EXEC SQL
067900             CLOSE EMP-CURSOR
068000         END-EXEC
068100     END-IF.
068200     IF WS-AUD-CURSOR-OPEN
068300         EXEC SQL
068400             CLOSE AUDIT-CURSOR
068500         END-EXEC
068600     END-IF.
068700     IF WS-SEED-CURSOR-OPEN
068800         EXEC SQL
068900             CLOSE SEED-CURSOR
069000         END-EXEC
069100     END-IF.
069200     IF WS-PAGE-COUNT = ZERO
069300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
069400     END-IF.
069500     MOVE SPACES TO RPT-LINE.
069600     WRITE RPT-LINE.
069700     MOVE 'EMPLOYEE ROWS READ:' TO AVF-SUM-LABEL.
069800     MOVE WS-EMP-ROWS TO AVF-SUM-COUNT.
069900     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
070000     MOVE 'AUDIT ROWS REPLAYED:' TO AVF-SUM-LABEL.
070100     MOVE WS-AUDIT-ROWS TO AVF-SUM-COUNT.
070200     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
070300     MOVE 'BASELINE ROWS READ:' TO AVF-SUM-LABEL.
070400     MOVE WS-SEED-ROWS TO AVF-SUM-COUNT.
070500     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
070600     MOVE 'EMPLOYEES MATCHED TO AN IMAGE:' TO AVF-SUM-LABEL.
070700     MOVE WS-MATCHED TO AVF-SUM-COUNT.
070800     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
070900     MOVE 'EMPLOYEES WITH EXCEPTIONS:' TO AVF-SUM-LABEL.
071000     MOVE WS-EMPS-IN-ERROR TO AVF-SUM-COUNT.
071100     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
071200     MOVE 'EXCEPTIONS BY FIELD:' TO AVF-SUM-LABEL.
071300     MOVE WS-EXCEPTIONS TO AVF-SUM-COUNT.
071400     WRITE RPT-LINE FROM AVF-SUMMARY-LINE.
071500     PERFORM 7100-WRITE-FIELD-TOTAL
071600         THRU 7100-WRITE-FIELD-TOTAL-EXIT
071700         VARYING WS-FIELD-SUB FROM 1 BY 1
071800         UNTIL WS-FIELD-SUB > 11.
071900     IF WS-EXCEPTIONS > ZERO AND RETURN-CODE < 4
072000         MOVE 4 TO RETURN-CODE
072100     END-IF.
072200     MOVE WS-EMP-ROWS TO RUN-RECORDS-IN.
072300     MOVE WS-MATCHED TO RUN-RECORDS-OUT.
072400     MOVE WS-EMPS-IN-ERROR TO RUN-RECORDS-REJECT.
072500     PERFORM 8810-RECORD-RUN-END
072600         THRU 8810-RECORD-RUN-END-EXIT.
072700     CLOSE VERIFY-REPORT.
072800     CLOSE ERROR-LOG.
072900     DISPLAY 'Employee rows read:        ' WS-EMP-ROWS.
073000     DISPLAY 'Employees with exceptions: ' WS-EMPS-IN-ERROR.
073100     DISPLAY 'Exceptions:                ' WS-EXCEPTIONS.
073200 9000-TERMINATE-EXIT.
073300     EXIT.
073400*=============================================================*
073500* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
073600*               CONTROL RECORDING, COPIED IN                   *
073700*=============================================================*
073800     COPY RUNHDL.
073900*=============================================================*
074000* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
074100*=============================================================*
074200     COPY ERRHDL.
