000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ContractExpiry.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. END-OF-CONTRACT         *
001000*               TERMINATIONS FOR FIXED-TERM STAFF. EVERY      *
001100*               EMPLOYED (A/L) CONTRACT OR SEASONAL EMPLOYEE  *
001200*               ('C'/'S') WHOSE CONTRACT_END HAS ARRIVED GETS *
001300*               A 'D' TRANSACTION ON CXPDRV IN THE DRVTRAN    *
001400*               LAYOUT - EFFECTIVE DATE AND PAY DATE BOTH THE *
001500*               CONTRACT END, PAY TYPE 'CE' - WHICH FOLLOWS   *
001600*               APRREL INTO ReleasePending, SO IT RELEASES    *
001700*               OR WAITS ON THE PENDING STORE LIKE ANY OTHER  *
001800*               EFFECTIVE-DATED WORK. A CONTRACT THAT ENDED   *
001900*               ON A NIGHT THE JOB DID NOT RUN IS CAUGHT ON   *
002000*               THE NEXT RUN; A REPEAT IS HARMLESS, SINCE     *
002100*               BatchDriver SKIPS A 'CE' TERMINATION ONCE THE *
002200*               EMPLOYEE IS GONE OR THE CONTRACT IS EXTENDED. *
002300*               CONTRACTS ENDING WITHIN THE NEXT 30 DAYS ARE  *
002400*               LISTED ON CXPRPT BY MANAGER, WITH THE DAYS    *
002500*               LEFT, SO THEY CAN BE EXTENDED BY AN UPDATE    *
002600*               BEFORE THE TERMINATION IS GENERATED.          *
002700*-------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TERM-TRANS-FILE ASSIGN TO CXPDRV
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT REPORT-FILE ASSIGN TO CXPRPT
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT ERROR-LOG ASSIGN TO SYSERR
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  TERM-TRANS-FILE
004000     RECORDING MODE IS F.
004100 01  CXD-RECORD.
004200     05  CXD-TRANS-CODE       PIC X(01).
004300     05  CXD-EMP-ID           PIC X(05).
004400     05  CXD-EMP-NAME         PIC X(20).
004500     05  CXD-EMP-DEPT-ID      PIC X(04).
004600     05  CXD-EMP-HIRE-DATE    PIC 9(08).
004700     05  CXD-EMP-SALARY       PIC 9(07)V99.
004800     05  CXD-EMP-MGR-ID       PIC X(05).
004900     05  CXD-EFF-DATE         PIC 9(08).
005000     05  CXD-EMP-GRADE        PIC X(02).
005100     05  CXD-BAND-OVERRIDE    PIC X(01).
005200     05  CXD-PAY-TYPE         PIC X(02).
005300     05  CXD-PAY-DATE         PIC 9(08).
005400     05  CXD-RELEASE-FLAG     PIC X(01).
005500     05  FILLER               PIC X(06).
005600
005700 FD  REPORT-FILE
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
007300     COPY DAYSWS.
007400
007500 01  WS-SWITCHES.
007600     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
007700         88  WS-EOF                VALUE 'Y'.
007800     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
007900         88  WS-CURSOR-OPEN        VALUE 'Y'.
008000
008100 01  WS-COUNTERS.
008200     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
008300     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
008400     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
008500     05  WS-CONTRACTS-READ    PIC 9(07) COMP VALUE ZERO.
008600     05  WS-TERMS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
008700     05  WS-ENDING-LISTED     PIC 9(07) COMP VALUE ZERO.
008800
008900 01  WS-REPORT-DATE.
009000     05  WS-REPORT-YY         PIC 9(02).
009100     05  WS-REPORT-MM         PIC 9(02).
009200     05  WS-REPORT-DD         PIC 9(02).
009300
009400 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
009500 01  WS-RUN-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
009600*    HOW FAR AHEAD A CONTRACT END IS WARNED OF ON CXPRPT.
009700 01  WS-WARN-DAYS             PIC 9(03) VALUE 30.
009800
009900 01  WS-CONTRACT-FIELDS.
010000     05  WS-DAYS-LEFT         PIC S9(05) COMP VALUE ZERO.
010100     05  WS-PREV-MGR-ID       PIC X(05) VALUE LOW-VALUES.
010200     05  WS-ACTION            PIC X(22).
010300     05  WS-END-DATE-X.
010400         10  WS-END-CCYY      PIC 9(04).
010500         10  WS-END-MM        PIC 9(02).
010600         10  WS-END-DD        PIC 9(02).
010700
010800 01  CXP-HEADING-1.
010900     05  FILLER               PIC X(01) VALUE SPACE.
011000     05  FILLER               PIC X(40) VALUE
011100         'FIXED-TERM CONTRACTS ENDING - BY MANAGER'.
011200     05  CXP-HDG1-DATE        PIC X(08).
011300     05  FILLER               PIC X(05) VALUE SPACE.
011400     05  FILLER               PIC X(05) VALUE 'PAGE '.
011500     05  CXP-HDG1-PAGE        PIC ZZ9.
011600
011700 01  CXP-HEADING-2.
011800     05  FILLER               PIC X(01) VALUE SPACE.
011900     05  FILLER               PIC X(06) VALUE 'MGR'.
012000     05  FILLER               PIC X(06) VALUE 'EMP'.
012100     05  FILLER               PIC X(21) VALUE 'NAME'.
012200     05  FILLER               PIC X(05) VALUE 'DEPT'.
012300     05  FILLER               PIC X(02) VALUE 'T'.
012400     05  FILLER               PIC X(11) VALUE 'ENDS'.
012500     05  FILLER               PIC X(05) VALUE 'DAYS'.
012600     05  FILLER               PIC X(22) VALUE 'ACTION'.
012700
012800 01  CXP-DETAIL-LINE.
012900     05  FILLER               PIC X(01) VALUE SPACE.
013000     05  CXP-DTL-MGR-ID       PIC X(05).
013100     05  FILLER               PIC X(01) VALUE SPACE.
013200     05  CXP-DTL-EMP-ID       PIC X(05).
013300     05  FILLER               PIC X(01) VALUE SPACE.
013400     05  CXP-DTL-EMP-NAME     PIC X(20).
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  CXP-DTL-DEPT-ID      PIC X(04).
013700     05  FILLER               PIC X(01) VALUE SPACE.
013800     05  CXP-DTL-TYPE         PIC X(01).
013900     05  FILLER               PIC X(01) VALUE SPACE.
014000     05  CXP-DTL-END-DATE     PIC X(10).
014100     05  FILLER               PIC X(01) VALUE SPACE.
014200     05  CXP-DTL-DAYS-LEFT    PIC -ZZ9.
014300     05  FILLER               PIC X(01) VALUE SPACE.
014400     05  CXP-DTL-ACTION       PIC X(22).
014500
014600 01  CXP-SUMMARY-LINE.
014700     05  FILLER               PIC X(01) VALUE SPACE.
014800     05  CXP-SUM-LABEL        PIC X(40).
014900     05  CXP-SUM-COUNT        PIC ZZZ,ZZ9.
015000
015100     COPY ERRWS.
015200
015300 PROCEDURE DIVISION.
015400*=============================================================*
015500* 0000-MAINLINE                                               *
015600*=============================================================*
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
015900     PERFORM 2000-PROCESS-CONTRACT
016000         THRU 2000-PROCESS-CONTRACT-EXIT
016100         UNTIL WS-EOF.
016200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016300     GOBACK.
016400*=============================================================*
016500* 1000-INITIALIZE - OPEN FILES, CONNECT, OPEN THE FIXED-TERM   *
016600*               CURSOR                                        *
016700*=============================================================*
016800 1000-INITIALIZE.
016900     OPEN OUTPUT TERM-TRANS-FILE.
017000     OPEN OUTPUT REPORT-FILE.
017100     OPEN OUTPUT ERROR-LOG.
017200     ACCEPT WS-REPORT-DATE FROM DATE.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
017400     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
017500     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
017600     MOVE WS-DAYS-NUMBER TO WS-RUN-DAY-NUMBER.
017700     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
017800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
017900     EXEC SQL
018000         CONNECT TO 'yourdatabase'
018100         USER :WS-USERID
018200         USING :WS-PASSWORD
018300     END-EXEC.
018400     IF SQLCODE NOT = 0
018500         DISPLAY 'Connection failed: ' SQLCODE
018600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
018700         PERFORM 8900-HANDLE-SQL-ERROR
018800             THRU 8900-HANDLE-SQL-ERROR-EXIT
018900         MOVE 'Y' TO WS-EOF-SWITCH
019000         GO TO 1000-INITIALIZE-EXIT
019100     END-IF.
019200     MOVE 'CXP' TO RUN-PROGRAM-ID.
019300     MOVE 'Y' TO RUN-LOG-SWITCH.
019400     PERFORM 8800-RECORD-RUN-START
019500         THRU 8800-RECORD-RUN-START-EXIT.
019600     EXEC SQL
019700         DECLARE CONTRACT-CURSOR CURSOR FOR
019800             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
019900                 SALARY, MGR_ID, GRADE_ID, EMPL_TYPE,
020000                 CONTRACT_END
020100             FROM EMPLOYEE
020200             WHERE EMP_STATUS IN ('A', 'L')
020300                 AND EMPL_TYPE IN ('C', 'S')
020400                 AND CONTRACT_END > 0
020500             ORDER BY MGR_ID, CONTRACT_END, EMP_ID
020600     END-EXEC.
020700     EXEC SQL
020800         OPEN CONTRACT-CURSOR
020900     END-EXEC.
021000     IF SQLCODE NOT = 0
021100         DISPLAY 'Contract cursor open failed: ' SQLCODE
021200         MOVE 'CONTRACT-OPEN' TO WS-ERROR-CONTEXT
021300         PERFORM 8900-HANDLE-SQL-ERROR
021400             THRU 8900-HANDLE-SQL-ERROR-EXIT
021500         MOVE 'Y' TO WS-EOF-SWITCH
021600         GO TO 1000-INITIALIZE-EXIT
021700     END-IF.
021800     MOVE 'Y' TO WS-CURSOR-SWITCH.
021900     PERFORM 8000-FETCH-CONTRACT THRU 8000-FETCH-CONTRACT-EXIT.
022000 1000-INITIALIZE-EXIT.
022100     EXIT.
022200*=============================================================*
022300* 2000-PROCESS-CONTRACT - AN ENDED CONTRACT GETS ITS 'D'       *
022400*               TRANSACTION; ONE ENDING INSIDE THE WARNING    *
022500*               WINDOW IS ONLY LISTED. BOTH SHOW ON CXPRPT    *
022600*=============================================================*
022700 2000-PROCESS-CONTRACT.
022800     ADD 1 TO WS-CONTRACTS-READ.
022900     MOVE EMP-CONTRACT-END TO WS-DAYS-DATE.
023000     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
023100     COMPUTE WS-DAYS-LEFT = WS-DAYS-NUMBER - WS-RUN-DAY-NUMBER.
023200     IF WS-DAYS-LEFT > WS-WARN-DAYS
023300         GO TO 2000-NEXT-CONTRACT
023400     END-IF.
023500     IF WS-DAYS-LEFT > ZERO
023600         MOVE 'EXTEND BEFORE END DATE' TO WS-ACTION
023700         ADD 1 TO WS-ENDING-LISTED
023800     ELSE
023900         PERFORM 3000-WRITE-TERMINATION
024000             THRU 3000-WRITE-TERMINATION-EXIT
024100         MOVE 'TERMINATION GENERATED' TO WS-ACTION
024200     END-IF.
024300     PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT.
024400 2000-NEXT-CONTRACT.
024500     PERFORM 8000-FETCH-CONTRACT THRU 8000-FETCH-CONTRACT-EXIT.
024600 2000-PROCESS-CONTRACT-EXIT.
024700     EXIT.
024800*=============================================================*
024900* 3000-WRITE-TERMINATION - ONE 'D' IN THE DRVTRAN LAYOUT,      *
025000*               EFFECTIVE THE CONTRACT END. THE MANAGER-ID    *
025100*               (REPLACEMENT MANAGER ON A 'D') IS LEFT BLANK  *
025200*               SO ANY DIRECT REPORTS LIST ON DRVORPH         *
025300*=============================================================*
025400 3000-WRITE-TERMINATION.
025500     MOVE SPACES             TO CXD-RECORD.
025600     MOVE 'D'                TO CXD-TRANS-CODE.
025700     MOVE EMP-ID             TO CXD-EMP-ID.
025800     MOVE EMP-NAME           TO CXD-EMP-NAME.
025900     MOVE EMP-DEPT-ID        TO CXD-EMP-DEPT-ID.
026000     MOVE EMP-HIRE-DATE      TO CXD-EMP-HIRE-DATE.
026100     MOVE EMP-SALARY         TO CXD-EMP-SALARY.
026200     MOVE EMP-CONTRACT-END   TO CXD-EFF-DATE.
026300     MOVE EMP-GRADE          TO CXD-EMP-GRADE.
026400     MOVE SPACE              TO CXD-BAND-OVERRIDE.
026500     MOVE 'CE'               TO CXD-PAY-TYPE.
026600     MOVE EMP-CONTRACT-END   TO CXD-PAY-DATE.
026700     WRITE CXD-RECORD.
026800     ADD 1 TO WS-TERMS-WRITTEN.
026900 3000-WRITE-TERMINATION-EXIT.
027000     EXIT.
027100*=============================================================*
027200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
027300*=============================================================*
027400 6000-WRITE-HEADINGS.
027500     ADD 1 TO WS-PAGE-COUNT.
027600     MOVE WS-PAGE-COUNT TO CXP-HDG1-PAGE.
027700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
027800         DELIMITED BY SIZE INTO CXP-HDG1-DATE.
027900     WRITE RPT-LINE FROM CXP-HEADING-1.
028000     MOVE SPACES TO RPT-LINE.
028100     WRITE RPT-LINE.
028200     WRITE RPT-LINE FROM CXP-HEADING-2.
028300     MOVE 3 TO WS-LINE-COUNT.
028400 6000-WRITE-HEADINGS-EXIT.
028500     EXIT.
028600*=============================================================*
028700* 7000-WRITE-DETAIL - ONE CONTRACT LINE, A BLANK LINE BETWEEN  *
028800*               MANAGERS                                      *
028900*=============================================================*
029000 7000-WRITE-DETAIL.
029100     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
029200         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
029300     ELSE
029400         IF EMP-MGR-ID NOT = WS-PREV-MGR-ID
029500                 AND WS-PREV-MGR-ID NOT = LOW-VALUES
029600             MOVE SPACES TO RPT-LINE
029700             WRITE RPT-LINE
029800             ADD 1 TO WS-LINE-COUNT
029900         END-IF
030000     END-IF.
030100     MOVE EMP-MGR-ID          TO WS-PREV-MGR-ID.
030200     MOVE EMP-MGR-ID          TO CXP-DTL-MGR-ID.
030300     MOVE EMP-ID              TO CXP-DTL-EMP-ID.
030400     MOVE EMP-NAME            TO CXP-DTL-EMP-NAME.
030500     MOVE EMP-DEPT-ID         TO CXP-DTL-DEPT-ID.
030600     MOVE EMP-EMPL-TYPE       TO CXP-DTL-TYPE.
030700     MOVE EMP-CONTRACT-END    TO WS-END-DATE-X.
030800     MOVE SPACES TO CXP-DTL-END-DATE.
030900     STRING WS-END-MM '/' WS-END-DD '/' WS-END-CCYY
031000         DELIMITED BY SIZE INTO CXP-DTL-END-DATE.
031100     MOVE WS-DAYS-LEFT        TO CXP-DTL-DAYS-LEFT.
031200     MOVE WS-ACTION           TO CXP-DTL-ACTION.
031300     WRITE RPT-LINE FROM CXP-DETAIL-LINE.
031400     ADD 1 TO WS-LINE-COUNT.
031500 7000-WRITE-DETAIL-EXIT.
031600     EXIT.
031700*=============================================================*
031800* 8000-FETCH-CONTRACT - FETCH THE NEXT FIXED-TERM EMPLOYEE     *
031900*=============================================================*
032000 8000-FETCH-CONTRACT.
032100     EXEC SQL
032200         FETCH CONTRACT-CURSOR
032300         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
032400             :EMP-SALARY, :EMP-MGR-ID, :EMP-GRADE,
032500             :EMP-EMPL-TYPE, :EMP-CONTRACT-END
032600     END-EXEC.
032700     IF SQLCODE = 100
032800         MOVE 'Y' TO WS-EOF-SWITCH
032900     ELSE
033000         IF SQLCODE NOT = 0
033100             DISPLAY 'Contract fetch failed: ' SQLCODE
033200             MOVE 'CONTRACT-FETCH' TO WS-ERROR-CONTEXT
033300             PERFORM 8900-HANDLE-SQL-ERROR
033400                 THRU 8900-HANDLE-SQL-ERROR-EXIT
033500             MOVE 'Y' TO WS-EOF-SWITCH
033600         ELSE
033700             MOVE EMP-ID TO WS-ERROR-KEY
033800         END-IF
033900     END-IF.
034000 8000-FETCH-CONTRACT-EXIT.
034100     EXIT.
034200*=============================================================*
034300* 9000-TERMINATE - TOTALS, RUN-CONTROL END, CLOSE FILES        *
034400*=============================================================*
034500 9000-TERMINATE.
034600     IF WS-CURSOR-OPEN
034700         EXEC SQL
034800             CLOSE CONTRACT-CURSOR
034900         END-EXEC
035000     END-IF.
035100     MOVE SPACES TO RPT-LINE.
035200     WRITE RPT-LINE.
035300     MOVE 'FIXED-TERM EMPLOYEES READ:' TO CXP-SUM-LABEL.
035400     MOVE WS-CONTRACTS-READ TO CXP-SUM-COUNT.
035500     WRITE RPT-LINE FROM CXP-SUMMARY-LINE.
035600     MOVE 'CONTRACTS ENDING WITHIN 30 DAYS:' TO CXP-SUM-LABEL.
035700     MOVE WS-ENDING-LISTED TO CXP-SUM-COUNT.
035800     WRITE RPT-LINE FROM CXP-SUMMARY-LINE.
035900     MOVE 'END-OF-CONTRACT TERMINATIONS WRITTEN:'
036000         TO CXP-SUM-LABEL.
036100     MOVE WS-TERMS-WRITTEN TO CXP-SUM-COUNT.
036200     WRITE RPT-LINE FROM CXP-SUMMARY-LINE.
036300     MOVE WS-CONTRACTS-READ TO RUN-RECORDS-IN.
036400     MOVE WS-TERMS-WRITTEN TO RUN-RECORDS-OUT.
036500     MOVE ZERO TO RUN-RECORDS-REJECT.
036600     PERFORM 8810-RECORD-RUN-END
036700         THRU 8810-RECORD-RUN-END-EXIT.
036800     CLOSE TERM-TRANS-FILE.
036900     CLOSE REPORT-FILE.
037000     CLOSE ERROR-LOG.
037100     DISPLAY 'End-of-contract terminations: ' WS-TERMS-WRITTEN.
037200     DISPLAY 'Contracts ending within 30 days: '
037300         WS-ENDING-LISTED.
037400 9000-TERMINATE-EXIT.
037500     EXIT.
037600*=============================================================*
037700* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
037800*               COPIED IN                                     *
037900*=============================================================*
038000     COPY DAYSHDL.
038100*=============================================================*
038200* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
038300*               CONTROL RECORDING, COPIED IN                   *
038400*=============================================================*
038500     COPY RUNHDL.
038600*=============================================================*
038700* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
038800*=============================================================*
038900     COPY ERRHDL.
