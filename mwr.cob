000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MeritReturn.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. SECOND HALF OF THE     *
001000*               ANNUAL MERIT ROUND TRIP. READS THE MANAGERS' *
001100*               COMPLETED MeritWorksheet FILES (MWRSHT,      *
001200*               MWSREC LAYOUT) UNDER THE SAME MWKCTL CARD    *
001300*               THEY WERE ISSUED WITH (MWRCTL). EVERY        *
001400*               PROPOSED INCREASE IS CHECKED: THE EMPLOYEE   *
001500*               MUST STILL BE AN ACTIVE DIRECT REPORT AT THE *
001600*               SALARY ISSUED, IN AN ACTIVE DEPARTMENT, THE  *
001700*               INCREASE NO MORE THAN THE CARD'S MAXIMUM     *
001800*               PERCENTAGE AND THE NEW SALARY INSIDE THE     *
001900*               SALARY_GRADE BAND. THE POOL IS REPRICED ON   *
002000*               CURRENT SALARIES AND THE WORKSHEET'S TOTAL   *
002100*               MAY NOT EXCEED IT. A WORKSHEET IS TAKEN      *
002200*               WHOLE OR NOT AT ALL - ONE BAD LINE, OVER     *
002300*               BUDGET, THE WRONG CYCLE OR A MISSING OR      *
002400*               MISMATCHED TRAILER REJECTS IT, SO THE        *
002500*               MANAGER CORRECTS AND RESUBMITS THE SAME      *
002600*               WORKSHEET WITHOUT DOUBLING ANY INCREASE. AN  *
002700*               ACCEPTED WORKSHEET'S INCREASES ARE WRITTEN   *
002800*               TO MWRTRN AS 'U' DRIVER TRANSACTIONS (DRV-   *
002900*               RECORD LAYOUT, FULL CURRENT IMAGE AT THE NEW *
003000*               SALARY) EFFECTIVE ON THE CYCLE DATE, FOR THE *
003100*               NIGHTLY DRVTRAN INPUT AND SO THE PENDING     *
003200*               STORE. REQUIRES SECPARM LEVEL 3 FOR FUNCTION *
003300*               'MERITACT' (RC 8 OTHERWISE, NOTHING READ);   *
003400*               THE AUTHORIZING USERID GOES ON RUN_CONTROL.  *
003500*               RC 4 WHEN ANY WORKSHEET IS REJECTED.         *
003600*               READ-ONLY AGAINST DB2. RUN ON DEMAND.        *
003700*-------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTROL-FILE ASSIGN TO MWRCTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CTL-FILE-STATUS.
004400     SELECT WORKSHEET-FILE ASSIGN TO MWRSHT
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT TRANS-OUT-FILE ASSIGN TO MWRTRN
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT RETURN-REPORT ASSIGN TO MWRRPT
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT ERROR-LOG ASSIGN TO SYSERR
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CONTROL-FILE
005500     RECORDING MODE IS F.
005600 01  MWC-RECORD.
005700     05  MWC-EFF-DATE         PIC 9(08).
005800     05  MWC-EFF-SPLIT        REDEFINES MWC-EFF-DATE.
005900         10  MWC-EFF-CCYY     PIC 9(04).
006000         10  MWC-EFF-MM       PIC 9(02).
006100         10  MWC-EFF-DD       PIC 9(02).
006200     05  MWC-POOL-PCT         PIC 9(02)V99.
006300     05  MWC-MAX-PCT          PIC 9(02)V99.
006400     05  FILLER               PIC X(64).
006500
006600 FD  WORKSHEET-FILE
006700     RECORDING MODE IS F.
006800     COPY MWSREC.
006900
007000 FD  TRANS-OUT-FILE
007100     RECORDING MODE IS F.
007200 01  MTR-RECORD               PIC X(80).
007300
007400 FD  RETURN-REPORT
007500     RECORDING MODE IS F.
007600 01  RPT-LINE                 PIC X(80).
007700
007800 FD  ERROR-LOG
007900     RECORDING MODE IS F.
008000     COPY ERRREC.
008100 WORKING-STORAGE SECTION.
008200     COPY DBCONN.
008300
008400 01  WS-SQLCODE               PIC S9(9) COMP.
008500
008600     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
008700
008800     COPY RUNWS.
008900
009000     COPY REFWS.
009100
009200 01  WS-BAND-REASON           PIC X(40).
009300
009400 01  WS-SWITCHES.
009500     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
009600         88  WS-EOF                VALUE 'Y'.
009700     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009800         88  WS-CTL-EOF            VALUE 'Y'.
009900     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
010000         88  WS-ABANDONED          VALUE 'Y'.
010100     05  WS-DEPARTMENT-SWITCH PIC X(01) VALUE 'N'.
010200         88  WS-DEPARTMENT-FOUND   VALUE 'Y'.
010300     05  WS-BAND-SWITCH       PIC X(01) VALUE 'N'.
010400         88  WS-BAND-OK            VALUE 'Y'.
010500     05  WS-BAND-OVERRIDE     PIC X(01) VALUE 'N'.
010600         88  WS-BAND-OVERRIDDEN    VALUE 'Y' 'B'.
010700
010800 01  WS-CTL-FILE-STATUS       PIC X(02).
010900
011000 01  WS-AUTH-FIELDS.
011100     05  WS-AUTH-FUNCTION     PIC X(08) VALUE 'MERITACT'.
011200     05  WS-AUTH-LEVEL        PIC 9(01) VALUE ZERO.
011300     05  WS-AUTH-ID           PIC X(08) VALUE SPACES.
011400
011500 01  WS-COUNTERS.
011600     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
011700     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
011800     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
011900     05  WS-SHEETS-READ       PIC 9(07) COMP VALUE ZERO.
012000     05  WS-SHEETS-ACCEPTED   PIC 9(07) COMP VALUE ZERO.
012100     05  WS-SHEETS-REJECTED   PIC 9(07) COMP VALUE ZERO.
012200     05  WS-LINES-READ        PIC 9(07) COMP VALUE ZERO.
012300     05  WS-LINES-REJECTED    PIC 9(07) COMP VALUE ZERO.
012400     05  WS-STRAY-RECORDS     PIC 9(07) COMP VALUE ZERO.
012500     05  WS-TRANS-WRITTEN     PIC 9(07) COMP VALUE ZERO.
012600
012700*    THE WORKSHEET IN HAND. ITS ACCEPTED LINES ARE HELD HERE
012800*    UNTIL THE TRAILER SAYS WHETHER THE WHOLE SHEET STANDS.
012900 01  WS-SHEET-FIELDS.
013000     05  WS-SHEET-MGR-ID      PIC X(05).
013100     05  WS-SHEET-MGR-NAME    PIC X(20).
013200     05  WS-SHEET-REASON      PIC X(22).
013300     05  WS-SHEET-LINES       PIC 9(05) COMP.
013400     05  WS-SHEET-ERRORS      PIC 9(05) COMP.
013500     05  WS-SHEET-POOL        PIC 9(07)V99 COMP-3.
013600     05  WS-SHEET-PROPOSED    PIC 9(09)V99 COMP-3.
013700     05  WS-SALARY-TOTAL      PIC 9(09)V99 COMP-3.
013800     05  WS-REPORT-COUNT      PIC S9(09) COMP.
013900     05  WS-HELD-MAX          PIC 9(05) COMP VALUE 500.
014000     05  WS-HELD-COUNT        PIC 9(05) COMP VALUE ZERO.
014100     05  WS-HELD-SUB          PIC 9(05) COMP VALUE ZERO.
014200     05  WS-HELD-ENTRY OCCURS 500 TIMES.
014300         10  HLD-EMP-ID       PIC X(05).
014400         10  HLD-EMP-NAME     PIC X(20).
014500         10  HLD-DEPT-ID      PIC X(04).
014600         10  HLD-HIRE-DATE    PIC 9(08).
014700         10  HLD-NEW-SALARY   PIC 9(07)V99 COMP-3.
014800         10  HLD-MGR-ID       PIC X(05).
014900         10  HLD-GRADE        PIC X(02).
015000
015100 01  WS-LINE-FIELDS.
015200     05  WS-LINE-REASON       PIC X(40).
015300     05  WS-PROPOSED          PIC 9(07)V99 COMP-3.
015400     05  WS-PCT               PIC 9(03)V99 COMP-3.
015500     05  WS-NEW-SALARY        PIC 9(07)V99 COMP-3.
015600     05  WS-TOTAL-ACCEPTED    PIC 9(11)V99 COMP-3 VALUE ZERO.
015700
015800 01  WS-REPORT-DATE.
015900     05  WS-REPORT-YY         PIC 9(02).
016000     05  WS-REPORT-MM         PIC 9(02).
016100     05  WS-REPORT-DD         PIC 9(02).
016200
016300*    DRIVER TRANSACTION, SAME LAYOUT AS DRV-RECORD IN
016400*    BatchDriver.
016500 01  WS-MTR-RECORD.
016600     05  MTR-TRANS-CODE       PIC X(01).
016700     05  MTR-EMP-ID           PIC X(05).
016800     05  MTR-EMP-NAME         PIC X(20).
016900     05  MTR-EMP-DEPT-ID      PIC X(04).
017000     05  MTR-EMP-HIRE-DATE    PIC 9(08).
017100     05  MTR-EMP-SALARY       PIC 9(07)V99.
017200     05  MTR-EMP-MGR-ID       PIC X(05).
017300     05  MTR-EFF-DATE         PIC 9(08).
017400     05  MTR-EMP-GRADE        PIC X(02).
017500     05  MTR-BAND-OVERRIDE    PIC X(01).
017600     05  MTR-PAY-TYPE         PIC X(02).
017700     05  MTR-PAY-DATE         PIC 9(08).
017800     05  MTR-RELEASE-FLAG     PIC X(01).
017900     05  FILLER               PIC X(06).
018000
018100 01  MWR-HEADING-1.
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  FILLER               PIC X(34) VALUE
018400         'MERIT WORKSHEET RETURN'.
018500     05  FILLER               PIC X(05) VALUE SPACE.
018600     05  MWR-HDG1-DATE        PIC X(08).
018700     05  FILLER               PIC X(10) VALUE SPACE.
018800     05  FILLER               PIC X(05) VALUE 'PAGE '.
018900     05  MWR-HDG1-PAGE        PIC ZZ9.
019000
019100 01  MWR-HEADING-2.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  FILLER               PIC X(11) VALUE 'EFFECTIVE '.
019400     05  MWR-HDG2-EFF-DATE    PIC 9(08).
019500     05  FILLER               PIC X(08) VALUE '  POOL '.
019600     05  MWR-HDG2-POOL-PCT    PIC Z9.99.
019700     05  FILLER               PIC X(14) VALUE '%  MAXIMUM '.
019800     05  MWR-HDG2-MAX-PCT     PIC Z9.99.
019900     05  FILLER               PIC X(01) VALUE '%'.
020000
020100 01  MWR-HEADING-3.
020200     05  FILLER               PIC X(01) VALUE SPACE.
020300     05  FILLER               PIC X(06) VALUE 'EMP-ID'.
020400     05  FILLER               PIC X(21) VALUE 'EMPLOYEE NAME'.
020500     05  FILLER               PIC X(10) VALUE '    SALARY'.
020600     05  FILLER               PIC X(11) VALUE '   INCREASE'.
020700     05  FILLER               PIC X(07) VALUE '    PCT'.
020800     05  FILLER               PIC X(11) VALUE ' NEW SALARY'.
020900
021000 01  MWR-SHEET-LINE.
021100     05  FILLER               PIC X(01) VALUE SPACE.
021200     05  FILLER               PIC X(14) VALUE 'WORKSHEET MGR '.
021300     05  MWR-SHT-MGR-ID       PIC X(05).
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500     05  MWR-SHT-MGR-NAME     PIC X(20).
021600     05  FILLER               PIC X(14) VALUE '  ISSUED POOL '.
021700     05  MWR-SHT-POOL         PIC Z,ZZZ,ZZ9.99.
021800
021900 01  MWR-DETAIL-LINE.
022000     05  FILLER               PIC X(01) VALUE SPACE.
022100     05  MWR-DTL-EMP-ID       PIC X(05).
022200     05  FILLER               PIC X(01) VALUE SPACE.
022300     05  MWR-DTL-NAME         PIC X(20).
022400     05  FILLER               PIC X(01) VALUE SPACE.
022500     05  MWR-DTL-SALARY       PIC ZZZ,ZZ9.99.
022600     05  FILLER               PIC X(01) VALUE SPACE.
022700     05  MWR-DTL-PROPOSED     PIC ZZZ,ZZ9.99.
022800     05  FILLER               PIC X(01) VALUE SPACE.
022900     05  MWR-DTL-PCT          PIC ZZ9.99.
023000     05  FILLER               PIC X(01) VALUE SPACE.
023100     05  MWR-DTL-NEW-SALARY   PIC ZZZ,ZZ9.99.
023200
023300 01  MWR-REASON-LINE.
023400     05  FILLER               PIC X(07) VALUE SPACE.
023500     05  FILLER               PIC X(04) VALUE '*** '.
023600     05  MWR-RSN-TEXT         PIC X(40).
023700
023800 01  MWR-RESULT-LINE.
023900     05  FILLER               PIC X(03) VALUE SPACE.
024000     05  FILLER               PIC X(05) VALUE 'POOL '.
024100     05  MWR-RES-POOL         PIC Z,ZZZ,ZZ9.99.
024200     05  FILLER               PIC X(11) VALUE '  PROPOSED '.
024300     05  MWR-RES-PROPOSED     PIC ZZZ,ZZZ,ZZ9.99.
024400     05  FILLER               PIC X(02) VALUE SPACE.
024500     05  MWR-RES-TEXT         PIC X(32).
024600
024700 01  MWR-TRAILER-1.
024800     05  FILLER               PIC X(01) VALUE SPACE.
024900     05  FILLER               PIC X(17) VALUE
025000         'WORKSHEETS READ: '.
025100     05  MWR-TRL-READ         PIC ZZZ,ZZ9.
025200     05  FILLER               PIC X(12) VALUE '  ACCEPTED: '.
025300     05  MWR-TRL-ACCEPTED     PIC ZZZ,ZZ9.
025400     05  FILLER               PIC X(12) VALUE '  REJECTED: '.
025500     05  MWR-TRL-REJECTED     PIC ZZZ,ZZ9.
025600
025700 01  MWR-TRAILER-2.
025800     05  FILLER               PIC X(01) VALUE SPACE.
025900     05  FILLER               PIC X(17) VALUE
026000         'TRANS WRITTEN:   '.
026100     05  MWR-TRL-TRANS        PIC ZZZ,ZZ9.
026200     05  FILLER               PIC X(12) VALUE '  INCREASE: '.
026300     05  MWR-TRL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
026400     05  FILLER               PIC X(09) VALUE '  STRAY: '.
026500     05  MWR-TRL-STRAY        PIC ZZ,ZZ9.
026600
026700     COPY ERRWS.
026800
026900 PROCEDURE DIVISION.
027000*=============================================================*
027100* 0000-MAINLINE                                               *
027200*=============================================================*
027300 0000-MAINLINE.
027400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027500     IF NOT WS-ABANDONED
027600         PERFORM 2000-PROCESS-WORKSHEET
027700             THRU 2000-PROCESS-WORKSHEET-EXIT
027800             UNTIL WS-EOF
027900     END-IF.
028000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
028100     GOBACK.
028200*=============================================================*
028300* 1000-INITIALIZE - EDIT THE CYCLE CARD, CHECK AUTHORITY,      *
028400*               CONNECT, LOAD THE REFERENCE CACHE, PRIME THE   *
028500*               WORKSHEET READ                                 *
028600*=============================================================*
028700 1000-INITIALIZE.
028800     OPEN INPUT WORKSHEET-FILE.
028900     OPEN OUTPUT TRANS-OUT-FILE.
029000     OPEN OUTPUT RETURN-REPORT.
029100     OPEN OUTPUT ERROR-LOG.
029200     ACCEPT WS-REPORT-DATE FROM DATE.
029300     MOVE SPACES TO MWC-RECORD.
029400     OPEN INPUT CONTROL-FILE.
029500     IF WS-CTL-FILE-STATUS = '00'
029600         READ CONTROL-FILE
029700             AT END
029800                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
029900         END-READ
030000         CLOSE CONTROL-FILE
030100     ELSE
030200         MOVE 'Y' TO WS-CTL-EOF-SWITCH
030300     END-IF.
030400     IF WS-CTL-EOF
030500         DISPLAY 'No MWRCTL card - run abandoned.'
030600         MOVE 8 TO RETURN-CODE
030700         MOVE 'Y' TO WS-ABANDON-SWITCH
030800         GO TO 1000-INITIALIZE-EXIT
030900     END-IF.
031000     IF MWC-EFF-DATE NOT NUMERIC
031100             OR MWC-EFF-MM < 1 OR MWC-EFF-MM > 12
031200             OR MWC-EFF-DD < 1 OR MWC-EFF-DD > 31
031300         DISPLAY 'Bad MWRCTL effective date: ' MWC-EFF-DATE
031400         MOVE 8 TO RETURN-CODE
031500         MOVE 'Y' TO WS-ABANDON-SWITCH
031600         GO TO 1000-INITIALIZE-EXIT
031700     END-IF.
031800     IF MWC-POOL-PCT NOT NUMERIC OR MWC-POOL-PCT = ZERO
031900             OR MWC-MAX-PCT NOT NUMERIC OR MWC-MAX-PCT = ZERO
032000         DISPLAY 'Bad MWRCTL pool or maximum percentage.'
032100         MOVE 8 TO RETURN-CODE
032200         MOVE 'Y' TO WS-ABANDON-SWITCH
032300         GO TO 1000-INITIALIZE-EXIT
032400     END-IF.
032500*    TURNING WORKSHEETS INTO SALARY TRANSACTIONS IS A
032600*    PRIVILEGED FUNCTION, THE SAME AS A MassSalaryAction
032700*    GENERATE - SECPARM LEVEL 3 OR NOTHING IS READ.
032800     CALL 'SecurityAuthLevel' USING WS-AUTH-FUNCTION
032900         WS-AUTH-LEVEL WS-AUTH-ID.
033000     IF WS-AUTH-LEVEL < 3
033100         DISPLAY 'Merit return not authorized - level '
033200             WS-AUTH-LEVEL ' below 3. Run refused.'
033300         MOVE 8 TO RETURN-CODE
033400         MOVE 'Y' TO WS-ABANDON-SWITCH
033500         GO TO 1000-INITIALIZE-EXIT
033600     END-IF.
033700     MOVE WS-AUTH-ID TO RUN-AUTH-USERID.
033800     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
033900     EXEC SQL
034000         CONNECT TO 'yourdatabase'
034100         USER :WS-USERID
034200         USING :WS-PASSWORD
034300     END-EXEC.
034400     IF SQLCODE NOT = 0
034500         DISPLAY 'Connection failed: ' SQLCODE
034600         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
034700         PERFORM 8900-HANDLE-SQL-ERROR
034800             THRU 8900-HANDLE-SQL-ERROR-EXIT
034900         MOVE 'Y' TO WS-ABANDON-SWITCH
035000         GO TO 1000-INITIALIZE-EXIT
035100     END-IF.
035200     MOVE 'MWR' TO RUN-PROGRAM-ID.
035300     MOVE 'Y' TO RUN-LOG-SWITCH.
035400     PERFORM 8800-RECORD-RUN-START
035500         THRU 8800-RECORD-RUN-START-EXIT.
035600     PERFORM 1900-LOAD-REF-TABLES
035700         THRU 1900-LOAD-REF-TABLES-EXIT.
035800     IF NOT WS-REF-LOADED
035900         DISPLAY 'Reference cache not loaded - run abandoned.'
036000         MOVE 8 TO RETURN-CODE
036100         MOVE 'Y' TO WS-ABANDON-SWITCH
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF.
036400     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
036500     PERFORM 8000-READ-WORKSHEET THRU 8000-READ-WORKSHEET-EXIT.
036600 1000-INITIALIZE-EXIT.
036700     EXIT.
036800*=============================================================*
036900* 2000-PROCESS-WORKSHEET - ONE WORKSHEET, HEADER TO TRAILER.   *
037000*               ANYTHING BEFORE A HEADER IS STRAY AND SKIPPED  *
037100*=============================================================*
037200 2000-PROCESS-WORKSHEET.
037300     IF NOT MWS-HEADER
037400         ADD 1 TO WS-STRAY-RECORDS
037500         DISPLAY 'Stray worksheet record skipped: '
037600             MWS-REC-TYPE MWS-MGR-ID
037700         IF RETURN-CODE < 4
037800             MOVE 4 TO RETURN-CODE
037900         END-IF
038000         PERFORM 8000-READ-WORKSHEET
038100             THRU 8000-READ-WORKSHEET-EXIT
038200         GO TO 2000-PROCESS-WORKSHEET-EXIT
038300     END-IF.
038400     PERFORM 2050-START-WORKSHEET
038500         THRU 2050-START-WORKSHEET-EXIT.
038600     PERFORM 8000-READ-WORKSHEET THRU 8000-READ-WORKSHEET-EXIT.
038700     PERFORM 2100-CHECK-LINE THRU 2100-CHECK-LINE-EXIT
038800         UNTIL WS-EOF OR NOT MWS-DETAIL.
038900     IF WS-EOF OR NOT MWS-TRAILER
039000         IF WS-SHEET-REASON = SPACES
039100             MOVE 'NO TRAILER - INCOMPLETE' TO WS-SHEET-REASON
039200         END-IF
039300         ADD 1 TO WS-SHEET-ERRORS
039400     ELSE
039500         IF MWS-MGR-ID NOT = WS-SHEET-MGR-ID
039600                 OR MWS-TRL-REPORTS NOT = WS-SHEET-LINES
039700             IF WS-SHEET-REASON = SPACES
039800                 MOVE 'TRAILER MISMATCH' TO WS-SHEET-REASON
039900             END-IF
040000             ADD 1 TO WS-SHEET-ERRORS
040100         END-IF
040200         PERFORM 8000-READ-WORKSHEET
040300             THRU 8000-READ-WORKSHEET-EXIT
040400     END-IF.
040500     PERFORM 3000-CLOSE-WORKSHEET THRU 3000-CLOSE-WORKSHEET-EXIT.
040600 2000-PROCESS-WORKSHEET-EXIT.
040700     EXIT.
040800*=============================================================*
040900* 2050-START-WORKSHEET - CHECK THE CYCLE AND REPRICE THE POOL  *
041000*               ON CURRENT SALARIES WITH THE CARD'S PERCENTAGE *
041100*=============================================================*
041200 2050-START-WORKSHEET.
041300     ADD 1 TO WS-SHEETS-READ.
041400     MOVE MWS-MGR-ID       TO WS-SHEET-MGR-ID.
041500     MOVE MWS-HDR-MGR-NAME TO WS-SHEET-MGR-NAME.
041600     MOVE MWS-MGR-ID       TO WS-ERROR-KEY.
041700     MOVE SPACES TO WS-SHEET-REASON.
041800     MOVE ZERO TO WS-SHEET-LINES.
041900     MOVE ZERO TO WS-SHEET-ERRORS.
042000     MOVE ZERO TO WS-SHEET-PROPOSED.
042100     MOVE ZERO TO WS-SHEET-POOL.
042200     MOVE ZERO TO WS-HELD-COUNT.
042300     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
042400         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
042500     END-IF.
042600     MOVE SPACES TO RPT-LINE.
042700     WRITE RPT-LINE.
042800     MOVE WS-SHEET-MGR-ID   TO MWR-SHT-MGR-ID.
042900     MOVE WS-SHEET-MGR-NAME TO MWR-SHT-MGR-NAME.
043000     IF MWS-HDR-POOL NUMERIC
043100         MOVE MWS-HDR-POOL TO MWR-SHT-POOL
043200     ELSE
043300         MOVE ZERO TO MWR-SHT-POOL
043400     END-IF.
043500     WRITE RPT-LINE FROM MWR-SHEET-LINE.
043600     ADD 2 TO WS-LINE-COUNT.
043700     IF MWS-HDR-EFF-DATE NOT = MWC-EFF-DATE
043800         MOVE 'WRONG CYCLE EFF DATE' TO WS-SHEET-REASON
043900         ADD 1 TO WS-SHEET-ERRORS
044000     END-IF.
044100     EXEC SQL
044200         SELECT COALESCE(SUM(SALARY), 0), COUNT(*)
044300         INTO :WS-SALARY-TOTAL, :WS-REPORT-COUNT
044400         FROM EMPLOYEE
044500         WHERE MGR_ID = :WS-SHEET-MGR-ID
044600             AND EMP_STATUS = 'A'
044700     END-EXEC.
044800     IF SQLCODE NOT = 0
044900         DISPLAY 'Salary total failed: ' SQLCODE
045000         MOVE 'SALARY-SUM' TO WS-ERROR-CONTEXT
045100         PERFORM 8900-HANDLE-SQL-ERROR
045200             THRU 8900-HANDLE-SQL-ERROR-EXIT
045300         IF WS-SHEET-REASON = SPACES
045400             MOVE 'POOL NOT PRICED' TO WS-SHEET-REASON
045500         END-IF
045600         ADD 1 TO WS-SHEET-ERRORS
045700         GO TO 2050-START-WORKSHEET-EXIT
045800     END-IF.
045900     COMPUTE WS-SHEET-POOL ROUNDED =
046000         WS-SALARY-TOTAL * MWC-POOL-PCT / 100
046100         ON SIZE ERROR
046200             IF WS-SHEET-REASON = SPACES
046300                 MOVE 'POOL NOT PRICED' TO WS-SHEET-REASON
046400             END-IF
046500             ADD 1 TO WS-SHEET-ERRORS
046600     END-COMPUTE.
046700 2050-START-WORKSHEET-EXIT.
046800     EXIT.
046900*=============================================================*
047000* 2100-CHECK-LINE - ONE DETAIL LINE. A BLANK OR ZERO PROPOSAL  *
047100*               IS NO INCREASE; ANYTHING ELSE MUST PASS EVERY  *
047200*               EDIT OR IT TAKES THE WORKSHEET DOWN WITH IT    *
047300*=============================================================*
047400 2100-CHECK-LINE.
047500     ADD 1 TO WS-LINES-READ.
047600     ADD 1 TO WS-SHEET-LINES.
047700     MOVE MWS-DTL-EMP-ID TO WS-ERROR-KEY.
047800     MOVE SPACES TO WS-LINE-REASON.
047900     MOVE ZERO TO WS-PROPOSED.
048000     MOVE ZERO TO WS-PCT.
048100     MOVE ZERO TO WS-NEW-SALARY.
048200     IF MWS-DTL-PROPOSED-X = SPACES
048300         GO TO 2100-NEXT-LINE
048400     END-IF.
048500     IF MWS-DTL-PROPOSED NOT NUMERIC
048600         MOVE 'PROPOSED AMOUNT NOT NUMERIC' TO WS-LINE-REASON
048700         GO TO 2100-REJECT-LINE
048800     END-IF.
048900     MOVE MWS-DTL-PROPOSED TO WS-PROPOSED.
049000     IF WS-PROPOSED = ZERO
049100         GO TO 2100-NEXT-LINE
049200     END-IF.
049300     IF MWS-MGR-ID NOT = WS-SHEET-MGR-ID
049400         MOVE 'LINE BELONGS TO ANOTHER MANAGER'
049500             TO WS-LINE-REASON
049600         GO TO 2100-REJECT-LINE
049700     END-IF.
049800     MOVE MWS-DTL-EMP-ID TO EMP-ID.
049900     EXEC SQL
050000         SELECT EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
050100             EMP_STATUS, GRADE_ID
050200         INTO :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
050300             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS, :EMP-GRADE
050400         FROM EMPLOYEE
050500         WHERE EMP_ID = :EMP-ID
050600     END-EXEC.
050700     IF SQLCODE = 100
050800         MOVE 'EMPLOYEE NOT ON FILE' TO WS-LINE-REASON
050900         GO TO 2100-REJECT-LINE
051000     END-IF.
051100     IF SQLCODE NOT = 0
051200         DISPLAY 'Employee read failed: ' SQLCODE
051300         MOVE 'EMP-READ' TO WS-ERROR-CONTEXT
051400         PERFORM 8900-HANDLE-SQL-ERROR
051500             THRU 8900-HANDLE-SQL-ERROR-EXIT
051600         MOVE 'EMPLOYEE READ FAILED' TO WS-LINE-REASON
051700         GO TO 2100-REJECT-LINE
051800     END-IF.
051900     IF NOT EMP-ACTIVE
052000         MOVE 'EMPLOYEE NO LONGER ACTIVE' TO WS-LINE-REASON
052100         GO TO 2100-REJECT-LINE
052200     END-IF.
052300     IF EMP-MGR-ID NOT = WS-SHEET-MGR-ID
052400         MOVE 'NO LONGER A DIRECT REPORT' TO WS-LINE-REASON
052500         GO TO 2100-REJECT-LINE
052600     END-IF.
052700     IF EMP-SALARY NOT = MWS-DTL-SALARY
052800         MOVE 'SALARY CHANGED SINCE ISSUE' TO WS-LINE-REASON
052900         GO TO 2100-REJECT-LINE
053000     END-IF.
053100     PERFORM 1850-CHECK-DEPARTMENT
053200         THRU 1850-CHECK-DEPARTMENT-EXIT.
053300     IF NOT WS-DEPARTMENT-FOUND
053400         MOVE 'DEPARTMENT NOT ACTIVE' TO WS-LINE-REASON
053500         GO TO 2100-REJECT-LINE
053600     END-IF.
053700     IF EMP-SALARY = ZERO
053800         MOVE 'NO CURRENT SALARY' TO WS-LINE-REASON
053900         GO TO 2100-REJECT-LINE
054000     END-IF.
054100     COMPUTE WS-PCT ROUNDED = WS-PROPOSED * 100 / EMP-SALARY
054200         ON SIZE ERROR
054300             MOVE 999.99 TO WS-PCT
054400     END-COMPUTE.
054500     COMPUTE WS-NEW-SALARY = EMP-SALARY + WS-PROPOSED
054600         ON SIZE ERROR
054700             MOVE 'NEW SALARY TOO LARGE' TO WS-LINE-REASON
054800             GO TO 2100-REJECT-LINE
054900     END-COMPUTE.
055000     IF WS-PCT > MWC-MAX-PCT
055100         MOVE 'OVER THE MAXIMUM PERCENTAGE' TO WS-LINE-REASON
055200         GO TO 2100-REJECT-LINE
055300     END-IF.
055400     MOVE WS-NEW-SALARY TO EMP-SALARY.
055500     MOVE 'N' TO WS-BAND-OVERRIDE.
055600     PERFORM 1880-CHECK-SALARY-BAND
055700         THRU 1880-CHECK-SALARY-BAND-EXIT.
055800     IF NOT WS-BAND-OK
055900         MOVE WS-BAND-REASON TO WS-LINE-REASON
056000         GO TO 2100-REJECT-LINE
056100     END-IF.
056200     PERFORM 2150-SCAN-HELD THRU 2150-SCAN-HELD-EXIT
056300         VARYING WS-HELD-SUB FROM 1 BY 1
056400         UNTIL WS-HELD-SUB > WS-HELD-COUNT.
056500     IF WS-LINE-REASON NOT = SPACES
056600         GO TO 2100-REJECT-LINE
056700     END-IF.
056800     IF WS-HELD-COUNT >= WS-HELD-MAX
056900         MOVE 'TOO MANY INCREASES ON WORKSHEET' TO WS-LINE-REASON
057000         GO TO 2100-REJECT-LINE
057100     END-IF.
057200     ADD 1 TO WS-HELD-COUNT.
057300     MOVE EMP-ID        TO HLD-EMP-ID (WS-HELD-COUNT).
057400     MOVE EMP-NAME      TO HLD-EMP-NAME (WS-HELD-COUNT).
057500     MOVE EMP-DEPT-ID   TO HLD-DEPT-ID (WS-HELD-COUNT).
057600     MOVE EMP-HIRE-DATE TO HLD-HIRE-DATE (WS-HELD-COUNT).
057700     MOVE WS-NEW-SALARY TO HLD-NEW-SALARY (WS-HELD-COUNT).
057800     MOVE EMP-MGR-ID    TO HLD-MGR-ID (WS-HELD-COUNT).
057900     MOVE EMP-GRADE     TO HLD-GRADE (WS-HELD-COUNT).
058000     ADD WS-PROPOSED TO WS-SHEET-PROPOSED.
058100     PERFORM 5000-PRINT-LINE THRU 5000-PRINT-LINE-EXIT.
058200     GO TO 2100-NEXT-LINE.
058300 2100-REJECT-LINE.
058400     ADD 1 TO WS-SHEET-ERRORS.
058500     ADD 1 TO WS-LINES-REJECTED.
058600     IF WS-SHEET-REASON = SPACES
058700         MOVE 'LINE ERRORS' TO WS-SHEET-REASON
058800     END-IF.
058900     PERFORM 5000-PRINT-LINE THRU 5000-PRINT-LINE-EXIT.
059000 2100-NEXT-LINE.
059100     PERFORM 8000-READ-WORKSHEET THRU 8000-READ-WORKSHEET-EXIT.
059200 2100-CHECK-LINE-EXIT.
059300     EXIT.
059400*=============================================================*
059500* 2150-SCAN-HELD - ONE HELD INCREASE; THE SAME EMPLOYEE MAY    *
059600*               NOT BE GIVEN TWO                               *
059700*=============================================================*
059800 2150-SCAN-HELD.
059900     IF HLD-EMP-ID (WS-HELD-SUB) = EMP-ID
060000         MOVE 'EMPLOYEE LISTED TWICE' TO WS-LINE-REASON
060100     END-IF.
060200 2150-SCAN-HELD-EXIT.
060300     EXIT.
060400*=============================================================*
060500* 3000-CLOSE-WORKSHEET - THE BUDGET TEST, THEN ACCEPT THE      *
060600*               WHOLE WORKSHEET OR REJECT IT                   *
060700*=============================================================*
060800 3000-CLOSE-WORKSHEET.
060900     IF WS-SHEET-PROPOSED > WS-SHEET-POOL
061000         IF WS-SHEET-REASON = SPACES
061100             MOVE 'OVER BUDGET' TO WS-SHEET-REASON
061200         END-IF
061300         ADD 1 TO WS-SHEET-ERRORS
061400     END-IF.
061500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
061600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
061700     END-IF.
061800     MOVE WS-SHEET-POOL     TO MWR-RES-POOL.
061900     MOVE WS-SHEET-PROPOSED TO MWR-RES-PROPOSED.
062000     IF WS-SHEET-ERRORS > ZERO
062100         ADD 1 TO WS-SHEETS-REJECTED
062200         ADD WS-HELD-COUNT TO WS-LINES-REJECTED
062300         MOVE SPACES TO MWR-RES-TEXT
062400         STRING 'REJECTED: ' WS-SHEET-REASON
062500             DELIMITED BY SIZE INTO MWR-RES-TEXT
062600         DISPLAY 'Worksheet rejected: ' WS-SHEET-MGR-ID
062700             ' ' WS-SHEET-REASON
062800         IF RETURN-CODE < 4
062900             MOVE 4 TO RETURN-CODE
063000         END-IF
063100     ELSE
063200         ADD 1 TO WS-SHEETS-ACCEPTED
063300         ADD WS-SHEET-PROPOSED TO WS-TOTAL-ACCEPTED
063400         MOVE 'ACCEPTED' TO MWR-RES-TEXT
063500         PERFORM 7000-WRITE-TRANSACTION
063600             THRU 7000-WRITE-TRANSACTION-EXIT
063700             VARYING WS-HELD-SUB FROM 1 BY 1
063800             UNTIL WS-HELD-SUB > WS-HELD-COUNT
063900     END-IF.
064000     WRITE RPT-LINE FROM MWR-RESULT-LINE.
064100     ADD 1 TO WS-LINE-COUNT.
064200 3000-CLOSE-WORKSHEET-EXIT.
064300     EXIT.
064400*=============================================================*
064500* 5000-PRINT-LINE - ONE PROPOSAL ON THE REPORT, WITH ITS       *
064600*               REASON WHEN IT FAILED                          *
064700*=============================================================*
064800 5000-PRINT-LINE.
064900     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
065000         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
065100     END-IF.
065200     MOVE MWS-DTL-EMP-ID   TO MWR-DTL-EMP-ID.
065300     MOVE MWS-DTL-EMP-NAME TO MWR-DTL-NAME.
065400     IF MWS-DTL-SALARY NUMERIC
065500         MOVE MWS-DTL-SALARY TO MWR-DTL-SALARY
065600     ELSE
065700         MOVE ZERO TO MWR-DTL-SALARY
065800     END-IF.
065900     MOVE WS-PROPOSED      TO MWR-DTL-PROPOSED.
066000     MOVE WS-PCT           TO MWR-DTL-PCT.
066100     MOVE WS-NEW-SALARY    TO MWR-DTL-NEW-SALARY.
066200     WRITE RPT-LINE FROM MWR-DETAIL-LINE.
066300     ADD 1 TO WS-LINE-COUNT.
066400     IF WS-LINE-REASON NOT = SPACES
066500         MOVE WS-LINE-REASON TO MWR-RSN-TEXT
066600         WRITE RPT-LINE FROM MWR-REASON-LINE
066700         ADD 1 TO WS-LINE-COUNT
066800     END-IF.
066900 5000-PRINT-LINE-EXIT.
067000     EXIT.
067100*=============================================================*
067200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
067300*=============================================================*
067400 6000-WRITE-HEADINGS.
067500     ADD 1 TO WS-PAGE-COUNT.
067600     MOVE WS-PAGE-COUNT TO MWR-HDG1-PAGE.
067700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
067800         DELIMITED BY SIZE INTO MWR-HDG1-DATE.
067900     MOVE MWC-EFF-DATE TO MWR-HDG2-EFF-DATE.
068000     MOVE MWC-POOL-PCT TO MWR-HDG2-POOL-PCT.
068100     MOVE MWC-MAX-PCT  TO MWR-HDG2-MAX-PCT.
068200     WRITE RPT-LINE FROM MWR-HEADING-1.
068300     WRITE RPT-LINE FROM MWR-HEADING-2.
068400     MOVE SPACES TO RPT-LINE.
068500     WRITE RPT-LINE.
068600     WRITE RPT-LINE FROM MWR-HEADING-3.
068700     MOVE 4 TO WS-LINE-COUNT.
068800 6000-WRITE-HEADINGS-EXIT.
068900     EXIT.
069000*=============================================================*
069100* 7000-WRITE-TRANSACTION - ONE HELD INCREASE AS A 'U' DRIVER   *
069200*               TRANSACTION EFFECTIVE ON THE CYCLE DATE        *
069300*=============================================================*
069400 7000-WRITE-TRANSACTION.
069500     MOVE SPACES TO WS-MTR-RECORD.
069600     MOVE 'U'                           TO MTR-TRANS-CODE.
069700     MOVE HLD-EMP-ID (WS-HELD-SUB)      TO MTR-EMP-ID.
069800     MOVE HLD-EMP-NAME (WS-HELD-SUB)    TO MTR-EMP-NAME.
069900     MOVE HLD-DEPT-ID (WS-HELD-SUB)     TO MTR-EMP-DEPT-ID.
070000     MOVE HLD-HIRE-DATE (WS-HELD-SUB)   TO MTR-EMP-HIRE-DATE.
070100     MOVE HLD-NEW-SALARY (WS-HELD-SUB)  TO MTR-EMP-SALARY.
070200     MOVE HLD-MGR-ID (WS-HELD-SUB)      TO MTR-EMP-MGR-ID.
070300     MOVE MWC-EFF-DATE                  TO MTR-EFF-DATE.
070400     MOVE HLD-GRADE (WS-HELD-SUB)       TO MTR-EMP-GRADE.
070500     MOVE ZERO                          TO MTR-PAY-DATE.
070600     WRITE MTR-RECORD FROM WS-MTR-RECORD.
070700     ADD 1 TO WS-TRANS-WRITTEN.
070800 7000-WRITE-TRANSACTION-EXIT.
070900     EXIT.
071000*=============================================================*
071100* 8000-READ-WORKSHEET - READ THE NEXT WORKSHEET RECORD         *
071200*=============================================================*
071300 8000-READ-WORKSHEET.
071400     READ WORKSHEET-FILE
071500         AT END
071600             MOVE 'Y' TO WS-EOF-SWITCH
071700     END-READ.
071800 8000-READ-WORKSHEET-EXIT.
071900     EXIT.
072000*=============================================================*
072100* 9000-TERMINATE - TRAILERS, RUN-CONTROL END, CLOSE FILES      *
072200*=============================================================*
072300 9000-TERMINATE.
072400     IF NOT WS-ABANDONED
072500         MOVE SPACES TO RPT-LINE
072600         WRITE RPT-LINE
072700         MOVE WS-SHEETS-READ     TO MWR-TRL-READ
072800         MOVE WS-SHEETS-ACCEPTED TO MWR-TRL-ACCEPTED
072900         MOVE WS-SHEETS-REJECTED TO MWR-TRL-REJECTED
073000         WRITE RPT-LINE FROM MWR-TRAILER-1
073100         MOVE WS-TRANS-WRITTEN   TO MWR-TRL-TRANS
073200         MOVE WS-TOTAL-ACCEPTED  TO MWR-TRL-AMOUNT
073300         MOVE WS-STRAY-RECORDS   TO MWR-TRL-STRAY
073400         WRITE RPT-LINE FROM MWR-TRAILER-2
073500     END-IF.
073600     MOVE WS-LINES-READ TO RUN-RECORDS-IN.
073700     MOVE WS-TRANS-WRITTEN TO RUN-RECORDS-OUT.
073800     MOVE WS-LINES-REJECTED TO RUN-RECORDS-REJECT.
073900     PERFORM 8810-RECORD-RUN-END
074000         THRU 8810-RECORD-RUN-END-EXIT.
074100     CLOSE WORKSHEET-FILE.
074200     CLOSE TRANS-OUT-FILE.
074300     CLOSE RETURN-REPORT.
074400     CLOSE ERROR-LOG.
074500     DISPLAY 'Worksheets read:     ' WS-SHEETS-READ.
074600     DISPLAY 'Worksheets accepted: ' WS-SHEETS-ACCEPTED.
074700     DISPLAY 'Worksheets rejected: ' WS-SHEETS-REJECTED.
074800     DISPLAY 'Trans generated:     ' WS-TRANS-WRITTEN.
074900 9000-TERMINATE-EXIT.
075000     EXIT.
075100*=============================================================*
075200* 1850-1920 - SHARED DEPARTMENT/SALARY_GRADE CACHE, COPIED IN  *
075300*=============================================================*
075400     COPY REFHDL.
075500*=============================================================*
075600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
075700*               CONTROL RECORDING, COPIED IN                   *
075800*=============================================================*
075900     COPY RUNHDL.
076000*=============================================================*
076100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
076200*=============================================================*
076300     COPY ERRHDL.
