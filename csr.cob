002100*               MONTH OF THE EARLIEST HIRE DATE, FLAGGING     *
002200*               *MILESTONE* WHERE CREDITED YEARS HIT A        *
002300*               MULTIPLE OF FIVE.                             *
002310*   10/15/2026  RH  A 'Y' IN COLUMN 1 OF THE NEW OPTIONAL     *
002320*               CSRCTL CARD ALSO WRITES THE LISTING AS A      *
002330*               COMMA-DELIMITED DATA FILE ON CSRCSV FOR       *
002340*               SPREADSHEETS (SHARED DLMWS AND DLMHDL): A     *
002350*               COLUMN-NAME ROW, ONE DETAIL ROW PER EMPLOYEE  *
002360*               CARRYING ITS ANNIVERSARY MONTH AND AN ISO     *
002370*               FIRST-HIRE DATE, AND A TOTAL ROW. ROW_TYPE    *
002380*               MARKS EVERY ROW. NO CARD, NO DATA FILE.       *
002390*   10/15/2026  RH  BRIDGED-SERVICE ARITHMETIC MOVED TO THE   *
002392*               SHARED SVCWS/SVCHDL COPYBOOKS (8450) SO THE   *
002394*               DAILY HR EVENT CALENDAR CREDITS SERVICE THE   *
002396*               SAME WAY. THE LISTING IS UNCHANGED.           *
002400*-------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002710     SELECT CONTROL-FILE ASSIGN TO CSRCTL
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-CTL-FILE-STATUS.
002800     SELECT SERVICE-REPORT ASSIGN TO CSRRPT
002900         ORGANIZATION IS LINE SEQUENTIAL.
002910     SELECT DATA-FILE ASSIGN TO CSRCSV
002920         ORGANIZATION IS LINE SEQUENTIAL.
003000     SELECT ERROR-LOG ASSIGN TO SYSERR
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200 DATA DIVISION.
003300 FILE SECTION.
003310 FD  CONTROL-FILE
003320     RECORDING MODE IS F.
003330 01  SCT-RECORD.
003340     05  SCT-DATA-FILE-FLAG   PIC X(01).
003350     05  FILLER               PIC X(79).
003360
003400 FD  SERVICE-REPORT
003500     RECORDING MODE IS F.
003600 01  RPT-LINE                 PIC X(80).
003610
003620 FD  DATA-FILE
003630     RECORDING MODE IS F.
003640 01  DLM-RECORD               PIC X(250).
003700
003800 FD  ERROR-LOG
003900     RECORDING MODE IS F.
005000     COPY RUNWS.
005100
005200     COPY DAYSWS.
005205
005207     COPY SVCWS.
005210
005220     COPY DLMWS.
005300
005400 01  WS-EMP-TABLE.
005500     05  WS-EMP-MAX           PIC 9(05) COMP VALUE 10000.
006700     05  WS-MONTH-SUB         PIC 9(03) COMP VALUE ZERO.
006800
006900 01  WS-WORK-FIELDS.
007300     05  WS-TODAY-DATE        PIC 9(08) VALUE ZERO.
007400     05  WS-TODAY-DAYS        PIC S9(09) COMP VALUE ZERO.
007700     05  WS-YEARS-QUOT        PIC 9(03) COMP VALUE ZERO.
007750     05  WS-YEARS-REM         PIC 9(03) COMP VALUE ZERO.
007800     05  WS-FIRST-HIRE-SPLIT.
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
008500         88  WS-EOF                VALUE 'Y'.
008800     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
008900         88  WS-CURSOR-OPEN        VALUE 'Y'.
008910     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
008920         88  WS-CTL-EOF            VALUE 'Y'.
008930
008940 01  WS-CTL-FILE-STATUS       PIC X(02).
009000
009100 01  WS-COUNTERS.
009200     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
017800     MOVE WS-TODAY-DATE TO WS-DAYS-DATE.
017900     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
018000     MOVE WS-DAYS-NUMBER TO WS-TODAY-DAYS.
018005     OPEN INPUT CONTROL-FILE.
018010     IF WS-CTL-FILE-STATUS = '00'
018015         READ CONTROL-FILE
018020             AT END
018025                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
018030         END-READ
018035         IF NOT WS-CTL-EOF
018040             IF SCT-DATA-FILE-FLAG = 'Y'
018045                 MOVE 'Y' TO WS-DLM-SWITCH
018050             END-IF
018055         END-IF
018060         CLOSE CONTROL-FILE
018065     END-IF.
018070     IF WS-DLM-WANTED
018075         OPEN OUTPUT DATA-FILE
018080         PERFORM 7000-WRITE-DATA-HEADER
018085             THRU 7000-WRITE-DATA-HEADER-EXIT
018090     END-IF.
018100     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
018200     EXEC SQL
018300         CONNECT TO 'yourdatabase'
020300             WHERE EMP_STATUS = 'A' OR EMP_STATUS = 'L'
020400             ORDER BY EMP_ID
020500     END-EXEC.
021200     EXEC SQL
021300         OPEN SVC-CURSOR
021400     END-EXEC.
024700*=============================================================*
024800* 3000-COMPUTE-SERVICE - CURRENT PERIOD (HIRE DATE TO TODAY)   *
024900*               PLUS EVERY PRIOR EMPLOYEE_HIST PERIOD, IN DAYS *
024950*               (SHARED 8450-CREDITED-SERVICE)                 *
025000*=============================================================*
025100 3000-COMPUTE-SERVICE.
025200     MOVE ET-EMP-ID (WS-EMP-SUB) TO SVC-EMP-ID.
025300     MOVE ET-EMP-ID (WS-EMP-SUB) TO WS-ERROR-KEY.
025400     MOVE ET-FIRST-HIRE (WS-EMP-SUB) TO SVC-HIRE-DATE.
025500     MOVE WS-TODAY-DAYS TO SVC-AS-OF-DAYS.
025600     PERFORM 8450-CREDITED-SERVICE
025700         THRU 8450-CREDITED-SERVICE-EXIT.
025800     MOVE SVC-SERVICE-DAYS TO ET-SERVICE-DAYS (WS-EMP-SUB).
025900     MOVE SVC-FIRST-HIRE TO ET-FIRST-HIRE (WS-EMP-SUB).
026000     ADD SVC-PERIODS TO WS-BRIDGED-COUNT.
027600     DIVIDE ET-SERVICE-DAYS (WS-EMP-SUB) BY 365
027700         GIVING ET-SERVICE-YEARS (WS-EMP-SUB).
027800 3000-COMPUTE-SERVICE-EXIT.
027900     EXIT.
031900*=============================================================*
032000* 5000-PRINT-BY-MONTH - ONE ANNIVERSARY-MONTH SECTION: EVERY   *
032100*               EMPLOYEE WHOSE EARLIEST HIRE FALLS IN IT       *
036700     WRITE RPT-LINE FROM CSR-DETAIL-LINE.
036800     ADD 1 TO WS-LINE-COUNT.
036900     ADD 1 TO WS-EMPS-PRINTED.
036910     IF WS-DLM-WANTED
036920         PERFORM 7100-WRITE-DATA-DETAIL
036930             THRU 7100-WRITE-DATA-DETAIL-EXIT
036940     END-IF.
037000 5100-PRINT-ONE-EMPLOYEE-EXIT.
037100     EXIT.
037200*=============================================================*
038200     MOVE ZERO TO WS-LINE-COUNT.
038300 6000-WRITE-HEADINGS-EXIT.
038400     EXIT.
038401*=============================================================*
038402* 7000-WRITE-DATA-HEADER - THE COLUMN-NAME ROW OF CSRCSV       *
038403*=============================================================*
038404 7000-WRITE-DATA-HEADER.
038405     MOVE 'ROW_TYPE' TO WS-DLM-ROW-TYPE.
038406     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
038407     MOVE 'ANNIV_MONTH' TO WS-DLM-TEXT.
038408     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038409     MOVE 'EMP_ID' TO WS-DLM-TEXT.
038410     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038411     MOVE 'EMP_NAME' TO WS-DLM-TEXT.
038412     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038413     MOVE 'DEPT_ID' TO WS-DLM-TEXT.
038414     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038415     MOVE 'FIRST_HIRE' TO WS-DLM-TEXT.
038416     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038417     MOVE 'SERVICE_YEARS' TO WS-DLM-TEXT.
038418     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038419     MOVE 'SERVICE_DAYS' TO WS-DLM-TEXT.
038420     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038421     MOVE 'FLAG' TO WS-DLM-TEXT.
038422     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038423     MOVE 'EMPLOYEE_COUNT' TO WS-DLM-TEXT.
038424     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038425     MOVE 'BRIDGED_COUNT' TO WS-DLM-TEXT.
038426     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038427     MOVE 'MILESTONE_COUNT' TO WS-DLM-TEXT.
038428     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038429     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
038430 7000-WRITE-DATA-HEADER-EXIT.
038431     EXIT.
038432*=============================================================*
038433* 7100-WRITE-DATA-DETAIL - ONE EMPLOYEE'S CREDITED SERVICE.    *
038434*               THE FLAG IS MILESTONE, WITHOUT THE ASTERISKS   *
038435*=============================================================*
038436 7100-WRITE-DATA-DETAIL.
038437     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
038438     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
038439     MOVE ZERO TO WS-DLM-DECIMALS.
038440     MOVE WS-MONTH-SUB TO WS-DLM-NUMBER.
038441     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038442     MOVE ET-EMP-ID (WS-EMP-SUB) TO WS-DLM-TEXT.
038443     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038444     MOVE ET-EMP-NAME (WS-EMP-SUB) TO WS-DLM-TEXT.
038445     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038446     MOVE ET-DEPT-ID (WS-EMP-SUB) TO WS-DLM-TEXT.
038447     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038448     MOVE ET-FIRST-HIRE (WS-EMP-SUB) TO WS-DLM-DATE.
038449     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
038450     MOVE ET-SERVICE-YEARS (WS-EMP-SUB) TO WS-DLM-NUMBER.
038451     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038452     MOVE ET-SERVICE-DAYS (WS-EMP-SUB) TO WS-DLM-NUMBER.
038453     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038454     IF CSR-DTL-FLAG = '*MILESTONE*'
038455         MOVE 'MILESTONE' TO WS-DLM-TEXT
038456     ELSE
038457         MOVE SPACES TO WS-DLM-TEXT
038458     END-IF.
038459     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038460     MOVE SPACES TO WS-DLM-TEXT.
038461     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038462     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038463     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038464     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
038465 7100-WRITE-DATA-DETAIL-EXIT.
038466     EXIT.
038467*=============================================================*
038468* 7300-WRITE-DATA-TOTAL - THE TRAILER COUNTS                   *
038469*=============================================================*
038470 7300-WRITE-DATA-TOTAL.
038471     MOVE 'TOTAL' TO WS-DLM-ROW-TYPE.
038472     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
038473     MOVE SPACES TO WS-DLM-TEXT.
038474     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038475     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038476     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038477     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038478     MOVE ZERO TO WS-DLM-DATE.
038479     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
038480     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038481     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038482     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
038483     MOVE ZERO TO WS-DLM-DECIMALS.
038484     MOVE WS-EMPS-PRINTED TO WS-DLM-NUMBER.
038485     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038486     MOVE WS-BRIDGED-COUNT TO WS-DLM-NUMBER.
038487     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038488     MOVE WS-MILESTONE-COUNT TO WS-DLM-NUMBER.
038489     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
038490     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
038491 7300-WRITE-DATA-TOTAL-EXIT.
038492     EXIT.
038500*=============================================================*
038600* 8000-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYED EMPLOYEE       *
038700*=============================================================*
042500         THRU 8810-RECORD-RUN-END-EXIT.
042600     CLOSE SERVICE-REPORT.
042700     CLOSE ERROR-LOG.
042710     IF WS-DLM-WANTED
042720         PERFORM 7300-WRITE-DATA-TOTAL
042730             THRU 7300-WRITE-DATA-TOTAL-EXIT
042740         CLOSE DATA-FILE
042750         DISPLAY 'Data file rows:      ' WS-DLM-ROWS
042760     END-IF.
042800     DISPLAY 'Employees reported:  ' WS-EMPS-PRINTED.
042900     DISPLAY 'Prior periods added: ' WS-BRIDGED-COUNT.
043000     DISPLAY 'Milestones flagged:  ' WS-MILESTONE-COUNT.
043500*               COPIED IN                                     *
043600*=============================================================*
043700     COPY DAYSHDL.
043702*=============================================================*
043704* 8450-CREDITED-SERVICE - SHARED BRIDGED-SERVICE ARITHMETIC,   *
043706*               COPIED IN                                     *
043708*=============================================================*
043709     COPY SVCHDL.
043710*=============================================================*
043720* 8765-DLM-START-ROW THRU 8790-DLM-WRITE-ROW - SHARED          *
043730*               DELIMITED DATA-FILE ROW BUILDER, COPIED IN     *
043740*=============================================================*
043750     COPY DLMHDL.
043800*=============================================================*
043900* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
044000*               CONTROL RECORDING, COPIED IN                   *
