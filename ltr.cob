000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NotificationLetters.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. NIGHTLY EMPLOYEE        *
001000*               NOTIFICATION LETTERS. EVERY EMPLOYEE_AUDIT    *
001100*               CHANGE AND EMP_PAYMENT POSTING SINCE THE LAST *
001200*               CLEAN LTR RUN STARTED (THE START OF TODAY ON  *
001300*               A FIRST RUN) UP TO THIS RUN'S START GETS A    *
001400*               LETTER ON LTRLTR, ONE PAGE EACH, ADDRESSED    *
001500*               FROM THE EMPLOYEE ROW'S ADDRESS COLUMNS:      *
001600*                 SA SALARY CHANGE     ('U', SALARY MOVED)    *
001700*                 DT DEPARTMENT TRANSFER ('U', DEPT MOVED)    *
001800*                 LV LEAVE OF ABSENCE  ('L')                  *
001900*                 LR RETURN FROM LEAVE ('V')                  *
002000*                 RH REHIRE            ('R')                  *
002100*                 TM TERMINATION       ('D')                  *
002200*                 PM PAYMENT           (EMP_PAYMENT ROW)      *
002300*               A 'U' IS COMPARED WITH THE EMPLOYEE'S IMAGE   *
002400*               BEFORE IT; ONE THAT MOVES NEITHER SALARY NOR  *
002500*               DEPARTMENT NEEDS NO LETTER. THE WORDING IS    *
002600*               THE NEW LETTER_TEMPLATE TABLE, ONE ROW PER    *
002700*               LETTER LINE. AN EMPLOYEE WHOSE ADDRESS IS     *
002800*               INCOMPLETE (DataQualitySweep'S STREET, CITY,  *
002900*               STATE AND ZIP RULES), WHO IS NO LONGER ON     *
003000*               EMPLOYEE, OR WHOSE LETTER HAS NO TEMPLATE     *
003100*               ROWS IS LISTED ON LTREXC INSTEAD, RC 4. AN    *
003200*               LTRCTL DATE REPRINTS THAT DAY'S LETTERS UNDER *
003300*               RUN ID LTRP, WHICH THE NIGHTLY WINDOW IGNORES.*
003400*-------------------------------------------------------------*
003500*    LETTER_TEMPLATE - ONE ROW PER PRINTED LINE OF A LETTER:
003600*        LETTER_TYPE   CHAR(2)   SA DT LV LR RH TM PM
003700*        LINE_SEQ      DEC(3)    PRINT ORDER WITHIN THE TYPE
003800*        LINE_TEXT     CHAR(60)  WORDING; BLANK = BLANK LINE
003900*        LINE_FIELD    CHAR(1)   VALUE PRINTED AFTER THE TEXT:
004000*                                E EFFECTIVE DATE, O OLD VALUE,
004100*                                N NEW VALUE, D DEPARTMENT,
004200*                                T PAY TYPE, BLANK = NONE
004300*    OLD/NEW VALUE: SA OLD AND NEW SALARY, DT OLD AND NEW
004400*    DEPARTMENT, RH SALARY ON REHIRE, PM PAYMENT AMOUNT (NEW).
004500*    EFFECTIVE DATE: TM THE TERM DATE, RH THE HIRE DATE, PM THE
004600*    PAY DATE, OTHERWISE THE DATE THE CHANGE WAS MADE.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CONTROL-FILE ASSIGN TO LTRCTL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CTL-FILE-STATUS.
005300     SELECT LETTER-FILE ASSIGN TO LTRLTR
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT EXCEPTION-REPORT ASSIGN TO LTREXC
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT ERROR-LOG ASSIGN TO SYSERR
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  CONTROL-FILE
006200     RECORDING MODE IS F.
006300 01  LCT-RECORD.
006400     05  LCT-REPRINT-DATE     PIC 9(08).
006500     05  LCT-REPRINT-DATE-X   REDEFINES LCT-REPRINT-DATE
006600                              PIC X(08).
006700     05  FILLER               PIC X(72).
006800
006900 FD  LETTER-FILE
007000     RECORDING MODE IS F.
007100 01  LTR-LINE                 PIC X(80).
007200
007300 FD  EXCEPTION-REPORT
007400     RECORDING MODE IS F.
007500 01  EXC-LINE                 PIC X(80).
007600
007700 FD  ERROR-LOG
007800     RECORDING MODE IS F.
007900     COPY ERRREC.
008000 WORKING-STORAGE SECTION.
008100     COPY DBCONN.
008200
008300 01  WS-SQLCODE               PIC S9(9) COMP.
008400
008500     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
008600
008700     COPY RUNWS.
008800
008900 01  WS-SWITCHES.
009000     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
009100         88  WS-EOF                VALUE 'Y'.
009200     05  WS-PAY-EOF-SWITCH    PIC X(01) VALUE 'N'.
009300         88  WS-PAY-EOF            VALUE 'Y'.
009400     05  WS-TPL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009500         88  WS-TPL-EOF            VALUE 'Y'.
009600     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009700         88  WS-CTL-EOF            VALUE 'Y'.
009800     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
009900         88  WS-CURSOR-OPEN        VALUE 'Y'.
010000     05  WS-PAY-CURSOR-SWITCH PIC X(01) VALUE 'N'.
010100         88  WS-PAY-CURSOR-OPEN    VALUE 'Y'.
010200     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
010300         88  WS-ABANDONED          VALUE 'Y'.
010400     05  WS-REPRINT-SWITCH    PIC X(01) VALUE 'N'.
010500         88  WS-REPRINT            VALUE 'Y'.
010600*        N NO EARLIER IMAGE, Y FOUND, E LOOKUP FAILED.
010700     05  WS-PRIOR-SWITCH      PIC X(01) VALUE 'N'.
010800         88  WS-PRIOR-FOUND        VALUE 'Y'.
010900
011000 01  WS-COUNTERS.
011100     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
011200     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
011300     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
011400     05  WS-CHANGES-READ      PIC 9(07) COMP VALUE ZERO.
011500     05  WS-PAYMENTS-READ     PIC 9(07) COMP VALUE ZERO.
011600     05  WS-NO-LETTER         PIC 9(07) COMP VALUE ZERO.
011700     05  WS-LETTERS-WRITTEN   PIC 9(07) COMP VALUE ZERO.
011800     05  WS-EXCEPTIONS        PIC 9(07) COMP VALUE ZERO.
011900
012000 01  WS-REPORT-DATE.
012100     05  WS-REPORT-YY         PIC 9(02).
012200     05  WS-REPORT-MM         PIC 9(02).
012300     05  WS-REPORT-DD         PIC 9(02).
012400
012500 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
012600 01  WS-CTL-FILE-STATUS       PIC X(02).
012700
012800*    THE CHANGES LETTERED BY THIS RUN: STAMPED ON OR AFTER
012900*    FROM AND BEFORE TO (THROUGH TO ON A REPRINT).
013000 01  WS-WINDOW.
013100     05  WS-FROM-DATE         PIC 9(08) VALUE ZERO.
013200     05  WS-FROM-TIME         PIC 9(08) VALUE ZERO.
013300     05  WS-TO-DATE           PIC 9(08) VALUE ZERO.
013400     05  WS-TO-TIME           PIC 9(08) VALUE ZERO.
013500     05  WS-LAST-RUN-DATE     PIC 9(08) VALUE ZERO.
013600     05  WS-LAST-RUN-TIME     PIC 9(08) VALUE ZERO.
013700
013800*    THE AUDIT ROW AND THE LIVE ROW IT IS LETTERED FROM. THE
013900*    IMAGE ITSELF IS IN THE EMPREC FIELDS; THE ADDRESS THERE IS
014000*    THE EMPLOYEE ROW'S, SINCE THE AUDIT IMAGE CARRIES NONE.
014100 01  WS-CHANGE-FIELDS.
014200     05  WS-CHG-TYPE          PIC X(01).
014300     05  WS-CHG-DATE          PIC 9(08).
014400     05  WS-CHG-TIME          PIC 9(08).
014500     05  WS-LIVE-EMP-ID       PIC X(05).
014600     05  WS-PRI-EMP-ID        PIC X(05) VALUE LOW-VALUES.
014700     05  WS-PRI-DEPT-ID       PIC X(04).
014800     05  WS-PRI-SALARY        PIC 9(07)V99 COMP-3 VALUE ZERO.
014900
015000 01  WS-PAYMENT-FIELDS.
015100     05  WS-PAY-TYPE          PIC X(02).
015200     05  WS-PAY-DATE          PIC 9(08).
015300     05  WS-PAY-AMOUNT        PIC 9(07)V99 COMP-3 VALUE ZERO.
015400     05  WS-PAY-POSTED-DATE   PIC 9(08).
015500
015600*    LETTER_TEMPLATE, LOADED ONCE IN TYPE AND LINE ORDER.
015700 01  WS-TPL-TABLE.
015800     05  WS-TPL-MAX           PIC 9(03) COMP VALUE 400.
015900     05  WS-TPL-COUNT         PIC 9(03) COMP VALUE ZERO.
016000     05  WS-TPL-ENTRY OCCURS 400 TIMES.
016100         10  TPL-TYPE         PIC X(02).
016200         10  TPL-TEXT         PIC X(60).
016300         10  TPL-FIELD        PIC X(01).
016400     05  WS-TPL-SUB           PIC 9(03) COMP VALUE ZERO.
016500     05  WS-TPL-WORK.
016600         10  WRK-TPL-TYPE     PIC X(02).
016700         10  WRK-TPL-TEXT     PIC X(60).
016800         10  WRK-TPL-FIELD    PIC X(01).
016900
017000*    THE LETTER TYPES, WITH THE TEMPLATE LINES LOADED AND THE
017100*    LETTERS WRITTEN FOR EACH.
017200 01  WS-LETTER-TYPES.
017300     05  FILLER  PIC X(22) VALUE 'SASALARY CHANGE       '.
017400     05  FILLER  PIC X(22) VALUE 'DTDEPARTMENT TRANSFER '.
017500     05  FILLER  PIC X(22) VALUE 'LVLEAVE OF ABSENCE    '.
017600     05  FILLER  PIC X(22) VALUE 'LRRETURN FROM LEAVE   '.
017700     05  FILLER  PIC X(22) VALUE 'RHREHIRE              '.
017800     05  FILLER  PIC X(22) VALUE 'TMTERMINATION         '.
017900     05  FILLER  PIC X(22) VALUE 'PMPAYMENT             '.
018000 01  WS-LETTER-TYPE-TABLE     REDEFINES WS-LETTER-TYPES.
018100     05  WS-LETTER-TYPE-ENTRY OCCURS 7 TIMES.
018200         10  LTY-CODE         PIC X(02).
018300         10  LTY-DESC         PIC X(20).
018400 01  WS-LETTER-TOTALS.
018500     05  WS-LETTER-TOTAL-ENTRY OCCURS 7 TIMES.
018600         10  LTY-TPL-LINES    PIC 9(03) COMP.
018700         10  LTY-LETTERS      PIC 9(07) COMP.
018800 01  WS-LTY-SUB               PIC 9(02) COMP VALUE ZERO.
018900 01  WS-LTY-HIT               PIC 9(02) COMP VALUE ZERO.
019000
019100*    THE LETTER IN HAND.
019200 01  WS-LETTER-FIELDS.
019300     05  WS-LETTER-TYPE       PIC X(02).
019400     05  WS-EFF-DATE          PIC 9(08).
019500     05  WS-OLD-VALUE         PIC X(40).
019600     05  WS-NEW-VALUE         PIC X(40).
019700     05  WS-DEPT-VALUE        PIC X(40).
019800     05  WS-FIELD-VALUE       PIC X(40).
019900     05  WS-EXC-LETTER        PIC X(18).
020000     05  WS-EXC-REASON        PIC X(32).
020100     05  WS-DEPT-WANT         PIC X(04).
020200     05  WS-DEPT-NAME         PIC X(30).
020300     05  WS-MONEY-IN          PIC 9(07)V99 COMP-3.
020400     05  WS-MONEY-EDIT        PIC $$,$$$,$$9.99.
020500     05  WS-JUST-IN           PIC X(40).
020600     05  WS-JUST-OUT          PIC X(40).
020700     05  WS-JUST-LEAD         PIC 9(03) COMP.
020800
020900 01  WS-FMT-DATE              PIC 9(08).
021000 01  WS-FMT-DATE-PARTS        REDEFINES WS-FMT-DATE.
021100     05  WS-FMT-CCYY          PIC 9(04).
021200     05  WS-FMT-MM            PIC 9(02).
021300     05  WS-FMT-DD            PIC 9(02).
021400 01  WS-FMT-DATE-TEXT         PIC X(10).
021500 01  WS-FMT-TIME              PIC 9(08).
021600 01  WS-FMT-TIME-PARTS        REDEFINES WS-FMT-TIME.
021700     05  WS-FMT-HH            PIC 9(02).
021800     05  WS-FMT-MI            PIC 9(02).
021900     05  FILLER               PIC 9(04).
022000
022100*    ADDRESS EDIT VIEWS, THE SAME RULES AS DataQualitySweep.
022200 01  WS-ZIP-CHECK             PIC X(09).
022300 01  WS-ZIP-PARTS             REDEFINES WS-ZIP-CHECK.
022400     05  WS-ZIP-5             PIC X(05).
022500     05  WS-ZIP-4             PIC X(04).
022600 01  WS-STATE-CHECK           PIC X(02).
022700     88  WS-STATE-VALID       VALUES 'AL' 'AK' 'AZ' 'AR' 'CA'
022800         'CO' 'CT' 'DE' 'DC' 'FL' 'GA' 'HI' 'ID' 'IL' 'IN'
022900         'IA' 'KS' 'KY' 'LA' 'ME' 'MD' 'MA' 'MI' 'MN' 'MS'
023000         'MO' 'MT' 'NE' 'NV' 'NH' 'NJ' 'NM' 'NY' 'NC' 'ND'
023100         'OH' 'OK' 'OR' 'PA' 'RI' 'SC' 'SD' 'TN' 'TX' 'UT'
023200         'VT' 'VA' 'WA' 'WV' 'WI' 'WY' 'PR' 'GU' 'VI' 'AS'
023300         'MP' 'AA' 'AE' 'AP'.
023400
023500*    LETTER LINES. EACH LETTER STARTS A NEW PAGE.
023600 01  LTR-DATE-LINE.
023700     05  FILLER               PIC X(50) VALUE SPACES.
023800     05  LTR-DATE-TEXT        PIC X(10).
023900     05  FILLER               PIC X(20) VALUE SPACES.
024000
024100 01  LTR-BODY-LINE.
024200     05  FILLER               PIC X(08) VALUE SPACES.
024300     05  LTR-BODY-TEXT        PIC X(72).
024400
024500 01  EXC-HEADING-1.
024600     05  FILLER               PIC X(01) VALUE SPACE.
024700     05  FILLER               PIC X(40) VALUE
024800         'NOTIFICATION LETTER EXCEPTIONS'.
024900     05  EXC-HDG1-DATE        PIC X(08).
025000     05  FILLER               PIC X(05) VALUE SPACE.
025100     05  FILLER               PIC X(05) VALUE 'PAGE '.
025200     05  EXC-HDG1-PAGE        PIC ZZ9.
025300
025400 01  EXC-HEADING-2.
025500     05  FILLER               PIC X(01) VALUE SPACE.
025600     05  FILLER               PIC X(06) VALUE 'EMP'.
025700     05  FILLER               PIC X(21) VALUE 'NAME'.
025800     05  FILLER               PIC X(19) VALUE 'LETTER'.
025900     05  FILLER               PIC X(32) VALUE 'REASON'.
026000
026100 01  EXC-DETAIL-LINE.
026200     05  FILLER               PIC X(01) VALUE SPACE.
026300     05  EXC-DTL-EMP-ID       PIC X(05).
026400     05  FILLER               PIC X(01) VALUE SPACE.
026500     05  EXC-DTL-EMP-NAME     PIC X(20).
026600     05  FILLER               PIC X(01) VALUE SPACE.
026700     05  EXC-DTL-LETTER       PIC X(18).
026800     05  FILLER               PIC X(01) VALUE SPACE.
026900     05  EXC-DTL-REASON       PIC X(32).
027000
027100 01  EXC-SUMMARY-LINE.
027200     05  FILLER               PIC X(01) VALUE SPACE.
027300     05  EXC-SUM-LABEL        PIC X(40).
027400     05  EXC-SUM-COUNT        PIC ZZZ,ZZ9.
027500
027600 01  EXC-WINDOW-LINE.
027700     05  FILLER               PIC X(01) VALUE SPACE.
027800     05  FILLER               PIC X(15) VALUE 'CHANGES FROM'.
027900     05  EXC-WIN-FROM-DATE    PIC X(10).
028000     05  FILLER               PIC X(01) VALUE SPACE.
028100     05  EXC-WIN-FROM-HH      PIC 9(02).
028200     05  FILLER               PIC X(01) VALUE ':'.
028300     05  EXC-WIN-FROM-MI      PIC 9(02).
028400     05  FILLER               PIC X(04) VALUE ' TO '.
028500     05  EXC-WIN-TO-DATE      PIC X(10).
028600     05  FILLER               PIC X(01) VALUE SPACE.
028700     05  EXC-WIN-TO-HH        PIC 9(02).
028800     05  FILLER               PIC X(01) VALUE ':'.
028900     05  EXC-WIN-TO-MI        PIC 9(02).
029000
029100     COPY ERRWS.
029200
029300 PROCEDURE DIVISION.
029400*=============================================================*
029500* 0000-MAINLINE                                               *
029600*=============================================================*
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029900     PERFORM 2000-PROCESS-CHANGE
030000         THRU 2000-PROCESS-CHANGE-EXIT
030100         UNTIL WS-EOF.
030200     IF NOT WS-ABANDONED
030300         PERFORM 3000-PROCESS-PAYMENTS
030400             THRU 3000-PROCESS-PAYMENTS-EXIT
030500     END-IF.
030600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
030700     GOBACK.
030800*=============================================================*
030900* 1000-INITIALIZE - OPEN FILES, READ THE REPRINT CARD,         *
031000*               CONNECT, SET THE WINDOW, LOAD THE TEMPLATES,  *
031100*               OPEN THE AUDIT CURSOR                         *
031200*=============================================================*
031300 1000-INITIALIZE.
031400     OPEN OUTPUT LETTER-FILE.
031500     OPEN OUTPUT EXCEPTION-REPORT.
031600     OPEN OUTPUT ERROR-LOG.
031700     ACCEPT WS-REPORT-DATE FROM DATE.
031800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031900     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
032000     OPEN INPUT CONTROL-FILE.
032100     IF WS-CTL-FILE-STATUS = '00'
032200         READ CONTROL-FILE
032300             AT END
032400                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
032500         END-READ
032600         IF NOT WS-CTL-EOF
032700             IF LCT-REPRINT-DATE-X NOT = SPACES
032800                 MOVE 'Y' TO WS-REPRINT-SWITCH
032900                 IF LCT-REPRINT-DATE NUMERIC
033000                     MOVE LCT-REPRINT-DATE TO WS-FROM-DATE
033100                 END-IF
033200             END-IF
033300         END-IF
033400         CLOSE CONTROL-FILE
033500     END-IF.
033600     IF WS-REPRINT
033700         MOVE WS-FROM-DATE TO WS-FMT-DATE
033800         IF WS-FMT-MM < 1 OR WS-FMT-MM > 12
033900                 OR WS-FMT-DD < 1 OR WS-FMT-DD > 31
034000                 OR WS-FROM-DATE > WS-RUN-DATE
034100             DISPLAY 'Reprint date on LTRCTL is not valid - '
034200                 'run abandoned.'
034300             MOVE 8 TO RETURN-CODE
034400             MOVE 'Y' TO WS-EOF-SWITCH
034500             MOVE 'Y' TO WS-ABANDON-SWITCH
034600             GO TO 1000-INITIALIZE-EXIT
034700         END-IF
034800     END-IF.
034900     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
035000     EXEC SQL
035100         CONNECT TO 'yourdatabase'
035200         USER :WS-USERID
035300         USING :WS-PASSWORD
035400     END-EXEC.
035500     IF SQLCODE NOT = 0
035600         DISPLAY 'Connection failed: ' SQLCODE
035700         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
035800         PERFORM 8900-HANDLE-SQL-ERROR
035900             THRU 8900-HANDLE-SQL-ERROR-EXIT
036000         MOVE 'Y' TO WS-EOF-SWITCH
036100         MOVE 'Y' TO WS-ABANDON-SWITCH
036200         GO TO 1000-INITIALIZE-EXIT
036300     END-IF.
036400     IF WS-REPRINT
036500         MOVE 'LTRP' TO RUN-PROGRAM-ID
036600     ELSE
036700         MOVE 'LTR' TO RUN-PROGRAM-ID
036800     END-IF.
036900     MOVE 'Y' TO RUN-LOG-SWITCH.
037000     PERFORM 8800-RECORD-RUN-START
037100         THRU 8800-RECORD-RUN-START-EXIT.
037200     PERFORM 1200-SET-WINDOW THRU 1200-SET-WINDOW-EXIT.
037300     IF WS-ABANDONED
037400         MOVE 'Y' TO WS-EOF-SWITCH
037500         GO TO 1000-INITIALIZE-EXIT
037600     END-IF.
037700     PERFORM 1500-LOAD-TEMPLATES THRU 1500-LOAD-TEMPLATES-EXIT.
037800     IF WS-ABANDONED
037900         MOVE 'Y' TO WS-EOF-SWITCH
038000         GO TO 1000-INITIALIZE-EXIT
038100     END-IF.
038200*    THE NIGHT'S LETTERABLE CHANGES, WITH THE LIVE ROW'S
038300*    ADDRESS. A ROW NO LONGER ON EMPLOYEE COMES BACK WITH A
038400*    BLANK LIVE EMP_ID AND IS LISTED, NOT LETTERED.
038500     EXEC SQL
038600         DECLARE AUDIT-CURSOR CURSOR FOR
038700             SELECT A.EMP_ID, A.CHG_TYPE, A.CHG_DATE,
038800                 A.CHG_TIME, A.EMP_NAME, A.DEPT_ID,
038900                 A.HIRE_DATE, A.SALARY, A.MGR_ID,
039000                 A.EMP_STATUS, A.TERM_DATE,
039100                 COALESCE(E.EMP_ID, ' '),
039200                 COALESCE(E.ADDR_STREET, ' '),
039300                 COALESCE(E.ADDR_CITY, ' '),
039400                 COALESCE(E.ADDR_STATE, ' '),
039500                 COALESCE(E.ADDR_ZIP, ' ')
039600             FROM EMPLOYEE_AUDIT A
039700             LEFT JOIN EMPLOYEE E
039800                 ON E.EMP_ID = A.EMP_ID
039900             WHERE A.CHG_TYPE IN ('U', 'L', 'V', 'R', 'D')
040000                 AND (A.CHG_DATE > :WS-FROM-DATE
040100                 OR (A.CHG_DATE = :WS-FROM-DATE
040200                 AND A.CHG_TIME >= :WS-FROM-TIME))
040300                 AND (A.CHG_DATE < :WS-TO-DATE
040400                 OR (A.CHG_DATE = :WS-TO-DATE
040500                 AND A.CHG_TIME < :WS-TO-TIME))
040600             ORDER BY A.EMP_ID, A.CHG_DATE, A.CHG_TIME
040700     END-EXEC.
040800     EXEC SQL
040900         OPEN AUDIT-CURSOR
041000     END-EXEC.
041100     IF SQLCODE NOT = 0
041200         DISPLAY 'Audit cursor open failed: ' SQLCODE
041300         MOVE 'AUDIT-OPEN' TO WS-ERROR-CONTEXT
041400         PERFORM 8900-HANDLE-SQL-ERROR
041500             THRU 8900-HANDLE-SQL-ERROR-EXIT
041600         MOVE 'Y' TO WS-EOF-SWITCH
041700         MOVE 'Y' TO WS-ABANDON-SWITCH
041800         GO TO 1000-INITIALIZE-EXIT
041900     END-IF.
042000     MOVE 'Y' TO WS-CURSOR-SWITCH.
042100     PERFORM 8000-FETCH-CHANGE THRU 8000-FETCH-CHANGE-EXIT.
042200 1000-INITIALIZE-EXIT.
042300     EXIT.
042400*=============================================================*
042500* 1200-SET-WINDOW - A REPRINT TAKES THE WHOLE CARD DATE. THE   *
042600*               NIGHTLY RUN TAKES EVERYTHING SINCE THE START  *
042700*               OF THE LAST LTR RUN THAT ENDED UNDER RC 8, SO *
042800*               A RUN PAST MIDNIGHT OR A MISSED NIGHT LOSES   *
042900*               NOTHING; THE FIRST RUN STARTS FROM TODAY      *
043000*=============================================================*
043100 1200-SET-WINDOW.
043200     IF WS-REPRINT
043300         MOVE ZERO TO WS-FROM-TIME
043400         MOVE WS-FROM-DATE TO WS-TO-DATE
043500         MOVE 99999999 TO WS-TO-TIME
043600         GO TO 1200-SET-WINDOW-EXIT
043700     END-IF.
043800     ACCEPT WS-TO-DATE FROM DATE YYYYMMDD.
043900     ACCEPT WS-TO-TIME FROM TIME.
044000     IF RUN-LOG-ACTIVE
044100         MOVE RUN-START-DATE TO WS-TO-DATE
044200         MOVE RUN-START-TIME TO WS-TO-TIME
044300     END-IF.
044400     EXEC SQL
044500         SELECT COALESCE(MAX(RUN_DATE), 0)
044600         INTO :WS-LAST-RUN-DATE
044700         FROM RUN_CONTROL
044800         WHERE PROGRAM_ID = 'LTR'
044900             AND RUN_STATUS = 'E'
045000             AND FINAL_RC < 8
045100     END-EXEC.
045200     IF SQLCODE NOT = 0
045300         DISPLAY 'Last-run lookup failed: ' SQLCODE
045400         MOVE 'LAST-RUN' TO WS-ERROR-CONTEXT
045500         PERFORM 8900-HANDLE-SQL-ERROR
045600             THRU 8900-HANDLE-SQL-ERROR-EXIT
045700         MOVE 'Y' TO WS-ABANDON-SWITCH
045800         GO TO 1200-SET-WINDOW-EXIT
045900     END-IF.
046000     IF WS-LAST-RUN-DATE = ZERO
046100         MOVE WS-RUN-DATE TO WS-FROM-DATE
046200         MOVE ZERO TO WS-FROM-TIME
046300         GO TO 1200-SET-WINDOW-EXIT
046400     END-IF.
046500     EXEC SQL
046600         SELECT COALESCE(MAX(START_TIME), 0)
046700         INTO :WS-LAST-RUN-TIME
046800         FROM RUN_CONTROL
046900         WHERE PROGRAM_ID = 'LTR'
047000             AND RUN_DATE = :WS-LAST-RUN-DATE
047100             AND RUN_STATUS = 'E'
047200             AND FINAL_RC < 8
047300     END-EXEC.
047400     IF SQLCODE NOT = 0
047500         DISPLAY 'Last-run lookup failed: ' SQLCODE
047600         MOVE 'LAST-RUN' TO WS-ERROR-CONTEXT
047700         PERFORM 8900-HANDLE-SQL-ERROR
047800             THRU 8900-HANDLE-SQL-ERROR-EXIT
047900         MOVE 'Y' TO WS-ABANDON-SWITCH
048000         GO TO 1200-SET-WINDOW-EXIT
048100     END-IF.
048200     MOVE WS-LAST-RUN-DATE TO WS-FROM-DATE.
048300     MOVE WS-LAST-RUN-TIME TO WS-FROM-TIME.
048400 1200-SET-WINDOW-EXIT.
048500     EXIT.
048600*=============================================================*
048700* 1500-LOAD-TEMPLATES - LOAD LETTER_TEMPLATE INTO STORAGE AND  *
048800*               COUNT EACH LETTER TYPE'S LINES. A TYPE WITH   *
048900*               NO LINES IS NOT LETTERED (SEE 5000)           *
049000*=============================================================*
049100 1500-LOAD-TEMPLATES.
049200     INITIALIZE WS-LETTER-TOTALS.
049300     EXEC SQL
049400         DECLARE TEMPLATE-CURSOR CURSOR FOR
049500             SELECT LETTER_TYPE, LINE_TEXT, LINE_FIELD
049600             FROM LETTER_TEMPLATE
049700             ORDER BY LETTER_TYPE, LINE_SEQ
049800     END-EXEC.
049900     EXEC SQL
050000         OPEN TEMPLATE-CURSOR
050100     END-EXEC.
050200     IF SQLCODE NOT = 0
050300         DISPLAY 'Template cursor open failed: ' SQLCODE
050400         MOVE 'TEMPLATE-OPEN' TO WS-ERROR-CONTEXT
050500         PERFORM 8900-HANDLE-SQL-ERROR
050600             THRU 8900-HANDLE-SQL-ERROR-EXIT
050700         MOVE 'Y' TO WS-ABANDON-SWITCH
050800         GO TO 1500-LOAD-TEMPLATES-EXIT
050900     END-IF.
051000     PERFORM 1510-FETCH-TEMPLATE THRU 1510-FETCH-TEMPLATE-EXIT
051100         UNTIL WS-TPL-EOF.
051200     EXEC SQL
051300         CLOSE TEMPLATE-CURSOR
051400     END-EXEC.
051500 1500-LOAD-TEMPLATES-EXIT.
051600     EXIT.
051700*=============================================================*
051800* 1510-FETCH-TEMPLATE - ONE TEMPLATE LINE INTO THE TABLE       *
051900*=============================================================*
052000 1510-FETCH-TEMPLATE.
052100     EXEC SQL
052200         FETCH TEMPLATE-CURSOR
052300         INTO :WRK-TPL-TYPE, :WRK-TPL-TEXT, :WRK-TPL-FIELD
052400     END-EXEC.
052500     IF SQLCODE = 100
052600         MOVE 'Y' TO WS-TPL-EOF-SWITCH
052700         GO TO 1510-FETCH-TEMPLATE-EXIT
052800     END-IF.
052900     IF SQLCODE NOT = 0
053000         DISPLAY 'Template fetch failed: ' SQLCODE
053100         MOVE 'TEMPLATE-FETCH' TO WS-ERROR-CONTEXT
053200         PERFORM 8900-HANDLE-SQL-ERROR
053300             THRU 8900-HANDLE-SQL-ERROR-EXIT
053400         MOVE 'Y' TO WS-TPL-EOF-SWITCH
053500         MOVE 'Y' TO WS-ABANDON-SWITCH
053600         GO TO 1510-FETCH-TEMPLATE-EXIT
053700     END-IF.
053800     IF WS-TPL-COUNT >= WS-TPL-MAX
053900         DISPLAY 'LETTER_TEMPLATE exceeds ' WS-TPL-MAX
054000             ' rows - run abandoned.'
054100         MOVE 'Y' TO WS-TPL-EOF-SWITCH
054200         MOVE 'Y' TO WS-ABANDON-SWITCH
054300         MOVE 8 TO RETURN-CODE
054400         GO TO 1510-FETCH-TEMPLATE-EXIT
054500     END-IF.
054600     ADD 1 TO WS-TPL-COUNT.
054700     MOVE WS-TPL-WORK TO WS-TPL-ENTRY (WS-TPL-COUNT).
054800     MOVE WRK-TPL-TYPE TO WS-LETTER-TYPE.
054900     PERFORM 7000-FIND-LETTER-TYPE
055000         THRU 7000-FIND-LETTER-TYPE-EXIT.
055100     IF WS-LTY-SUB > ZERO
055200         ADD 1 TO LTY-TPL-LINES (WS-LTY-SUB)
055300     END-IF.
055400 1510-FETCH-TEMPLATE-EXIT.
055500     EXIT.
055600*=============================================================*
055700* 2000-PROCESS-CHANGE - LETTER ONE AUDIT ROW. A 'U' IS PRICED  *
055800*               AGAINST THE IMAGE BEFORE IT: THE PREVIOUS ROW *
055900*               OF THE SAME EMPLOYEE IN THIS CURSOR, OR FOR   *
056000*               THE FIRST ONE THE LAST ROW BEFORE THE WINDOW  *
056100*=============================================================*
056200 2000-PROCESS-CHANGE.
056300     ADD 1 TO WS-CHANGES-READ.
056400     MOVE SPACES TO WS-OLD-VALUE.
056500     MOVE SPACES TO WS-NEW-VALUE.
056600     MOVE SPACES TO WS-PAY-TYPE.
056700     MOVE WS-CHG-DATE TO WS-EFF-DATE.
056800     EVALUATE WS-CHG-TYPE
056900         WHEN 'U'
057000             PERFORM 2200-UPDATE-LETTERS
057100                 THRU 2200-UPDATE-LETTERS-EXIT
057200         WHEN 'L'
057300             MOVE 'LV' TO WS-LETTER-TYPE
057400             PERFORM 5000-ISSUE-LETTER
057500                 THRU 5000-ISSUE-LETTER-EXIT
057600         WHEN 'V'
057700             MOVE 'LR' TO WS-LETTER-TYPE
057800             PERFORM 5000-ISSUE-LETTER
057900                 THRU 5000-ISSUE-LETTER-EXIT
058000         WHEN 'R'
058100             MOVE 'RH' TO WS-LETTER-TYPE
058200             MOVE EMP-HIRE-DATE TO WS-EFF-DATE
058300             MOVE EMP-SALARY TO WS-MONEY-IN
058400             PERFORM 7500-FORMAT-MONEY THRU 7500-FORMAT-MONEY-EXIT
058500             MOVE WS-JUST-OUT TO WS-NEW-VALUE
058600             PERFORM 5000-ISSUE-LETTER
058700                 THRU 5000-ISSUE-LETTER-EXIT
058800         WHEN 'D'
058900             MOVE 'TM' TO WS-LETTER-TYPE
059000             IF EMP-TERM-DATE > ZERO
059100                 MOVE EMP-TERM-DATE TO WS-EFF-DATE
059200             END-IF
059300             PERFORM 5000-ISSUE-LETTER
059400                 THRU 5000-ISSUE-LETTER-EXIT
059500     END-EVALUATE.
059600     MOVE EMP-ID     TO WS-PRI-EMP-ID.
059700     MOVE EMP-DEPT-ID TO WS-PRI-DEPT-ID.
059800     MOVE EMP-SALARY TO WS-PRI-SALARY.
059900     MOVE 'Y' TO WS-PRIOR-SWITCH.
060000     PERFORM 8000-FETCH-CHANGE THRU 8000-FETCH-CHANGE-EXIT.
060100 2000-PROCESS-CHANGE-EXIT.
060200     EXIT.
060300*=============================================================*
060400* 2100-FIND-PRIOR-IMAGE - THE EMPLOYEE'S LAST AUDIT ROW BEFORE *
060500*               THIS ONE (NONE FOR A ROW THAT PREDATES THE    *
060600*               TRAIL)                                        *
060700*=============================================================*
060800 2100-FIND-PRIOR-IMAGE.
060900     MOVE 'N' TO WS-PRIOR-SWITCH.
061000     EXEC SQL
061100         DECLARE PRIOR-CURSOR CURSOR FOR
061200             SELECT DEPT_ID, SALARY
061300             FROM EMPLOYEE_AUDIT
061400             WHERE EMP_ID = :EMP-ID
061500                 AND (CHG_DATE < :WS-CHG-DATE
061600                 OR (CHG_DATE = :WS-CHG-DATE
061700                 AND CHG_TIME < :WS-CHG-TIME))
061800             ORDER BY CHG_DATE DESC, CHG_TIME DESC
061900     END-EXEC.
062000     EXEC SQL
062100         OPEN PRIOR-CURSOR
062200     END-EXEC.
062300     IF SQLCODE NOT = 0
062400         DISPLAY 'Prior cursor open failed: ' SQLCODE
062500         MOVE 'PRIOR-OPEN' TO WS-ERROR-CONTEXT
062600         PERFORM 8900-HANDLE-SQL-ERROR
062700             THRU 8900-HANDLE-SQL-ERROR-EXIT
062800         MOVE 'E' TO WS-PRIOR-SWITCH
062900         GO TO 2100-FIND-PRIOR-IMAGE-EXIT
063000     END-IF.
063100     EXEC SQL
063200         FETCH PRIOR-CURSOR
063300         INTO :WS-PRI-DEPT-ID, :WS-PRI-SALARY
063400     END-EXEC.
063500     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
063600         DISPLAY 'Prior image fetch failed: ' SQLCODE
063700         MOVE 'PRIOR-FETCH' TO WS-ERROR-CONTEXT
063800         PERFORM 8900-HANDLE-SQL-ERROR
063900             THRU 8900-HANDLE-SQL-ERROR-EXIT
064000         MOVE 'E' TO WS-PRIOR-SWITCH
064100     END-IF.
064200     MOVE SQLCODE TO WS-SQLCODE.
064300     EXEC SQL
064400         CLOSE PRIOR-CURSOR
064500     END-EXEC.
064600     IF WS-SQLCODE = 0
064700         MOVE 'Y' TO WS-PRIOR-SWITCH
064800     END-IF.
064900 2100-FIND-PRIOR-IMAGE-EXIT.
065000     EXIT.
065100*=============================================================*
065200* 2200-UPDATE-LETTERS - A SALARY LETTER WHEN THE SALARY MOVED, *
065300*               A TRANSFER LETTER WHEN THE DEPARTMENT DID     *
065400*               (BOTH WHEN BOTH DID). AN UPDATE THAT CANNOT   *
065500*               BE COMPARED IS LISTED                         *
065600*=============================================================*
065700 2200-UPDATE-LETTERS.
065800     IF EMP-ID NOT = WS-PRI-EMP-ID
065900         PERFORM 2100-FIND-PRIOR-IMAGE
066000             THRU 2100-FIND-PRIOR-IMAGE-EXIT
066100     END-IF.
066200     IF NOT WS-PRIOR-FOUND
066300         MOVE 'SALARY OR TRANSFER' TO WS-EXC-LETTER
066400         IF WS-PRIOR-SWITCH = 'E'
066500             MOVE 'SQL ERROR READING EARLIER IMAGE'
066600                 TO WS-EXC-REASON
066700         ELSE
066800             MOVE 'NO EARLIER IMAGE TO COMPARE'
066900                 TO WS-EXC-REASON
067000         END-IF
067100         PERFORM 6100-WRITE-EXCEPTION
067200             THRU 6100-WRITE-EXCEPTION-EXIT
067300         GO TO 2200-UPDATE-LETTERS-EXIT
067400     END-IF.
067500     IF EMP-SALARY = WS-PRI-SALARY
067600             AND EMP-DEPT-ID = WS-PRI-DEPT-ID
067700         ADD 1 TO WS-NO-LETTER
067800         GO TO 2200-UPDATE-LETTERS-EXIT
067900     END-IF.
068000     IF EMP-SALARY NOT = WS-PRI-SALARY
068100         MOVE 'SA' TO WS-LETTER-TYPE
068200         MOVE WS-PRI-SALARY TO WS-MONEY-IN
068300         PERFORM 7500-FORMAT-MONEY THRU 7500-FORMAT-MONEY-EXIT
068400         MOVE WS-JUST-OUT TO WS-OLD-VALUE
068500         MOVE EMP-SALARY TO WS-MONEY-IN
068600         PERFORM 7500-FORMAT-MONEY THRU 7500-FORMAT-MONEY-EXIT
068700         MOVE WS-JUST-OUT TO WS-NEW-VALUE
068800         PERFORM 5000-ISSUE-LETTER THRU 5000-ISSUE-LETTER-EXIT
068900     END-IF.
069000     IF EMP-DEPT-ID NOT = WS-PRI-DEPT-ID
069100         MOVE 'DT' TO WS-LETTER-TYPE
069200         MOVE WS-PRI-DEPT-ID TO WS-DEPT-WANT
069300         PERFORM 7300-FORMAT-DEPT THRU 7300-FORMAT-DEPT-EXIT
069400         MOVE WS-JUST-OUT TO WS-OLD-VALUE
069500         MOVE EMP-DEPT-ID TO WS-DEPT-WANT
069600         PERFORM 7300-FORMAT-DEPT THRU 7300-FORMAT-DEPT-EXIT
069700         MOVE WS-JUST-OUT TO WS-NEW-VALUE
069800         PERFORM 5000-ISSUE-LETTER THRU 5000-ISSUE-LETTER-EXIT
069900     END-IF.
070000 2200-UPDATE-LETTERS-EXIT.
070100     EXIT.
070200*=============================================================*
070300* 3000-PROCESS-PAYMENTS - A PAYMENT LETTER FOR EVERY EMP_      *
070400*               PAYMENT ROW POSTED IN THE WINDOW              *
070500*=============================================================*
070600 3000-PROCESS-PAYMENTS.
070700     EXEC SQL
070800         DECLARE PAYMENT-CURSOR CURSOR FOR
070900             SELECT P.EMP_ID, P.PAY_TYPE, P.PAY_DATE,
071000                 P.PAY_AMOUNT, P.POSTED_DATE,
071100                 COALESCE(E.EMP_ID, ' '),
071200                 COALESCE(E.EMP_NAME, ' '),
071300                 COALESCE(E.DEPT_ID, ' '),
071400                 COALESCE(E.ADDR_STREET, ' '),
071500                 COALESCE(E.ADDR_CITY, ' '),
071600                 COALESCE(E.ADDR_STATE, ' '),
071700                 COALESCE(E.ADDR_ZIP, ' ')
071800             FROM EMP_PAYMENT P
071900             LEFT JOIN EMPLOYEE E
072000                 ON E.EMP_ID = P.EMP_ID
072100             WHERE (P.POSTED_DATE > :WS-FROM-DATE
072200                 OR (P.POSTED_DATE = :WS-FROM-DATE
072300                 AND P.POSTED_TIME >= :WS-FROM-TIME))
072400                 AND (P.POSTED_DATE < :WS-TO-DATE
072500                 OR (P.POSTED_DATE = :WS-TO-DATE
072600                 AND P.POSTED_TIME < :WS-TO-TIME))
072700             ORDER BY P.EMP_ID, P.POSTED_DATE, P.POSTED_TIME
072800     END-EXEC.
072900     EXEC SQL
073000         OPEN PAYMENT-CURSOR
073100     END-EXEC.
073200     IF SQLCODE NOT = 0
073300         DISPLAY 'Payment cursor open failed: ' SQLCODE
073400         MOVE 'PAYMENT-OPEN' TO WS-ERROR-CONTEXT
073500         PERFORM 8900-HANDLE-SQL-ERROR
073600             THRU 8900-HANDLE-SQL-ERROR-EXIT
073700         MOVE 'Y' TO WS-ABANDON-SWITCH
073800         GO TO 3000-PROCESS-PAYMENTS-EXIT
073900     END-IF.
074000     MOVE 'Y' TO WS-PAY-CURSOR-SWITCH.
074100     PERFORM 8100-FETCH-PAYMENT THRU 8100-FETCH-PAYMENT-EXIT.
074200     PERFORM 3100-PROCESS-PAYMENT THRU 3100-PROCESS-PAYMENT-EXIT
074300         UNTIL WS-PAY-EOF.
074400 3000-PROCESS-PAYMENTS-EXIT.
074500     EXIT.
074600*=============================================================*
074700* 3100-PROCESS-PAYMENT - ONE PAYMENT LETTER                    *
074800*=============================================================*
074900 3100-PROCESS-PAYMENT.
075000     ADD 1 TO WS-PAYMENTS-READ.
075100     MOVE 'PM' TO WS-LETTER-TYPE.
075200     MOVE SPACES TO WS-OLD-VALUE.
075300     MOVE WS-PAY-DATE TO WS-EFF-DATE.
075400     IF WS-PAY-DATE = ZERO
075500         MOVE WS-PAY-POSTED-DATE TO WS-EFF-DATE
075600     END-IF.
075700     MOVE WS-PAY-AMOUNT TO WS-MONEY-IN.
075800     PERFORM 7500-FORMAT-MONEY THRU 7500-FORMAT-MONEY-EXIT.
075900     MOVE WS-JUST-OUT TO WS-NEW-VALUE.
076000     PERFORM 5000-ISSUE-LETTER THRU 5000-ISSUE-LETTER-EXIT.
076100     PERFORM 8100-FETCH-PAYMENT THRU 8100-FETCH-PAYMENT-EXIT.
076200 3100-PROCESS-PAYMENT-EXIT.
076300     EXIT.
076400*=============================================================*
076500* 5000-ISSUE-LETTER - WRITE THE LETTER IN WS-LETTER-TYPE, OR   *
076600*               LIST WHY IT CANNOT BE SENT                    *
076700*=============================================================*
076800 5000-ISSUE-LETTER.
076900     PERFORM 7000-FIND-LETTER-TYPE
077000         THRU 7000-FIND-LETTER-TYPE-EXIT.
077100     MOVE LTY-DESC (WS-LTY-SUB) TO WS-EXC-LETTER.
077200     IF WS-LIVE-EMP-ID = SPACES
077300         MOVE 'NO LONGER ON EMPLOYEE' TO WS-EXC-REASON
077400         PERFORM 6100-WRITE-EXCEPTION
077500             THRU 6100-WRITE-EXCEPTION-EXIT
077600         GO TO 5000-ISSUE-LETTER-EXIT
077700     END-IF.
077800     PERFORM 7100-CHECK-ADDRESS THRU 7100-CHECK-ADDRESS-EXIT.
077900     IF WS-EXC-REASON NOT = SPACES
078000         PERFORM 6100-WRITE-EXCEPTION
078100             THRU 6100-WRITE-EXCEPTION-EXIT
078200         GO TO 5000-ISSUE-LETTER-EXIT
078300     END-IF.
078400     IF LTY-TPL-LINES (WS-LTY-SUB) = ZERO
078500         MOVE 'NO LETTER_TEMPLATE ROWS' TO WS-EXC-REASON
078600         PERFORM 6100-WRITE-EXCEPTION
078700             THRU 6100-WRITE-EXCEPTION-EXIT
078800         GO TO 5000-ISSUE-LETTER-EXIT
078900     END-IF.
079000     MOVE EMP-DEPT-ID TO WS-DEPT-WANT.
079100     PERFORM 7300-FORMAT-DEPT THRU 7300-FORMAT-DEPT-EXIT.
079200     MOVE WS-JUST-OUT TO WS-DEPT-VALUE.
079300     PERFORM 5100-WRITE-LETTER-HEAD
079400         THRU 5100-WRITE-LETTER-HEAD-EXIT.
079500     PERFORM 5200-WRITE-TEMPLATE-LINE
079600         THRU 5200-WRITE-TEMPLATE-LINE-EXIT
079700         VARYING WS-TPL-SUB FROM 1 BY 1
079800         UNTIL WS-TPL-SUB > WS-TPL-COUNT.
079900     ADD 1 TO WS-LETTERS-WRITTEN.
080000     ADD 1 TO LTY-LETTERS (WS-LTY-SUB).
080100 5000-ISSUE-LETTER-EXIT.
080200     EXIT.
080300*=============================================================*
080400* 5100-WRITE-LETTER-HEAD - NEW PAGE: DATE, ADDRESS BLOCK AND   *
080500*               EMPLOYEE REFERENCE                            *
080600*=============================================================*
080700 5100-WRITE-LETTER-HEAD.
080800     MOVE WS-RUN-DATE TO WS-FMT-DATE.
080900     PERFORM 7200-FORMAT-DATE THRU 7200-FORMAT-DATE-EXIT.
081000     MOVE WS-FMT-DATE-TEXT TO LTR-DATE-TEXT.
081100     WRITE LTR-LINE FROM LTR-DATE-LINE
081200         AFTER ADVANCING PAGE.
081300     MOVE SPACES TO LTR-LINE.
081400     WRITE LTR-LINE AFTER ADVANCING 3 LINES.
081500     MOVE EMP-NAME TO LTR-BODY-TEXT.
081600     WRITE LTR-LINE FROM LTR-BODY-LINE
081700         AFTER ADVANCING 1 LINE.
081800     MOVE EMP-ADDR-STREET TO LTR-BODY-TEXT.
081900     WRITE LTR-LINE FROM LTR-BODY-LINE
082000         AFTER ADVANCING 1 LINE.
082100     MOVE EMP-ADDR-ZIP TO WS-ZIP-CHECK.
082200     MOVE SPACES TO LTR-BODY-TEXT.
082300     IF WS-ZIP-4 = SPACES
082400         STRING EMP-ADDR-CITY DELIMITED BY '  '
082500             ', ' EMP-ADDR-STATE '  ' WS-ZIP-5
082600             DELIMITED BY SIZE INTO LTR-BODY-TEXT
082700     ELSE
082800         STRING EMP-ADDR-CITY DELIMITED BY '  '
082900             ', ' EMP-ADDR-STATE '  ' WS-ZIP-5 '-' WS-ZIP-4
083000             DELIMITED BY SIZE INTO LTR-BODY-TEXT
083100     END-IF.
083200     WRITE LTR-LINE FROM LTR-BODY-LINE
083300         AFTER ADVANCING 1 LINE.
083400     MOVE SPACES TO LTR-BODY-TEXT.
083500     STRING 'EMPLOYEE ID: ' EMP-ID
083600         DELIMITED BY SIZE INTO LTR-BODY-TEXT.
083700     WRITE LTR-LINE FROM LTR-BODY-LINE
083800         AFTER ADVANCING 3 LINES.
083900     MOVE SPACES TO LTR-LINE.
084000     WRITE LTR-LINE AFTER ADVANCING 1 LINE.
084100 5100-WRITE-LETTER-HEAD-EXIT.
084200     EXIT.
084300*=============================================================*
084400* 5200-WRITE-TEMPLATE-LINE - ONE LINE OF THIS LETTER'S         *
084500*               TEMPLATE, WITH ITS FIELD VALUE AFTER THE TEXT *
084600*=============================================================*
084700 5200-WRITE-TEMPLATE-LINE.
084800     IF TPL-TYPE (WS-TPL-SUB) NOT = WS-LETTER-TYPE
084900         GO TO 5200-WRITE-TEMPLATE-LINE-EXIT
085000     END-IF.
085100     MOVE SPACES TO WS-FIELD-VALUE.
085200     EVALUATE TPL-FIELD (WS-TPL-SUB)
085300         WHEN 'E'
085400             MOVE WS-EFF-DATE TO WS-FMT-DATE
085500             PERFORM 7200-FORMAT-DATE
085600                 THRU 7200-FORMAT-DATE-EXIT
085700             MOVE WS-FMT-DATE-TEXT TO WS-FIELD-VALUE
085800         WHEN 'O'
085900             MOVE WS-OLD-VALUE TO WS-FIELD-VALUE
086000         WHEN 'N'
086100             MOVE WS-NEW-VALUE TO WS-FIELD-VALUE
086200         WHEN 'D'
086300             MOVE WS-DEPT-VALUE TO WS-FIELD-VALUE
086400         WHEN 'T'
086500             MOVE WS-PAY-TYPE TO WS-FIELD-VALUE
086600     END-EVALUATE.
086700     MOVE SPACES TO LTR-BODY-TEXT.
086800     IF WS-FIELD-VALUE = SPACES
086900         MOVE TPL-TEXT (WS-TPL-SUB) TO LTR-BODY-TEXT
087000     ELSE
087100         IF TPL-TEXT (WS-TPL-SUB) = SPACES
087200             MOVE WS-FIELD-VALUE TO LTR-BODY-TEXT
087300         ELSE
087400             STRING TPL-TEXT (WS-TPL-SUB) DELIMITED BY '  '
087500                 ' ' DELIMITED BY SIZE
087600                 WS-FIELD-VALUE DELIMITED BY '  '
087700                 INTO LTR-BODY-TEXT
087800         END-IF
087900     END-IF.
088000     WRITE LTR-LINE FROM LTR-BODY-LINE
088100         AFTER ADVANCING 1 LINE.
088200 5200-WRITE-TEMPLATE-LINE-EXIT.
088300     EXIT.
088400*=============================================================*
088500* 6000-WRITE-HEADINGS - WRITE EXCEPTION HEADINGS FOR A NEW     *
088600*               PAGE                                          *
088700*=============================================================*
088800 6000-WRITE-HEADINGS.
088900     ADD 1 TO WS-PAGE-COUNT.
089000     MOVE WS-PAGE-COUNT TO EXC-HDG1-PAGE.
089100     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
089200         DELIMITED BY SIZE INTO EXC-HDG1-DATE.
089300     WRITE EXC-LINE FROM EXC-HEADING-1.
089400     MOVE SPACES TO EXC-LINE.
089500     WRITE EXC-LINE.
089600     WRITE EXC-LINE FROM EXC-HEADING-2.
089700     MOVE 3 TO WS-LINE-COUNT.
089800 6000-WRITE-HEADINGS-EXIT.
089900     EXIT.
090000*=============================================================*
090100* 6100-WRITE-EXCEPTION - ONE LETTER NOT SENT, WITH THE REASON  *
090200*=============================================================*
090300 6100-WRITE-EXCEPTION.
090400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
090500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
090600     END-IF.
090700     MOVE EMP-ID          TO EXC-DTL-EMP-ID.
090800     MOVE EMP-NAME        TO EXC-DTL-EMP-NAME.
090900     MOVE WS-EXC-LETTER   TO EXC-DTL-LETTER.
091000     MOVE WS-EXC-REASON   TO EXC-DTL-REASON.
091100     WRITE EXC-LINE FROM EXC-DETAIL-LINE.
091200     ADD 1 TO WS-LINE-COUNT.
091300     ADD 1 TO WS-EXCEPTIONS.
091400 6100-WRITE-EXCEPTION-EXIT.
091500     EXIT.
091600*=============================================================*
091700* 6200-WRITE-TYPE-TOTAL - LETTERS WRITTEN FOR ONE TYPE         *
091800*=============================================================*
091900 6200-WRITE-TYPE-TOTAL.
092000     MOVE SPACES TO EXC-SUM-LABEL.
092100     STRING '  ' LTY-DESC (WS-LTY-SUB) DELIMITED BY '  '
092200         ':' DELIMITED BY SIZE INTO EXC-SUM-LABEL.
092300     MOVE LTY-LETTERS (WS-LTY-SUB) TO EXC-SUM-COUNT.
092400     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
092500 6200-WRITE-TYPE-TOTAL-EXIT.
092600     EXIT.
092700*=============================================================*
092800* 7000-FIND-LETTER-TYPE - SUBSCRIPT OF WS-LETTER-TYPE IN THE   *
092900*               LETTER TYPE TABLE, ZERO IF NOT THERE          *
093000*=============================================================*
093100 7000-FIND-LETTER-TYPE.
093200     MOVE ZERO TO WS-LTY-HIT.
093300     PERFORM 7010-SCAN-LETTER-TYPE
093400         THRU 7010-SCAN-LETTER-TYPE-EXIT
093500         VARYING WS-LTY-SUB FROM 1 BY 1
093600         UNTIL WS-LTY-SUB > 7
093700             OR WS-LTY-HIT > ZERO.
093800     MOVE WS-LTY-HIT TO WS-LTY-SUB.
093900 7000-FIND-LETTER-TYPE-EXIT.
094000     EXIT.
094100*=============================================================*
094200* 7010-SCAN-LETTER-TYPE - TEST ONE LETTER TYPE ENTRY           *
094300*=============================================================*
094400 7010-SCAN-LETTER-TYPE.
094500     IF LTY-CODE (WS-LTY-SUB) = WS-LETTER-TYPE
094600         MOVE WS-LTY-SUB TO WS-LTY-HIT
094700     END-IF.
094800 7010-SCAN-LETTER-TYPE-EXIT.
094900     EXIT.
095000*=============================================================*
095100* 7100-CHECK-ADDRESS - STREET AND CITY PRESENT, A KNOWN POSTAL *
095200*               STATE CODE, A FIVE-DIGIT ZIP WITH AN OPTIONAL  *
095300*               FOUR-DIGIT EXTENSION. THE FIRST MISS IS THE    *
095400*               REASON                                        *
095500*=============================================================*
095600 7100-CHECK-ADDRESS.
095700     MOVE SPACES TO WS-EXC-REASON.
095800     IF EMP-ADDR-STREET = SPACES
095900         MOVE 'INCOMPLETE ADDRESS - NO STREET' TO WS-EXC-REASON
096000         GO TO 7100-CHECK-ADDRESS-EXIT
096100     END-IF.
096200     IF EMP-ADDR-CITY = SPACES
096300         MOVE 'INCOMPLETE ADDRESS - NO CITY' TO WS-EXC-REASON
096400         GO TO 7100-CHECK-ADDRESS-EXIT
096500     END-IF.
096600     MOVE EMP-ADDR-STATE TO WS-STATE-CHECK.
096700     IF NOT WS-STATE-VALID
096800         MOVE 'INCOMPLETE ADDRESS - STATE' TO WS-EXC-REASON
096900         GO TO 7100-CHECK-ADDRESS-EXIT
097000     END-IF.
097100     MOVE EMP-ADDR-ZIP TO WS-ZIP-CHECK.
097200     IF WS-ZIP-5 NOT NUMERIC
097300             OR (WS-ZIP-4 NOT = SPACES AND WS-ZIP-4 NOT NUMERIC)
097400         MOVE 'INCOMPLETE ADDRESS - ZIP' TO WS-EXC-REASON
097500     END-IF.
097600 7100-CHECK-ADDRESS-EXIT.
097700     EXIT.
097800*=============================================================*
097900* 7200-FORMAT-DATE - WS-FMT-DATE AS MM/DD/CCYY, BLANK IF ZERO  *
098000*=============================================================*
098100 7200-FORMAT-DATE.
098200     MOVE SPACES TO WS-FMT-DATE-TEXT.
098300     IF WS-FMT-DATE = ZERO
098400         GO TO 7200-FORMAT-DATE-EXIT
098500     END-IF.
098600     STRING WS-FMT-MM '/' WS-FMT-DD '/' WS-FMT-CCYY
098700         DELIMITED BY SIZE INTO WS-FMT-DATE-TEXT.
098800 7200-FORMAT-DATE-EXIT.
098900     EXIT.
099000*=============================================================*
099100* 7300-FORMAT-DEPT - WS-DEPT-WANT AND ITS DEPARTMENT NAME INTO *
099200*               WS-JUST-OUT (THE ID ALONE IF NOT ON FILE)     *
099300*=============================================================*
099400 7300-FORMAT-DEPT.
099500     MOVE SPACES TO WS-DEPT-NAME.
099600     EXEC SQL
099700         SELECT DEPT_NAME INTO :WS-DEPT-NAME
099800         FROM DEPARTMENT
099900         WHERE DEPT_ID = :WS-DEPT-WANT
100000     END-EXEC.
100100     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
100200         DISPLAY 'Department name read failed: ' SQLCODE
100300         MOVE 'DEPT-READ' TO WS-ERROR-CONTEXT
100400         PERFORM 8900-HANDLE-SQL-ERROR
100500             THRU 8900-HANDLE-SQL-ERROR-EXIT
100600     END-IF.
100700     IF SQLCODE NOT = 0
100800         MOVE SPACES TO WS-DEPT-NAME
100900     END-IF.
101000     MOVE SPACES TO WS-JUST-OUT.
101100     STRING WS-DEPT-WANT ' ' WS-DEPT-NAME
101200         DELIMITED BY SIZE INTO WS-JUST-OUT.
101300 7300-FORMAT-DEPT-EXIT.
101400     EXIT.
101500*=============================================================*
101600* 7500-FORMAT-MONEY - WS-MONEY-IN EDITED AND LEFT-JUSTIFIED    *
101700*               INTO WS-JUST-OUT                              *
101800*=============================================================*
101900 7500-FORMAT-MONEY.
102000     MOVE WS-MONEY-IN TO WS-MONEY-EDIT.
102100     MOVE WS-MONEY-EDIT TO WS-JUST-IN.
102200     MOVE ZERO TO WS-JUST-LEAD.
102300     INSPECT WS-JUST-IN TALLYING WS-JUST-LEAD
102400         FOR LEADING SPACES.
102500     MOVE SPACES TO WS-JUST-OUT.
102600     MOVE WS-JUST-IN (WS-JUST-LEAD + 1:) TO WS-JUST-OUT.
102700 7500-FORMAT-MONEY-EXIT.
102800     EXIT.
102900*=============================================================*
103000* 8000-FETCH-CHANGE - FETCH THE NEXT AUDIT ROW                 *
103100*=============================================================*
103200 8000-FETCH-CHANGE.
103300     EXEC SQL
103400         FETCH AUDIT-CURSOR
103500         INTO :EMP-ID, :WS-CHG-TYPE, :WS-CHG-DATE,
103600             :WS-CHG-TIME, :EMP-NAME, :EMP-DEPT-ID,
103700             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-MGR-ID,
103800             :EMP-STATUS, :EMP-TERM-DATE, :WS-LIVE-EMP-ID,
103900             :EMP-ADDR-STREET, :EMP-ADDR-CITY,
104000             :EMP-ADDR-STATE, :EMP-ADDR-ZIP
104100     END-EXEC.
104200     IF SQLCODE = 100
104300         MOVE 'Y' TO WS-EOF-SWITCH
104400     ELSE
104500         IF SQLCODE NOT = 0
104600             DISPLAY 'Audit fetch failed: ' SQLCODE
104700             MOVE 'AUDIT-FETCH' TO WS-ERROR-CONTEXT
104800             PERFORM 8900-HANDLE-SQL-ERROR
104900                 THRU 8900-HANDLE-SQL-ERROR-EXIT
105000             MOVE 'Y' TO WS-EOF-SWITCH
105100             MOVE 'Y' TO WS-ABANDON-SWITCH
105200         ELSE
105300             MOVE EMP-ID TO WS-ERROR-KEY
105400         END-IF
105500     END-IF.
105600 8000-FETCH-CHANGE-EXIT.
105700     EXIT.
105800*=============================================================*
105900* 8100-FETCH-PAYMENT - FETCH THE NEXT PAYMENT ROW              *
106000*=============================================================*
106100 8100-FETCH-PAYMENT.
106200     EXEC SQL
106300         FETCH PAYMENT-CURSOR
106400         INTO :EMP-ID, :WS-PAY-TYPE, :WS-PAY-DATE,
106500             :WS-PAY-AMOUNT, :WS-PAY-POSTED-DATE,
106600             :WS-LIVE-EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
106700             :EMP-ADDR-STREET, :EMP-ADDR-CITY,
106800             :EMP-ADDR-STATE, :EMP-ADDR-ZIP
106900     END-EXEC.
107000     IF SQLCODE = 100
107100         MOVE 'Y' TO WS-PAY-EOF-SWITCH
107200     ELSE
107300         IF SQLCODE NOT = 0
107400             DISPLAY 'Payment fetch failed: ' SQLCODE
107500             MOVE 'PAYMENT-FETCH' TO WS-ERROR-CONTEXT
107600             PERFORM 8900-HANDLE-SQL-ERROR
107700                 THRU 8900-HANDLE-SQL-ERROR-EXIT
107800             MOVE 'Y' TO WS-PAY-EOF-SWITCH
107900             MOVE 'Y' TO WS-ABANDON-SWITCH
108000         ELSE
108100             MOVE EMP-ID TO WS-ERROR-KEY
108200         END-IF
108300     END-IF.
108400 8100-FETCH-PAYMENT-EXIT.
108500     EXIT.
108600*=============================================================*
108700* 9000-TERMINATE - WINDOW, TOTALS, RUN-CONTROL END, CLOSE      *
108800*               FILES. RC 4 FOR ANY LETTER NOT SENT, RC 8 IF  *
108900*               THE RUN DID NOT FINISH                        *
109000*=============================================================*
109100 9000-TERMINATE.
109200     IF WS-CURSOR-OPEN
109300         EXEC SQL
109400             CLOSE AUDIT-CURSOR
109500         END-EXEC
109600     END-IF.
109700     IF WS-PAY-CURSOR-OPEN
109800         EXEC SQL
109900             CLOSE PAYMENT-CURSOR
110000         END-EXEC
110100     END-IF.
110200     MOVE SPACES TO EXC-LINE.
110300     WRITE EXC-LINE.
110400     MOVE WS-FROM-DATE TO WS-FMT-DATE.
110500     PERFORM 7200-FORMAT-DATE THRU 7200-FORMAT-DATE-EXIT.
110600     MOVE WS-FMT-DATE-TEXT TO EXC-WIN-FROM-DATE.
110700     MOVE WS-FROM-TIME TO WS-FMT-TIME.
110800     MOVE WS-FMT-HH TO EXC-WIN-FROM-HH.
110900     MOVE WS-FMT-MI TO EXC-WIN-FROM-MI.
111000     MOVE WS-TO-DATE TO WS-FMT-DATE.
111100     PERFORM 7200-FORMAT-DATE THRU 7200-FORMAT-DATE-EXIT.
111200     MOVE WS-FMT-DATE-TEXT TO EXC-WIN-TO-DATE.
111300     MOVE WS-TO-TIME TO WS-FMT-TIME.
111400     MOVE WS-FMT-HH TO EXC-WIN-TO-HH.
111500     MOVE WS-FMT-MI TO EXC-WIN-TO-MI.
111600     WRITE EXC-LINE FROM EXC-WINDOW-LINE.
111700     MOVE 'EMPLOYEE_AUDIT CHANGES READ:' TO EXC-SUM-LABEL.
111800     MOVE WS-CHANGES-READ TO EXC-SUM-COUNT.
111900     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
112000     MOVE 'EMP_PAYMENT POSTINGS READ:' TO EXC-SUM-LABEL.
112100     MOVE WS-PAYMENTS-READ TO EXC-SUM-COUNT.
112200     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
112300     MOVE 'UPDATES NEEDING NO LETTER:' TO EXC-SUM-LABEL.
112400     MOVE WS-NO-LETTER TO EXC-SUM-COUNT.
112500     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
112600     MOVE 'LETTERS WRITTEN:' TO EXC-SUM-LABEL.
112700     MOVE WS-LETTERS-WRITTEN TO EXC-SUM-COUNT.
112800     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
112900     PERFORM 6200-WRITE-TYPE-TOTAL
113000         THRU 6200-WRITE-TYPE-TOTAL-EXIT
113100         VARYING WS-LTY-SUB FROM 1 BY 1
113200         UNTIL WS-LTY-SUB > 7.
113300     MOVE 'EXCEPTIONS - NO LETTER SENT:' TO EXC-SUM-LABEL.
113400     MOVE WS-EXCEPTIONS TO EXC-SUM-COUNT.
113500     WRITE EXC-LINE FROM EXC-SUMMARY-LINE.
113600     IF WS-ABANDONED
113700         MOVE SPACES TO EXC-LINE
113800         WRITE EXC-LINE
113900         MOVE ' RUN ABANDONED - LETTERS INCOMPLETE' TO EXC-LINE
114000         WRITE EXC-LINE
114100         MOVE 8 TO RETURN-CODE
114200     ELSE
114300         IF WS-EXCEPTIONS > ZERO AND RETURN-CODE < 4
114400             MOVE 4 TO RETURN-CODE
114500         END-IF
114600     END-IF.
114700     COMPUTE RUN-RECORDS-IN = WS-CHANGES-READ + WS-PAYMENTS-READ.
114800     MOVE WS-LETTERS-WRITTEN TO RUN-RECORDS-OUT.
114900     MOVE WS-EXCEPTIONS TO RUN-RECORDS-REJECT.
115000     PERFORM 8810-RECORD-RUN-END
115100         THRU 8810-RECORD-RUN-END-EXIT.
115200     CLOSE LETTER-FILE.
115300     CLOSE EXCEPTION-REPORT.
115400     CLOSE ERROR-LOG.
115500     DISPLAY 'Notification letters written: ' WS-LETTERS-WRITTEN.
115600     DISPLAY 'Letters not sent (see LTREXC): ' WS-EXCEPTIONS.
115700 9000-TERMINATE-EXIT.
115800     EXIT.
115900*=============================================================*
116000* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
116100*               CONTROL RECORDING, COPIED IN                   *
116200*=============================================================*
116300     COPY RUNHDL.
116400*=============================================================*
116500* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
116600*=============================================================*
116700     COPY ERRHDL.
