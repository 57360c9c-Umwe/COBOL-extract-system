000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BusinessCalendarList.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. YEARLY LISTING OF THE   *
001000*               BUSINESS_CALENDAR TABLE SO HR CAN CHECK THE   *
001100*               COMING YEAR BEFORE JANUARY. EVERY ROW FOR THE *
001200*               YEAR (ACTIVE AND INACTIVE) PRINTS BY MONTH    *
001300*               WITH ITS WEEKDAY, TYPE, DESCRIPTION AND       *
001400*               STATUS, FOLLOWED BY A MONTH LINE OF PAY       *
001500*               DATES, HOLIDAYS, PERIOD CLOSES AND WORKING    *
001600*               DAYS, THEN THE YEAR TOTALS. AN ACTIVE PAY     *
001700*               DATE THAT IS NOT A BUSINESS DAY, A MONTH WITH *
001800*               NO ACTIVE PAY DATE OR NO ACTIVE PERIOD CLOSE  *
001900*               IS FLAGGED AND ENDS THE RUN RC 4. THE YEAR    *
002000*               COMES FROM THE BCLCTL CARD (CCYY IN COLUMNS   *
002100*               1-4); BLANK OR NO CARD LISTS NEXT YEAR. RUN   *
002200*               ON DEMAND.                                    *
002300*-------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT CONTROL-FILE ASSIGN TO BCLCTL
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-CTL-FILE-STATUS.
003000     SELECT CALENDAR-REPORT ASSIGN TO BCLRPT
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200     SELECT ERROR-LOG ASSIGN TO SYSERR
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  CONTROL-FILE
003700     RECORDING MODE IS F.
003800 01  BCC-RECORD.
003900     05  BCC-YEAR             PIC 9(04).
004000     05  BCC-YEAR-X           REDEFINES BCC-YEAR
004100                              PIC X(04).
004200     05  FILLER               PIC X(76).
004300
004400 FD  CALENDAR-REPORT
004500     RECORDING MODE IS F.
004600 01  RPT-LINE                 PIC X(80).
004700
004800 FD  ERROR-LOG
004900     RECORDING MODE IS F.
005000     COPY ERRREC.
005100 WORKING-STORAGE SECTION.
005200     COPY DBCONN.
005300
005400 01  WS-SQLCODE               PIC S9(9) COMP.
005500
005600     COPY RUNWS.
005700
005800     COPY DAYSWS.
005900
006000 01  WS-SWITCHES.
006100     05  WS-CAL-EOF-SWITCH    PIC X(01) VALUE 'N'.
006200         88  WS-CAL-EOF            VALUE 'Y'.
006300     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
006400         88  WS-CTL-EOF            VALUE 'Y'.
006500     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
006600         88  WS-ABANDONED          VALUE 'Y'.
006700
006800 01  WS-CTL-FILE-STATUS       PIC X(02).
006900
007000 01  WS-COUNTERS.
007100     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
007200     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
007300     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
007400     05  WS-ROWS-PRINTED      PIC 9(07) COMP VALUE ZERO.
007500     05  WS-WARNINGS          PIC 9(07) COMP VALUE ZERO.
007600     05  WS-MONTH-SUB         PIC 9(02) COMP VALUE ZERO.
007700
007800 01  WS-REPORT-DATE.
007900     05  WS-REPORT-YY         PIC 9(02).
008000     05  WS-REPORT-MM         PIC 9(02).
008100     05  WS-REPORT-DD         PIC 9(02).
008200
008300 01  WS-RUN-DATE              PIC 9(08).
008400 01  WS-RUN-DATE-PARTS        REDEFINES WS-RUN-DATE.
008500     05  WS-RUN-CCYY          PIC 9(04).
008600     05  FILLER               PIC 9(04).
008700
008800 01  WS-LIST-FIELDS.
008900     05  WS-LIST-YEAR         PIC 9(04).
009000     05  WS-YEAR-FIRST        PIC 9(08).
009100     05  WS-YEAR-LAST         PIC 9(08).
009200     05  WS-MONTH-FIRST-NUMBER
009300                              PIC S9(09) COMP.
009400
009500 01  WS-CAL-ROW.
009600     05  WS-CAL-DATE          PIC 9(08).
009700     05  WS-CAL-DATE-PARTS    REDEFINES WS-CAL-DATE.
009800         10  WS-CAL-CCYY      PIC 9(04).
009900         10  WS-CAL-MM        PIC 9(02).
010000         10  WS-CAL-DD        PIC 9(02).
010100     05  WS-CAL-TYPE          PIC X(01).
010200     05  WS-CAL-DESC          PIC X(30).
010300     05  WS-CAL-STATUS        PIC X(01).
010400
010500 01  WS-MONTH-TOTALS.
010600     05  MT-PAY               PIC 9(05) COMP VALUE ZERO.
010700     05  MT-HOLIDAY           PIC 9(05) COMP VALUE ZERO.
010800     05  MT-CLOSE             PIC 9(05) COMP VALUE ZERO.
010900     05  MT-WORKING           PIC 9(05) COMP VALUE ZERO.
011000
011100 01  WS-YEAR-TOTALS.
011200     05  YT-PAY               PIC 9(05) COMP VALUE ZERO.
011300     05  YT-HOLIDAY           PIC 9(05) COMP VALUE ZERO.
011400     05  YT-CLOSE             PIC 9(05) COMP VALUE ZERO.
011500     05  YT-WORKING           PIC 9(05) COMP VALUE ZERO.
011600     05  YT-INACTIVE          PIC 9(05) COMP VALUE ZERO.
011700
011800 01  WS-DAY-NAME-TABLE.
011900     05  FILLER               PIC X(21)
012000                              VALUE 'MONTUEWEDTHUFRISATSUN'.
012100 01  WS-DAY-NAMES             REDEFINES WS-DAY-NAME-TABLE.
012200     05  WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.
012300
012400 01  WS-MONTH-NAME-TABLE.
012500     05  FILLER               PIC X(36) VALUE
012600         'JANUARY  FEBRUARY MARCH    APRIL    '.
012700     05  FILLER               PIC X(36) VALUE
012800         'MAY      JUNE     JULY     AUGUST   '.
012900     05  FILLER               PIC X(36) VALUE
013000         'SEPTEMBEROCTOBER  NOVEMBER DECEMBER '.
013100 01  WS-MONTH-NAMES           REDEFINES WS-MONTH-NAME-TABLE.
013200     05  WS-MONTH-NAME        PIC X(09) OCCURS 12 TIMES.
013300
013400 01  BCL-HEADING-1.
013500     05  FILLER               PIC X(01) VALUE SPACE.
013600     05  FILLER               PIC X(27) VALUE
013700         'BUSINESS CALENDAR LISTING -'.
013800     05  FILLER               PIC X(01) VALUE SPACE.
013900     05  BCL-HDG1-YEAR        PIC 9(04).
014000     05  FILLER               PIC X(07) VALUE SPACE.
014100     05  BCL-HDG1-DATE        PIC X(08).
014200     05  FILLER               PIC X(05) VALUE SPACE.
014300     05  FILLER               PIC X(05) VALUE 'PAGE '.
014400     05  BCL-HDG1-PAGE        PIC ZZ9.
014500
014600 01  BCL-HEADING-2.
014700     05  FILLER               PIC X(01) VALUE SPACE.
014800     05  FILLER               PIC X(11) VALUE 'DATE'.
014900     05  FILLER               PIC X(04) VALUE 'DAY'.
015000     05  FILLER               PIC X(10) VALUE 'TYPE'.
015100     05  FILLER               PIC X(31) VALUE 'DESCRIPTION'.
015200     05  FILLER               PIC X(05) VALUE 'STAT'.
015300     05  FILLER               PIC X(14) VALUE 'NOTE'.
015400
015500 01  BCL-MONTH-LINE.
015600     05  FILLER               PIC X(01) VALUE SPACE.
015700     05  BCL-MON-NAME         PIC X(09).
015800     05  FILLER               PIC X(01) VALUE SPACE.
015900     05  BCL-MON-YEAR         PIC 9(04).
016000
016100 01  BCL-DETAIL-LINE.
016200     05  FILLER               PIC X(01) VALUE SPACE.
016300     05  BCL-DTL-MM           PIC 9(02).
016400     05  FILLER               PIC X(01) VALUE '/'.
016500     05  BCL-DTL-DD           PIC 9(02).
016600     05  FILLER               PIC X(01) VALUE '/'.
016700     05  BCL-DTL-CCYY         PIC 9(04).
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  BCL-DTL-DAY          PIC X(03).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  BCL-DTL-TYPE         PIC X(09).
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  BCL-DTL-DESC         PIC X(30).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  BCL-DTL-STATUS       PIC X(04).
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  BCL-DTL-NOTE         PIC X(14).
017800
017900 01  BCL-MONTH-TOTAL-LINE.
018000     05  FILLER               PIC X(03) VALUE SPACE.
018100     05  FILLER               PIC X(11) VALUE 'PAY DATES: '.
018200     05  BCL-MT-PAY           PIC Z9.
018300     05  FILLER               PIC X(12) VALUE '  HOLIDAYS: '.
018400     05  BCL-MT-HOLIDAY       PIC Z9.
018500     05  FILLER               PIC X(10) VALUE '  CLOSES: '.
018600     05  BCL-MT-CLOSE         PIC Z9.
018700     05  FILLER               PIC X(16) VALUE
018800         '  WORKING DAYS: '.
018900     05  BCL-MT-WORKING       PIC Z9.
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  BCL-MT-NOTE          PIC X(15).
019200
019300 01  BCL-SUMMARY-LINE.
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  BCL-SUM-LABEL        PIC X(40).
019600     05  BCL-SUM-COUNT        PIC ZZZ,ZZ9.
019700
019800     COPY ERRWS.
019900
020000 PROCEDURE DIVISION.
020100*=============================================================*
020200* 0000-MAINLINE                                               *
020300*=============================================================*
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020600     IF NOT WS-ABANDONED
020700         PERFORM 2000-LIST-MONTH THRU 2000-LIST-MONTH-EXIT
020800             VARYING WS-MONTH-SUB FROM 1 BY 1
020900             UNTIL WS-MONTH-SUB > 12
021000         PERFORM 3500-YEAR-TOTAL THRU 3500-YEAR-TOTAL-EXIT
021100     END-IF.
021200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021300     GOBACK.
021400*=============================================================*
021500* 1000-INITIALIZE - PICK UP THE YEAR, CONNECT, LOAD THE        *
021600*               HOLIDAYS FOR THE WORKING-DAY COUNTS AND OPEN   *
021700*               THE CALENDAR CURSOR                            *
021800*=============================================================*
021900 1000-INITIALIZE.
022000     OPEN OUTPUT CALENDAR-REPORT.
022100     OPEN OUTPUT ERROR-LOG.
022200     ACCEPT WS-REPORT-DATE FROM DATE.
022300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022400     COMPUTE WS-LIST-YEAR = WS-RUN-CCYY + 1.
022500     OPEN INPUT CONTROL-FILE.
022600     IF WS-CTL-FILE-STATUS = '00'
022700         READ CONTROL-FILE
022800             AT END
022900                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
023000         END-READ
023100         IF NOT WS-CTL-EOF
023200             IF BCC-YEAR-X NOT = SPACES
023300                 IF BCC-YEAR NUMERIC
023400                     MOVE BCC-YEAR TO WS-LIST-YEAR
023500                 ELSE
023600                     MOVE ZERO TO WS-LIST-YEAR
023700                 END-IF
023800             END-IF
023900         END-IF
024000         CLOSE CONTROL-FILE
024100     END-IF.
024200     IF WS-LIST-YEAR < 1900
024300         DISPLAY 'No valid year on BCLCTL - run abandoned.'
024400         MOVE 8 TO RETURN-CODE
024500         MOVE 'Y' TO WS-ABANDON-SWITCH
024600         GO TO 1000-INITIALIZE-EXIT
024700     END-IF.
024800     COMPUTE WS-YEAR-FIRST = WS-LIST-YEAR * 10000 + 0101.
024900     COMPUTE WS-YEAR-LAST  = WS-LIST-YEAR * 10000 + 1231.
025000     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
025100     EXEC SQL
025200         CONNECT TO 'yourdatabase'
025300         USER :WS-USERID
025400         USING :WS-PASSWORD
025500     END-EXEC.
025600     IF SQLCODE NOT = 0
025700         DISPLAY 'Connection failed: ' SQLCODE
025800         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
025900         PERFORM 8900-HANDLE-SQL-ERROR
026000             THRU 8900-HANDLE-SQL-ERROR-EXIT
026100         MOVE 'Y' TO WS-ABANDON-SWITCH
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     MOVE 'BCL' TO RUN-PROGRAM-ID.
026500     MOVE 'Y' TO RUN-LOG-SWITCH.
026600     PERFORM 8800-RECORD-RUN-START
026700         THRU 8800-RECORD-RUN-START-EXIT.
026800     PERFORM 1970-LOAD-CALENDAR THRU 1970-LOAD-CALENDAR-EXIT.
026900     IF WS-DAYS-CAL-FAILED
027000         DISPLAY 'Business calendar load failed - run '
027100             'abandoned.'
027200         MOVE 8 TO RETURN-CODE
027300         MOVE 'Y' TO WS-ABANDON-SWITCH
027400         GO TO 1000-INITIALIZE-EXIT
027500     END-IF.
027600     EXEC SQL
027700         DECLARE LIST-CURSOR CURSOR FOR
027800             SELECT CAL_DATE, CAL_TYPE, CAL_DESC, CAL_STATUS
027900             FROM BUSINESS_CALENDAR
028000             WHERE CAL_DATE BETWEEN :WS-YEAR-FIRST
028100                 AND :WS-YEAR-LAST
028200             ORDER BY CAL_DATE, CAL_TYPE
028300     END-EXEC.
028400     EXEC SQL
028500         OPEN LIST-CURSOR
028600     END-EXEC.
028700     IF SQLCODE NOT = 0
028800         DISPLAY 'Calendar cursor open failed: ' SQLCODE
028900         MOVE 'OPEN-CURSOR' TO WS-ERROR-CONTEXT
029000         PERFORM 8900-HANDLE-SQL-ERROR
029100             THRU 8900-HANDLE-SQL-ERROR-EXIT
029200         MOVE 'Y' TO WS-ABANDON-SWITCH
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF.
029500     MOVE WS-LIST-YEAR TO BCL-HDG1-YEAR.
029600     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
029700     PERFORM 8000-FETCH-CALENDAR THRU 8000-FETCH-CALENDAR-EXIT.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000*=============================================================*
030100* 2000-LIST-MONTH - THE MONTH NAME, EVERY ROW DATED IN THE     *
030200*               MONTH, THEN THE MONTH TOTAL LINE               *
030300*=============================================================*
030400 2000-LIST-MONTH.
030500     INITIALIZE WS-MONTH-TOTALS.
030600     IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
030700         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
030800     END-IF.
030900     MOVE WS-MONTH-NAME (WS-MONTH-SUB) TO BCL-MON-NAME.
031000     MOVE WS-LIST-YEAR TO BCL-MON-YEAR.
031100     WRITE RPT-LINE FROM BCL-MONTH-LINE.
031200     ADD 1 TO WS-LINE-COUNT.
031300     PERFORM 2100-LIST-ROW THRU 2100-LIST-ROW-EXIT
031400         UNTIL WS-CAL-EOF OR WS-CAL-MM NOT = WS-MONTH-SUB.
031500     PERFORM 3000-MONTH-TOTAL THRU 3000-MONTH-TOTAL-EXIT.
031600 2000-LIST-MONTH-EXIT.
031700     EXIT.
031800*=============================================================*
031900* 2100-LIST-ROW - ONE CALENDAR ROW. AN ACTIVE PAY DATE THAT IS *
032000*               NOT A BUSINESS DAY IS FLAGGED; AN ACTIVE       *
032100*               HOLIDAY ON A WEEKEND IS NOTED ONLY             *
032200*=============================================================*
032300 2100-LIST-ROW.
032400     MOVE WS-CAL-DATE TO WS-DAYS-DATE.
032500     PERFORM 8610-CHECK-BUSINESS-DAY
032600         THRU 8610-CHECK-BUSINESS-DAY-EXIT.
032700     MOVE WS-CAL-MM   TO BCL-DTL-MM.
032800     MOVE WS-CAL-DD   TO BCL-DTL-DD.
032900     MOVE WS-CAL-CCYY TO BCL-DTL-CCYY.
033000     MOVE WS-DAY-NAME (WS-DAYS-WEEKDAY + 1) TO BCL-DTL-DAY.
033100     MOVE WS-CAL-DESC TO BCL-DTL-DESC.
033200     MOVE SPACES TO BCL-DTL-NOTE.
033300     IF WS-CAL-STATUS = 'A'
033400         MOVE 'ACT' TO BCL-DTL-STATUS
033500     ELSE
033600         MOVE 'INAC' TO BCL-DTL-STATUS
033700         ADD 1 TO YT-INACTIVE
033800     END-IF.
033900     EVALUATE WS-CAL-TYPE
034000         WHEN 'H'
034100             MOVE 'HOLIDAY' TO BCL-DTL-TYPE
034200         WHEN 'P'
034300             MOVE 'PAY DATE' TO BCL-DTL-TYPE
034400         WHEN 'C'
034500             MOVE 'CLOSE' TO BCL-DTL-TYPE
034600         WHEN OTHER
034700             MOVE WS-CAL-TYPE TO BCL-DTL-TYPE
034800             MOVE '*BAD TYPE*' TO BCL-DTL-NOTE
034900             ADD 1 TO WS-WARNINGS
035000     END-EVALUATE.
035100     IF WS-CAL-STATUS = 'A'
035200         PERFORM 2200-COUNT-ROW THRU 2200-COUNT-ROW-EXIT
035300     END-IF.
035400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
035500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
035600     END-IF.
035700     WRITE RPT-LINE FROM BCL-DETAIL-LINE.
035800     ADD 1 TO WS-LINE-COUNT.
035900     ADD 1 TO WS-ROWS-PRINTED.
036000     PERFORM 8000-FETCH-CALENDAR THRU 8000-FETCH-CALENDAR-EXIT.
036100 2100-LIST-ROW-EXIT.
036200     EXIT.
036300*=============================================================*
036400* 2200-COUNT-ROW - AN ACTIVE ROW INTO THE MONTH COUNTS, WITH   *
036500*               ITS BUSINESS-DAY NOTE                          *
036600*=============================================================*
036700 2200-COUNT-ROW.
036800     IF WS-CAL-TYPE = 'P'
036900         ADD 1 TO MT-PAY
037000         IF NOT WS-DAYS-IS-BUSINESS
037100             MOVE '*NOT BUS DAY*' TO BCL-DTL-NOTE
037200             ADD 1 TO WS-WARNINGS
037300         END-IF
037400     END-IF.
037500     IF WS-CAL-TYPE = 'H'
037600         ADD 1 TO MT-HOLIDAY
037700         IF WS-DAYS-WEEKEND
037800             MOVE 'ON WEEKEND' TO BCL-DTL-NOTE
037900         END-IF
038000     END-IF.
038100     IF WS-CAL-TYPE = 'C'
038200         ADD 1 TO MT-CLOSE
038300     END-IF.
038400 2200-COUNT-ROW-EXIT.
038500     EXIT.
038600*=============================================================*
038700* 3000-MONTH-TOTAL - THE MONTH'S COUNTS AND WORKING DAYS. NO   *
038800*               ACTIVE PAY DATE OR PERIOD CLOSE IS FLAGGED     *
038900*=============================================================*
039000 3000-MONTH-TOTAL.
039100     MOVE WS-LIST-YEAR TO WS-DAYS-CCYY.
039200     MOVE WS-MONTH-SUB TO WS-DAYS-MM.
039300     MOVE 1            TO WS-DAYS-DD.
039400     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
039500     MOVE WS-DAYS-NUMBER TO WS-MONTH-FIRST-NUMBER.
039600     PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT.
039700     COMPUTE WS-DAYS-FROM-NUMBER = WS-MONTH-FIRST-NUMBER - 1.
039800     COMPUTE WS-DAYS-TO-NUMBER =
039900         WS-MONTH-FIRST-NUMBER + WS-DAYS-MONTH-END - 1.
040000     PERFORM 8630-COUNT-WORKING-DAYS
040100         THRU 8630-COUNT-WORKING-DAYS-EXIT.
040200     MOVE WS-DAYS-WORKING TO MT-WORKING.
040300     MOVE MT-PAY     TO BCL-MT-PAY.
040400     MOVE MT-HOLIDAY TO BCL-MT-HOLIDAY.
040500     MOVE MT-CLOSE   TO BCL-MT-CLOSE.
040600     MOVE MT-WORKING TO BCL-MT-WORKING.
040700     MOVE SPACES TO BCL-MT-NOTE.
040800     IF MT-PAY = ZERO
040900         MOVE '*NO PAY DATE*' TO BCL-MT-NOTE
041000         ADD 1 TO WS-WARNINGS
041100     ELSE
041200         IF MT-CLOSE = ZERO
041300             MOVE '*NO CLOSE*' TO BCL-MT-NOTE
041400             ADD 1 TO WS-WARNINGS
041500         END-IF
041600     END-IF.
041700     IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
041800         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
041900     END-IF.
042000     WRITE RPT-LINE FROM BCL-MONTH-TOTAL-LINE.
042100     MOVE SPACES TO RPT-LINE.
042200     WRITE RPT-LINE.
042300     ADD 2 TO WS-LINE-COUNT.
042400     ADD MT-PAY     TO YT-PAY.
042500     ADD MT-HOLIDAY TO YT-HOLIDAY.
042600     ADD MT-CLOSE   TO YT-CLOSE.
042700     ADD MT-WORKING TO YT-WORKING.
042800 3000-MONTH-TOTAL-EXIT.
042900     EXIT.
043000*=============================================================*
043100* 3500-YEAR-TOTAL - THE YEAR'S COUNTS AND THE WARNING COUNT    *
043200*=============================================================*
043300 3500-YEAR-TOTAL.
043400     IF WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
043500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
043600     END-IF.
043700     MOVE 'ACTIVE PAY DATES:' TO BCL-SUM-LABEL.
043800     MOVE YT-PAY TO BCL-SUM-COUNT.
043900     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
044000     MOVE 'ACTIVE HOLIDAYS:' TO BCL-SUM-LABEL.
044100     MOVE YT-HOLIDAY TO BCL-SUM-COUNT.
044200     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
044300     MOVE 'ACTIVE PERIOD CLOSES:' TO BCL-SUM-LABEL.
044400     MOVE YT-CLOSE TO BCL-SUM-COUNT.
044500     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
044600     MOVE 'INACTIVE ROWS:' TO BCL-SUM-LABEL.
044700     MOVE YT-INACTIVE TO BCL-SUM-COUNT.
044800     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
044900     MOVE 'WORKING DAYS IN YEAR:' TO BCL-SUM-LABEL.
045000     MOVE YT-WORKING TO BCL-SUM-COUNT.
045100     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
045200     MOVE 'WARNINGS:' TO BCL-SUM-LABEL.
045300     MOVE WS-WARNINGS TO BCL-SUM-COUNT.
045400     WRITE RPT-LINE FROM BCL-SUMMARY-LINE.
045500     ADD 6 TO WS-LINE-COUNT.
045600     IF WS-WARNINGS > ZERO
045700         IF RETURN-CODE < 4
045800             MOVE 4 TO RETURN-CODE
045900         END-IF
046000     END-IF.
046100 3500-YEAR-TOTAL-EXIT.
046200     EXIT.
046300*=============================================================*
046400* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
046500*=============================================================*
046600 6000-WRITE-HEADINGS.
046700     ADD 1 TO WS-PAGE-COUNT.
046800     MOVE WS-PAGE-COUNT TO BCL-HDG1-PAGE.
046900     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
047000         DELIMITED BY SIZE INTO BCL-HDG1-DATE.
047100     WRITE RPT-LINE FROM BCL-HEADING-1.
047200     MOVE SPACES TO RPT-LINE.
047300     WRITE RPT-LINE.
047400     WRITE RPT-LINE FROM BCL-HEADING-2.
047500     MOVE 3 TO WS-LINE-COUNT.
047600 6000-WRITE-HEADINGS-EXIT.
047700     EXIT.
047800*=============================================================*
047900* 8000-FETCH-CALENDAR - FETCH THE NEXT CALENDAR ROW FOR THE    *
048000*               YEAR                                           *
048100*=============================================================*
048200 8000-FETCH-CALENDAR.
048300     EXEC SQL
048400         FETCH LIST-CURSOR
048500         INTO :WS-CAL-DATE, :WS-CAL-TYPE, :WS-CAL-DESC,
048600             :WS-CAL-STATUS
048700     END-EXEC.
048800     IF SQLCODE = 100
048900         MOVE 'Y' TO WS-CAL-EOF-SWITCH
049000     ELSE
049100         IF SQLCODE NOT = 0
049200             DISPLAY 'Fetch failed: ' SQLCODE
049300             MOVE 'FETCH' TO WS-ERROR-CONTEXT
049400             PERFORM 8900-HANDLE-SQL-ERROR
049500                 THRU 8900-HANDLE-SQL-ERROR-EXIT
049600             MOVE 'Y' TO WS-CAL-EOF-SWITCH
049700         END-IF
049800     END-IF.
049900 8000-FETCH-CALENDAR-EXIT.
050000     EXIT.
050100*=============================================================*
050200* 9000-TERMINATE - CLOSE THE CURSOR, RUN-CONTROL END, CLOSE    *
050300*               FILES                                          *
050400*=============================================================*
050500 9000-TERMINATE.
050600     IF NOT WS-ABANDONED
050700         EXEC SQL
050800             CLOSE LIST-CURSOR
050900         END-EXEC
051000     END-IF.
051100     MOVE WS-ROWS-PRINTED TO RUN-RECORDS-IN.
051200     MOVE WS-ROWS-PRINTED TO RUN-RECORDS-OUT.
051300     MOVE WS-WARNINGS     TO RUN-RECORDS-REJECT.
051400     PERFORM 8810-RECORD-RUN-END
051500         THRU 8810-RECORD-RUN-END-EXIT.
051600     CLOSE CALENDAR-REPORT.
051700     CLOSE ERROR-LOG.
051800     DISPLAY 'Calendar rows listed: ' WS-ROWS-PRINTED.
051900     DISPLAY 'Warnings:             ' WS-WARNINGS.
052000 9000-TERMINATE-EXIT.
052100     EXIT.
052200*=============================================================*
052300* 1970-LOAD-CALENDAR - SHARED BUSINESS-CALENDAR LOAD, COPIED IN*
052400*=============================================================*
052500     COPY CALHDL.
052600*=============================================================*
052700* 8600-8634 - SHARED DATE, WEEKDAY AND BUSINESS-DAY            *
052800*               ARITHMETIC, COPIED IN                          *
052900*=============================================================*
053000     COPY DAYSHDL.
053100*=============================================================*
053200* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
053300*               CONTROL RECORDING, COPIED IN                   *
053400*=============================================================*
053500     COPY RUNHDL.
053600*=============================================================*
053700* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
053800*=============================================================*
053900     COPY ERRHDL.
