001597*               SUBTOTAL; GRAND TOTALS OF BOTH PRINT AT THE     *
001598*               END. NEW BREAK/SUBTOTAL PRINT LINES LIVE IN     *
001599*               THE SHARED RPTLINE COPYBOOK.                    *
001600*   10/15/2026  RH  A 'Y' IN COLUMN 1 OF THE NEW OPTIONAL      *
001601*               RPTCTL CARD ALSO WRITES THE ROSTER AS A COMMA- *
001602*               DELIMITED DATA FILE ON RPTCSV FOR SPREADSHEETS *
001603*               (SHARED DLMWS/DLMHDL): A COLUMN-NAME ROW, ONE  *
001604*               DETAIL ROW PER EMPLOYEE WITH UNEDITED SALARY,  *
001605*               AND SUBTOTAL/TOTAL ROWS FOR THE DEPARTMENT AND *
001606*               GRAND TOTALS, MARKED IN THE ROW_TYPE COLUMN.   *
001607*               NO CARD, NO DATA FILE; THE PRINT IS UNCHANGED. *
001608*-------------------------------------------------------------*
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
001910     SELECT CONTROL-FILE ASSIGN TO RPTCTL
001920         ORGANIZATION IS LINE SEQUENTIAL
001930         FILE STATUS IS WS-CTL-FILE-STATUS.
002000     SELECT ROSTER-REPORT ASSIGN TO RPTOUT
002100         ORGANIZATION IS LINE SEQUENTIAL.
002110     SELECT DATA-FILE ASSIGN TO RPTCSV
002120         ORGANIZATION IS LINE SEQUENTIAL.
002200     SELECT ERROR-LOG ASSIGN TO SYSERR
002300         ORGANIZATION IS LINE SEQUENTIAL.
002400 DATA DIVISION.
002500 FILE SECTION.
002510 FD  CONTROL-FILE
002520     RECORDING MODE IS F.
002530 01  RCT-RECORD.
002540     05  RCT-DATA-FILE-FLAG   PIC X(01).
002550     05  FILLER               PIC X(79).
002560
002600 FD  ROSTER-REPORT
002700     RECORDING MODE IS F.
002800 01  RPT-LINE                 PIC X(80).
002810
002820 FD  DATA-FILE
002830     RECORDING MODE IS F.
002840 01  DLM-RECORD               PIC X(250).
002900
003000 FD  ERROR-LOG
003100     RECORDING MODE IS F.
004400         88  WS-EOF                VALUE 'Y'.
004500     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
004600         88  WS-CURSOR-OPEN        VALUE 'Y'.
004610     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
004620         88  WS-CTL-EOF            VALUE 'Y'.
004630
004640 01  WS-CTL-FILE-STATUS       PIC X(02).
004700
004800 01  WS-COUNTERS.
004900     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
005900     COPY ERRWS.
005920
005940     COPY RUNWS.
005950
005960     COPY DLMWS.
006000
006100 PROCEDURE DIVISION.
006200*=============================================================*
007600     OPEN OUTPUT ROSTER-REPORT.
007700     OPEN OUTPUT ERROR-LOG.
007800     ACCEPT WS-REPORT-DATE FROM DATE.
007805     OPEN INPUT CONTROL-FILE.
007810     IF WS-CTL-FILE-STATUS = '00'
007815         READ CONTROL-FILE
007820             AT END
007825                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
007830         END-READ
007835         IF NOT WS-CTL-EOF
007840             IF RCT-DATA-FILE-FLAG = 'Y'
007845                 MOVE 'Y' TO WS-DLM-SWITCH
007850             END-IF
007855         END-IF
007860         CLOSE CONTROL-FILE
007865     END-IF.
007870     IF WS-DLM-WANTED
007875         OPEN OUTPUT DATA-FILE
007880         PERFORM 7000-WRITE-DATA-HEADER
007885             THRU 7000-WRITE-DATA-HEADER-EXIT
007890     END-IF.
007900     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
008000     EXEC SQL
008100         CONNECT TO 'yourdatabase'
013310     ADD 1 TO WS-DEPT-EMP-COUNT.
013320     ADD EMP-SALARY TO WS-DEPT-SALARY-TOTAL.
013330     ADD EMP-SALARY TO WS-GRAND-SALARY-TOTAL.
013340     IF WS-DLM-WANTED
013350         PERFORM 7100-WRITE-DATA-DETAIL
013360             THRU 7100-WRITE-DATA-DETAIL-EXIT
013370     END-IF.
013400
013500     PERFORM 8000-FETCH-EMPLOYEE THRU 8000-FETCH-EMPLOYEE-EXIT.
013600 2000-PROCESS-EMPLOYEE-EXIT.
013744     MOVE WS-DEPT-SALARY-TOTAL TO RPT-DEPT-TRL-SALARY.
013745     WRITE RPT-LINE FROM RPT-DEPT-TOTAL-LINE.
013746     ADD 1 TO WS-LINE-COUNT.
013754     IF WS-DLM-WANTED
013761         PERFORM 7200-WRITE-DATA-SUBTOTAL
013769             THRU 7200-WRITE-DATA-SUBTOTAL-EXIT
013777     END-IF.
013785 4000-WRITE-DEPT-TOTALS-EXIT.
013792     EXIT.
013800*=============================================================*
013900* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
014000*=============================================================*
014800     MOVE ZERO TO WS-LINE-COUNT.
014900 6000-WRITE-HEADINGS-EXIT.
015000     EXIT.
015001*=============================================================*
015002* 7000-WRITE-DATA-HEADER - THE COLUMN-NAME ROW OF RPTCSV       *
015003*=============================================================*
015004 7000-WRITE-DATA-HEADER.
015005     MOVE 'ROW_TYPE' TO WS-DLM-ROW-TYPE.
015006     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
015007     MOVE 'DEPT_ID' TO WS-DLM-TEXT.
015008     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015009     MOVE 'DEPT_NAME' TO WS-DLM-TEXT.
015010     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015011     MOVE 'EMP_ID' TO WS-DLM-TEXT.
015012     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015013     MOVE 'EMP_NAME' TO WS-DLM-TEXT.
015014     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015015     MOVE 'EMP_STATUS' TO WS-DLM-TEXT.
015016     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015017     MOVE 'SALARY' TO WS-DLM-TEXT.
015018     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015019     MOVE 'EMPLOYEE_COUNT' TO WS-DLM-TEXT.
015020     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015021     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
015022 7000-WRITE-DATA-HEADER-EXIT.
015023     EXIT.
015024*=============================================================*
015025* 7100-WRITE-DATA-DETAIL - ONE EMPLOYEE ROW                    *
015026*=============================================================*
015027 7100-WRITE-DATA-DETAIL.
015028     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
015029     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
015030     MOVE EMP-DEPT-ID TO WS-DLM-TEXT.
015031     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015032     MOVE WS-DEPT-NAME TO WS-DLM-TEXT.
015033     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015034     MOVE EMP-ID TO WS-DLM-TEXT.
015035     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015036     MOVE EMP-NAME TO WS-DLM-TEXT.
015037     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015038     MOVE EMP-STATUS TO WS-DLM-TEXT.
015039     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015040     MOVE EMP-SALARY TO WS-DLM-NUMBER.
015041     MOVE 2 TO WS-DLM-DECIMALS.
015042     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
015043     MOVE SPACES TO WS-DLM-TEXT.
015044     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015045     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
015046 7100-WRITE-DATA-DETAIL-EXIT.
015047     EXIT.
015048*=============================================================*
015049* 7200-WRITE-DATA-SUBTOTAL - ONE DEPARTMENT'S COUNT AND SALARY *
015050*=============================================================*
015051 7200-WRITE-DATA-SUBTOTAL.
015052     MOVE 'SUBTOTAL' TO WS-DLM-ROW-TYPE.
015053     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
015054     MOVE WS-CURRENT-DEPT TO WS-DLM-TEXT.
015055     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015056     MOVE WS-DEPT-NAME TO WS-DLM-TEXT.
015057     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015058     MOVE SPACES TO WS-DLM-TEXT.
015059     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015060     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015061     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015062     MOVE WS-DEPT-SALARY-TOTAL TO WS-DLM-NUMBER.
015063     MOVE 2 TO WS-DLM-DECIMALS.
015064     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
015065     MOVE WS-DEPT-EMP-COUNT TO WS-DLM-NUMBER.
015066     MOVE ZERO TO WS-DLM-DECIMALS.
015067     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
015068     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
015069 7200-WRITE-DATA-SUBTOTAL-EXIT.
015070     EXIT.
015071*=============================================================*
015072* 7300-WRITE-DATA-TOTAL - THE GRAND TOTAL ROW                  *
015073*=============================================================*
015074 7300-WRITE-DATA-TOTAL.
015075     MOVE 'TOTAL' TO WS-DLM-ROW-TYPE.
015076     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
015077     MOVE SPACES TO WS-DLM-TEXT.
015078     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015079     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015080     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015081     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015082     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
015083     MOVE WS-GRAND-SALARY-TOTAL TO WS-DLM-NUMBER.
015084     MOVE 2 TO WS-DLM-DECIMALS.
015085     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
015086     MOVE WS-EMPLOYEE-COUNT TO WS-DLM-NUMBER.
015087     MOVE ZERO TO WS-DLM-DECIMALS.
015088     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
015089     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
015090 7300-WRITE-DATA-TOTAL-EXIT.
015091     EXIT.
015100*=============================================================*
015200* 8000-FETCH-EMPLOYEE - FETCH THE NEXT ROW FROM THE CURSOR     *
015300*=============================================================*
018400     WRITE RPT-LINE FROM RPT-TRAILER-LINE.
018410     MOVE WS-GRAND-SALARY-TOTAL TO RPT-TRL-SALARY.
018420     WRITE RPT-LINE FROM RPT-GRAND-SALARY-LINE.
018430     IF WS-DLM-WANTED
018440         PERFORM 7300-WRITE-DATA-TOTAL
018450             THRU 7300-WRITE-DATA-TOTAL-EXIT
018460         CLOSE DATA-FILE
018470         DISPLAY 'Data file rows:      ' WS-DLM-ROWS
018480     END-IF.
018500     CLOSE ROSTER-REPORT.
018600     CLOSE ERROR-LOG.
018610     MOVE WS-EMPLOYEE-COUNT TO RUN-RECORDS-IN.
018930*               CONTROL RECORDING, COPIED IN                   *
018940*=============================================================*
018950     COPY RUNHDL.
018955*=============================================================*
018960* 8765-DLM-START-ROW THRU 8790-DLM-WRITE-ROW - SHARED          *
018965*               DELIMITED DATA-FILE ROW BUILDER, COPIED IN     *
018970*=============================================================*
018975     COPY DLMHDL.
019000*=============================================================*
019010* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
019100*=============================================================*
