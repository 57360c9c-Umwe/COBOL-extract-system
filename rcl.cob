000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RunClear.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. CLEARS A RUN_CONTROL    *
001000*               ROW LEFT AT STATUS 'R' BY AN ABENDED STEP SO  *
001100*               IT STOPS HOLDING THE RUN INTERLOCK (RUNHDL)   *
001200*               AGAINST THE REST OF ITS CONFLICT GROUP, WITH- *
001300*               OUT ANYONE HAND-EDITING THE TABLE. THE RCLCTL *
001400*               CARD NAMES THE ROW (PROGRAM ID, RUN DATE,     *
001500*               START TIME). THE OPERATOR NEEDS SECPARM LEVEL *
001600*               2 FOR FUNCTION 'RUNCLEAR', AND THE ROW MUST   *
001700*               BE OLDER THAN THE LONGEST STALE_HOURS OF THE  *
001800*               PROGRAM'S RUN_CONFLICT GROUPS (12 HOURS WHEN  *
001900*               IT IS IN NONE) - A YOUNGER ROW MAY BE A RUN   *
002000*               THAT IS STILL GOING. THE ROW IS STAMPED ENDED *
002100*               WITH STATUS 'X' AND FINAL RC 16, WHICH STILL  *
002200*               READS AS UNFINISHED TO THE CHECKPOINT RESTART *
002300*               (RSTHDL) SO THE PROGRAM'S NEXT RUN RESTARTS;  *
002400*               THE CLEARING OPERATOR IS THE AUTH USER ON     *
002500*               THIS PROGRAM'S OWN RUN ROW. RC 8 WHEN THE ROW *
002600*               IS NOT CLEARED.                               *
002700*-------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CONTROL-FILE ASSIGN TO RCLCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CTL-FILE-STATUS.
003400     SELECT ERROR-LOG ASSIGN TO SYSERR
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CONTROL-FILE
003900     RECORDING MODE IS F.
004000 01  RCC-RECORD.
004100     05  RCC-PROGRAM-ID       PIC X(08).
004200     05  RCC-RUN-DATE         PIC 9(08).
004300     05  RCC-START-TIME       PIC 9(08).
004400     05  FILLER               PIC X(56).
004500
004600 FD  ERROR-LOG
004700     RECORDING MODE IS F.
004800     COPY ERRREC.
004900 WORKING-STORAGE SECTION.
005000     COPY DBCONN.
005100
005200 01  WS-SQLCODE               PIC S9(9) COMP.
005300
005400     COPY RUNWS.
005500     COPY DAYSWS.
005600
005700 01  WS-CTL-FILE-STATUS       PIC X(02).
005800
005900 01  WS-SWITCHES.
006000     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
006100         88  WS-CTL-EOF            VALUE 'Y'.
006200
006300*    ROWS ARE CLEARED ONLY UNDER SECPARM LEVEL 2 FOR 'RUNCLEAR'.
006400 01  WS-AUTH-FIELDS.
006500     05  WS-RCL-FUNCTION      PIC X(08) VALUE 'RUNCLEAR'.
006600     05  WS-RCL-AUTH-LEVEL    PIC 9(01) VALUE ZERO.
006700     05  WS-RCL-AUTH-ID       PIC X(08) VALUE SPACES.
006800
006900 01  WS-TARGET-RUN.
007000     05  WS-TGT-PROGRAM-ID    PIC X(08).
007100     05  WS-TGT-RUN-DATE      PIC 9(08).
007200     05  WS-TGT-START-TIME    PIC 9(08).
007300     05  WS-TGT-START-SPLIT   REDEFINES WS-TGT-START-TIME.
007400         10  WS-TGT-START-HH  PIC 9(02).
007500         10  WS-TGT-START-MN  PIC 9(02).
007600         10  FILLER           PIC 9(04).
007700     05  WS-TGT-STATUS        PIC X(01).
007800     05  WS-TGT-AUTH-USER     PIC X(08).
007900
008000 01  WS-CLOCK.
008100     05  WS-NOW-DATE          PIC 9(08).
008200     05  WS-NOW-TIME          PIC 9(08).
008300     05  WS-NOW-TIME-SPLIT    REDEFINES WS-NOW-TIME.
008400         10  WS-NOW-HH        PIC 9(02).
008500         10  WS-NOW-MN        PIC 9(02).
008600         10  FILLER           PIC 9(04).
008700
008800*    AGE OF THE ROW AND THE TIMEOUT IT MUST EXCEED, IN MINUTES.
008900 01  WS-AGE-FIELDS.
009000     05  WS-TGT-DAY-NUMBER    PIC S9(09) COMP VALUE ZERO.
009100     05  WS-NOW-DAY-NUMBER    PIC S9(09) COMP VALUE ZERO.
009200     05  WS-AGE-MINUTES       PIC S9(09) COMP VALUE ZERO.
009300     05  WS-STALE-HOURS       PIC S9(04) COMP VALUE ZERO.
009400     05  WS-STALE-MINUTES     PIC S9(09) COMP VALUE ZERO.
009500     05  WS-DEFAULT-HOURS     PIC S9(04) COMP VALUE 12.
009600     05  WS-AGE-HOURS         PIC S9(07) COMP VALUE ZERO.
009700
009800     COPY ERRWS.
009900
010000 PROCEDURE DIVISION.
010100*=============================================================*
010200* 0000-MAINLINE                                               *
010300*=============================================================*
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
010600     IF RETURN-CODE < 8
010700         PERFORM 2000-CLEAR-RUN THRU 2000-CLEAR-RUN-EXIT
010800     END-IF.
010900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
011000     GOBACK.
011100*=============================================================*
011200* 1000-INITIALIZE - CONTROL CARD, CONNECT, AUTHORITY           *
011300*=============================================================*
011400 1000-INITIALIZE.
011500     OPEN OUTPUT ERROR-LOG.
011600     MOVE SPACES TO RCC-RECORD.
011700     OPEN INPUT CONTROL-FILE.
011800     IF WS-CTL-FILE-STATUS = '00'
011900         READ CONTROL-FILE
012000             AT END
012100                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
012200         END-READ
012300         CLOSE CONTROL-FILE
012400     ELSE
012500         MOVE 'Y' TO WS-CTL-EOF-SWITCH
012600     END-IF.
012700     IF WS-CTL-EOF
012800             OR RCC-PROGRAM-ID = SPACES
012900             OR RCC-RUN-DATE NOT NUMERIC
013000             OR RCC-START-TIME NOT NUMERIC
013100         DISPLAY 'RCLCTL must name the run: program id, run '
013200             'date CCYYMMDD, start time HHMMSSHH.'
013300         MOVE 8 TO RETURN-CODE
013400         GO TO 1000-INITIALIZE-EXIT
013500     END-IF.
013600     MOVE RCC-PROGRAM-ID TO WS-TGT-PROGRAM-ID.
013700     MOVE RCC-RUN-DATE   TO WS-TGT-RUN-DATE.
013800     MOVE RCC-START-TIME TO WS-TGT-START-TIME.
013900     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
014000     EXEC SQL
014100         CONNECT TO 'yourdatabase'
014200         USER :WS-USERID
014300         USING :WS-PASSWORD
014400     END-EXEC.
014500     IF SQLCODE NOT = 0
014600         DISPLAY 'Connection failed: ' SQLCODE
014700         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
014800         PERFORM 8900-HANDLE-SQL-ERROR
014900             THRU 8900-HANDLE-SQL-ERROR-EXIT
015000         GO TO 1000-INITIALIZE-EXIT
015100     END-IF.
015200     CALL 'SecurityAuthLevel' USING WS-RCL-FUNCTION
015300         WS-RCL-AUTH-LEVEL WS-RCL-AUTH-ID.
015400     IF WS-RCL-AUTH-LEVEL < 2
015500         DISPLAY 'No RUNCLEAR authority - run row not cleared.'
015600         MOVE 8 TO RETURN-CODE
015700     ELSE
015800         MOVE WS-RCL-AUTH-ID TO RUN-AUTH-USERID
015900     END-IF.
016000     MOVE 'RCL' TO RUN-PROGRAM-ID.
016100     MOVE 'Y' TO RUN-LOG-SWITCH.
016200     PERFORM 8800-RECORD-RUN-START
016300         THRU 8800-RECORD-RUN-START-EXIT.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
016600*=============================================================*
016700* 2000-CLEAR-RUN - THE ROW MUST BE 'R' AND PAST ITS STALE      *
016800*               TIMEOUT; THEN IT IS STAMPED 'X', RC 16         *
016900*=============================================================*
017000 2000-CLEAR-RUN.
017100     MOVE 1 TO RUN-RECORDS-IN.
017200     MOVE WS-TGT-PROGRAM-ID TO WS-ERROR-KEY.
017300     EXEC SQL
017400         SELECT RUN_STATUS, AUTH_USER
017500         INTO :WS-TGT-STATUS, :WS-TGT-AUTH-USER
017600         FROM RUN_CONTROL
017700         WHERE PROGRAM_ID = :WS-TGT-PROGRAM-ID
017800             AND RUN_DATE = :WS-TGT-RUN-DATE
017900             AND START_TIME = :WS-TGT-START-TIME
018000     END-EXEC.
018100     IF SQLCODE = 100
018200         DISPLAY 'Run not on RUN_CONTROL: ' WS-TGT-PROGRAM-ID
018300             ' ' WS-TGT-RUN-DATE ' ' WS-TGT-START-TIME
018400         MOVE 8 TO RETURN-CODE
018500         GO TO 2000-CLEAR-RUN-EXIT
018600     END-IF.
018700     IF SQLCODE NOT = 0
018800         DISPLAY 'Run lookup failed: ' SQLCODE
018900         MOVE 'RUN-LOOKUP' TO WS-ERROR-CONTEXT
019000         PERFORM 8900-HANDLE-SQL-ERROR
019100             THRU 8900-HANDLE-SQL-ERROR-EXIT
019200         GO TO 2000-CLEAR-RUN-EXIT
019300     END-IF.
019400     IF WS-TGT-STATUS NOT = 'R'
019500         DISPLAY 'Run is not in flight (status '
019600             WS-TGT-STATUS ') - nothing to clear.'
019700         MOVE 8 TO RETURN-CODE
019800         GO TO 2000-CLEAR-RUN-EXIT
019900     END-IF.
020000     EXEC SQL
020100         SELECT COALESCE(MAX(STALE_HOURS), 0)
020200         INTO :WS-STALE-HOURS
020300         FROM RUN_CONFLICT
020400         WHERE PROGRAM_ID = :WS-TGT-PROGRAM-ID
020500     END-EXEC.
020600     IF SQLCODE NOT = 0
020700         DISPLAY 'Stale timeout lookup failed: ' SQLCODE
020800         MOVE 'STALE-LOOKUP' TO WS-ERROR-CONTEXT
020900         PERFORM 8900-HANDLE-SQL-ERROR
021000             THRU 8900-HANDLE-SQL-ERROR-EXIT
021100         GO TO 2000-CLEAR-RUN-EXIT
021200     END-IF.
021300     IF WS-STALE-HOURS NOT > ZERO
021400         MOVE WS-DEFAULT-HOURS TO WS-STALE-HOURS
021500     END-IF.
021600     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
021700     ACCEPT WS-NOW-TIME FROM TIME.
021800     MOVE WS-TGT-RUN-DATE TO WS-DAYS-DATE.
021900     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
022000     MOVE WS-DAYS-NUMBER TO WS-TGT-DAY-NUMBER.
022100     MOVE WS-NOW-DATE TO WS-DAYS-DATE.
022200     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
022300     MOVE WS-DAYS-NUMBER TO WS-NOW-DAY-NUMBER.
022400     COMPUTE WS-AGE-MINUTES =
022500         (WS-NOW-DAY-NUMBER - WS-TGT-DAY-NUMBER) * 1440
022600         + (WS-NOW-HH * 60 + WS-NOW-MN)
022700         - (WS-TGT-START-HH * 60 + WS-TGT-START-MN).
022800     COMPUTE WS-STALE-MINUTES = WS-STALE-HOURS * 60.
022900     DIVIDE WS-AGE-MINUTES BY 60 GIVING WS-AGE-HOURS.
023000     IF WS-AGE-MINUTES < WS-STALE-MINUTES
023100         DISPLAY 'Run ' WS-TGT-PROGRAM-ID ' is '
023200             WS-AGE-HOURS ' hours old - under the '
023300             WS-STALE-HOURS '-hour stale timeout. Not cleared.'
023400         MOVE 8 TO RETURN-CODE
023500         GO TO 2000-CLEAR-RUN-EXIT
023600     END-IF.
023700     EXEC SQL
023800         UPDATE RUN_CONTROL
023900         SET END_DATE = :WS-NOW-DATE,
024000             END_TIME = :WS-NOW-TIME,
024100             FINAL_RC = 16,
024200             RUN_STATUS = 'X'
024300         WHERE PROGRAM_ID = :WS-TGT-PROGRAM-ID
024400             AND RUN_DATE = :WS-TGT-RUN-DATE
024500             AND START_TIME = :WS-TGT-START-TIME
024600             AND RUN_STATUS = 'R'
024700     END-EXEC.
024800     IF SQLCODE NOT = 0
024900         DISPLAY 'Run clear failed: ' SQLCODE
025000         MOVE 'RUN-CLEAR' TO WS-ERROR-CONTEXT
025100         PERFORM 8900-HANDLE-SQL-ERROR
025200             THRU 8900-HANDLE-SQL-ERROR-EXIT
025300         GO TO 2000-CLEAR-RUN-EXIT
025400     END-IF.
025500     EXEC SQL
025600         COMMIT
025700     END-EXEC.
025800     MOVE 1 TO RUN-RECORDS-OUT.
025900     DISPLAY 'Cleared ' WS-TGT-PROGRAM-ID ' ' WS-TGT-RUN-DATE
026000         ' ' WS-TGT-START-TIME ' (started by '
026100         WS-TGT-AUTH-USER ', ' WS-AGE-HOURS ' hours old) by '
026200         WS-RCL-AUTH-ID '.'.
026300 2000-CLEAR-RUN-EXIT.
026400     EXIT.
026500*=============================================================*
026600* 9000-TERMINATE - RUN-CONTROL END, CLOSE FILES                *
026700*=============================================================*
026800 9000-TERMINATE.
026900     IF RUN-RECORDS-OUT NOT = 1
027000         MOVE RUN-RECORDS-IN TO RUN-RECORDS-REJECT
027100     END-IF.
027200     PERFORM 8810-RECORD-RUN-END
027300         THRU 8810-RECORD-RUN-END-EXIT.
027400     CLOSE ERROR-LOG.
027500 9000-TERMINATE-EXIT.
027600     EXIT.
027700*=============================================================*
027800* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
027900*               COPIED IN                                     *
028000*=============================================================*
028100     COPY DAYSHDL.
028200*=============================================================*
028300* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
028400*               CONTROL RECORDING, COPIED IN                   *
028500*=============================================================*
028600     COPY RUNHDL.
028700*=============================================================*
028800* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
028900*=============================================================*
029000     COPY ERRHDL.
