002300*               RELEASED. ANY MISS ENDS RC 8 AND STOPS THE    *
002400*               STREAM BEFORE THE DRIVER TOUCHES THE          *
002500*               DATABASE.                                     *
002508*   10/15/2026  RH  PARALLEL DRIVER STREAMS. THE STEP NOW ALSO *
002516*               RUNS AFTER THE LAST STREAM, GIVEN THE SPLIT'S *
002524*               SPLCTL CARD; THAT DD IS WHAT TELLS IT THE     *
002532*               STREAMS HAVE RUN. IT THEN ALSO PROVES: THE    *
002540*               SPL RUN ROW (AFTER TONIGHT'S REL) ENDED CLEAN *
002548*               AND READ EVERY DRVDUE RECORD AND ROUTED ALL   *
002556*               OF THEM; EVERY STREAM, DRV1-DRV8 AND DRVX     *
002564*               (DRVT1.. IN TRIAL), RAN AFTER THE SPLIT AND   *
002572*               ENDED CLEAN; AND THE STREAMS BETWEEN THEM     *
002580*               READ EXACTLY WHAT THE SPLIT ROUTED. THE FIRST *
002588*               RUN, AHEAD OF THE SPLIT, IS UNCHANGED.        *
002589*   10/15/2026  RH  A NIGHT THAT CROSSES MIDNIGHT LEAVES PRE, *
002590*               REL AND SPL ON THE PRIOR RUN_DATE, AND THE    *
002591*               POST-STREAM BALANCE FAILED FOR WANT OF THEM.  *
002592*               EACH RUN ROW IS NOW THE LATEST FOR ITS        *
002593*               PROGRAM ON THE RUN DATE OR THE DAY BEFORE,    *
002594*               AND THE RAN-AFTER CHECKS COMPARE RUN DATE AND *
002595*               START TIME TOGETHER.                          *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DUE-TRANS-FILE ASSIGN TO DRVDUE
003100         ORGANIZATION IS LINE SEQUENTIAL.
003125     SELECT SPLIT-CONTROL-FILE ASSIGN TO SPLCTL
003150         ORGANIZATION IS LINE SEQUENTIAL
003175         FILE STATUS IS WS-CTL-FILE-STATUS.
003200     SELECT BALANCE-REPORT ASSIGN TO PBLRPT
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT ERROR-LOG ASSIGN TO SYSERR
003900     RECORDING MODE IS F.
004000 01  DUE-RECORD               PIC X(80).
004100
004120 FD  SPLIT-CONTROL-FILE
004140     RECORDING MODE IS F.
004160 01  SPC-RECORD               PIC X(80).
004180
004200 FD  BALANCE-REPORT
004300     RECORDING MODE IS F.
004400 01  RPT-LINE                 PIC X(80).
005400     COPY ERRWS.
005500
005600     COPY RUNWS.
005650     COPY DAYSWS.
005700
005800 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
005850 01  WS-PRIOR-DATE            PIC 9(08) VALUE ZERO.
005900
006000 01  WS-STAGE-FIELDS.
006100     05  WS-PGM-ID            PIC X(08).
006140*        RUN DATE THEN START TIME - ORDERS ROWS ACROSS MIDNIGHT.
006180     05  WS-STAGE-KEY.
006220         10  WS-STAGE-DATE    PIC 9(08) VALUE ZERO.
006260         10  WS-STAGE-START   PIC 9(08) VALUE ZERO.
006300     05  WS-STAGE-IN          PIC S9(09) COMP VALUE ZERO.
006400     05  WS-STAGE-OUT         PIC S9(09) COMP VALUE ZERO.
006500     05  WS-STAGE-REJECT      PIC S9(09) COMP VALUE ZERO.
007900     05  WS-REL-REJECT        PIC S9(09) COMP VALUE ZERO.
008000
008100 01  WS-DUE-COUNT             PIC 9(09) COMP VALUE ZERO.
008105
008110 01  WS-CTL-FILE-STATUS       PIC X(02).
008115 01  WS-PHASE-SWITCH          PIC X(01) VALUE 'N'.
008120     88  WS-POST-STREAM-RUN        VALUE 'Y'.
008125
008130 01  WS-REL-KEY               PIC 9(16) VALUE ZERO.
008135
008140 01  WS-SPLIT-COUNTS.
008145     05  WS-SPL-KEY           PIC 9(16) VALUE ZERO.
008150     05  WS-SPL-IN            PIC S9(09) COMP VALUE ZERO.
008155     05  WS-SPL-OUT           PIC S9(09) COMP VALUE ZERO.
008160     05  WS-STREAM-IN-TOTAL   PIC S9(09) COMP VALUE ZERO.
008165
008170*    DRIVER STREAM IDS - EIGHT RANGE STREAMS, THEN THE
008175*    CROSS-RANGE PASS.
008180 01  WS-STREAM-IDS            PIC X(09) VALUE '12345678X'.
008185 01  WS-STREAM-ID-TABLE       REDEFINES WS-STREAM-IDS.
008190     05  WS-STREAM-ID         PIC X(01) OCCURS 9 TIMES.
008195 01  WS-STREAM-SUB            PIC 9(02) COMP VALUE ZERO.
008200
008300 01  WS-SWITCHES.
008400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
011700     OPEN INPUT DUE-TRANS-FILE.
011800     OPEN OUTPUT BALANCE-REPORT.
011900     OPEN OUTPUT ERROR-LOG.
011914     OPEN INPUT SPLIT-CONTROL-FILE.
011928     IF WS-CTL-FILE-STATUS = '00'
011942         MOVE 'Y' TO WS-PHASE-SWITCH
011956         CLOSE SPLIT-CONTROL-FILE
011970         DISPLAY 'SPLCTL present - balancing the driver streams.'
011984     END-IF.
012000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012050     PERFORM 1100-SET-PRIOR-DATE THRU 1100-SET-PRIOR-DATE-EXIT.
012100     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
012200     EXEC SQL
012300         CONNECT TO 'yourdatabase'
013800         THRU 8800-RECORD-RUN-START-EXIT.
013900 1000-INITIALIZE-EXIT.
014000     EXIT.
014004*=============================================================*
014008* 1100-SET-PRIOR-DATE - THE DAY BEFORE THE RUN DATE, THE      *
014012*               EARLIEST RUN_DATE TONIGHT'S STEPS CAN CARRY   *
014016*=============================================================*
014020 1100-SET-PRIOR-DATE.
014024     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
014028     IF WS-DAYS-DD > 1
014032         SUBTRACT 1 FROM WS-DAYS-DD
014036     ELSE
014040         IF WS-DAYS-MM = 1
014044             MOVE 12 TO WS-DAYS-MM
014048             SUBTRACT 1 FROM WS-DAYS-CCYY
014052         ELSE
014056             SUBTRACT 1 FROM WS-DAYS-MM
014060         END-IF
014064         PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT
014068         MOVE WS-DAYS-MONTH-END TO WS-DAYS-DD
014072     END-IF.
014076     MOVE WS-DAYS-DATE TO WS-PRIOR-DATE.
014080 1100-SET-PRIOR-DATE-EXIT.
014084     EXIT.
014100*=============================================================*
014200* 2000-COUNT-DUE - PHYSICALLY COUNT THE DRVDUE RECORDS THE    *
014300*               DRIVER IS ABOUT TO READ                       *
014800 2000-COUNT-DUE-EXIT.
014900     EXIT.
015000*=============================================================*
015100* 3000-BALANCE-PIPELINE - PULL TONIGHT'S PRE AND REL RUN ROWS *
015200*               AND PROVE EVERY HAND-OFF TIES                 *
015300*=============================================================*
015400 3000-BALANCE-PIPELINE.
015500     MOVE 'PRE' TO WS-PGM-ID.
015600     PERFORM 4000-FETCH-RUN-ROW THRU 4000-FETCH-RUN-ROW-EXIT.
015700     IF NOT WS-STAGE-ROW-FOUND
015800         MOVE 'TRANSPREEDIT RUN ROW FOR TONIGHT' TO CHK-TEXT
015900         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
016000         GO TO 3000-BALANCE-PIPELINE-EXIT
016100     END-IF.
017800     MOVE 'REL' TO WS-PGM-ID.
017900     PERFORM 4000-FETCH-RUN-ROW THRU 4000-FETCH-RUN-ROW-EXIT.
018000     IF NOT WS-STAGE-ROW-FOUND
018100         MOVE 'RELEASEPENDING RUN ROW FOR TONIGHT' TO CHK-TEXT
018200         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
018300         GO TO 3000-BALANCE-PIPELINE-EXIT
018400     END-IF.
018450     MOVE WS-STAGE-KEY    TO WS-REL-KEY.
018500     MOVE WS-STAGE-IN     TO WS-REL-IN.
018600     MOVE WS-STAGE-OUT    TO WS-REL-OUT.
018700     MOVE WS-STAGE-REJECT TO WS-REL-REJECT.
021300     ELSE
021400         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
021500     END-IF.
021520     IF WS-POST-STREAM-RUN
021540         PERFORM 3500-BALANCE-STREAMS
021560             THRU 3500-BALANCE-STREAMS-EXIT
021580     END-IF.
021600
021700     MOVE SPACES TO RPT-LINE.
021800     WRITE RPT-LINE.
023400     MOVE 'DRVDUE RECORDS:' TO CNT-LABEL.
023500     MOVE WS-DUE-COUNT TO CNT-VALUE.
023600     WRITE RPT-LINE FROM WS-COUNT-LINE.
023611     IF WS-POST-STREAM-RUN
023622         MOVE 'SPLIT ROUTED:' TO CNT-LABEL
023633         MOVE WS-SPL-OUT TO CNT-VALUE
023644         WRITE RPT-LINE FROM WS-COUNT-LINE
023655         MOVE 'STREAMS READ:' TO CNT-LABEL
023666         MOVE WS-STREAM-IN-TOTAL TO CNT-VALUE
023677         WRITE RPT-LINE FROM WS-COUNT-LINE
023688     END-IF.
023700 3000-BALANCE-PIPELINE-EXIT.
023800     EXIT.
023801*=============================================================*
023802* 3500-BALANCE-STREAMS - TONIGHT'S SPLIT AND EVERY DRIVER     *
023803*               STREAM IT FED                                 *
023804*=============================================================*
023805 3500-BALANCE-STREAMS.
023806     MOVE 'SPL' TO WS-PGM-ID.
023807     PERFORM 4000-FETCH-RUN-ROW THRU 4000-FETCH-RUN-ROW-EXIT.
023808     IF NOT WS-STAGE-ROW-FOUND
023809             OR WS-STAGE-KEY < WS-REL-KEY
023810         MOVE 'DRIVERSPLIT RUN ROW AFTER RELEASEPENDING'
023811             TO CHK-TEXT
023812         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023813         GO TO 3500-BALANCE-STREAMS-EXIT
023814     END-IF.
023815     MOVE WS-STAGE-KEY    TO WS-SPL-KEY.
023816     MOVE WS-STAGE-IN     TO WS-SPL-IN.
023817     MOVE WS-STAGE-OUT    TO WS-SPL-OUT.
023818     MOVE 'DRIVERSPLIT ENDED CLEAN' TO CHK-TEXT.
023819     IF WS-STAGE-STATUS = 'E' AND WS-STAGE-RC < 8
023820         PERFORM 5000-PASS-CHECK THRU 5000-PASS-CHECK-EXIT
023821     ELSE
023822         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023823     END-IF.
023824     MOVE 'DRIVERSPLIT READ = DRVDUE RECORD COUNT' TO CHK-TEXT.
023825     IF WS-SPL-IN = WS-DUE-COUNT
023826         PERFORM 5000-PASS-CHECK THRU 5000-PASS-CHECK-EXIT
023827     ELSE
023828         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023829     END-IF.
023830     MOVE 'DRIVERSPLIT READ = ROUTED TO STREAMS' TO CHK-TEXT.
023831     IF WS-SPL-IN = WS-SPL-OUT
023832         PERFORM 5000-PASS-CHECK THRU 5000-PASS-CHECK-EXIT
023833     ELSE
023834         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023835     END-IF.
023836     MOVE ZERO TO WS-STREAM-IN-TOTAL.
023837     PERFORM 3600-CHECK-STREAM THRU 3600-CHECK-STREAM-EXIT
023838         VARYING WS-STREAM-SUB FROM 1 BY 1
023839         UNTIL WS-STREAM-SUB > 9.
023840     MOVE 'DRIVER STREAMS READ = ROUTED COUNT' TO CHK-TEXT.
023841     IF WS-STREAM-IN-TOTAL = WS-SPL-OUT
023842         PERFORM 5000-PASS-CHECK THRU 5000-PASS-CHECK-EXIT
023843     ELSE
023844         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023845     END-IF.
023846 3500-BALANCE-STREAMS-EXIT.
023847     EXIT.
023848*=============================================================*
023849* 3600-CHECK-STREAM - ONE STREAM'S RUN ROW, STARTED AFTER THE *
023850*               SPLIT - THE APPLY ID, ELSE THE TRIAL ID       *
023851*=============================================================*
023852 3600-CHECK-STREAM.
023853     MOVE SPACES TO WS-PGM-ID.
023854     STRING 'DRV' WS-STREAM-ID (WS-STREAM-SUB) DELIMITED BY SIZE
023855         INTO WS-PGM-ID.
023856     PERFORM 4000-FETCH-RUN-ROW THRU 4000-FETCH-RUN-ROW-EXIT.
023857     IF NOT WS-STAGE-ROW-FOUND
023858             OR WS-STAGE-KEY < WS-SPL-KEY
023859         MOVE SPACES TO WS-PGM-ID
023860         STRING 'DRVT' WS-STREAM-ID (WS-STREAM-SUB)
023861             DELIMITED BY SIZE INTO WS-PGM-ID
023862         PERFORM 4000-FETCH-RUN-ROW THRU 4000-FETCH-RUN-ROW-EXIT
023863     END-IF.
023864     MOVE SPACES TO CHK-TEXT.
023865     STRING 'DRIVER STREAM ' WS-STREAM-ID (WS-STREAM-SUB)
023866         ' RAN AFTER THE SPLIT AND ENDED CLEAN'
023867         DELIMITED BY SIZE INTO CHK-TEXT.
023868     IF WS-STAGE-ROW-FOUND
023869             AND WS-STAGE-KEY NOT < WS-SPL-KEY
023870             AND WS-STAGE-STATUS = 'E' AND WS-STAGE-RC < 8
023871         ADD WS-STAGE-IN TO WS-STREAM-IN-TOTAL
023872         PERFORM 5000-PASS-CHECK THRU 5000-PASS-CHECK-EXIT
023873     ELSE
023874         PERFORM 5100-FAIL-CHECK THRU 5100-FAIL-CHECK-EXIT
023875     END-IF.
023876 3600-CHECK-STREAM-EXIT.
023877     EXIT.
023900*=============================================================*
024000* 4000-FETCH-RUN-ROW - LATEST RUN_CONTROL ROW FOR WS-PGM-ID   *
024040*               ON THE RUN DATE OR THE DAY BEFORE - LATEST    *
024080*               RUN DATE FIRST, THEN LATEST START TIME ON IT. *
024120*               A NIGHT CROSSING MIDNIGHT LEAVES ITS EARLY    *
024160*               STEPS ON THE PRIOR DATE                       *
024200*=============================================================*
024300 4000-FETCH-RUN-ROW.
024400     MOVE 'N' TO WS-STAGE-FOUND.
024405     MOVE ZERO TO WS-STAGE-START.
024410     EXEC SQL
024415         SELECT COALESCE(MAX(RUN_DATE), 0)
024420         INTO :WS-STAGE-DATE
024425         FROM RUN_CONTROL
024430         WHERE PROGRAM_ID = :WS-PGM-ID
024435             AND RUN_DATE BETWEEN :WS-PRIOR-DATE AND :WS-RUN-DATE
024440     END-EXEC.
024445     IF SQLCODE NOT = 0
024450         DISPLAY 'Run-date lookup failed: ' SQLCODE
024455         MOVE 'RUN-LOOKUP' TO WS-ERROR-CONTEXT
024460         PERFORM 8900-HANDLE-SQL-ERROR
024465             THRU 8900-HANDLE-SQL-ERROR-EXIT
024470         GO TO 4000-FETCH-RUN-ROW-EXIT
024475     END-IF.
024480     IF WS-STAGE-DATE = ZERO
024485         GO TO 4000-FETCH-RUN-ROW-EXIT
024490     END-IF.
024500     EXEC SQL
024600         SELECT COALESCE(MAX(START_TIME), 0)
024700         INTO :WS-STAGE-START
024800         FROM RUN_CONTROL
024900         WHERE PROGRAM_ID = :WS-PGM-ID
025000             AND RUN_DATE = :WS-STAGE-DATE
025100     END-EXEC.
025200     IF SQLCODE NOT = 0
025300         DISPLAY 'Run-row lookup failed: ' SQLCODE
026600             :WS-STAGE-RC, :WS-STAGE-STATUS
026700         FROM RUN_CONTROL
026800         WHERE PROGRAM_ID = :WS-PGM-ID
026900             AND RUN_DATE = :WS-STAGE-DATE
027000             AND START_TIME = :WS-STAGE-START
027100     END-EXEC.
027200     IF SQLCODE = 0
032050*    AN ABORTED STEP (RC 8 BEFORE THE CHECKS EVEN RAN) IS
032060*    NOT A CLEAN BILL - THE VERDICT MUST SAY SO.
032100     IF WS-IN-BALANCE AND RETURN-CODE < 8
032137         IF WS-POST-STREAM-RUN
032174             MOVE 'PIPELINE IN BALANCE - ALL DRIVER STREAMS TIE'
032211                 TO CHK-TEXT
032248         ELSE
032285             MOVE 'PIPELINE IN BALANCE - DRIVER CLEARED TO RUN'
032322                 TO CHK-TEXT
032359         END-IF
032400         MOVE 'OK' TO CHK-RESULT
032500     ELSE
032600         MOVE 'PIPELINE OUT OF BALANCE - STREAM STOPPED'
033800     CLOSE ERROR-LOG.
033900 9000-TERMINATE-EXIT.
034000     EXIT.
034016*=============================================================*
034032* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
034048*               COPIED IN                                     *
034064*=============================================================*
034080     COPY DAYSHDL.
034100*=============================================================*
034200* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
034300*               CONTROL RECORDING, COPIED IN                   *
