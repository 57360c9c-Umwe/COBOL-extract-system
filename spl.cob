000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DriverSplit.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. ON A HEAVY NIGHT (OPEN  *
001000*               ENROLLMENT, MERIT RELEASE, A REORG) ONE       *
001100*               SERIAL BatchDriver PASS OVER DRVDUE RUNS PAST *
001200*               THE BATCH WINDOW. THIS STEP SPLITS DRVDUE     *
001300*               INTO THE NUMBER OF EMP-ID KEY RANGES ON THE   *
001400*               SPLCTL CARD (1-8, DEFAULT 1) SO EACH RANGE    *
001500*               RUNS AS ITS OWN DRIVER STREAM - DRVSPL1 TO    *
001600*               DRVSPL8, RANGES SIZED BY TRANSACTION COUNT    *
001700*               AND NEVER SPLITTING ONE EMP-ID. EVERY STREAM  *
001800*               FILE OPENS WITH AN 'S' HEADER RECORD (STREAM  *
001900*               ID, KEY RANGE, RECORD COUNT) THAT TELLS THE   *
002000*               DRIVER WHICH STREAM IT IS. A TERMINATION THAT *
002100*               WOULD REASSIGN ACTIVE REPORTS SITTING IN      *
002200*               ANOTHER RANGE, OR OF A MANAGER NAMED ON A     *
002300*               TRANSACTION IN ANOTHER STREAM, GOES WITH ALL  *
002400*               OF ITS KEY'S TRANSACTIONS TO DRVSPLX, THE     *
002500*               CROSS-RANGE PASS THAT RUNS SERIALLY ONLY      *
002600*               AFTER EVERY RANGE STREAM HAS FINISHED - SO NO *
002700*               STREAM EVER UPDATES A ROW ANOTHER STREAM IS   *
002800*               WORKING ON. FILE ORDER IS KEPT WITHIN EVERY   *
002900*               STREAM. SPLRPT SHOWS THE RANGES AND EVERY     *
003000*               DEFERRED KEY WITH ITS REASON.                 *
003009*   10/15/2026  RH  A RECORD WHOSE MANAGER-ID NAMES A KEY     *
003018*               RUNNING IN ANOTHER RANGE STREAM - A HIRE,     *
003027*               REHIRE OR UPDATE AS WELL AS A TERMINATION -   *
003036*               NOW GOES TO DRVSPLX, SO THE DRIVER'S MANAGER  *
003045*               CHECK NO LONGER DEPENDS ON WHICH STREAM       *
003054*               COMMITS FIRST. EVERY HIRE, REHIRE AND         *
003063*               DEPT/GRADE-CHANGING UPDATE INTO ONE           *
003072*               DEPT/GRADE NOW RUNS IN A SINGLE RANGE STREAM  *
003081*               OR IN DRVSPLX, SO TWO STREAMS CAN NO LONGER   *
003090*               BOTH FILL THE LAST OPEN POSITION.             *
003091*   10/15/2026  RH  EACH STREAM FILE IS NOW WRITTEN IN        *
003092*               ASCENDING EMP-ID ORDER, FILE ORDER KEPT       *
003093*               WITHIN A KEY (SORT WITH DUPLICATES IN ORDER). *
003094*               DRVDUE CARRIES THE APPROVED HOLDS, CONTRACT   *
003095*               TERMINATIONS AND AWARD PAYMENTS BEHIND THE    *
003096*               KEY-ORDERED DRVCLN, SO ONE KEY COULD TURN UP  *
003097*               TWICE FAR APART IN A STREAM, AND A RESTARTED  *
003098*               DRIVER RESUMING AT ITS CHECKPOINT KEY WOULD   *
003099*               HAVE RESUMED AT THE FIRST OF THEM.            *
003100*-------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DUE-TRANS-FILE ASSIGN TO DRVDUE
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT CONTROL-FILE ASSIGN TO SPLCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CTL-FILE-STATUS.
004000     SELECT STREAM-FILE-1 ASSIGN TO DRVSPL1
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT STREAM-FILE-2 ASSIGN TO DRVSPL2
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT STREAM-FILE-3 ASSIGN TO DRVSPL3
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT STREAM-FILE-4 ASSIGN TO DRVSPL4
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT STREAM-FILE-5 ASSIGN TO DRVSPL5
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT STREAM-FILE-6 ASSIGN TO DRVSPL6
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200     SELECT STREAM-FILE-7 ASSIGN TO DRVSPL7
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400     SELECT STREAM-FILE-8 ASSIGN TO DRVSPL8
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600     SELECT STREAM-FILE-X ASSIGN TO DRVSPLX
005700         ORGANIZATION IS LINE SEQUENTIAL.
005750     SELECT SORT-FILE ASSIGN TO SORTWK1.
005800     SELECT REPORT-FILE ASSIGN TO SPLRPT
005900         ORGANIZATION IS LINE SEQUENTIAL.
006000     SELECT ERROR-LOG ASSIGN TO SYSERR
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  DUE-TRANS-FILE
006500     RECORDING MODE IS F.
006600 01  DUE-RECORD.
006700     05  DUE-TRANS-CODE       PIC X(01).
006800     05  DUE-EMP-ID           PIC X(05).
006850     05  FILLER               PIC X(20).
006900     05  DUE-DEPT-ID          PIC X(04).
006950     05  FILLER               PIC X(17).
007000     05  DUE-EMP-MGR-ID       PIC X(05).
007050     05  FILLER               PIC X(08).
007100     05  DUE-GRADE-ID         PIC X(02).
007150     05  FILLER               PIC X(18).
007200
007300 FD  CONTROL-FILE
007400     RECORDING MODE IS F.
007500 01  SPC-RECORD.
007600     05  SPC-STREAM-COUNT     PIC 9(01).
007700     05  FILLER               PIC X(79).
007800
007900 FD  STREAM-FILE-1
008000     RECORDING MODE IS F.
008100 01  STR1-RECORD              PIC X(80).
008200
008300 FD  STREAM-FILE-2
008400     RECORDING MODE IS F.
008500 01  STR2-RECORD              PIC X(80).
008600
008700 FD  STREAM-FILE-3
008800     RECORDING MODE IS F.
008900 01  STR3-RECORD              PIC X(80).
009000
009100 FD  STREAM-FILE-4
009200     RECORDING MODE IS F.
009300 01  STR4-RECORD              PIC X(80).
009400
009500 FD  STREAM-FILE-5
009600     RECORDING MODE IS F.
009700 01  STR5-RECORD              PIC X(80).
009800
009900 FD  STREAM-FILE-6
010000     RECORDING MODE IS F.
010100 01  STR6-RECORD              PIC X(80).
010200
010300 FD  STREAM-FILE-7
010400     RECORDING MODE IS F.
010500 01  STR7-RECORD              PIC X(80).
010600
010700 FD  STREAM-FILE-8
010800     RECORDING MODE IS F.
010900 01  STR8-RECORD              PIC X(80).
011000
011100 FD  STREAM-FILE-X
011200     RECORDING MODE IS F.
011300 01  STRX-RECORD              PIC X(80).
011400
011414 SD  SORT-FILE.
011428 01  SRT-RECORD.
011442     05  SRT-TRANS-CODE       PIC X(01).
011456     05  SRT-EMP-ID           PIC X(05).
011470     05  FILLER               PIC X(74).
011484
011500 FD  REPORT-FILE
011600     RECORDING MODE IS F.
011700 01  RPT-LINE                 PIC X(80).
011800
011900 FD  ERROR-LOG
012000     RECORDING MODE IS F.
012100     COPY ERRREC.
012200 WORKING-STORAGE SECTION.
012300     COPY DBCONN.
012400
012500 01  WS-SQLCODE               PIC S9(9) COMP.
012600
012700     COPY RUNWS.
012800
012900 01  WS-SWITCHES.
013000     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
013100         88  WS-EOF                VALUE 'Y'.
013200     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
013300         88  WS-CTL-EOF            VALUE 'Y'.
013400     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
013500         88  WS-ABANDONED          VALUE 'Y'.
013600     05  WS-CHANGE-SWITCH     PIC X(01) VALUE 'N'.
013700         88  WS-DEFERRAL-ADDED     VALUE 'Y'.
013733     05  WS-SEAT-SWITCH       PIC X(01) VALUE 'N'.
013766         88  WS-SEAT-TAKEN         VALUE 'Y'.
013777     05  WS-SORT-EOF-SWITCH   PIC X(01) VALUE 'N'.
013788         88  WS-SORT-EOF           VALUE 'Y'.
013800
013900 01  WS-CTL-FILE-STATUS       PIC X(02).
014000
014100*    RANGE STREAMS CONFIGURED ON SPLCTL. STREAM 9 IS ALWAYS
014200*    THE CROSS-RANGE PASS, WRITTEN TO DRVSPLX.
014300 01  WS-STREAM-COUNT          PIC 9(01) VALUE 1.
014400 01  WS-STREAM-MAX            PIC 9(01) VALUE 8.
014500 01  WS-CROSS-STREAM          PIC 9(02) COMP VALUE 9.
014600
014700 01  WS-COUNTERS.
014800     05  WS-TRANS-READ        PIC 9(07) COMP VALUE ZERO.
014900     05  WS-TRANS-ROUTED      PIC 9(07) COMP VALUE ZERO.
015000     05  WS-KEYS-DEFERRED     PIC 9(05) COMP VALUE ZERO.
015100     05  WS-REFERENCE-PASSES  PIC 9(03) COMP VALUE ZERO.
015200     05  WS-KEY-COUNT         PIC 9(05) COMP VALUE ZERO.
015300     05  WS-KEY-MAX           PIC 9(05) COMP VALUE 30000.
015400     05  WS-TARGET            PIC 9(07) COMP VALUE ZERO.
015500     05  WS-CUMULATIVE        PIC 9(07) COMP VALUE ZERO.
015533     05  WS-SEAT-COUNT        PIC 9(05) COMP VALUE ZERO.
015566     05  WS-SEAT-MAX          PIC 9(05) COMP VALUE 1000.
015600
015700 01  WS-SUBSCRIPTS.
015800     05  WS-KEY-SUB           PIC 9(05) COMP VALUE ZERO.
015900     05  WS-SHIFT-SUB         PIC 9(05) COMP VALUE ZERO.
016000     05  WS-LOW-SUB           PIC 9(05) COMP VALUE ZERO.
016100     05  WS-HIGH-SUB          PIC 9(05) COMP VALUE ZERO.
016200     05  WS-MID-SUB           PIC 9(05) COMP VALUE ZERO.
016300     05  WS-FOUND-SUB         PIC 9(05) COMP VALUE ZERO.
016400     05  WS-MGR-SUB           PIC 9(05) COMP VALUE ZERO.
016500     05  WS-STREAM-SUB        PIC 9(02) COMP VALUE ZERO.
016600     05  WS-FROM-STREAM       PIC 9(02) COMP VALUE ZERO.
016633     05  WS-SEAT-SUB          PIC 9(05) COMP VALUE ZERO.
016666     05  WS-SCAN-SUB          PIC 9(05) COMP VALUE ZERO.
016700
016800 01  WS-SEEK-ID               PIC X(05).
016900 01  WS-DEFER-REASON          PIC X(01).
017000
017100*    EVERY DISTINCT EMP-ID ON DRVDUE, KEPT IN KEY ORDER AS IT
017200*    LOADS, WITH ITS TRANSACTION COUNT AND THE STREAM IT RUNS
017300*    IN. KEY-HOME-STREAM IS ITS RANGE STREAM EVEN AFTER A
017400*    DEFERRAL MOVES IT TO THE CROSS-RANGE PASS.
017500 01  WS-KEY-TABLE.
017600     05  WS-KEY-ENTRY OCCURS 30000 TIMES.
017700         10  KEY-EMP-ID       PIC X(05).
017800         10  KEY-TRANS-COUNT  PIC 9(05) COMP.
017900         10  KEY-STREAM       PIC 9(02) COMP.
018000         10  KEY-HOME-STREAM  PIC 9(02) COMP.
018100         10  KEY-DELETE-FLAG  PIC X(01).
018200             88  KEY-HAS-DELETE     VALUE 'Y'.
018300         10  KEY-DEFER-REASON PIC X(01).
018400             88  KEY-CROSS-REPORTS  VALUE 'R'.
018500             88  KEY-CROSS-MANAGER  VALUE 'M'.
018600             88  KEY-CHECK-FAILED   VALUE 'E'.
018607             88  KEY-CROSS-REFERENCE VALUE 'N'.
018614             88  KEY-SHARED-SEAT    VALUE 'P'.
018621
018628*    EVERY DEPT/GRADE A HIRE, REHIRE OR TRANSFER ON DRVDUE MOVES
018635*    SOMEONE INTO, WITH THE ONE RANGE STREAM ALLOWED TO DO IT.
018642*    POSITION CONTROL COUNTS FILLED SEATS LIVE IN EMPLOYEE, AND
018649*    NO STREAM SEES ANOTHER STREAM'S UNCOMMITTED MOVES.
018656 01  WS-SEAT-TABLE.
018663     05  WS-SEAT-ENTRY OCCURS 1000 TIMES.
018670         10  SEAT-DEPT-ID     PIC X(04).
018677         10  SEAT-GRADE-ID    PIC X(02).
018684         10  SEAT-STREAM      PIC 9(02) COMP.
018700
018800 01  WS-STREAM-IDS            PIC X(09) VALUE '12345678X'.
018900 01  WS-STREAM-ID-TABLE       REDEFINES WS-STREAM-IDS.
019000     05  WS-STREAM-ID         PIC X(01) OCCURS 9 TIMES.
019100
019200 01  WS-STREAM-TABLE.
019300     05  WS-STREAM-ENTRY OCCURS 9 TIMES.
019400         10  STR-LOW-KEY      PIC X(05).
019500         10  STR-HIGH-KEY     PIC X(05).
019600         10  STR-KEY-COUNT    PIC 9(05) COMP.
019700         10  STR-TRANS-COUNT  PIC 9(07) COMP.
019800         10  STR-WRITTEN      PIC 9(07) COMP.
019900
020000*    HOST VARIABLES FOR THE CROSS-RANGE DIRECT-REPORT CHECK.
020100 01  WS-CROSS-FIELDS.
020200     05  WS-CHECK-EMP-ID      PIC X(05).
020300     05  WS-SPAN-LOW          PIC X(05) VALUE SPACES.
020400     05  WS-SPAN-HIGH         PIC X(05) VALUE SPACES.
020500     05  WS-OWN-LOW           PIC X(05).
020600     05  WS-OWN-HIGH          PIC X(05).
020700     05  WS-CROSS-COUNT       PIC 9(07) COMP VALUE ZERO.
020733     05  WS-CUR-DEPT-ID       PIC X(04).
020766     05  WS-CUR-GRADE-ID      PIC X(02).
020800
020900*    THE FIRST RECORD OF EVERY STREAM FILE. BatchDriver READS
021000*    IT TO LEARN ITS STREAM ID AND RANGE; IT IS NOT A
021100*    TRANSACTION AND IS NOT IN THE RECORD COUNT.
021200 01  WS-STREAM-HEADER.
021300     05  HDR-TRANS-CODE       PIC X(01) VALUE 'S'.
021400     05  HDR-STREAM-ID        PIC X(01).
021500     05  HDR-LOW-KEY          PIC X(05).
021600     05  HDR-HIGH-KEY         PIC X(05).
021700     05  HDR-TRANS-COUNT      PIC 9(07).
021800     05  HDR-STREAM-COUNT     PIC 9(01).
021900     05  HDR-SPLIT-DATE       PIC 9(08).
022000     05  FILLER               PIC X(52) VALUE SPACES.
022100
022200 01  WS-STREAM-RECORD         PIC X(80).
022300
022400 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
022500
022600 01  WS-REPORT-DATE.
022700     05  WS-REPORT-YY         PIC 9(02).
022800     05  WS-REPORT-MM         PIC 9(02).
022900     05  WS-REPORT-DD         PIC 9(02).
023000
023100 01  SPL-HEADING-1.
023200     05  FILLER               PIC X(01) VALUE SPACE.
023300     05  FILLER               PIC X(40) VALUE
023400         'DRIVER STREAM SPLIT - EMP-ID RANGES'.
023500     05  SPL-HDG1-DATE        PIC X(08).
023600
023700 01  SPL-HEADING-2.
023800     05  FILLER               PIC X(01) VALUE SPACE.
023900     05  FILLER               PIC X(08) VALUE 'STREAM'.
024000     05  FILLER               PIC X(08) VALUE 'LOW'.
024100     05  FILLER               PIC X(08) VALUE 'HIGH'.
024200     05  FILLER               PIC X(10) VALUE '    KEYS'.
024300     05  FILLER               PIC X(12) VALUE 'TRANSACTIONS'.
024400
024500 01  SPL-STREAM-LINE.
024600     05  FILLER               PIC X(03) VALUE SPACE.
024700     05  SPL-STR-ID           PIC X(01).
024800     05  FILLER               PIC X(05) VALUE SPACE.
024900     05  SPL-STR-LOW-KEY      PIC X(05).
025000     05  FILLER               PIC X(03) VALUE SPACE.
025100     05  SPL-STR-HIGH-KEY     PIC X(05).
025200     05  FILLER               PIC X(03) VALUE SPACE.
025300     05  SPL-STR-KEYS         PIC ZZ,ZZ9.
025400     05  FILLER               PIC X(05) VALUE SPACE.
025500     05  SPL-STR-TRANS        PIC Z,ZZZ,ZZ9.
025600
025700 01  SPL-DEFER-LINE.
025800     05  FILLER               PIC X(03) VALUE SPACE.
025900     05  SPL-DEF-EMP-ID       PIC X(05).
026000     05  FILLER               PIC X(03) VALUE SPACE.
026100     05  FILLER               PIC X(12) VALUE 'FROM STREAM '.
026200     05  SPL-DEF-HOME         PIC X(01).
026300     05  FILLER               PIC X(03) VALUE SPACE.
026400     05  SPL-DEF-REASON       PIC X(40).
026500
026600 01  SPL-SUMMARY-LINE.
026700     05  FILLER               PIC X(01) VALUE SPACE.
026800     05  SPL-SUM-LABEL        PIC X(40).
026900     05  SPL-SUM-COUNT        PIC Z,ZZZ,ZZ9.
027000
027100     COPY ERRWS.
027200
027300 PROCEDURE DIVISION.
027400*=============================================================*
027500* 0000-MAINLINE                                               *
027600*=============================================================*
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027900     IF NOT WS-ABANDONED
028000         PERFORM 2000-LOAD-KEY THRU 2000-LOAD-KEY-EXIT
028100             UNTIL WS-EOF
028200     END-IF.
028300     IF NOT WS-ABANDONED
028400         PERFORM 3000-ASSIGN-RANGES
028500             THRU 3000-ASSIGN-RANGES-EXIT
028600         PERFORM 4000-FIND-CROSS-RANGE
028700             THRU 4000-FIND-CROSS-RANGE-EXIT
028800         PERFORM 5000-ROUTE-TRANSACTIONS
028900             THRU 5000-ROUTE-TRANSACTIONS-EXIT
029000     END-IF.
029100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029200     GOBACK.
029300*=============================================================*
029400* 1000-INITIALIZE - OPEN FILES, PICK UP THE STREAM COUNT,      *
029500*               CONNECT, PRIME THE READ                        *
029600*=============================================================*
029700 1000-INITIALIZE.
029800     OPEN INPUT DUE-TRANS-FILE.
029900     OPEN OUTPUT STREAM-FILE-1 STREAM-FILE-2 STREAM-FILE-3
030000         STREAM-FILE-4 STREAM-FILE-5 STREAM-FILE-6
030100         STREAM-FILE-7 STREAM-FILE-8 STREAM-FILE-X.
030200     OPEN OUTPUT REPORT-FILE.
030300     OPEN OUTPUT ERROR-LOG.
030400     ACCEPT WS-REPORT-DATE FROM DATE.
030500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030600     PERFORM 1100-CLEAR-STREAM THRU 1100-CLEAR-STREAM-EXIT
030700         VARYING WS-STREAM-SUB FROM 1 BY 1
030800         UNTIL WS-STREAM-SUB > 9.
030900     PERFORM 1200-READ-CONTROL THRU 1200-READ-CONTROL-EXIT.
031000     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
031100     EXEC SQL
031200         CONNECT TO 'yourdatabase'
031300         USER :WS-USERID
031400         USING :WS-PASSWORD
031500     END-EXEC.
031600     IF SQLCODE NOT = 0
031700         DISPLAY 'Connection failed: ' SQLCODE
031800         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
031900         PERFORM 8900-HANDLE-SQL-ERROR
032000             THRU 8900-HANDLE-SQL-ERROR-EXIT
032100         MOVE 'Y' TO WS-ABANDON-SWITCH
032200         GO TO 1000-INITIALIZE-EXIT
032300     END-IF.
032400     MOVE 'SPL' TO RUN-PROGRAM-ID.
032500     MOVE 'Y' TO RUN-LOG-SWITCH.
032600     PERFORM 8800-RECORD-RUN-START
032700         THRU 8800-RECORD-RUN-START-EXIT.
032800     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
032900 1000-INITIALIZE-EXIT.
033000     EXIT.
033100*=============================================================*
033200* 1100-CLEAR-STREAM - EMPTY ONE STREAM TABLE ENTRY             *
033300*=============================================================*
033400 1100-CLEAR-STREAM.
033500     MOVE SPACES TO STR-LOW-KEY (WS-STREAM-SUB).
033600     MOVE SPACES TO STR-HIGH-KEY (WS-STREAM-SUB).
033700     MOVE ZERO   TO STR-KEY-COUNT (WS-STREAM-SUB).
033800     MOVE ZERO   TO STR-TRANS-COUNT (WS-STREAM-SUB).
033900     MOVE ZERO   TO STR-WRITTEN (WS-STREAM-SUB).
034000 1100-CLEAR-STREAM-EXIT.
034100     EXIT.
034200*=============================================================*
034300* 1200-READ-CONTROL - STREAM COUNT FROM SPLCTL COLUMN 1. AN    *
034400*               EMPTY CARD RUNS ONE RANGE STREAM - THE SAME    *
034500*               WORK A SINGLE SERIAL DRIVER PASS DID           *
034600*=============================================================*
034700 1200-READ-CONTROL.
034800     OPEN INPUT CONTROL-FILE.
034900     IF WS-CTL-FILE-STATUS NOT = '00'
035000         DISPLAY 'SPLCTL open failed, status '
035100             WS-CTL-FILE-STATUS ' - one stream.'
035200         GO TO 1200-READ-CONTROL-EXIT
035300     END-IF.
035400     READ CONTROL-FILE
035500         AT END
035600             MOVE 'Y' TO WS-CTL-EOF-SWITCH
035700     END-READ.
035800     IF NOT WS-CTL-EOF
035900         IF SPC-STREAM-COUNT NUMERIC
036000                 AND SPC-STREAM-COUNT > ZERO
036100                 AND SPC-STREAM-COUNT NOT > WS-STREAM-MAX
036200             MOVE SPC-STREAM-COUNT TO WS-STREAM-COUNT
036300         ELSE
036400             DISPLAY 'SPLCTL stream count not 1-8 - one stream.'
036500         END-IF
036600     END-IF.
036700     CLOSE CONTROL-FILE.
036800 1200-READ-CONTROL-EXIT.
036900     DISPLAY 'Driver streams: ' WS-STREAM-COUNT.
037000     EXIT.
037100*=============================================================*
037200* 2000-LOAD-KEY - FILE ONE DRVDUE RECORD UNDER ITS EMP-ID,     *
037300*               ADDING THE KEY IN ORDER THE FIRST TIME IT IS   *
037400*               SEEN                                          *
037500*=============================================================*
037600 2000-LOAD-KEY.
037700     ADD 1 TO WS-TRANS-READ.
037800     MOVE DUE-EMP-ID TO WS-SEEK-ID.
037900     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
038000     IF WS-FOUND-SUB = ZERO
038100         IF WS-KEY-COUNT >= WS-KEY-MAX
038200             DISPLAY 'Key table full - run abandoned.'
038300             MOVE 8 TO RETURN-CODE
038400             MOVE 'Y' TO WS-ABANDON-SWITCH
038500             MOVE 'Y' TO WS-EOF-SWITCH
038600             GO TO 2000-LOAD-KEY-EXIT
038700         END-IF
038800         PERFORM 2100-INSERT-KEY THRU 2100-INSERT-KEY-EXIT
038900     END-IF.
039000     ADD 1 TO KEY-TRANS-COUNT (WS-FOUND-SUB).
039100     IF DUE-TRANS-CODE = 'D'
039200         MOVE 'Y' TO KEY-DELETE-FLAG (WS-FOUND-SUB)
039300     END-IF.
039400     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
039500 2000-LOAD-KEY-EXIT.
039600     EXIT.
039700*=============================================================*
039800* 2100-INSERT-KEY - OPEN A SLOT AT THE INSERTION POINT THE     *
039900*               SEARCH LEFT IN WS-LOW-SUB. DRVCLN ARRIVES IN   *
040000*               KEY ORDER, SO MOST KEYS ADD AT THE END         *
040100*=============================================================*
040200 2100-INSERT-KEY.
040300     PERFORM 2110-SHIFT-KEY THRU 2110-SHIFT-KEY-EXIT
040400         VARYING WS-SHIFT-SUB FROM WS-KEY-COUNT BY -1
040500         UNTIL WS-SHIFT-SUB < WS-LOW-SUB.
040600     ADD 1 TO WS-KEY-COUNT.
040700     MOVE WS-LOW-SUB  TO WS-FOUND-SUB.
040800     MOVE WS-SEEK-ID  TO KEY-EMP-ID (WS-FOUND-SUB).
040900     MOVE ZERO        TO KEY-TRANS-COUNT (WS-FOUND-SUB).
041000     MOVE ZERO        TO KEY-STREAM (WS-FOUND-SUB).
041100     MOVE ZERO        TO KEY-HOME-STREAM (WS-FOUND-SUB).
041200     MOVE 'N'         TO KEY-DELETE-FLAG (WS-FOUND-SUB).
041300     MOVE SPACE       TO KEY-DEFER-REASON (WS-FOUND-SUB).
041400 2100-INSERT-KEY-EXIT.
041500     EXIT.
041600*=============================================================*
041700* 2110-SHIFT-KEY - MOVE ONE ENTRY UP A SLOT                    *
041800*=============================================================*
041900 2110-SHIFT-KEY.
042000     MOVE WS-KEY-ENTRY (WS-SHIFT-SUB)
042100         TO WS-KEY-ENTRY (WS-SHIFT-SUB + 1).
042200 2110-SHIFT-KEY-EXIT.
042300     EXIT.
042400*=============================================================*
042500* 3000-ASSIGN-RANGES - WALK THE KEYS IN ORDER, FILLING EACH    *
042600*               STREAM TO ITS SHARE OF THE TRANSACTIONS BEFORE *
042700*               MOVING TO THE NEXT. A KEY IS NEVER SPLIT, SO   *
042800*               A STREAM CAN RUN A LITTLE OVER ITS SHARE       *
042900*=============================================================*
043000 3000-ASSIGN-RANGES.
043100     IF WS-KEY-COUNT = ZERO
043200         GO TO 3000-ASSIGN-RANGES-EXIT
043300     END-IF.
043400     COMPUTE WS-TARGET =
043500         (WS-TRANS-READ + WS-STREAM-COUNT - 1) / WS-STREAM-COUNT.
043600     MOVE 1 TO WS-STREAM-SUB.
043700     MOVE ZERO TO WS-CUMULATIVE.
043800     PERFORM 3100-ASSIGN-KEY THRU 3100-ASSIGN-KEY-EXIT
043900         VARYING WS-KEY-SUB FROM 1 BY 1
044000         UNTIL WS-KEY-SUB > WS-KEY-COUNT.
044100     MOVE KEY-EMP-ID (1)            TO WS-SPAN-LOW.
044200     MOVE KEY-EMP-ID (WS-KEY-COUNT) TO WS-SPAN-HIGH.
044300*    THE CROSS-RANGE PASS MAY CARRY ANY KEY ON THE FILE.
044400     MOVE WS-SPAN-LOW  TO STR-LOW-KEY (WS-CROSS-STREAM).
044500     MOVE WS-SPAN-HIGH TO STR-HIGH-KEY (WS-CROSS-STREAM).
044600 3000-ASSIGN-RANGES-EXIT.
044700     EXIT.
044800*=============================================================*
044900* 3100-ASSIGN-KEY - PUT ONE KEY IN THE CURRENT STREAM          *
045000*=============================================================*
045100 3100-ASSIGN-KEY.
045200     MOVE WS-STREAM-SUB TO KEY-STREAM (WS-KEY-SUB).
045300     MOVE WS-STREAM-SUB TO KEY-HOME-STREAM (WS-KEY-SUB).
045400     IF STR-KEY-COUNT (WS-STREAM-SUB) = ZERO
045500         MOVE KEY-EMP-ID (WS-KEY-SUB)
045600             TO STR-LOW-KEY (WS-STREAM-SUB)
045700     END-IF.
045800     MOVE KEY-EMP-ID (WS-KEY-SUB) TO STR-HIGH-KEY (WS-STREAM-SUB).
045900     ADD 1 TO STR-KEY-COUNT (WS-STREAM-SUB).
046000     ADD KEY-TRANS-COUNT (WS-KEY-SUB)
046100         TO STR-TRANS-COUNT (WS-STREAM-SUB).
046200     ADD KEY-TRANS-COUNT (WS-KEY-SUB) TO WS-CUMULATIVE.
046300     IF WS-CUMULATIVE >= WS-TARGET * WS-STREAM-SUB
046400             AND WS-STREAM-SUB < WS-STREAM-COUNT
046500         ADD 1 TO WS-STREAM-SUB
046600     END-IF.
046700 3100-ASSIGN-KEY-EXIT.
046800     EXIT.
046900*=============================================================*
047000* 4000-FIND-CROSS-RANGE - DEFER EVERY TERMINATION WHOSE REPORT *
047100*               REASSIGNMENT WOULD REACH INTO ANOTHER RANGE,   *
047166*               EVERY HIRE, REHIRE OR TRANSFER INTO A DEPT/    *
047232*               GRADE ANOTHER STREAM ALSO FILLS, THEN EVERY    *
047298*               RECORD WHOSE MANAGER-ID NAMES A KEY RUNNING IN *
047364*               ANOTHER STREAM. A DEFERRAL CAN CREATE A NEW    *
047430*               CROSS-STREAM REFERENCE, SO THAT SCAN REPEATS   *
047496*               UNTIL A PASS DEFERS NOTHING. A DEFERRAL NEVER  *
047562*               PUTS TWO RANGE STREAMS ON ONE DEPT/GRADE, SO   *
047628*               THE SEAT SCAN RUNS ONCE                        *
047700*=============================================================*
047800 4000-FIND-CROSS-RANGE.
047900     IF WS-STREAM-COUNT > 1
048000         PERFORM 4100-CHECK-REPORTS THRU 4100-CHECK-REPORTS-EXIT
048100             VARYING WS-KEY-SUB FROM 1 BY 1
048200             UNTIL WS-KEY-SUB > WS-KEY-COUNT
048250         PERFORM 4400-SCAN-SEATS THRU 4400-SCAN-SEATS-EXIT
048300     END-IF.
048400     MOVE 'Y' TO WS-CHANGE-SWITCH.
048500     PERFORM 4200-SCAN-REFERENCES
048600         THRU 4200-SCAN-REFERENCES-EXIT
048700         UNTIL NOT WS-DEFERRAL-ADDED.
048800 4000-FIND-CROSS-RANGE-EXIT.
048900     EXIT.
049000*=============================================================*
049100* 4100-CHECK-REPORTS - A TERMINATED EMPLOYEE WITH ACTIVE       *
049200*               REPORTS INSIDE ANOTHER STREAM'S RANGE WOULD    *
049300*               UPDATE THEIR ROWS FROM THIS STREAM. A FAILED   *
049400*               CHECK DEFERS TOO - THE SAFE SIDE               *
049500*=============================================================*
049600 4100-CHECK-REPORTS.
049700     IF NOT KEY-HAS-DELETE (WS-KEY-SUB)
049800             OR KEY-STREAM (WS-KEY-SUB) = WS-CROSS-STREAM
049900         GO TO 4100-CHECK-REPORTS-EXIT
050000     END-IF.
050100     MOVE KEY-EMP-ID (WS-KEY-SUB) TO WS-CHECK-EMP-ID.
050200     MOVE KEY-EMP-ID (WS-KEY-SUB) TO WS-ERROR-KEY.
050300     MOVE KEY-STREAM (WS-KEY-SUB) TO WS-STREAM-SUB.
050400     MOVE STR-LOW-KEY (WS-STREAM-SUB)  TO WS-OWN-LOW.
050500     MOVE STR-HIGH-KEY (WS-STREAM-SUB) TO WS-OWN-HIGH.
050600     EXEC SQL
050700         SELECT COUNT(*) INTO :WS-CROSS-COUNT
050800         FROM EMPLOYEE
050900         WHERE MGR_ID = :WS-CHECK-EMP-ID
051000             AND EMP_STATUS = 'A'
051100             AND EMP_ID BETWEEN :WS-SPAN-LOW AND :WS-SPAN-HIGH
051200             AND (EMP_ID < :WS-OWN-LOW
051300             OR EMP_ID > :WS-OWN-HIGH)
051400     END-EXEC.
051500     IF SQLCODE NOT = 0
051600         DISPLAY 'Direct-report check failed: ' SQLCODE
051700         MOVE 'REPORT-CHECK' TO WS-ERROR-CONTEXT
051800         PERFORM 8900-HANDLE-SQL-ERROR
051900             THRU 8900-HANDLE-SQL-ERROR-EXIT
052000         MOVE 'E' TO WS-DEFER-REASON
052100         PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT
052200         GO TO 4100-CHECK-REPORTS-EXIT
052300     END-IF.
052400     IF WS-CROSS-COUNT > ZERO
052500         MOVE 'R' TO WS-DEFER-REASON
052600         PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT
052700     END-IF.
052800 4100-CHECK-REPORTS-EXIT.
052900     EXIT.
053000*=============================================================*
053100* 4200-SCAN-REFERENCES - ONE PASS OF DRVDUE LOOKING FOR A      *
053200*               MANAGER-ID (NEW MANAGER ON I/U/R, REPLACEMENT  *
053300*               ON D) THAT NAMES A KEY RUNNING IN ANOTHER      *
053400*               STREAM                                        *
053500*=============================================================*
053600 4200-SCAN-REFERENCES.
053700     MOVE 'N' TO WS-CHANGE-SWITCH.
053800     ADD 1 TO WS-REFERENCE-PASSES.
053900     CLOSE DUE-TRANS-FILE.
054000     OPEN INPUT DUE-TRANS-FILE.
054100     MOVE 'N' TO WS-EOF-SWITCH.
054200     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
054300     PERFORM 4300-CHECK-REFERENCE
054400         THRU 4300-CHECK-REFERENCE-EXIT
054500         UNTIL WS-EOF.
054600 4200-SCAN-REFERENCES-EXIT.
054700     EXIT.
054800*=============================================================*
054900* 4300-CHECK-REFERENCE - ONE RECORD'S MANAGER-ID AGAINST THE   *
054922*               STREAM ITS OWN KEY RUNS IN. WHICHEVER STREAM   *
054944*               COMMITTED FIRST WOULD DECIDE THE DRIVER'S      *
054966*               MANAGER CHECK, SO THE TWO KEYS NEVER RUN SIDE  *
054988*               BY SIDE. A TERMINATED MANAGER STILL IN A RANGE *
055010*               GOES TO THE CROSS-RANGE PASS ITSELF, SO WHAT   *
055032*               NAMES IT RUNS FIRST; OTHERWISE THE NAMING KEY  *
055054*               GOES, AND RUNS AFTER THE MANAGER'S RANGE - OR  *
055076*               IN FILE ORDER WITH IT WHEN BOTH ARE DEFERRED   *
055100*=============================================================*
055200 4300-CHECK-REFERENCE.
055300     IF DUE-EMP-MGR-ID = SPACES
055400             OR DUE-EMP-MGR-ID = DUE-EMP-ID
055500         GO TO 4300-NEXT-RECORD
055600     END-IF.
055700     MOVE DUE-EMP-MGR-ID TO WS-SEEK-ID.
055800     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
055900     IF WS-FOUND-SUB = ZERO
056000         GO TO 4300-NEXT-RECORD
056100     END-IF.
056600     MOVE WS-FOUND-SUB TO WS-MGR-SUB.
056700     MOVE DUE-EMP-ID TO WS-SEEK-ID.
056800     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
056846     IF KEY-STREAM (WS-FOUND-SUB) = WS-CROSS-STREAM
056892             OR KEY-STREAM (WS-FOUND-SUB)
056915                 = KEY-STREAM (WS-MGR-SUB)
056938         GO TO 4300-NEXT-RECORD
056984     END-IF.
057030     IF KEY-HAS-DELETE (WS-MGR-SUB)
057076             AND KEY-STREAM (WS-MGR-SUB) NOT = WS-CROSS-STREAM
057122         MOVE WS-MGR-SUB TO WS-KEY-SUB
057168         MOVE 'M' TO WS-DEFER-REASON
057214     ELSE
057260         MOVE WS-FOUND-SUB TO WS-KEY-SUB
057306         MOVE 'N' TO WS-DEFER-REASON
057352     END-IF.
057398     PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT.
057444     MOVE 'Y' TO WS-CHANGE-SWITCH.
057500 4300-NEXT-RECORD.
057600     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
057700 4300-CHECK-REFERENCE-EXIT.
057800     EXIT.
057900*=============================================================*
057901* 4400-SCAN-SEATS - ONE PASS OF DRVDUE GIVING EVERY DEPT/GRADE *
057902*               A HIRE, REHIRE OR TRANSFER MOVES SOMEONE INTO  *
057903*               TO THE FIRST RANGE STREAM THAT DOES IT. A KEY  *
057904*               IN ANY OTHER RANGE STREAM THAT WOULD FILL THE  *
057905*               SAME DEPT/GRADE GOES TO THE CROSS-RANGE PASS,  *
057906*               SO POSITION CONTROL STILL SEES EVERY EARLIER   *
057907*               FILL BEFORE IT COUNTS                          *
057908*=============================================================*
057909 4400-SCAN-SEATS.
057910     CLOSE DUE-TRANS-FILE.
057911     OPEN INPUT DUE-TRANS-FILE.
057912     MOVE 'N' TO WS-EOF-SWITCH.
057913     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
057914     PERFORM 4500-CHECK-SEAT THRU 4500-CHECK-SEAT-EXIT
057915         UNTIL WS-EOF.
057916 4400-SCAN-SEATS-EXIT.
057917     EXIT.
057918*=============================================================*
057919* 4500-CHECK-SEAT - ONE RECORD'S DEPT/GRADE AGAINST THE STREAM *
057920*               THAT OWNS IT. A FULL SEAT TABLE DEFERS - THE   *
057921*               SAFE SIDE                                      *
057922*=============================================================*
057923 4500-CHECK-SEAT.
057924     IF DUE-TRANS-CODE NOT = 'I'
057925             AND DUE-TRANS-CODE NOT = 'R'
057926             AND DUE-TRANS-CODE NOT = 'U'
057927         GO TO 4500-NEXT-RECORD
057928     END-IF.
057929     MOVE DUE-EMP-ID TO WS-SEEK-ID.
057930     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
057931     MOVE WS-FOUND-SUB TO WS-KEY-SUB.
057932     IF KEY-STREAM (WS-KEY-SUB) = WS-CROSS-STREAM
057933         GO TO 4500-NEXT-RECORD
057934     END-IF.
057935     IF DUE-TRANS-CODE = 'U'
057936         PERFORM 4600-CHECK-TRANSFER
057937             THRU 4600-CHECK-TRANSFER-EXIT
057938         IF NOT WS-SEAT-TAKEN
057939             GO TO 4500-NEXT-RECORD
057940         END-IF
057941     END-IF.
057942     PERFORM 8200-FIND-SEAT THRU 8200-FIND-SEAT-EXIT.
057943     IF WS-SEAT-SUB = ZERO
057944         IF WS-SEAT-COUNT >= WS-SEAT-MAX
057945             MOVE 'P' TO WS-DEFER-REASON
057946             PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT
057947             GO TO 4500-NEXT-RECORD
057948         END-IF
057949         ADD 1 TO WS-SEAT-COUNT
057950         MOVE WS-SEAT-COUNT TO WS-SEAT-SUB
057951         MOVE DUE-DEPT-ID  TO SEAT-DEPT-ID (WS-SEAT-SUB)
057952         MOVE DUE-GRADE-ID TO SEAT-GRADE-ID (WS-SEAT-SUB)
057953         MOVE KEY-STREAM (WS-KEY-SUB) TO SEAT-STREAM (WS-SEAT-SUB)
057954     END-IF.
057955     IF SEAT-STREAM (WS-SEAT-SUB) NOT = KEY-STREAM (WS-KEY-SUB)
057956         MOVE 'P' TO WS-DEFER-REASON
057957         PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT
057958     END-IF.
057959 4500-NEXT-RECORD.
057960     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
057961 4500-CHECK-SEAT-EXIT.
057962     EXIT.
057963*=============================================================*
057964* 4600-CHECK-TRANSFER - AN UPDATE FILLS A SEAT ONLY WHEN IT    *
057965*               MOVES THE EMPLOYEE OUT OF THE DEPT/GRADE ON    *
057966*               FILE. NO ROW YET (HIRED EARLIER ON THIS FILE)  *
057967*               COUNTS AS A MOVE; A FAILED READ DEFERS         *
057968*=============================================================*
057969 4600-CHECK-TRANSFER.
057970     MOVE 'Y' TO WS-SEAT-SWITCH.
057971     MOVE DUE-EMP-ID TO WS-CHECK-EMP-ID.
057972     MOVE DUE-EMP-ID TO WS-ERROR-KEY.
057973     EXEC SQL
057974         SELECT DEPT_ID, GRADE_ID
057975         INTO :WS-CUR-DEPT-ID, :WS-CUR-GRADE-ID
057976         FROM EMPLOYEE
057977         WHERE EMP_ID = :WS-CHECK-EMP-ID
057978     END-EXEC.
057979     IF SQLCODE = 100
057980         GO TO 4600-CHECK-TRANSFER-EXIT
057981     END-IF.
057982     IF SQLCODE NOT = 0
057983         DISPLAY 'Dept/grade check failed: ' SQLCODE
057984         MOVE 'SEAT-CHECK' TO WS-ERROR-CONTEXT
057985         PERFORM 8900-HANDLE-SQL-ERROR
057986             THRU 8900-HANDLE-SQL-ERROR-EXIT
057987         MOVE 'E' TO WS-DEFER-REASON
057988         PERFORM 4900-DEFER-KEY THRU 4900-DEFER-KEY-EXIT
057989         MOVE 'N' TO WS-SEAT-SWITCH
057990         GO TO 4600-CHECK-TRANSFER-EXIT
057991     END-IF.
057992     IF WS-CUR-DEPT-ID = DUE-DEPT-ID
057993             AND WS-CUR-GRADE-ID = DUE-GRADE-ID
057994         MOVE 'N' TO WS-SEAT-SWITCH
057995     END-IF.
057996 4600-CHECK-TRANSFER-EXIT.
057997     EXIT.
057998*=============================================================*
058000* 4900-DEFER-KEY - MOVE KEY WS-KEY-SUB, WITH ALL OF ITS        *
058100*               TRANSACTIONS, TO THE CROSS-RANGE PASS          *
058200*=============================================================*
058300 4900-DEFER-KEY.
058400     MOVE KEY-STREAM (WS-KEY-SUB) TO WS-FROM-STREAM.
058500     SUBTRACT 1 FROM STR-KEY-COUNT (WS-FROM-STREAM).
058600     SUBTRACT KEY-TRANS-COUNT (WS-KEY-SUB)
058700         FROM STR-TRANS-COUNT (WS-FROM-STREAM).
058800     ADD 1 TO STR-KEY-COUNT (WS-CROSS-STREAM).
058900     ADD KEY-TRANS-COUNT (WS-KEY-SUB)
059000         TO STR-TRANS-COUNT (WS-CROSS-STREAM).
059100     MOVE WS-CROSS-STREAM TO KEY-STREAM (WS-KEY-SUB).
059200     MOVE WS-DEFER-REASON TO KEY-DEFER-REASON (WS-KEY-SUB).
059300     ADD 1 TO WS-KEYS-DEFERRED.
059400 4900-DEFER-KEY-EXIT.
059500     EXIT.
059600*=============================================================*
059700* 5000-ROUTE-TRANSACTIONS - HEADER RECORD TO EVERY STREAM      *
059750*               FILE, THEN EVERY DRVDUE RECORD, SORTED BY      *
059800*               EMP-ID WITH FILE ORDER KEPT WITHIN A KEY, TO   *
059850*               THE STREAM ITS KEY RUNS IN. A RESTARTED DRIVER *
059900*               RESUMES AT THE FIRST RECORD FOR ITS CHECKPOINT *
059950*               KEY, SO A KEY'S RECORDS MUST SIT TOGETHER      *
060000*=============================================================*
060100 5000-ROUTE-TRANSACTIONS.
060200     PERFORM 5100-WRITE-HEADER THRU 5100-WRITE-HEADER-EXIT
060300         VARYING WS-STREAM-SUB FROM 1 BY 1
060400         UNTIL WS-STREAM-SUB > 9.
060500     CLOSE DUE-TRANS-FILE.
060600     OPEN INPUT DUE-TRANS-FILE.
060700     MOVE 'N' TO WS-EOF-SWITCH.
060733     SORT SORT-FILE
060766         ON ASCENDING KEY SRT-EMP-ID
060799         WITH DUPLICATES IN ORDER
060832         INPUT PROCEDURE IS 5300-RELEASE-DUE
060865             THRU 5300-RELEASE-DUE-EXIT
060898         OUTPUT PROCEDURE IS 5400-ROUTE-SORTED
060931             THRU 5400-ROUTE-SORTED-EXIT.
060964     IF SORT-RETURN NOT = ZERO
060997         DISPLAY 'Stream sort failed - SORT-RETURN ' SORT-RETURN
061030         MOVE 8 TO RETURN-CODE
061063     END-IF.
061100 5000-ROUTE-TRANSACTIONS-EXIT.
061200     EXIT.
061300*=============================================================*
061400* 5100-WRITE-HEADER - THE 'S' RECORD FOR ONE STREAM. A STREAM  *
061500*               BEYOND THE CONFIGURED COUNT STILL GETS ITS     *
061600*               HEADER, SO ITS DRIVER RUNS, LOGS AND ENDS      *
061700*               CLEAN WITH NOTHING TO DO                       *
061800*=============================================================*
061900 5100-WRITE-HEADER.
062000     MOVE WS-STREAM-ID (WS-STREAM-SUB)    TO HDR-STREAM-ID.
062100     MOVE STR-LOW-KEY (WS-STREAM-SUB)     TO HDR-LOW-KEY.
062200     MOVE STR-HIGH-KEY (WS-STREAM-SUB)    TO HDR-HIGH-KEY.
062300     MOVE STR-TRANS-COUNT (WS-STREAM-SUB) TO HDR-TRANS-COUNT.
062400     MOVE WS-STREAM-COUNT                 TO HDR-STREAM-COUNT.
062500     MOVE WS-RUN-DATE                     TO HDR-SPLIT-DATE.
062600     MOVE WS-STREAM-HEADER TO WS-STREAM-RECORD.
062700     PERFORM 7100-WRITE-STREAM THRU 7100-WRITE-STREAM-EXIT.
062800 5100-WRITE-HEADER-EXIT.
062900     EXIT.
063000*=============================================================*
063100* 5200-ROUTE-ONE - ONE SORTED RECORD TO ITS KEY'S STREAM       *
063200*=============================================================*
063300 5200-ROUTE-ONE.
063400     MOVE SRT-EMP-ID TO WS-SEEK-ID.
063500     PERFORM 8100-FIND-KEY THRU 8100-FIND-KEY-EXIT.
063600     MOVE KEY-STREAM (WS-FOUND-SUB) TO WS-STREAM-SUB.
063700     MOVE SRT-RECORD TO WS-STREAM-RECORD.
063800     PERFORM 7100-WRITE-STREAM THRU 7100-WRITE-STREAM-EXIT.
063900     ADD 1 TO WS-TRANS-ROUTED.
064000     ADD 1 TO STR-WRITTEN (WS-STREAM-SUB).
064100     PERFORM 5410-RETURN-SORTED THRU 5410-RETURN-SORTED-EXIT.
064200 5200-ROUTE-ONE-EXIT.
064300     EXIT.
064302*=============================================================*
064304* 5300-RELEASE-DUE - SORT INPUT: EVERY DRVDUE RECORD IN FILE   *
064306*               ORDER                                          *
064308*=============================================================*
064310 5300-RELEASE-DUE.
064312     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
064314     PERFORM 5310-RELEASE-ONE THRU 5310-RELEASE-ONE-EXIT
064316         UNTIL WS-EOF.
064318 5300-RELEASE-DUE-EXIT.
064320     EXIT.
064322*=============================================================*
064324* 5310-RELEASE-ONE - ONE DRVDUE RECORD TO THE SORT             *
064326*=============================================================*
064328 5310-RELEASE-ONE.
064330     RELEASE SRT-RECORD FROM DUE-RECORD.
064332     PERFORM 8000-READ-DUE THRU 8000-READ-DUE-EXIT.
064334 5310-RELEASE-ONE-EXIT.
064336     EXIT.
064338*=============================================================*
064340* 5400-ROUTE-SORTED - SORT OUTPUT: ROUTE EVERY RECORD IN KEY   *
064342*               ORDER                                          *
064344*=============================================================*
064346 5400-ROUTE-SORTED.
064348     PERFORM 5410-RETURN-SORTED THRU 5410-RETURN-SORTED-EXIT.
064350     PERFORM 5200-ROUTE-ONE THRU 5200-ROUTE-ONE-EXIT
064352         UNTIL WS-SORT-EOF.
064354 5400-ROUTE-SORTED-EXIT.
064356     EXIT.
064358*=============================================================*
064360* 5410-RETURN-SORTED - THE NEXT RECORD OUT OF THE SORT         *
064362*=============================================================*
064364 5410-RETURN-SORTED.
064366     RETURN SORT-FILE
064368         AT END
064370             MOVE 'Y' TO WS-SORT-EOF-SWITCH
064372     END-RETURN.
064374 5410-RETURN-SORTED-EXIT.
064376     EXIT.
064400*=============================================================*
064500* 6000-WRITE-REPORT - THE RANGES, THEN EVERY DEFERRED KEY      *
064600*=============================================================*
064700 6000-WRITE-REPORT.
064800     MOVE WS-REPORT-DATE TO SPL-HDG1-DATE.
064900     WRITE RPT-LINE FROM SPL-HEADING-1.
065000     MOVE SPACES TO RPT-LINE.
065100     WRITE RPT-LINE.
065200     WRITE RPT-LINE FROM SPL-HEADING-2.
065300     PERFORM 6100-WRITE-STREAM-LINE
065400         THRU 6100-WRITE-STREAM-LINE-EXIT
065500         VARYING WS-STREAM-SUB FROM 1 BY 1
065600         UNTIL WS-STREAM-SUB > 9.
065700     IF WS-KEYS-DEFERRED > ZERO
065800         MOVE SPACES TO RPT-LINE
065900         WRITE RPT-LINE
066000         MOVE ' DEFERRED TO THE CROSS-RANGE PASS (STREAM X)'
066100             TO RPT-LINE
066200         WRITE RPT-LINE
066300         PERFORM 6200-WRITE-DEFERRED
066400             THRU 6200-WRITE-DEFERRED-EXIT
066500             VARYING WS-KEY-SUB FROM 1 BY 1
066600             UNTIL WS-KEY-SUB > WS-KEY-COUNT
066700     END-IF.
066800     MOVE SPACES TO RPT-LINE.
066900     WRITE RPT-LINE.
067000     MOVE 'TRANSACTIONS READ FROM DRVDUE:' TO SPL-SUM-LABEL.
067100     MOVE WS-TRANS-READ TO SPL-SUM-COUNT.
067200     WRITE RPT-LINE FROM SPL-SUMMARY-LINE.
067300     MOVE 'TRANSACTIONS ROUTED TO STREAMS:' TO SPL-SUM-LABEL.
067400     MOVE WS-TRANS-ROUTED TO SPL-SUM-COUNT.
067500     WRITE RPT-LINE FROM SPL-SUMMARY-LINE.
067600     MOVE 'EMP-IDS DEFERRED TO CROSS-RANGE PASS:'
067700         TO SPL-SUM-LABEL.
067800     MOVE WS-KEYS-DEFERRED TO SPL-SUM-COUNT.
067900     WRITE RPT-LINE FROM SPL-SUMMARY-LINE.
068000 6000-WRITE-REPORT-EXIT.
068100     EXIT.
068200*=============================================================*
068300* 6100-WRITE-STREAM-LINE - ONE STREAM'S RANGE AND COUNTS       *
068400*=============================================================*
068500 6100-WRITE-STREAM-LINE.
068600     MOVE WS-STREAM-ID (WS-STREAM-SUB)    TO SPL-STR-ID.
068700     MOVE STR-LOW-KEY (WS-STREAM-SUB)     TO SPL-STR-LOW-KEY.
068800     MOVE STR-HIGH-KEY (WS-STREAM-SUB)    TO SPL-STR-HIGH-KEY.
068900     MOVE STR-KEY-COUNT (WS-STREAM-SUB)   TO SPL-STR-KEYS.
069000     MOVE STR-WRITTEN (WS-STREAM-SUB)     TO SPL-STR-TRANS.
069100     WRITE RPT-LINE FROM SPL-STREAM-LINE.
069200 6100-WRITE-STREAM-LINE-EXIT.
069300     EXIT.
069400*=============================================================*
069500* 6200-WRITE-DEFERRED - ONE DEFERRED KEY AND WHY               *
069600*=============================================================*
069700 6200-WRITE-DEFERRED.
069800     IF KEY-STREAM (WS-KEY-SUB) NOT = WS-CROSS-STREAM
069900         GO TO 6200-WRITE-DEFERRED-EXIT
070000     END-IF.
070100     MOVE KEY-EMP-ID (WS-KEY-SUB) TO SPL-DEF-EMP-ID.
070200     MOVE KEY-HOME-STREAM (WS-KEY-SUB) TO WS-STREAM-SUB.
070300     MOVE WS-STREAM-ID (WS-STREAM-SUB) TO SPL-DEF-HOME.
070400     IF KEY-CROSS-REPORTS (WS-KEY-SUB)
070500         MOVE 'ACTIVE REPORTS IN ANOTHER RANGE'
070600             TO SPL-DEF-REASON
070700     END-IF.
070800     IF KEY-CROSS-MANAGER (WS-KEY-SUB)
070900         MOVE 'NAMED AS MANAGER FROM ANOTHER STREAM'
071000             TO SPL-DEF-REASON
071100     END-IF.
071200     IF KEY-CHECK-FAILED (WS-KEY-SUB)
071300         MOVE 'DATABASE CHECK FAILED - SEE SYSERR'
071400             TO SPL-DEF-REASON
071500     END-IF.
071511     IF KEY-CROSS-REFERENCE (WS-KEY-SUB)
071522         MOVE 'MANAGER-ID RUNS IN ANOTHER STREAM'
071533             TO SPL-DEF-REASON
071544     END-IF.
071555     IF KEY-SHARED-SEAT (WS-KEY-SUB)
071566         MOVE 'DEPT/GRADE FILLED FROM ANOTHER STREAM'
071577             TO SPL-DEF-REASON
071588     END-IF.
071600     WRITE RPT-LINE FROM SPL-DEFER-LINE.
071700 6200-WRITE-DEFERRED-EXIT.
071800     EXIT.
071900*=============================================================*
072000* 7100-WRITE-STREAM - WS-STREAM-RECORD (A HEADER OR A ROUTED   *
072100*               TRANSACTION) TO STREAM FILE WS-STREAM-SUB      *
072200*=============================================================*
072300 7100-WRITE-STREAM.
072400     EVALUATE WS-STREAM-SUB
072500         WHEN 1
072600             WRITE STR1-RECORD FROM WS-STREAM-RECORD
072700         WHEN 2
072800             WRITE STR2-RECORD FROM WS-STREAM-RECORD
072900         WHEN 3
073000             WRITE STR3-RECORD FROM WS-STREAM-RECORD
073100         WHEN 4
073200             WRITE STR4-RECORD FROM WS-STREAM-RECORD
073300         WHEN 5
073400             WRITE STR5-RECORD FROM WS-STREAM-RECORD
073500         WHEN 6
073600             WRITE STR6-RECORD FROM WS-STREAM-RECORD
073700         WHEN 7
073800             WRITE STR7-RECORD FROM WS-STREAM-RECORD
073900         WHEN 8
074000             WRITE STR8-RECORD FROM WS-STREAM-RECORD
074100         WHEN OTHER
074200             WRITE STRX-RECORD FROM WS-STREAM-RECORD
074300     END-EVALUATE.
074400 7100-WRITE-STREAM-EXIT.
074500     EXIT.
074600*=============================================================*
074700* 8000-READ-DUE - READ THE NEXT DRVDUE RECORD                  *
074800*=============================================================*
074900 8000-READ-DUE.
075000     READ DUE-TRANS-FILE
075100         AT END
075200             MOVE 'Y' TO WS-EOF-SWITCH
075300     END-READ.
075400 8000-READ-DUE-EXIT.
075500     EXIT.
075600*=============================================================*
075700* 8100-FIND-KEY - BINARY SEARCH OF THE KEY TABLE FOR           *
075800*               WS-SEEK-ID. NOT FOUND LEAVES WS-FOUND-SUB ZERO *
075900*               AND THE INSERTION POINT IN WS-LOW-SUB          *
076000*=============================================================*
076100 8100-FIND-KEY.
076200     MOVE ZERO TO WS-FOUND-SUB.
076300     MOVE 1 TO WS-LOW-SUB.
076400     MOVE WS-KEY-COUNT TO WS-HIGH-SUB.
076500 8100-FIND-KEY-NEXT.
076600     IF WS-LOW-SUB > WS-HIGH-SUB
076700         GO TO 8100-FIND-KEY-EXIT
076800     END-IF.
076900     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
077000     IF KEY-EMP-ID (WS-MID-SUB) = WS-SEEK-ID
077100         MOVE WS-MID-SUB TO WS-FOUND-SUB
077200         GO TO 8100-FIND-KEY-EXIT
077300     END-IF.
077400     IF KEY-EMP-ID (WS-MID-SUB) < WS-SEEK-ID
077500         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
077600     ELSE
077700         IF WS-MID-SUB = 1
077800             GO TO 8100-FIND-KEY-EXIT
077900         END-IF
078000         COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
078100     END-IF.
078200     GO TO 8100-FIND-KEY-NEXT.
078300 8100-FIND-KEY-EXIT.
078400     EXIT.
078404*=============================================================*
078408* 8200-FIND-SEAT - THE SEAT TABLE ENTRY FOR THE CURRENT        *
078412*               RECORD'S DEPT/GRADE. NOT FOUND LEAVES          *
078416*               WS-SEAT-SUB ZERO                               *
078420*=============================================================*
078424 8200-FIND-SEAT.
078428     MOVE ZERO TO WS-SEAT-SUB.
078432     MOVE ZERO TO WS-SCAN-SUB.
078436 8200-FIND-SEAT-NEXT.
078440     ADD 1 TO WS-SCAN-SUB.
078444     IF WS-SCAN-SUB > WS-SEAT-COUNT
078448         GO TO 8200-FIND-SEAT-EXIT
078452     END-IF.
078456     IF SEAT-DEPT-ID (WS-SCAN-SUB) = DUE-DEPT-ID
078460             AND SEAT-GRADE-ID (WS-SCAN-SUB) = DUE-GRADE-ID
078464         MOVE WS-SCAN-SUB TO WS-SEAT-SUB
078468         GO TO 8200-FIND-SEAT-EXIT
078472     END-IF.
078476     GO TO 8200-FIND-SEAT-NEXT.
078480 8200-FIND-SEAT-EXIT.
078484     EXIT.
078500*=============================================================*
078600* 9000-TERMINATE - REPORT, ROUTING BALANCE, RUN-CONTROL END,   *
078700*               CLOSE FILES                                   *
078800*=============================================================*
078900 9000-TERMINATE.
079000     IF NOT WS-ABANDONED
079100         IF WS-TRANS-ROUTED NOT = WS-TRANS-READ
079200             DISPLAY 'Routing out of balance - read '
079300                 WS-TRANS-READ ' routed ' WS-TRANS-ROUTED
079400             MOVE 8 TO RETURN-CODE
079500         END-IF
079600         PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
079700     END-IF.
079800     MOVE WS-TRANS-READ   TO RUN-RECORDS-IN.
079900     MOVE WS-TRANS-ROUTED TO RUN-RECORDS-OUT.
080000     MOVE ZERO            TO RUN-RECORDS-REJECT.
080100     PERFORM 8810-RECORD-RUN-END
080200         THRU 8810-RECORD-RUN-END-EXIT.
080300     CLOSE DUE-TRANS-FILE.
080400     CLOSE STREAM-FILE-1 STREAM-FILE-2 STREAM-FILE-3
080500         STREAM-FILE-4 STREAM-FILE-5 STREAM-FILE-6
080600         STREAM-FILE-7 STREAM-FILE-8 STREAM-FILE-X.
080700     CLOSE REPORT-FILE.
080800     CLOSE ERROR-LOG.
080900     DISPLAY 'Transactions read:    ' WS-TRANS-READ.
081000     DISPLAY 'Transactions routed:  ' WS-TRANS-ROUTED.
081100     DISPLAY 'Keys deferred:        ' WS-KEYS-DEFERRED.
081200     DISPLAY 'Reference passes:     ' WS-REFERENCE-PASSES.
081300 9000-TERMINATE-EXIT.
081400     EXIT.
081500*=============================================================*
081600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
081700*               CONTROL RECORDING, COPIED IN                   *
081800*=============================================================*
081900     COPY RUNHDL.
082000*=============================================================*
082100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
082200*=============================================================*
082300     COPY ERRHDL.
