000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RunBackout.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. BACKS OUT ONE BAD RUN   *
001000*               OF BatchDriver, UpdateRecord (A MassSalary-   *
001100*               Action FILE), MassDeptTransfer OR ANY OTHER   *
001200*               PROGRAM THAT WRITES EMPLOYEE_AUDIT IMAGES.    *
001300*               THE BKOCTL CARD NAMES THE RUN AS IT STANDS ON *
001400*               RUN_CONTROL (PROGRAM ID, RUN DATE, START      *
001500*               TIME). AUDIT ROWS CARRY NO RUN KEY, SO THE    *
001600*               RUN'S ROWS ARE THE ONES STAMPED INSIDE ITS    *
001700*               START/END WINDOW; ANY OTHER RUN THAT OVERLAPS *
001800*               THE WINDOW IS LISTED SO ITS ROWS ARE NOT      *
001900*               TAKEN FOR THIS ONE'S. FOR EACH EMPLOYEE THE   *
002000*               PRIOR IMAGE IS THE LAST AUDIT ROW BEFORE THE  *
002100*               RUN'S FIRST (THE NEAREST AUDIT_BASELINE ROW   *
002200*               WHEN THE TRAIL HAS BEEN ARCHIVED OFF) AND THE *
002300*               REVERSAL IS WRITTEN AS DRIVER TRANSACTIONS    *
002400*               (DRV-RECORD LAYOUT) SO IT IS EDITED, HELD FOR *
002500*               APPROVAL AND AUDITED LIKE ANY OTHER CHANGE:   *
002600*               'U' RESTORES NAME, DEPT, SALARY, MANAGER AND  *
002700*               GRADE; 'R' UNDOES A TERMINATION (ORIGINAL     *
002800*               HIRE DATE AND DEPT); 'D' UNDOES A HIRE OR A   *
002900*               REHIRE; 'V'/'L' UNDO A LEAVE START/RETURN.    *
003000*               AN EMPLOYEE CHANGED AGAIN AFTER THE RUN (A    *
003100*               LATER AUDIT ROW, OR A ROW THAT NO LONGER      *
003200*               MATCHES THE RUN'S LAST IMAGE) IS REFUSED AND  *
003300*               LISTED FOR MANUAL REVIEW, AS IS A ROW THE RUN *
003400*               PURGED OR ONE WITH NO PRIOR IMAGE. BKOTRN IS  *
003500*               THE FIRST PASS; BKOTRN2 HOLDS THE RECORDS     *
003600*               THAT CAN ONLY APPLY AFTER IT (A MANAGER WHO   *
003700*               IS NOT ACTIVE UNTIL THE FIRST PASS REHIRES    *
003800*               THEM, A LEAVE RESTORED AFTER A REHIRE) AND    *
003900*               GOES THROUGH THE FOLLOWING RUN. THE EMP_      *
004000*               PAYMENT ROWS POSTED INSIDE THE WINDOW ARE     *
004100*               LISTED FOR PAYROLL TO VOID - PAYMENTS, PTO    *
004200*               ROWS, DRVRETR ADJUSTMENTS AND ADDRESS CHANGES *
004300*               (NOT CARRIED ON THE AUDIT IMAGE) ARE NOT      *
004400*               REVERSED HERE. WRITES ONLY BACKOUT_LOG. RC 4  *
004500*               WHEN ANYTHING NEEDS A PERSON: A REFUSAL, A    *
004600*               SECOND PASS, A PAYMENT OR AN OVERLAPPING RUN; *
004700*               RC 8 WHEN THE RUN IS NOT ON RUN_CONTROL.      *
004705*   10/15/2026  RH  A CARD NAMING A DRIVER STREAM (DRV1-DRV8, *
004710*               DRVX) NOW BACKS OUT THE WHOLE NIGHT'S STREAM  *
004715*               FAMILY AS ONE RUN: EVERY STREAM STARTED       *
004720*               BETWEEN THE DriverSplit RUN THAT FED IT AND   *
004725*               THE NEXT ONE, OVER ONE WINDOW FROM THE        *
004730*               EARLIEST START TO THE LATEST END. THE         *
004735*               SIBLINGS ARE LISTED AS BACKED OUT WITH THE    *
004740*               RUN, NOT AS OVERLAPS. NO LONGER READ-ONLY:    *
004745*               EACH REVERSED EMPLOYEE IS LOGGED ON           *
004750*               BACKOUT_LOG (EMP_ID, FIRST_CHG_DATE/TIME,     *
004755*               LAST_CHG_DATE/TIME OF THE AUDIT ROWS          *
004760*               REVERSED, PROGRAM_ID/RUN_DATE/START_TIME OF   *
004765*               THE RUN, BKO_DATE/TIME OF THIS BACK-OUT). A   *
004770*               SECOND BACK-OUT OVER THE SAME ROWS SKIPS      *
004775*               THEM; ONE THAT ONLY PARTLY OVERLAPS A LOGGED  *
004780*               SPAN IS REFUSED. DELETING A BACK-OUT'S LOG    *
004785*               ROWS (BY BKO_DATE/TIME) REOPENS ITS           *
004790*               EMPLOYEES.                                    *
004791*   10/15/2026  RH  THE DETAIL LINE'S CODES COLUMN IS WIDENED *
004792*               TO THE EIGHT REVERSAL CODES AN EMPLOYEE CAN   *
004793*               COLLECT (THEY WERE CUT TO FIVE) AND THE NOTE  *
004794*               NARROWED TO MATCH, SO THE NOTE STILL LINES UP *
004795*               UNDER ITS HEADING.                            *
004800*-------------------------------------------------------------*
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CONTROL-FILE ASSIGN TO BKOCTL
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CTL-FILE-STATUS.
005500     SELECT REVERSAL-FILE ASSIGN TO BKOTRN
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT SECOND-PASS-FILE ASSIGN TO BKOTRN2
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900     SELECT BACKOUT-REPORT ASSIGN TO BKORPT
006000         ORGANIZATION IS LINE SEQUENTIAL.
006100     SELECT ERROR-LOG ASSIGN TO SYSERR
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CONTROL-FILE
006600     RECORDING MODE IS F.
006700 01  BKC-RECORD.
006800     05  BKC-PROGRAM-ID       PIC X(08).
006900     05  BKC-RUN-DATE         PIC 9(08).
007000     05  BKC-START-TIME       PIC 9(08).
007100     05  FILLER               PIC X(56).
007200
007300 FD  REVERSAL-FILE
007400     RECORDING MODE IS F.
007500 01  REV-RECORD               PIC X(80).
007600
007700 FD  SECOND-PASS-FILE
007800     RECORDING MODE IS F.
007900 01  RV2-RECORD               PIC X(80).
008000
008100 FD  BACKOUT-REPORT
008200     RECORDING MODE IS F.
008300 01  RPT-LINE                 PIC X(80).
008400
008500 FD  ERROR-LOG
008600     RECORDING MODE IS F.
008700     COPY ERRREC.
008800 WORKING-STORAGE SECTION.
008900     COPY DBCONN.
009000
009100 01  WS-SQLCODE               PIC S9(9) COMP.
009200
009300     COPY RUNWS.
009400
009500 01  WS-CTL-FILE-STATUS       PIC X(02).
009600
009700 01  WS-SWITCHES.
009800     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009900         88  WS-CTL-EOF            VALUE 'Y'.
010000     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
010100         88  WS-EOF                VALUE 'Y'.
010200     05  WS-PAY-EOF-SWITCH    PIC X(01) VALUE 'N'.
010300         88  WS-PAY-EOF            VALUE 'Y'.
010400     05  WS-RUN-EOF-SWITCH    PIC X(01) VALUE 'N'.
010500         88  WS-RUN-EOF            VALUE 'Y'.
010600     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
010700         88  WS-ABANDONED          VALUE 'Y'.
010800     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
010900         88  WS-CURSOR-OPEN        VALUE 'Y'.
011000     05  WS-HELD-SWITCH       PIC X(01) VALUE 'N'.
011100         88  WS-GROUP-HELD         VALUE 'Y'.
011200     05  WS-PRIOR-SWITCH      PIC X(01) VALUE 'N'.
011300         88  WS-PRIOR-FOUND        VALUE 'Y'.
011310         88  WS-PRIOR-ERROR        VALUE 'E'.
011400     05  WS-PASS-SWITCH       PIC X(01) VALUE '1'.
011500         88  WS-SECOND-PASS        VALUE '2'.
011510     05  WS-FAM-EOF-SWITCH    PIC X(01) VALUE 'N'.
011520         88  WS-FAM-EOF            VALUE 'Y'.
011530     05  WS-FAMILY-SWITCH     PIC X(01) VALUE 'N'.
011540         88  WS-FAMILY-RUN         VALUE 'Y'.
011550     05  WS-LOG-SWITCH        PIC X(01) VALUE 'N'.
011560         88  WS-LOG-CLEAR          VALUE 'N'.
011570         88  WS-LOG-COVERED        VALUE 'Y'.
011580         88  WS-LOG-PARTIAL        VALUE 'P'.
011590         88  WS-LOG-ERROR          VALUE 'E'.
011600
011700 01  WS-COUNTERS.
011800     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
011900     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
012000     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
012100     05  WS-AUDIT-ROWS        PIC 9(07) COMP VALUE ZERO.
012200     05  WS-EMPS-FOUND        PIC 9(07) COMP VALUE ZERO.
012300     05  WS-EMPS-REVERSED     PIC 9(07) COMP VALUE ZERO.
012400     05  WS-EMPS-REFUSED      PIC 9(07) COMP VALUE ZERO.
012500     05  WS-EMPS-UNCHANGED    PIC 9(07) COMP VALUE ZERO.
012533     05  WS-EMPS-SKIPPED      PIC 9(07) COMP VALUE ZERO.
012566     05  WS-FAMILY-RUNS       PIC 9(07) COMP VALUE ZERO.
012600     05  WS-TRANS-PASS-1      PIC 9(07) COMP VALUE ZERO.
012700     05  WS-TRANS-PASS-2      PIC 9(07) COMP VALUE ZERO.
012800     05  WS-PAYMENTS-FOUND    PIC 9(07) COMP VALUE ZERO.
012900     05  WS-OVERLAP-RUNS      PIC 9(07) COMP VALUE ZERO.
013000     05  WS-LATER-CHANGES     PIC S9(09) COMP VALUE ZERO.
013050     05  WS-LOG-SPANS         PIC S9(09) COMP VALUE ZERO.
013100
013200 01  WS-PAYMENT-TOTAL         PIC 9(09)V99 COMP-3 VALUE ZERO.
013300
013400 01  WS-REPORT-DATE.
013500     05  WS-REPORT-YY         PIC 9(02).
013600     05  WS-REPORT-MM         PIC 9(02).
013700     05  WS-REPORT-DD         PIC 9(02).
013800
013900*    THE RUN BEING BACKED OUT AND ITS AUDIT WINDOW. A RUN THAT
014000*    NEVER ENDED (ABENDED, STILL 'R') IS WINDOWED TO NOW.
014100 01  WS-TARGET-RUN.
014200     05  WS-TGT-PROGRAM-ID    PIC X(08).
014235     05  WS-TGT-PGM-PARTS     REDEFINES WS-TGT-PROGRAM-ID.
014270         10  WS-TGT-PGM-ROOT  PIC X(03).
014305         10  WS-TGT-PGM-STREAM
014340                              PIC X(01).
014375             88  WS-TGT-STREAM-ID  VALUES '1' THRU '8' 'X'.
014410         10  WS-TGT-PGM-REST  PIC X(04).
014445     05  WS-TGT-START-KEY.
014480         10  WS-TGT-RUN-DATE  PIC 9(08).
014515         10  WS-TGT-START-TIME
014550                              PIC 9(08).
014585     05  WS-TGT-END-KEY.
014620         10  WS-TGT-END-DATE  PIC 9(08).
014655         10  WS-TGT-END-TIME  PIC 9(08).
014700     05  WS-TGT-STATUS        PIC X(01).
014800     05  WS-TGT-FINAL-RC      PIC S9(04) COMP.
014900
015000 01  WS-OVERLAP-RUN.
015100     05  WS-OVL-PROGRAM-ID    PIC X(08).
015200     05  WS-OVL-RUN-DATE      PIC 9(08).
015300     05  WS-OVL-START-TIME    PIC 9(08).
015400     05  WS-OVL-STATUS        PIC X(01).
015404*    A DRIVER STREAM'S NIGHT: THE DriverSplit RUN THAT FED IT
015408*    AND THE NEXT ONE (99999999 WHEN THERE IS NONE YET), AND ONE
015412*    STREAM RUN OF THE FAMILY AS IT COMES OFF THE CURSOR.
015416 01  WS-SPLIT-BOUNDS.
015420     05  WS-SPL-RUN-DATE      PIC 9(08) VALUE ZERO.
015424     05  WS-SPL-START-TIME    PIC 9(08) VALUE ZERO.
015428     05  WS-NXT-RUN-DATE      PIC 9(08) VALUE ZERO.
015432     05  WS-NXT-START-TIME    PIC 9(08) VALUE ZERO.
015436
015440 01  WS-FAMILY-MEMBER.
015444     05  WS-FAM-PROGRAM-ID    PIC X(08).
015448     05  WS-FAM-START-KEY.
015452         10  WS-FAM-RUN-DATE  PIC 9(08).
015456         10  WS-FAM-START-TIME
015460                              PIC 9(08).
015464     05  WS-FAM-END-KEY.
015468         10  WS-FAM-END-DATE  PIC 9(08).
015472         10  WS-FAM-END-TIME  PIC 9(08).
015476     05  WS-FAM-STATUS        PIC X(01).
015480     05  WS-FAM-FINAL-RC      PIC S9(04) COMP.
015500
015600*    ONE EMPLOYEE_AUDIT (OR AUDIT_BASELINE) IMAGE. THE CURSOR
015700*    ROW LANDS IN WS-CUR-IMAGE; THE FIRST AND LAST ROWS OF AN
015800*    EMPLOYEE'S GROUP, THE PRIOR IMAGE AND THE LIVE ROW ARE
015900*    KEPT IN THE SAME SHAPE.
016000 01  WS-CUR-IMAGE.
016100     05  WS-CUR-EMP-ID        PIC X(05).
016200     05  WS-CUR-CHG-TYPE      PIC X(01).
016300     05  WS-CUR-CHG-DATE      PIC 9(08).
016400     05  WS-CUR-CHG-TIME      PIC 9(08).
016500     05  WS-CUR-EMP-NAME      PIC X(20).
016600     05  WS-CUR-DEPT-ID       PIC X(04).
016700     05  WS-CUR-HIRE-DATE     PIC 9(08).
016800     05  WS-CUR-SALARY        PIC 9(07)V99 COMP-3.
016900     05  WS-CUR-MGR-ID        PIC X(05).
017000     05  WS-CUR-STATUS        PIC X(01).
017100     05  WS-CUR-TERM-DATE     PIC 9(08).
017200     05  WS-CUR-GRADE         PIC X(02).
017300
017400 01  WS-FST-IMAGE.
017500     05  WS-FST-EMP-ID        PIC X(05).
017600     05  WS-FST-CHG-TYPE      PIC X(01).
017700     05  WS-FST-CHG-DATE      PIC 9(08).
017800     05  WS-FST-CHG-TIME      PIC 9(08).
017900     05  FILLER               PIC X(60).
018000
018100 01  WS-FIN-IMAGE.
018200     05  WS-FIN-EMP-ID        PIC X(05).
018300     05  WS-FIN-CHG-TYPE      PIC X(01).
018400     05  WS-FIN-CHG-DATE      PIC 9(08).
018500     05  WS-FIN-CHG-TIME      PIC 9(08).
018600     05  WS-FIN-EMP-NAME      PIC X(20).
018700     05  WS-FIN-DEPT-ID       PIC X(04).
018800     05  WS-FIN-HIRE-DATE     PIC 9(08).
018900     05  WS-FIN-SALARY        PIC 9(07)V99 COMP-3.
019000     05  WS-FIN-MGR-ID        PIC X(05).
019100     05  WS-FIN-STATUS        PIC X(01).
019200     05  WS-FIN-TERM-DATE     PIC 9(08).
019300     05  WS-FIN-GRADE         PIC X(02).
019400
019500 01  WS-PRI-IMAGE.
019600     05  WS-PRI-EMP-ID        PIC X(05).
019700     05  WS-PRI-CHG-TYPE      PIC X(01).
019800     05  WS-PRI-CHG-DATE      PIC 9(08).
019900     05  WS-PRI-CHG-TIME      PIC 9(08).
020000     05  WS-PRI-EMP-NAME      PIC X(20).
020100     05  WS-PRI-DEPT-ID       PIC X(04).
020200     05  WS-PRI-HIRE-DATE     PIC 9(08).
020300     05  WS-PRI-SALARY        PIC 9(07)V99 COMP-3.
020400     05  WS-PRI-MGR-ID        PIC X(05).
020500     05  WS-PRI-STATUS        PIC X(01).
020600     05  WS-PRI-TERM-DATE     PIC 9(08).
020700     05  WS-PRI-GRADE         PIC X(02).
020800
020900 01  WS-NOW-IMAGE.
021000     05  WS-NOW-EMP-NAME      PIC X(20).
021100     05  WS-NOW-DEPT-ID       PIC X(04).
021200     05  WS-NOW-SALARY        PIC 9(07)V99 COMP-3.
021300     05  WS-NOW-MGR-ID        PIC X(05).
021400     05  WS-NOW-STATUS        PIC X(01).
021500     05  WS-NOW-GRADE         PIC X(02).
021600
021700 01  WS-BASE-DATE             PIC 9(08) VALUE ZERO.
021800 01  WS-LEAVE-DATE            PIC 9(08) VALUE ZERO.
021900 01  WS-MGR-STATUS            PIC X(01).
022000
022100 01  WS-PAYMENT-ROW.
022200     05  WS-PAY-EMP-ID        PIC X(05).
022300     05  WS-PAY-TYPE          PIC X(02).
022400     05  WS-PAY-DATE          PIC 9(08).
022500     05  WS-PAY-AMOUNT        PIC 9(07)V99 COMP-3.
022600     05  WS-PAY-POSTED-DATE   PIC 9(08).
022700     05  WS-PAY-POSTED-TIME   PIC 9(08).
022800     05  WS-PAY-POSTED-BY     PIC X(08).
022900
023000*    THE EMPLOYEE'S OUTCOME LINE IS BUILT UP AS THE REVERSING
023100*    TRANSACTIONS ARE WRITTEN.
023200 01  WS-OUTCOME-FIELDS.
023300     05  WS-OUTCOME           PIC X(08).
023400     05  WS-CODES             PIC X(08).
023500     05  WS-CODE-PTR          PIC 9(03) COMP VALUE 1.
023600     05  WS-NOTE              PIC X(51).
023700     05  WS-REV-CODE          PIC X(01).
023800     05  WS-REV-EFF-DATE      PIC 9(08).
023900
024000*    ONE REVERSING TRANSACTION IN THE DRVTRAN LAYOUT.
024100 01  WS-REV-RECORD.
024200     05  REV-TRANS-CODE       PIC X(01).
024300     05  REV-EMP-ID           PIC X(05).
024400     05  REV-EMP-NAME         PIC X(20).
024500     05  REV-EMP-DEPT-ID      PIC X(04).
024600     05  REV-EMP-HIRE-DATE    PIC 9(08).
024700     05  REV-EMP-SALARY       PIC 9(07)V99.
024800     05  REV-EMP-MGR-ID       PIC X(05).
024900     05  REV-EFF-DATE         PIC 9(08).
025000     05  REV-EMP-GRADE        PIC X(02).
025100     05  REV-BAND-OVERRIDE    PIC X(01).
025200     05  REV-PAY-TYPE         PIC X(02).
025300     05  REV-PAY-DATE         PIC 9(08).
025400     05  REV-RELEASE-FLAG     PIC X(01).
025500     05  FILLER               PIC X(06).
025600
025700 01  BKO-HEADING-1.
025800     05  FILLER               PIC X(01) VALUE SPACE.
025900     05  FILLER               PIC X(40) VALUE
026000         'RUN BACK-OUT'.
026100     05  BKO-HDG1-DATE        PIC X(08).
026200     05  FILLER               PIC X(05) VALUE SPACE.
026300     05  FILLER               PIC X(05) VALUE 'PAGE '.
026400     05  BKO-HDG1-PAGE        PIC ZZ9.
026500
026600 01  BKO-HEADING-2.
026700     05  FILLER               PIC X(01) VALUE SPACE.
026800     05  FILLER               PIC X(05) VALUE 'RUN '.
026900     05  BKO-HDG2-PROGRAM-ID  PIC X(08).
027000     05  FILLER               PIC X(01) VALUE SPACE.
027100     05  BKO-HDG2-RUN-DATE    PIC 9(08).
027200     05  FILLER               PIC X(01) VALUE SPACE.
027300     05  BKO-HDG2-START-TIME  PIC 9(08).
027400     05  FILLER               PIC X(04) VALUE ' TO '.
027500     05  BKO-HDG2-END-DATE    PIC 9(08).
027600     05  FILLER               PIC X(01) VALUE SPACE.
027700     05  BKO-HDG2-END-TIME    PIC 9(08).
027800     05  FILLER               PIC X(05) VALUE '  RC '.
027900     05  BKO-HDG2-FINAL-RC    PIC -ZZ9.
028000
028100 01  BKO-HEADING-3.
028200     05  FILLER               PIC X(01) VALUE SPACE.
028300     05  FILLER               PIC X(06) VALUE 'EMP'.
028400     05  FILLER               PIC X(04) VALUE 'WAS'.
028500     05  FILLER               PIC X(09) VALUE 'OUTCOME'.
028600     05  FILLER               PIC X(09) VALUE 'CODES'.
028700     05  FILLER               PIC X(40) VALUE 'NOTE'.
028800
028900 01  BKO-DETAIL-LINE.
029000     05  FILLER               PIC X(01) VALUE SPACE.
029100     05  BKO-DTL-EMP-ID       PIC X(05).
029200     05  FILLER               PIC X(01) VALUE SPACE.
029300     05  BKO-DTL-PRI-STATUS   PIC X(01).
029400     05  FILLER               PIC X(01) VALUE '>'.
029500     05  BKO-DTL-FIN-STATUS   PIC X(01).
029600     05  FILLER               PIC X(01) VALUE SPACE.
029700     05  BKO-DTL-OUTCOME      PIC X(08).
029800     05  FILLER               PIC X(01) VALUE SPACE.
029900     05  BKO-DTL-CODES        PIC X(08).
030000     05  FILLER               PIC X(01) VALUE SPACE.
030100     05  BKO-DTL-NOTE         PIC X(51).
030200
030300 01  BKO-SECTION-LINE.
030400     05  FILLER               PIC X(01) VALUE SPACE.
030500     05  BKO-SEC-TEXT         PIC X(79).
030600
030700 01  BKO-PAYMENT-LINE.
030800     05  FILLER               PIC X(01) VALUE SPACE.
030900     05  BKO-PAY-EMP-ID       PIC X(05).
031000     05  FILLER               PIC X(01) VALUE SPACE.
031100     05  BKO-PAY-TYPE         PIC X(02).
031200     05  FILLER               PIC X(01) VALUE SPACE.
031300     05  BKO-PAY-DATE         PIC 9(08).
031400     05  FILLER               PIC X(01) VALUE SPACE.
031500     05  BKO-PAY-AMOUNT       PIC Z,ZZZ,ZZ9.99.
031600     05  FILLER               PIC X(01) VALUE SPACE.
031700     05  BKO-PAY-POSTED-DATE  PIC 9(08).
031800     05  FILLER               PIC X(01) VALUE SPACE.
031900     05  BKO-PAY-POSTED-TIME  PIC 9(08).
032000     05  FILLER               PIC X(01) VALUE SPACE.
032100     05  BKO-PAY-POSTED-BY    PIC X(08).
032200
032300 01  BKO-OVERLAP-LINE.
032400     05  FILLER               PIC X(01) VALUE SPACE.
032500     05  BKO-OVL-PROGRAM-ID   PIC X(08).
032600     05  FILLER               PIC X(01) VALUE SPACE.
032700     05  BKO-OVL-RUN-DATE     PIC 9(08).
032800     05  FILLER               PIC X(01) VALUE SPACE.
032900     05  BKO-OVL-START-TIME   PIC 9(08).
033000     05  FILLER               PIC X(01) VALUE SPACE.
033100     05  BKO-OVL-STATUS       PIC X(01).
033250     05  BKO-OVL-TEXT         PIC X(41).
033400
033500 01  BKO-SUMMARY-LINE.
033600     05  FILLER               PIC X(01) VALUE SPACE.
033700     05  BKO-SUM-LABEL        PIC X(40).
033800     05  BKO-SUM-COUNT        PIC ZZZ,ZZ9.
033900     05  FILLER               PIC X(02) VALUE SPACE.
034000     05  BKO-SUM-AMOUNT       PIC Z(10)9.99-.
034100
034200     COPY ERRWS.
034300
034400 PROCEDURE DIVISION.
034500*=============================================================*
034600* 0000-MAINLINE                                               *
034700*=============================================================*
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
035000     IF NOT WS-ABANDONED
035100         PERFORM 2000-PROCESS-AUDIT-ROW
035200             THRU 2000-PROCESS-AUDIT-ROW-EXIT
035300             UNTIL WS-EOF
035400     END-IF.
035500     IF NOT WS-ABANDONED
035600         PERFORM 4000-LIST-PAYMENTS THRU 4000-LIST-PAYMENTS-EXIT
035700     END-IF.
035800     IF NOT WS-ABANDONED
035900         PERFORM 5000-LIST-OVERLAPS THRU 5000-LIST-OVERLAPS-EXIT
036000     END-IF.
036100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
036200     GOBACK.
036300*=============================================================*
036400* 1000-INITIALIZE - CONTROL CARD, CONNECT, LOCATE THE RUN AND  *
036500*               OPEN THE AUDIT CURSOR OVER ITS WINDOW          *
036600*=============================================================*
036700 1000-INITIALIZE.
036800     OPEN OUTPUT REVERSAL-FILE.
036900     OPEN OUTPUT SECOND-PASS-FILE.
037000     OPEN OUTPUT BACKOUT-REPORT.
037100     OPEN OUTPUT ERROR-LOG.
037200     ACCEPT WS-REPORT-DATE FROM DATE.
037300     MOVE SPACES TO BKC-RECORD.
037400     OPEN INPUT CONTROL-FILE.
037500     IF WS-CTL-FILE-STATUS = '00'
037600         READ CONTROL-FILE
037700             AT END
037800                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
037900         END-READ
038000         CLOSE CONTROL-FILE
038100     ELSE
038200         MOVE 'Y' TO WS-CTL-EOF-SWITCH
038300     END-IF.
038400     IF WS-CTL-EOF
038500             OR BKC-PROGRAM-ID = SPACES
038600             OR BKC-RUN-DATE NOT NUMERIC
038700             OR BKC-START-TIME NOT NUMERIC
038800         DISPLAY 'BKOCTL must name the run: program id, run '
038900             'date CCYYMMDD, start time HHMMSSHH.'
039000         MOVE 8 TO RETURN-CODE
039100         MOVE 'Y' TO WS-ABANDON-SWITCH
039200         GO TO 1000-INITIALIZE-EXIT
039300     END-IF.
039400     MOVE BKC-PROGRAM-ID TO WS-TGT-PROGRAM-ID.
039500     MOVE BKC-RUN-DATE   TO WS-TGT-RUN-DATE.
039600     MOVE BKC-START-TIME TO WS-TGT-START-TIME.
039700     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
039800     EXEC SQL
039900         CONNECT TO 'yourdatabase'
040000         USER :WS-USERID
040100         USING :WS-PASSWORD
040200     END-EXEC.
040300     IF SQLCODE NOT = 0
040400         DISPLAY 'Connection failed: ' SQLCODE
040500         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
040600         PERFORM 8900-HANDLE-SQL-ERROR
040700             THRU 8900-HANDLE-SQL-ERROR-EXIT
040800         MOVE 'Y' TO WS-ABANDON-SWITCH
040900         GO TO 1000-INITIALIZE-EXIT
041000     END-IF.
041100     MOVE 'BKO' TO RUN-PROGRAM-ID.
041200     MOVE 'Y' TO RUN-LOG-SWITCH.
041300     PERFORM 8800-RECORD-RUN-START
041400         THRU 8800-RECORD-RUN-START-EXIT.
041500     EXEC SQL
041600         SELECT END_DATE, END_TIME, RUN_STATUS, FINAL_RC
041700         INTO :WS-TGT-END-DATE, :WS-TGT-END-TIME,
041800             :WS-TGT-STATUS, :WS-TGT-FINAL-RC
041900         FROM RUN_CONTROL
042000         WHERE PROGRAM_ID = :WS-TGT-PROGRAM-ID
042100             AND RUN_DATE = :WS-TGT-RUN-DATE
042200             AND START_TIME = :WS-TGT-START-TIME
042300     END-EXEC.
042400     IF SQLCODE = 100
042500         DISPLAY 'Run not on RUN_CONTROL: ' WS-TGT-PROGRAM-ID
042600             ' ' WS-TGT-RUN-DATE ' ' WS-TGT-START-TIME
042700         MOVE 8 TO RETURN-CODE
042800         MOVE 'Y' TO WS-ABANDON-SWITCH
042900         GO TO 1000-INITIALIZE-EXIT
043000     END-IF.
043100     IF SQLCODE NOT = 0
043200         DISPLAY 'Run lookup failed: ' SQLCODE
043300         MOVE 'RUN-LOOKUP' TO WS-ERROR-CONTEXT
043400         PERFORM 8900-HANDLE-SQL-ERROR
043500             THRU 8900-HANDLE-SQL-ERROR-EXIT
043600         MOVE 'Y' TO WS-ABANDON-SWITCH
043700         GO TO 1000-INITIALIZE-EXIT
043800     END-IF.
043900     IF WS-TGT-STATUS NOT = 'E' OR WS-TGT-END-DATE = ZERO
044000         DISPLAY 'Run never ended - window runs to now.'
044100         ACCEPT WS-TGT-END-DATE FROM DATE YYYYMMDD
044200         ACCEPT WS-TGT-END-TIME FROM TIME
044300     END-IF.
044304*    A DRIVER STREAM IS BACKED OUT WITH THE REST OF ITS NIGHT.
044308     EXEC SQL
044312         DECLARE FAMILY-CURSOR CURSOR FOR
044316             SELECT PROGRAM_ID, RUN_DATE, START_TIME, END_DATE,
044320                 END_TIME, RUN_STATUS, FINAL_RC
044324             FROM RUN_CONTROL
044328             WHERE PROGRAM_ID IN ('DRV1', 'DRV2', 'DRV3', 'DRV4',
044332                 'DRV5', 'DRV6', 'DRV7', 'DRV8', 'DRVX')
044336                 AND (RUN_DATE > :WS-SPL-RUN-DATE
044340                 OR (RUN_DATE = :WS-SPL-RUN-DATE
044344                 AND START_TIME >= :WS-SPL-START-TIME))
044348                 AND (RUN_DATE < :WS-NXT-RUN-DATE
044352                 OR (RUN_DATE = :WS-NXT-RUN-DATE
044356                 AND START_TIME < :WS-NXT-START-TIME))
044360             ORDER BY RUN_DATE, START_TIME
044364     END-EXEC.
044368     IF WS-TGT-PGM-ROOT = 'DRV' AND WS-TGT-STREAM-ID
044372             AND WS-TGT-PGM-REST = SPACES
044376         PERFORM 1100-FIND-STREAM-FAMILY
044380             THRU 1100-FIND-STREAM-FAMILY-EXIT
044384         IF WS-ABANDONED
044388             GO TO 1000-INITIALIZE-EXIT
044392         END-IF
044396     END-IF.
044400     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
044500     EXEC SQL
044600         DECLARE AUDIT-CURSOR CURSOR FOR
044700             SELECT EMP_ID, CHG_TYPE, CHG_DATE, CHG_TIME,
044800                 EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
044900                 EMP_STATUS, TERM_DATE, GRADE_ID
045000             FROM EMPLOYEE_AUDIT
045100             WHERE (CHG_DATE > :WS-TGT-RUN-DATE
045200                 OR (CHG_DATE = :WS-TGT-RUN-DATE
045300                 AND CHG_TIME >= :WS-TGT-START-TIME))
045400                 AND (CHG_DATE < :WS-TGT-END-DATE
045500                 OR (CHG_DATE = :WS-TGT-END-DATE
045600                 AND CHG_TIME <= :WS-TGT-END-TIME))
045700             ORDER BY EMP_ID, CHG_DATE, CHG_TIME
045800     END-EXEC.
045900     EXEC SQL
046000         OPEN AUDIT-CURSOR
046100     END-EXEC.
046200     IF SQLCODE NOT = 0
046300         DISPLAY 'Audit cursor open failed: ' SQLCODE
046400         MOVE 'AUDIT-OPEN' TO WS-ERROR-CONTEXT
046500         PERFORM 8900-HANDLE-SQL-ERROR
046600             THRU 8900-HANDLE-SQL-ERROR-EXIT
046700         MOVE 'Y' TO WS-ABANDON-SWITCH
046800         GO TO 1000-INITIALIZE-EXIT
046900     END-IF.
047000     MOVE 'Y' TO WS-CURSOR-SWITCH.
047100     PERFORM 8000-FETCH-AUDIT THRU 8000-FETCH-AUDIT-EXIT.
047200 1000-INITIALIZE-EXIT.
047300     EXIT.
047316*=============================================================*
047332* 1100-FIND-STREAM-FAMILY - A DRIVER STREAM IS ONE SLICE OF    *
047348*               THE NIGHT'S BatchDriver RUN. THE DriverSplit   *
047364*               RUN THAT FED IT AND THE NEXT ONE BOUND THE     *
047380*               NIGHT; EVERY STREAM STARTED BETWEEN THEM IS    *
047396*               BACKED OUT WITH IT, OVER ONE WINDOW FROM THE   *
047412*               EARLIEST START TO THE LATEST END               *
047428*=============================================================*
047444 1100-FIND-STREAM-FAMILY.
047460     EXEC SQL
047476         SELECT COALESCE(MAX(RUN_DATE), 0)
047492         INTO :WS-SPL-RUN-DATE
047508         FROM RUN_CONTROL
047524         WHERE PROGRAM_ID = 'SPL'
047540             AND (RUN_DATE < :WS-TGT-RUN-DATE
047556             OR (RUN_DATE = :WS-TGT-RUN-DATE
047572             AND START_TIME <= :WS-TGT-START-TIME))
047588     END-EXEC.
047604     IF SQLCODE NOT = 0
047620         GO TO 1100-SPLIT-ERROR
047636     END-IF.
047652     IF WS-SPL-RUN-DATE = ZERO
047668         DISPLAY 'No DriverSplit run ahead of the stream - '
047684             'backed out on its own.'
047700         GO TO 1100-FIND-STREAM-FAMILY-EXIT
047716     END-IF.
047732     EXEC SQL
047748         SELECT MAX(START_TIME)
047764         INTO :WS-SPL-START-TIME
047780         FROM RUN_CONTROL
047796         WHERE PROGRAM_ID = 'SPL'
047812             AND RUN_DATE = :WS-SPL-RUN-DATE
047828             AND (RUN_DATE < :WS-TGT-RUN-DATE
047844             OR START_TIME <= :WS-TGT-START-TIME)
047860     END-EXEC.
047876     IF SQLCODE NOT = 0
047892         GO TO 1100-SPLIT-ERROR
047908     END-IF.
047924     EXEC SQL
047940         SELECT COALESCE(MIN(RUN_DATE), 99999999)
047956         INTO :WS-NXT-RUN-DATE
047972         FROM RUN_CONTROL
047988         WHERE PROGRAM_ID = 'SPL'
048004             AND (RUN_DATE > :WS-TGT-RUN-DATE
048020             OR (RUN_DATE = :WS-TGT-RUN-DATE
048036             AND START_TIME > :WS-TGT-START-TIME))
048052     END-EXEC.
048068     IF SQLCODE NOT = 0
048084         GO TO 1100-SPLIT-ERROR
048100     END-IF.
048116     EXEC SQL
048132         SELECT COALESCE(MIN(START_TIME), 0)
048148         INTO :WS-NXT-START-TIME
048164         FROM RUN_CONTROL
048180         WHERE PROGRAM_ID = 'SPL'
048196             AND RUN_DATE = :WS-NXT-RUN-DATE
048212             AND (RUN_DATE > :WS-TGT-RUN-DATE
048228             OR START_TIME > :WS-TGT-START-TIME)
048244     END-EXEC.
048260     IF SQLCODE NOT = 0
048276         GO TO 1100-SPLIT-ERROR
048292     END-IF.
048308     EXEC SQL
048324         OPEN FAMILY-CURSOR
048340     END-EXEC.
048356     IF SQLCODE NOT = 0
048372         DISPLAY 'Stream family cursor open failed: ' SQLCODE
048388         MOVE 'FAMILY-OPEN' TO WS-ERROR-CONTEXT
048404         PERFORM 8900-HANDLE-SQL-ERROR
048420             THRU 8900-HANDLE-SQL-ERROR-EXIT
048436         MOVE 'Y' TO WS-ABANDON-SWITCH
048452         GO TO 1100-FIND-STREAM-FAMILY-EXIT
048468     END-IF.
048484     MOVE 'N' TO WS-FAM-EOF-SWITCH.
048500     PERFORM 8300-FETCH-FAMILY THRU 8300-FETCH-FAMILY-EXIT.
048516     PERFORM 1200-WIDEN-WINDOW THRU 1200-WIDEN-WINDOW-EXIT
048532         UNTIL WS-FAM-EOF.
048548     EXEC SQL
048564         CLOSE FAMILY-CURSOR
048580     END-EXEC.
048596     IF NOT WS-ABANDONED
048612         MOVE 'Y' TO WS-FAMILY-SWITCH
048628         DISPLAY 'Driver streams backed out as one run: '
048644             WS-FAMILY-RUNS
048660     END-IF.
048676     GO TO 1100-FIND-STREAM-FAMILY-EXIT.
048692 1100-SPLIT-ERROR.
048708     DISPLAY 'DriverSplit run lookup failed: ' SQLCODE.
048724     MOVE 'SPL-LOOKUP' TO WS-ERROR-CONTEXT.
048740     PERFORM 8900-HANDLE-SQL-ERROR
048756         THRU 8900-HANDLE-SQL-ERROR-EXIT.
048772     MOVE 'Y' TO WS-ABANDON-SWITCH.
048788 1100-FIND-STREAM-FAMILY-EXIT.
048804     EXIT.
048820*=============================================================*
048836* 1200-WIDEN-WINDOW - ONE STREAM RUN OF THE FAMILY. A RUN      *
048852*               THAT NEVER ENDED RUNS TO NOW; THE FAMILY'S     *
048868*               WORST RC GOES ON THE HEADING                   *
048884*=============================================================*
048900 1200-WIDEN-WINDOW.
048916     ADD 1 TO WS-FAMILY-RUNS.
048932     IF WS-FAM-STATUS NOT = 'E' OR WS-FAM-END-DATE = ZERO
048948         ACCEPT WS-FAM-END-DATE FROM DATE YYYYMMDD
048964         ACCEPT WS-FAM-END-TIME FROM TIME
048980     END-IF.
048996     IF WS-FAM-START-KEY < WS-TGT-START-KEY
049012         MOVE WS-FAM-START-KEY TO WS-TGT-START-KEY
049028     END-IF.
049044     IF WS-FAM-END-KEY > WS-TGT-END-KEY
049060         MOVE WS-FAM-END-KEY TO WS-TGT-END-KEY
049076     END-IF.
049092     IF WS-FAM-FINAL-RC > WS-TGT-FINAL-RC
049108         MOVE WS-FAM-FINAL-RC TO WS-TGT-FINAL-RC
049124     END-IF.
049140     PERFORM 8300-FETCH-FAMILY THRU 8300-FETCH-FAMILY-EXIT.
049156 1200-WIDEN-WINDOW-EXIT.
049172     EXIT.
049188*=============================================================*
049204* 2000-PROCESS-AUDIT-ROW - THE CURSOR DELIVERS THE RUN'S ROWS  *
049220*               IN EMP-ID/TIME ORDER. KEEP THE FIRST AND LAST  *
049236*               ROW OF EACH EMPLOYEE; WHEN THE KEY CHANGES,    *
049252*               BACK OUT THE HELD EMPLOYEE                     *
049268*=============================================================*
049284 2000-PROCESS-AUDIT-ROW.
049300     IF WS-GROUP-HELD
049316             AND WS-CUR-EMP-ID NOT = WS-FIN-EMP-ID
049332         PERFORM 3000-BACK-OUT-EMPLOYEE
049348             THRU 3000-BACK-OUT-EMPLOYEE-EXIT
049364         MOVE 'N' TO WS-HELD-SWITCH
049380     END-IF.
049396     IF NOT WS-GROUP-HELD
049412         MOVE WS-CUR-IMAGE TO WS-FST-IMAGE
049428         MOVE 'Y' TO WS-HELD-SWITCH
049444     END-IF.
049460     MOVE WS-CUR-IMAGE TO WS-FIN-IMAGE.
049476     PERFORM 8000-FETCH-AUDIT THRU 8000-FETCH-AUDIT-EXIT.
049492     IF WS-EOF AND WS-GROUP-HELD AND NOT WS-ABANDONED
049508         PERFORM 3000-BACK-OUT-EMPLOYEE
049524             THRU 3000-BACK-OUT-EMPLOYEE-EXIT
049600         MOVE 'N' TO WS-HELD-SWITCH
049700     END-IF.
049800 2000-PROCESS-AUDIT-ROW-EXIT.
049900     EXIT.
050000*=============================================================*
050100* 3000-BACK-OUT-EMPLOYEE - REFUSE, OR WRITE THE TRANSACTIONS   *
050200*               THAT TAKE THE ROW FROM THE RUN'S LAST IMAGE    *
050300*               BACK TO THE PRIOR IMAGE                        *
050400*=============================================================*
050500 3000-BACK-OUT-EMPLOYEE.
050600     ADD 1 TO WS-EMPS-FOUND.
050700     MOVE WS-FIN-EMP-ID TO WS-ERROR-KEY.
050800     MOVE SPACES TO WS-CODES.
050900     MOVE 1 TO WS-CODE-PTR.
051000     MOVE SPACES TO WS-NOTE.
051100     MOVE SPACES TO WS-OUTCOME.
051200     MOVE SPACES TO WS-PRI-IMAGE.
051300     MOVE ZERO TO WS-PRI-SALARY.
051400     MOVE 'N' TO WS-PRIOR-SWITCH.
051405     PERFORM 3400-CHECK-BACKOUT-LOG
051410         THRU 3400-CHECK-BACKOUT-LOG-EXIT.
051415     IF WS-LOG-COVERED
051420         ADD 1 TO WS-EMPS-SKIPPED
051425         MOVE 'SKIPPED' TO WS-OUTCOME
051430         MOVE 'ALREADY BACKED OUT - SEE BACKOUT_LOG' TO WS-NOTE
051435         GO TO 3000-WRITE-LINE
051440     END-IF.
051445     IF WS-LOG-PARTIAL
051450         MOVE 'PARTLY BACKED OUT BEFORE - SEE BACKOUT_LOG'
051455             TO WS-NOTE
051460         GO TO 3000-REFUSE
051465     END-IF.
051470     IF WS-LOG-ERROR
051475         MOVE 'SQL ERROR READING BACKOUT_LOG' TO WS-NOTE
051480         GO TO 3000-REFUSE
051485     END-IF.
051500     EXEC SQL
051600         SELECT COUNT(*) INTO :WS-LATER-CHANGES
051700         FROM EMPLOYEE_AUDIT
051800         WHERE EMP_ID = :WS-FIN-EMP-ID
051900             AND (CHG_DATE > :WS-TGT-END-DATE
052000             OR (CHG_DATE = :WS-TGT-END-DATE
052100             AND CHG_TIME > :WS-TGT-END-TIME))
052200     END-EXEC.
052300     IF SQLCODE NOT = 0
052400         DISPLAY 'Later-change count failed: ' SQLCODE
052500         MOVE 'LATER-COUNT' TO WS-ERROR-CONTEXT
052600         PERFORM 8900-HANDLE-SQL-ERROR
052700             THRU 8900-HANDLE-SQL-ERROR-EXIT
052800         MOVE 'SQL ERROR CHECKING FOR LATER CHANGES' TO WS-NOTE
052900         GO TO 3000-REFUSE
053000     END-IF.
053100     IF WS-LATER-CHANGES > ZERO
053200         MOVE 'CHANGED AGAIN BY A LATER RUN' TO WS-NOTE
053300         GO TO 3000-REFUSE
053400     END-IF.
053500     IF WS-FIN-CHG-TYPE = 'P'
053600         MOVE 'PURGED BY THE RUN - RESTORE FROM THE ARCHIVE'
053700             TO WS-NOTE
053800         GO TO 3000-REFUSE
053900     END-IF.
054000     EXEC SQL
054100         SELECT EMP_NAME, DEPT_ID, SALARY, MGR_ID, EMP_STATUS,
054200             GRADE_ID
054300         INTO :WS-NOW-EMP-NAME, :WS-NOW-DEPT-ID,
054400             :WS-NOW-SALARY, :WS-NOW-MGR-ID, :WS-NOW-STATUS,
054500             :WS-NOW-GRADE
054600         FROM EMPLOYEE
054700         WHERE EMP_ID = :WS-FIN-EMP-ID
054800     END-EXEC.
054900     IF SQLCODE = 100
055000         MOVE 'NO LONGER ON EMPLOYEE' TO WS-NOTE
055100         GO TO 3000-REFUSE
055200     END-IF.
055300     IF SQLCODE NOT = 0
055400         DISPLAY 'Employee read failed: ' SQLCODE
055500         MOVE 'EMP-READ' TO WS-ERROR-CONTEXT
055600         PERFORM 8900-HANDLE-SQL-ERROR
055700             THRU 8900-HANDLE-SQL-ERROR-EXIT
055800         MOVE 'SQL ERROR READING EMPLOYEE' TO WS-NOTE
055900         GO TO 3000-REFUSE
056000     END-IF.
056100*    A ROW THAT NO LONGER MATCHES THE RUN'S LAST IMAGE WAS
056200*    CHANGED SINCE WITHOUT AN AUDIT ROW - HANDS OFF.
056300     IF WS-NOW-EMP-NAME NOT = WS-FIN-EMP-NAME
056400             OR WS-NOW-DEPT-ID NOT = WS-FIN-DEPT-ID
056500             OR WS-NOW-SALARY NOT = WS-FIN-SALARY
056600             OR WS-NOW-MGR-ID NOT = WS-FIN-MGR-ID
056700             OR WS-NOW-STATUS NOT = WS-FIN-STATUS
056800             OR WS-NOW-GRADE NOT = WS-FIN-GRADE
056900         MOVE 'CHANGED SINCE THE RUN OUTSIDE THE AUDIT TRAIL'
057000             TO WS-NOTE
057100         GO TO 3000-REFUSE
057200     END-IF.
057300     PERFORM 3100-FIND-PRIOR-IMAGE
057400         THRU 3100-FIND-PRIOR-IMAGE-EXIT.
057500     IF WS-PRIOR-ERROR
057600         MOVE 'SQL ERROR FINDING THE PRIOR IMAGE' TO WS-NOTE
057700         GO TO 3000-REFUSE
057800     END-IF.
057900*    NOTHING BEFORE A HIRE (OR BEFORE AN ID REUSED AFTER A
058000*    PURGE) - THE HIRE IS UNDONE BY TERMINATING.
058100     IF (NOT WS-PRIOR-FOUND OR WS-PRI-CHG-TYPE = 'P')
058200             AND WS-FST-CHG-TYPE = 'I'
058300         MOVE WS-FIN-IMAGE TO WS-PRI-IMAGE
058400         MOVE 'D'  TO WS-REV-CODE
058500         MOVE ZERO TO WS-REV-EFF-DATE
058600         MOVE '1'  TO WS-PASS-SWITCH
058700         PERFORM 7100-WRITE-REVERSAL
058800             THRU 7100-WRITE-REVERSAL-EXIT
058900         MOVE SPACE TO WS-PRI-STATUS
059000         MOVE 'HIRED BY THE RUN - UNDONE BY TERMINATION'
059100             TO WS-NOTE
059200         GO TO 3000-REVERSED
059300     END-IF.
059400     IF NOT WS-PRIOR-FOUND
059500         MOVE 'NO PRIOR IMAGE ON THE AUDIT TRAIL OR BASELINE'
059600             TO WS-NOTE
059700         GO TO 3000-REFUSE
059800     END-IF.
059900     IF WS-PRI-CHG-TYPE = 'P'
060000         MOVE 'PRIOR IMAGE IS A PURGE' TO WS-NOTE
060100         GO TO 3000-REFUSE
060200     END-IF.
060300*    FIELD RESTORE FIRST - TransPreEdit RUNS THE UPDATE AHEAD
060400*    OF A SAME-KEY TERMINATE OR REHIRE IN ANY CASE.
060500     IF WS-PRI-EMP-NAME NOT = WS-FIN-EMP-NAME
060600             OR WS-PRI-DEPT-ID NOT = WS-FIN-DEPT-ID
060700             OR WS-PRI-SALARY NOT = WS-FIN-SALARY
060800             OR WS-PRI-MGR-ID NOT = WS-FIN-MGR-ID
060900             OR WS-PRI-GRADE NOT = WS-FIN-GRADE
061000         PERFORM 3200-CHECK-MANAGER-PASS
061100             THRU 3200-CHECK-MANAGER-PASS-EXIT
061200         MOVE 'U'  TO WS-REV-CODE
061300         MOVE ZERO TO WS-REV-EFF-DATE
061400         PERFORM 7100-WRITE-REVERSAL
061500             THRU 7100-WRITE-REVERSAL-EXIT
061600     END-IF.
061700     MOVE '1' TO WS-PASS-SWITCH.
061800*    TERMINATED BY THE RUN: REHIRE ON THE ORIGINAL HIRE DATE,
061900*    THEN PUT A LEAVE BACK ONCE THE REHIRE HAS APPLIED.
062000     IF (WS-PRI-STATUS = 'A' OR WS-PRI-STATUS = 'L')
062100             AND WS-FIN-STATUS = 'T'
062200         MOVE 'R'  TO WS-REV-CODE
062300         MOVE ZERO TO WS-REV-EFF-DATE
062400         PERFORM 7100-WRITE-REVERSAL
062500             THRU 7100-WRITE-REVERSAL-EXIT
062600         MOVE 'TERMINATION UNDONE BY REHIRE ON ORIGINAL DATE'
062700             TO WS-NOTE
062800         IF WS-PRI-STATUS = 'L'
062900             PERFORM 3300-FIND-LEAVE-DATE
063000                 THRU 3300-FIND-LEAVE-DATE-EXIT
063100             MOVE 'L' TO WS-REV-CODE
063200             MOVE WS-LEAVE-DATE TO WS-REV-EFF-DATE
063300             MOVE '2' TO WS-PASS-SWITCH
063400             PERFORM 7100-WRITE-REVERSAL
063500                 THRU 7100-WRITE-REVERSAL-EXIT
063600             MOVE 'REHIRED, THEN LEAVE RESTORED - VERIFY DATE'
063700                 TO WS-NOTE
063800         END-IF
063900         GO TO 3000-REVERSED
064000     END-IF.
064100*    REHIRED BY THE RUN: TERMINATE AGAIN. THE NEW TERM DATE IS
064200*    THE DATE THE REVERSAL APPLIES, NOT THE ORIGINAL ONE.
064300     IF WS-PRI-STATUS = 'T'
064400             AND (WS-FIN-STATUS = 'A' OR WS-FIN-STATUS = 'L')
064500         MOVE 'D'  TO WS-REV-CODE
064600         MOVE ZERO TO WS-REV-EFF-DATE
064700         PERFORM 7100-WRITE-REVERSAL
064800             THRU 7100-WRITE-REVERSAL-EXIT
064900         STRING 'REHIRE UNDONE - RESET TERM DATE TO '
065000             WS-PRI-TERM-DATE DELIMITED BY SIZE
065100             INTO WS-NOTE
065200         GO TO 3000-REVERSED
065300     END-IF.
065400     IF WS-PRI-STATUS = 'A' AND WS-FIN-STATUS = 'L'
065500         MOVE 'V'  TO WS-REV-CODE
065600         MOVE ZERO TO WS-REV-EFF-DATE
065700         PERFORM 7100-WRITE-REVERSAL
065800             THRU 7100-WRITE-REVERSAL-EXIT
065900         MOVE 'LEAVE START UNDONE' TO WS-NOTE
066000         GO TO 3000-REVERSED
066100     END-IF.
066200     IF WS-PRI-STATUS = 'L' AND WS-FIN-STATUS = 'A'
066300         PERFORM 3300-FIND-LEAVE-DATE
066400             THRU 3300-FIND-LEAVE-DATE-EXIT
066500         MOVE 'L' TO WS-REV-CODE
066600         MOVE WS-LEAVE-DATE TO WS-REV-EFF-DATE
066700         PERFORM 7100-WRITE-REVERSAL
066800             THRU 7100-WRITE-REVERSAL-EXIT
066900         MOVE 'LEAVE RETURN UNDONE - VERIFY LEAVE DATE'
067000             TO WS-NOTE
067100         GO TO 3000-REVERSED
067200     END-IF.
067300     IF WS-CODES = SPACES
067400         ADD 1 TO WS-EMPS-UNCHANGED
067500         MOVE 'NO-CHG' TO WS-OUTCOME
067600         MOVE 'RUN LEFT THE ROW AS IT WAS' TO WS-NOTE
067700         GO TO 3000-WRITE-LINE
067800     END-IF.
067900 3000-REVERSED.
068000     ADD 1 TO WS-EMPS-REVERSED.
068100     MOVE 'REVERSED' TO WS-OUTCOME.
068200     IF WS-NOTE = SPACES
068300         MOVE 'FIELDS RESTORED FROM PRIOR IMAGE' TO WS-NOTE
068400     END-IF.
068450     PERFORM 3500-LOG-BACKOUT THRU 3500-LOG-BACKOUT-EXIT.
068500     GO TO 3000-WRITE-LINE.
068600 3000-REFUSE.
068700     ADD 1 TO WS-EMPS-REFUSED.
068800     MOVE 'REFUSED' TO WS-OUTCOME.
068900 3000-WRITE-LINE.
069000     PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT.
069100 3000-BACK-OUT-EMPLOYEE-EXIT.
069200     EXIT.
069300*=============================================================*
069400* 3100-FIND-PRIOR-IMAGE - THE LAST AUDIT ROW BEFORE THE RUN'S  *
069500*               FIRST ROW FOR THIS EMPLOYEE; FAILING THAT, THE *
069600*               NEAREST AUDIT_BASELINE ROW BEFORE THE RUN      *
069700*=============================================================*
069800 3100-FIND-PRIOR-IMAGE.
069900     EXEC SQL
070000         DECLARE PRIOR-CURSOR CURSOR FOR
070100             SELECT EMP_ID, CHG_TYPE, CHG_DATE, CHG_TIME,
070200                 EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
070300                 EMP_STATUS, TERM_DATE, GRADE_ID
070400             FROM EMPLOYEE_AUDIT
070500             WHERE EMP_ID = :WS-FST-EMP-ID
070600                 AND (CHG_DATE < :WS-FST-CHG-DATE
070700                 OR (CHG_DATE = :WS-FST-CHG-DATE
070800                 AND CHG_TIME < :WS-FST-CHG-TIME))
070900             ORDER BY CHG_DATE DESC, CHG_TIME DESC
071000     END-EXEC.
071100     EXEC SQL
071200         OPEN PRIOR-CURSOR
071300     END-EXEC.
071400     IF SQLCODE NOT = 0
071500         DISPLAY 'Prior cursor open failed: ' SQLCODE
071600         MOVE 'PRIOR-OPEN' TO WS-ERROR-CONTEXT
071700         PERFORM 8900-HANDLE-SQL-ERROR
071800             THRU 8900-HANDLE-SQL-ERROR-EXIT
071810         MOVE 'E' TO WS-PRIOR-SWITCH
071900         GO TO 3100-FIND-PRIOR-IMAGE-EXIT
072000     END-IF.
072100     EXEC SQL
072200         FETCH PRIOR-CURSOR
072300         INTO :WS-PRI-EMP-ID, :WS-PRI-CHG-TYPE,
072400             :WS-PRI-CHG-DATE, :WS-PRI-CHG-TIME,
072500             :WS-PRI-EMP-NAME, :WS-PRI-DEPT-ID,
072600             :WS-PRI-HIRE-DATE, :WS-PRI-SALARY,
072700             :WS-PRI-MGR-ID, :WS-PRI-STATUS,
072800             :WS-PRI-TERM-DATE, :WS-PRI-GRADE
072900     END-EXEC.
073000     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
073010         DISPLAY 'Prior image fetch failed: ' SQLCODE
073020         MOVE 'PRIOR-FETCH' TO WS-ERROR-CONTEXT
073030         PERFORM 8900-HANDLE-SQL-ERROR
073040             THRU 8900-HANDLE-SQL-ERROR-EXIT
073045         MOVE 'E' TO WS-PRIOR-SWITCH
073050     END-IF.
073060     MOVE SQLCODE TO WS-SQLCODE.
073100     EXEC SQL
073200         CLOSE PRIOR-CURSOR
073300     END-EXEC.
073400     IF WS-SQLCODE = 0
073500         MOVE 'Y' TO WS-PRIOR-SWITCH
073600         GO TO 3100-FIND-PRIOR-IMAGE-EXIT
073700     END-IF.
073800     IF WS-SQLCODE NOT = 100
073810         MOVE 'E' TO WS-PRIOR-SWITCH
074400         GO TO 3100-FIND-PRIOR-IMAGE-EXIT
074500     END-IF.
074600     EXEC SQL
074700         SELECT BASELINE_DATE, EMP_NAME, DEPT_ID, HIRE_DATE,
074800             SALARY, MGR_ID, EMP_STATUS, TERM_DATE, GRADE_ID
074900         INTO :WS-BASE-DATE, :WS-PRI-EMP-NAME,
075000             :WS-PRI-DEPT-ID, :WS-PRI-HIRE-DATE,
075100             :WS-PRI-SALARY, :WS-PRI-MGR-ID, :WS-PRI-STATUS,
075200             :WS-PRI-TERM-DATE, :WS-PRI-GRADE
075300         FROM AUDIT_BASELINE
075400         WHERE EMP_ID = :WS-FST-EMP-ID
075500             AND BASELINE_DATE =
075600                 (SELECT MAX(BASELINE_DATE)
075700                  FROM AUDIT_BASELINE
075800                  WHERE EMP_ID = :WS-FST-EMP-ID
075900                      AND BASELINE_DATE < :WS-TGT-RUN-DATE)
076000     END-EXEC.
076100     IF SQLCODE = 0
076200         MOVE 'Y' TO WS-PRIOR-SWITCH
076300         MOVE WS-FST-EMP-ID TO WS-PRI-EMP-ID
076400         MOVE 'B' TO WS-PRI-CHG-TYPE
076500         MOVE WS-BASE-DATE TO WS-PRI-CHG-DATE
076600         MOVE ZERO TO WS-PRI-CHG-TIME
076700         GO TO 3100-FIND-PRIOR-IMAGE-EXIT
076800     END-IF.
076900     IF SQLCODE NOT = 100
077000         DISPLAY 'Baseline lookup failed: ' SQLCODE
077100         MOVE 'BASELINE' TO WS-ERROR-CONTEXT
077200         PERFORM 8900-HANDLE-SQL-ERROR
077300             THRU 8900-HANDLE-SQL-ERROR-EXIT
077310         MOVE 'E' TO WS-PRIOR-SWITCH
077400     END-IF.
077500 3100-FIND-PRIOR-IMAGE-EXIT.
077600     EXIT.
077700*=============================================================*
077800* 3200-CHECK-MANAGER-PASS - BatchDriver WANTS AN ACTIVE        *
077900*               MANAGER ON AN UPDATE. ONE WHO IS NOT ACTIVE    *
078000*               NOW (TYPICALLY TERMINATED BY THE SAME RUN AND  *
078100*               REHIRED BY THIS BACK-OUT) PUTS THE RESTORE ON  *
078200*               THE SECOND PASS                                *
078300*=============================================================*
078400 3200-CHECK-MANAGER-PASS.
078500     MOVE '1' TO WS-PASS-SWITCH.
078600     IF WS-PRI-MGR-ID = SPACES
078700         GO TO 3200-CHECK-MANAGER-PASS-EXIT
078800     END-IF.
078900     EXEC SQL
079000         SELECT EMP_STATUS INTO :WS-MGR-STATUS
079100         FROM EMPLOYEE
079200         WHERE EMP_ID = :WS-PRI-MGR-ID
079300     END-EXEC.
079400     IF SQLCODE = 0 AND WS-MGR-STATUS = 'A'
079500         GO TO 3200-CHECK-MANAGER-PASS-EXIT
079600     END-IF.
079700     IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
079800         DISPLAY 'Manager status read failed: ' SQLCODE
079900         MOVE 'MGR-READ' TO WS-ERROR-CONTEXT
080000         PERFORM 8900-HANDLE-SQL-ERROR
080100             THRU 8900-HANDLE-SQL-ERROR-EXIT
080200     END-IF.
080300     MOVE '2' TO WS-PASS-SWITCH.
080400     STRING 'MANAGER ' WS-PRI-MGR-ID
080500         ' NOT ACTIVE - UPDATE ON SECOND PASS'
080600         DELIMITED BY SIZE INTO WS-NOTE.
080700 3200-CHECK-MANAGER-PASS-EXIT.
080800     EXIT.
080900*=============================================================*
081000* 3300-FIND-LEAVE-DATE - THE AUDIT IMAGE DOES NOT CARRY        *
081100*               LEAVE_DATE; THE LAST 'L' ROW BEFORE THE RUN    *
081200*               DATES THE LEAVE (ZERO - THE RUN DATE - IF      *
081300*               NONE)                                          *
081400*=============================================================*
081500 3300-FIND-LEAVE-DATE.
081600     EXEC SQL
081700         SELECT COALESCE(MAX(CHG_DATE), 0)
081800         INTO :WS-LEAVE-DATE
081900         FROM EMPLOYEE_AUDIT
082000         WHERE EMP_ID = :WS-FST-EMP-ID
082100             AND CHG_TYPE = 'L'
082200             AND (CHG_DATE < :WS-FST-CHG-DATE
082300             OR (CHG_DATE = :WS-FST-CHG-DATE
082400             AND CHG_TIME < :WS-FST-CHG-TIME))
082500     END-EXEC.
082600     IF SQLCODE NOT = 0
082700         DISPLAY 'Leave date lookup failed: ' SQLCODE
082800         MOVE 'LEAVE-DATE' TO WS-ERROR-CONTEXT
082900         PERFORM 8900-HANDLE-SQL-ERROR
083000             THRU 8900-HANDLE-SQL-ERROR-EXIT
083100         MOVE ZERO TO WS-LEAVE-DATE
083200     END-IF.
083300 3300-FIND-LEAVE-DATE-EXIT.
083400     EXIT.
083401*=============================================================*
083402* 3400-CHECK-BACKOUT-LOG - AN EARLIER BACK-OUT THAT COVERED    *
083403*               THIS EMPLOYEE'S ROWS ALREADY REVERSED THEM.    *
083404*               ONE THAT COVERED ONLY PART OF THEM LEAVES THE  *
083405*               REST TO A PERSON                               *
083406*=============================================================*
083407 3400-CHECK-BACKOUT-LOG.
083408     MOVE 'N' TO WS-LOG-SWITCH.
083409     EXEC SQL
083410         SELECT COUNT(*) INTO :WS-LOG-SPANS
083411         FROM BACKOUT_LOG
083412         WHERE EMP_ID = :WS-FIN-EMP-ID
083413             AND (FIRST_CHG_DATE < :WS-FIN-CHG-DATE
083414             OR (FIRST_CHG_DATE = :WS-FIN-CHG-DATE
083415             AND FIRST_CHG_TIME <= :WS-FIN-CHG-TIME))
083416             AND (LAST_CHG_DATE > :WS-FST-CHG-DATE
083417             OR (LAST_CHG_DATE = :WS-FST-CHG-DATE
083418             AND LAST_CHG_TIME >= :WS-FST-CHG-TIME))
083419     END-EXEC.
083420     IF SQLCODE NOT = 0
083421         GO TO 3400-LOG-ERROR
083422     END-IF.
083423     IF WS-LOG-SPANS = ZERO
083424         GO TO 3400-CHECK-BACKOUT-LOG-EXIT
083425     END-IF.
083426     EXEC SQL
083427         SELECT COUNT(*) INTO :WS-LOG-SPANS
083428         FROM BACKOUT_LOG
083429         WHERE EMP_ID = :WS-FIN-EMP-ID
083430             AND (FIRST_CHG_DATE < :WS-FST-CHG-DATE
083431             OR (FIRST_CHG_DATE = :WS-FST-CHG-DATE
083432             AND FIRST_CHG_TIME <= :WS-FST-CHG-TIME))
083433             AND (LAST_CHG_DATE > :WS-FIN-CHG-DATE
083434             OR (LAST_CHG_DATE = :WS-FIN-CHG-DATE
083435             AND LAST_CHG_TIME >= :WS-FIN-CHG-TIME))
083436     END-EXEC.
083437     IF SQLCODE NOT = 0
083438         GO TO 3400-LOG-ERROR
083439     END-IF.
083440     IF WS-LOG-SPANS > ZERO
083441         MOVE 'Y' TO WS-LOG-SWITCH
083442     ELSE
083443         MOVE 'P' TO WS-LOG-SWITCH
083444     END-IF.
083445     GO TO 3400-CHECK-BACKOUT-LOG-EXIT.
083446 3400-LOG-ERROR.
083447     DISPLAY 'Backout log read failed: ' SQLCODE.
083448     MOVE 'BKO-LOG-READ' TO WS-ERROR-CONTEXT.
083449     PERFORM 8900-HANDLE-SQL-ERROR
083450         THRU 8900-HANDLE-SQL-ERROR-EXIT.
083451     MOVE 'E' TO WS-LOG-SWITCH.
083452 3400-CHECK-BACKOUT-LOG-EXIT.
083453     EXIT.
083454*=============================================================*
083455* 3500-LOG-BACKOUT - MARK THE EMPLOYEE'S ROWS AS REVERSED SO   *
083456*               A LATER BACK-OUT OVER THEM SKIPS THEM.         *
083457*               COMMITTED WITH THE RUN-CONTROL END             *
083458*=============================================================*
083459 3500-LOG-BACKOUT.
083460     EXEC SQL
083461         INSERT INTO BACKOUT_LOG
083462             (EMP_ID, FIRST_CHG_DATE, FIRST_CHG_TIME,
083463             LAST_CHG_DATE, LAST_CHG_TIME, PROGRAM_ID, RUN_DATE,
083464             START_TIME, BKO_DATE, BKO_TIME)
083465         VALUES (:WS-FIN-EMP-ID, :WS-FST-CHG-DATE,
083466             :WS-FST-CHG-TIME, :WS-FIN-CHG-DATE, :WS-FIN-CHG-TIME,
083467             :WS-TGT-PROGRAM-ID, :WS-TGT-RUN-DATE,
083468             :WS-TGT-START-TIME, :RUN-START-DATE, :RUN-START-TIME)
083469     END-EXEC.
083470     IF SQLCODE NOT = 0
083471         DISPLAY 'Backout log insert failed: ' SQLCODE
083472         MOVE 'BKO-LOG-INSERT' TO WS-ERROR-CONTEXT
083473         PERFORM 8900-HANDLE-SQL-ERROR
083474             THRU 8900-HANDLE-SQL-ERROR-EXIT
083475     END-IF.
083476 3500-LOG-BACKOUT-EXIT.
083477     EXIT.
083500*=============================================================*
083600* 4000-LIST-PAYMENTS - EMP_PAYMENT ROWS POSTED INSIDE THE RUN  *
083700*               WINDOW, FOR PAYROLL TO VOID                    *
083800*=============================================================*
083900 4000-LIST-PAYMENTS.
084000     EXEC SQL
084100         DECLARE PAY-CURSOR CURSOR FOR
084200             SELECT EMP_ID, PAY_TYPE, PAY_DATE, PAY_AMOUNT,
084300                 POSTED_DATE, POSTED_TIME, POSTED_BY
084400             FROM EMP_PAYMENT
084500             WHERE (POSTED_DATE > :WS-TGT-RUN-DATE
084600                 OR (POSTED_DATE = :WS-TGT-RUN-DATE
084700                 AND POSTED_TIME >= :WS-TGT-START-TIME))
084800                 AND (POSTED_DATE < :WS-TGT-END-DATE
084900                 OR (POSTED_DATE = :WS-TGT-END-DATE
085000                 AND POSTED_TIME <= :WS-TGT-END-TIME))
085100             ORDER BY EMP_ID, POSTED_DATE, POSTED_TIME
085200     END-EXEC.
085300     EXEC SQL
085400         OPEN PAY-CURSOR
085500     END-EXEC.
085600     IF SQLCODE NOT = 0
085700         DISPLAY 'Payment cursor open failed: ' SQLCODE
085800         MOVE 'PAY-OPEN' TO WS-ERROR-CONTEXT
085900         PERFORM 8900-HANDLE-SQL-ERROR
086000             THRU 8900-HANDLE-SQL-ERROR-EXIT
086100         GO TO 4000-LIST-PAYMENTS-EXIT
086200     END-IF.
086300     MOVE 'PAYMENTS POSTED BY THE RUN - VOID THROUGH PAYROLL'
086400         TO BKO-SEC-TEXT.
086500     PERFORM 7200-WRITE-SECTION THRU 7200-WRITE-SECTION-EXIT.
086600     MOVE 'N' TO WS-PAY-EOF-SWITCH.
086700     PERFORM 8100-FETCH-PAYMENT THRU 8100-FETCH-PAYMENT-EXIT.
086800     PERFORM 4100-LIST-ONE-PAYMENT
086900         THRU 4100-LIST-ONE-PAYMENT-EXIT
087000         UNTIL WS-PAY-EOF.
087100     EXEC SQL
087200         CLOSE PAY-CURSOR
087300     END-EXEC.
087400 4000-LIST-PAYMENTS-EXIT.
087500     EXIT.
087600*=============================================================*
087700* 4100-LIST-ONE-PAYMENT - ONE POSTED PAYMENT LINE              *
087800*=============================================================*
087900 4100-LIST-ONE-PAYMENT.
088000     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
088100         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
088200     END-IF.
088300     MOVE WS-PAY-EMP-ID      TO BKO-PAY-EMP-ID.
088400     MOVE WS-PAY-TYPE        TO BKO-PAY-TYPE.
088500     MOVE WS-PAY-DATE        TO BKO-PAY-DATE.
088600     MOVE WS-PAY-AMOUNT      TO BKO-PAY-AMOUNT.
088700     MOVE WS-PAY-POSTED-DATE TO BKO-PAY-POSTED-DATE.
088800     MOVE WS-PAY-POSTED-TIME TO BKO-PAY-POSTED-TIME.
088900     MOVE WS-PAY-POSTED-BY   TO BKO-PAY-POSTED-BY.
089000     WRITE RPT-LINE FROM BKO-PAYMENT-LINE.
089100     ADD 1 TO WS-LINE-COUNT.
089200     ADD 1 TO WS-PAYMENTS-FOUND.
089300     ADD WS-PAY-AMOUNT TO WS-PAYMENT-TOTAL.
089400     PERFORM 8100-FETCH-PAYMENT THRU 8100-FETCH-PAYMENT-EXIT.
089500 4100-LIST-ONE-PAYMENT-EXIT.
089600     EXIT.
089700*=============================================================*
089800* 5000-LIST-OVERLAPS - ANY OTHER RUN ACTIVE INSIDE THE WINDOW. *
089900*               ITS AUDIT ROWS AND PAYMENTS ARE INDISTINGUISH- *
090000*               ABLE FROM THIS RUN'S ON TIMESTAMP ALONE        *
090100*=============================================================*
090200 5000-LIST-OVERLAPS.
090225     IF WS-FAMILY-RUN
090250         PERFORM 5200-LIST-FAMILY THRU 5200-LIST-FAMILY-EXIT
090275     END-IF.
090300     EXEC SQL
090400         DECLARE RUN-CURSOR CURSOR FOR
090500             SELECT PROGRAM_ID, RUN_DATE, START_TIME,
090600                 RUN_STATUS
090700             FROM RUN_CONTROL
090800             WHERE NOT (PROGRAM_ID = :WS-TGT-PROGRAM-ID
090900                 AND RUN_DATE = :WS-TGT-RUN-DATE
091000                 AND START_TIME = :WS-TGT-START-TIME)
091100                 AND PROGRAM_ID <> 'BKO'
091110                 AND NOT (:WS-FAMILY-SWITCH = 'Y'
091120                 AND PROGRAM_ID IN ('DRV1', 'DRV2', 'DRV3',
091130                 'DRV4', 'DRV5', 'DRV6', 'DRV7', 'DRV8', 'DRVX')
091140                 AND (RUN_DATE > :WS-SPL-RUN-DATE
091150                 OR (RUN_DATE = :WS-SPL-RUN-DATE
091160                 AND START_TIME >= :WS-SPL-START-TIME))
091170                 AND (RUN_DATE < :WS-NXT-RUN-DATE
091180                 OR (RUN_DATE = :WS-NXT-RUN-DATE
091190                 AND START_TIME < :WS-NXT-START-TIME)))
091200                 AND (RUN_DATE < :WS-TGT-END-DATE
091300                 OR (RUN_DATE = :WS-TGT-END-DATE
091400                 AND START_TIME <= :WS-TGT-END-TIME))
091500                 AND ((RUN_STATUS = 'R'
091600                 AND RUN_DATE >= :WS-TGT-RUN-DATE)
091700                 OR END_DATE > :WS-TGT-RUN-DATE
091800                 OR (END_DATE = :WS-TGT-RUN-DATE
091900                 AND END_TIME >= :WS-TGT-START-TIME))
092000             ORDER BY RUN_DATE, START_TIME
092100     END-EXEC.
092200     EXEC SQL
092300         OPEN RUN-CURSOR
092400     END-EXEC.
092500     IF SQLCODE NOT = 0
092600         DISPLAY 'Run cursor open failed: ' SQLCODE
092700         MOVE 'RUN-OPEN' TO WS-ERROR-CONTEXT
092800         PERFORM 8900-HANDLE-SQL-ERROR
092900             THRU 8900-HANDLE-SQL-ERROR-EXIT
093000         GO TO 5000-LIST-OVERLAPS-EXIT
093100     END-IF.
093200     MOVE 'OTHER RUNS INSIDE THE WINDOW' TO BKO-SEC-TEXT.
093300     PERFORM 7200-WRITE-SECTION THRU 7200-WRITE-SECTION-EXIT.
093400     MOVE 'N' TO WS-RUN-EOF-SWITCH.
093500     PERFORM 8200-FETCH-RUN THRU 8200-FETCH-RUN-EXIT.
093600     PERFORM 5100-LIST-ONE-OVERLAP
093700         THRU 5100-LIST-ONE-OVERLAP-EXIT
093800         UNTIL WS-RUN-EOF.
093900     EXEC SQL
094000         CLOSE RUN-CURSOR
094100     END-EXEC.
094200 5000-LIST-OVERLAPS-EXIT.
094300     EXIT.
094400*=============================================================*
094500* 5100-LIST-ONE-OVERLAP - ONE OVERLAPPING RUN LINE             *
094600*=============================================================*
094700 5100-LIST-ONE-OVERLAP.
094800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
094900         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
095000     END-IF.
095100     MOVE WS-OVL-PROGRAM-ID TO BKO-OVL-PROGRAM-ID.
095200     MOVE WS-OVL-RUN-DATE   TO BKO-OVL-RUN-DATE.
095300     MOVE WS-OVL-START-TIME TO BKO-OVL-START-TIME.
095400     MOVE WS-OVL-STATUS     TO BKO-OVL-STATUS.
095433     MOVE '  RAN INSIDE THE WINDOW - CHECK ITS ROWS'
095466         TO BKO-OVL-TEXT.
095500     WRITE RPT-LINE FROM BKO-OVERLAP-LINE.
095600     ADD 1 TO WS-LINE-COUNT.
095700     ADD 1 TO WS-OVERLAP-RUNS.
095800     PERFORM 8200-FETCH-RUN THRU 8200-FETCH-RUN-EXIT.
095900 5100-LIST-ONE-OVERLAP-EXIT.
096000     EXIT.
096002*=============================================================*
096004* 5200-LIST-FAMILY - THE DRIVER STREAM RUNS BACKED OUT TOGETHER*
096006*=============================================================*
096008 5200-LIST-FAMILY.
096010     EXEC SQL
096012         OPEN FAMILY-CURSOR
096014     END-EXEC.
096016     IF SQLCODE NOT = 0
096018         DISPLAY 'Stream family cursor open failed: ' SQLCODE
096020         MOVE 'FAMILY-OPEN' TO WS-ERROR-CONTEXT
096022         PERFORM 8900-HANDLE-SQL-ERROR
096024             THRU 8900-HANDLE-SQL-ERROR-EXIT
096026         GO TO 5200-LIST-FAMILY-EXIT
096028     END-IF.
096030     MOVE 'DRIVER STREAMS BACKED OUT AS ONE RUN' TO BKO-SEC-TEXT.
096032     PERFORM 7200-WRITE-SECTION THRU 7200-WRITE-SECTION-EXIT.
096034     MOVE 'N' TO WS-FAM-EOF-SWITCH.
096036     PERFORM 8300-FETCH-FAMILY THRU 8300-FETCH-FAMILY-EXIT.
096038     PERFORM 5300-LIST-ONE-STREAM
096040         THRU 5300-LIST-ONE-STREAM-EXIT
096042         UNTIL WS-FAM-EOF.
096044     EXEC SQL
096046         CLOSE FAMILY-CURSOR
096048     END-EXEC.
096050 5200-LIST-FAMILY-EXIT.
096052     EXIT.
096054*=============================================================*
096056* 5300-LIST-ONE-STREAM - ONE STREAM RUN OF THE FAMILY          *
096058*=============================================================*
096060 5300-LIST-ONE-STREAM.
096062     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
096064         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
096066     END-IF.
096068     MOVE WS-FAM-PROGRAM-ID TO BKO-OVL-PROGRAM-ID.
096070     MOVE WS-FAM-RUN-DATE   TO BKO-OVL-RUN-DATE.
096072     MOVE WS-FAM-START-TIME TO BKO-OVL-START-TIME.
096074     MOVE WS-FAM-STATUS     TO BKO-OVL-STATUS.
096076     MOVE '  BACKED OUT WITH THIS RUN' TO BKO-OVL-TEXT.
096078     WRITE RPT-LINE FROM BKO-OVERLAP-LINE.
096080     ADD 1 TO WS-LINE-COUNT.
096082     PERFORM 8300-FETCH-FAMILY THRU 8300-FETCH-FAMILY-EXIT.
096084 5300-LIST-ONE-STREAM-EXIT.
096086     EXIT.
096100*=============================================================*
096200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
096300*=============================================================*
096400 6000-WRITE-HEADINGS.
096500     ADD 1 TO WS-PAGE-COUNT.
096600     MOVE WS-PAGE-COUNT TO BKO-HDG1-PAGE.
096700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
096800         DELIMITED BY SIZE INTO BKO-HDG1-DATE.
096900     WRITE RPT-LINE FROM BKO-HEADING-1.
097000     MOVE WS-TGT-PROGRAM-ID TO BKO-HDG2-PROGRAM-ID.
097025     IF WS-FAMILY-RUN
097050         MOVE 'DRV1-8/X' TO BKO-HDG2-PROGRAM-ID
097075     END-IF.
097100     MOVE WS-TGT-RUN-DATE   TO BKO-HDG2-RUN-DATE.
097200     MOVE WS-TGT-START-TIME TO BKO-HDG2-START-TIME.
097300     MOVE WS-TGT-END-DATE   TO BKO-HDG2-END-DATE.
097400     MOVE WS-TGT-END-TIME   TO BKO-HDG2-END-TIME.
097500     MOVE WS-TGT-FINAL-RC   TO BKO-HDG2-FINAL-RC.
097600     WRITE RPT-LINE FROM BKO-HEADING-2.
097700     MOVE SPACES TO RPT-LINE.
097800     WRITE RPT-LINE.
097900     WRITE RPT-LINE FROM BKO-HEADING-3.
098000     MOVE 4 TO WS-LINE-COUNT.
098100 6000-WRITE-HEADINGS-EXIT.
098200     EXIT.
098300*=============================================================*
098400* 7000-WRITE-DETAIL - ONE EMPLOYEE OUTCOME LINE                *
098500*=============================================================*
098600 7000-WRITE-DETAIL.
098700     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
098800         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
098900     END-IF.
099000     MOVE WS-FIN-EMP-ID  TO BKO-DTL-EMP-ID.
099100     MOVE WS-PRI-STATUS  TO BKO-DTL-PRI-STATUS.
099200     MOVE WS-FIN-STATUS  TO BKO-DTL-FIN-STATUS.
099300     MOVE WS-OUTCOME     TO BKO-DTL-OUTCOME.
099400     MOVE WS-CODES       TO BKO-DTL-CODES.
099500     MOVE WS-NOTE        TO BKO-DTL-NOTE.
099600     WRITE RPT-LINE FROM BKO-DETAIL-LINE.
099700     ADD 1 TO WS-LINE-COUNT.
099800 7000-WRITE-DETAIL-EXIT.
099900     EXIT.
100000*=============================================================*
100100* 7100-WRITE-REVERSAL - ONE REVERSING DRIVER TRANSACTION FROM  *
100200*               THE PRIOR IMAGE, TO THE FIRST OR SECOND PASS.  *
100300*               A SECOND-PASS CODE SHOWS WITH A '2' AFTER IT   *
100400*=============================================================*
100500 7100-WRITE-REVERSAL.
100600     MOVE SPACES            TO WS-REV-RECORD.
100700     MOVE WS-REV-CODE       TO REV-TRANS-CODE.
100800     MOVE WS-PRI-EMP-ID     TO REV-EMP-ID.
100900     IF REV-EMP-ID = SPACES
101000         MOVE WS-FIN-EMP-ID TO REV-EMP-ID
101100     END-IF.
101200     MOVE WS-PRI-EMP-NAME   TO REV-EMP-NAME.
101300     MOVE WS-PRI-DEPT-ID    TO REV-EMP-DEPT-ID.
101400     MOVE WS-PRI-HIRE-DATE  TO REV-EMP-HIRE-DATE.
101500     MOVE WS-PRI-SALARY     TO REV-EMP-SALARY.
101600     MOVE WS-PRI-MGR-ID     TO REV-EMP-MGR-ID.
101700     MOVE WS-REV-EFF-DATE   TO REV-EFF-DATE.
101800     MOVE WS-PRI-GRADE      TO REV-EMP-GRADE.
101900     MOVE ZERO              TO REV-PAY-DATE.
102000*    A TERMINATION CARRIES NO REPLACEMENT MANAGER - REPORTS
102100*    LIST AS ORPHANS FOR THE USUAL REVIEW.
102200     IF WS-REV-CODE = 'D'
102300         MOVE SPACES TO REV-EMP-MGR-ID
102400     END-IF.
102500     IF WS-SECOND-PASS
102600         WRITE RV2-RECORD FROM WS-REV-RECORD
102700         ADD 1 TO WS-TRANS-PASS-2
102800         STRING WS-REV-CODE '2 ' DELIMITED BY SIZE
102900             INTO WS-CODES WITH POINTER WS-CODE-PTR
103000     ELSE
103100         WRITE REV-RECORD FROM WS-REV-RECORD
103200         ADD 1 TO WS-TRANS-PASS-1
103300         STRING WS-REV-CODE ' ' DELIMITED BY SIZE
103400             INTO WS-CODES WITH POINTER WS-CODE-PTR
103500     END-IF.
103600 7100-WRITE-REVERSAL-EXIT.
103700     EXIT.
103800*=============================================================*
103900* 7200-WRITE-SECTION - BLANK LINE AND A SECTION TITLE          *
104000*=============================================================*
104100 7200-WRITE-SECTION.
104200     IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
104300         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
104400     END-IF.
104500     MOVE SPACES TO RPT-LINE.
104600     WRITE RPT-LINE.
104700     WRITE RPT-LINE FROM BKO-SECTION-LINE.
104800     ADD 2 TO WS-LINE-COUNT.
104900 7200-WRITE-SECTION-EXIT.
105000     EXIT.
105100*=============================================================*
105200* 8000-FETCH-AUDIT - FETCH THE RUN'S NEXT AUDIT ROW            *
105300*=============================================================*
105400 8000-FETCH-AUDIT.
105500     EXEC SQL
105600         FETCH AUDIT-CURSOR
105700         INTO :WS-CUR-EMP-ID, :WS-CUR-CHG-TYPE,
105800             :WS-CUR-CHG-DATE, :WS-CUR-CHG-TIME,
105900             :WS-CUR-EMP-NAME, :WS-CUR-DEPT-ID,
106000             :WS-CUR-HIRE-DATE, :WS-CUR-SALARY,
106100             :WS-CUR-MGR-ID, :WS-CUR-STATUS,
106200             :WS-CUR-TERM-DATE, :WS-CUR-GRADE
106300     END-EXEC.
106400     IF SQLCODE = 100
106500         MOVE 'Y' TO WS-EOF-SWITCH
106600     ELSE
106700         IF SQLCODE NOT = 0
106800             DISPLAY 'Audit fetch failed: ' SQLCODE
106900             MOVE 'AUDIT-FETCH' TO WS-ERROR-CONTEXT
107000             PERFORM 8900-HANDLE-SQL-ERROR
107100                 THRU 8900-HANDLE-SQL-ERROR-EXIT
107200             MOVE 'Y' TO WS-ABANDON-SWITCH
107300             MOVE 'Y' TO WS-EOF-SWITCH
107400         ELSE
107500             ADD 1 TO WS-AUDIT-ROWS
107600             MOVE WS-CUR-EMP-ID TO WS-ERROR-KEY
107700         END-IF
107800     END-IF.
107900 8000-FETCH-AUDIT-EXIT.
108000     EXIT.
108100*=============================================================*
108200* 8100-FETCH-PAYMENT - FETCH THE NEXT POSTED PAYMENT           *
108300*=============================================================*
108400 8100-FETCH-PAYMENT.
108500     EXEC SQL
108600         FETCH PAY-CURSOR
108700         INTO :WS-PAY-EMP-ID, :WS-PAY-TYPE, :WS-PAY-DATE,
108800             :WS-PAY-AMOUNT, :WS-PAY-POSTED-DATE,
108900             :WS-PAY-POSTED-TIME, :WS-PAY-POSTED-BY
109000     END-EXEC.
109100     IF SQLCODE = 100
109200         MOVE 'Y' TO WS-PAY-EOF-SWITCH
109300     ELSE
109400         IF SQLCODE NOT = 0
109500             DISPLAY 'Payment fetch failed: ' SQLCODE
109600             MOVE 'PAY-FETCH' TO WS-ERROR-CONTEXT
109700             PERFORM 8900-HANDLE-SQL-ERROR
109800                 THRU 8900-HANDLE-SQL-ERROR-EXIT
109900             MOVE 'Y' TO WS-PAY-EOF-SWITCH
110000         END-IF
110100     END-IF.
110200 8100-FETCH-PAYMENT-EXIT.
110300     EXIT.
110400*=============================================================*
110500* 8200-FETCH-RUN - FETCH THE NEXT OVERLAPPING RUN              *
110600*=============================================================*
110700 8200-FETCH-RUN.
110800     EXEC SQL
110900         FETCH RUN-CURSOR
111000         INTO :WS-OVL-PROGRAM-ID, :WS-OVL-RUN-DATE,
111100             :WS-OVL-START-TIME, :WS-OVL-STATUS
111200     END-EXEC.
111300     IF SQLCODE = 100
111400         MOVE 'Y' TO WS-RUN-EOF-SWITCH
111500     ELSE
111600         IF SQLCODE NOT = 0
111700             DISPLAY 'Run fetch failed: ' SQLCODE
111800             MOVE 'RUN-FETCH' TO WS-ERROR-CONTEXT
111900             PERFORM 8900-HANDLE-SQL-ERROR
112000                 THRU 8900-HANDLE-SQL-ERROR-EXIT
112100             MOVE 'Y' TO WS-RUN-EOF-SWITCH
112200         END-IF
112300     END-IF.
112400 8200-FETCH-RUN-EXIT.
112500     EXIT.
112504*=============================================================*
112508* 8300-FETCH-FAMILY - FETCH THE NEXT DRIVER STREAM RUN         *
112512*=============================================================*
112516 8300-FETCH-FAMILY.
112520     EXEC SQL
112524         FETCH FAMILY-CURSOR
112528         INTO :WS-FAM-PROGRAM-ID, :WS-FAM-RUN-DATE,
112532             :WS-FAM-START-TIME, :WS-FAM-END-DATE,
112536             :WS-FAM-END-TIME, :WS-FAM-STATUS, :WS-FAM-FINAL-RC
112540     END-EXEC.
112544     IF SQLCODE = 100
112548         MOVE 'Y' TO WS-FAM-EOF-SWITCH
112552     ELSE
112556         IF SQLCODE NOT = 0
112560             DISPLAY 'Stream family fetch failed: ' SQLCODE
112564             MOVE 'FAMILY-FETCH' TO WS-ERROR-CONTEXT
112568             PERFORM 8900-HANDLE-SQL-ERROR
112572                 THRU 8900-HANDLE-SQL-ERROR-EXIT
112576             MOVE 'Y' TO WS-ABANDON-SWITCH
112580             MOVE 'Y' TO WS-FAM-EOF-SWITCH
112584         END-IF
112588     END-IF.
112592 8300-FETCH-FAMILY-EXIT.
112596     EXIT.
112600*=============================================================*
112700* 9000-TERMINATE - TOTALS, RUN-CONTROL END, CLOSE FILES        *
112800*=============================================================*
112900 9000-TERMINATE.
113000     IF WS-CURSOR-OPEN
113100         EXEC SQL
113200             CLOSE AUDIT-CURSOR
113300         END-EXEC
113400     END-IF.
113500     IF WS-PAGE-COUNT = ZERO
113600         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
113700     END-IF.
113800     MOVE 'TOTALS' TO BKO-SEC-TEXT.
113900     PERFORM 7200-WRITE-SECTION THRU 7200-WRITE-SECTION-EXIT.
114000     MOVE ZERO TO BKO-SUM-AMOUNT.
114100     MOVE 'AUDIT ROWS WRITTEN BY THE RUN:' TO BKO-SUM-LABEL.
114200     MOVE WS-AUDIT-ROWS TO BKO-SUM-COUNT.
114300     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
114400     MOVE 'EMPLOYEES CHANGED BY THE RUN:' TO BKO-SUM-LABEL.
114500     MOVE WS-EMPS-FOUND TO BKO-SUM-COUNT.
114600     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
114700     MOVE 'EMPLOYEES REVERSED:' TO BKO-SUM-LABEL.
114800     MOVE WS-EMPS-REVERSED TO BKO-SUM-COUNT.
114900     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
115000     MOVE 'EMPLOYEES REFUSED - MANUAL REVIEW:' TO BKO-SUM-LABEL.
115100     MOVE WS-EMPS-REFUSED TO BKO-SUM-COUNT.
115200     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
115220     MOVE 'EMPLOYEES ALREADY BACKED OUT - SKIPPED:'
115240         TO BKO-SUM-LABEL.
115260     MOVE WS-EMPS-SKIPPED TO BKO-SUM-COUNT.
115280     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
115300     MOVE 'EMPLOYEES LEFT UNCHANGED BY THE RUN:'
115400         TO BKO-SUM-LABEL.
115500     MOVE WS-EMPS-UNCHANGED TO BKO-SUM-COUNT.
115600     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
115700     MOVE 'REVERSING TRANSACTIONS - BKOTRN:' TO BKO-SUM-LABEL.
115800     MOVE WS-TRANS-PASS-1 TO BKO-SUM-COUNT.
115900     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
116000     MOVE 'REVERSING TRANSACTIONS - BKOTRN2:' TO BKO-SUM-LABEL.
116100     MOVE WS-TRANS-PASS-2 TO BKO-SUM-COUNT.
116200     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
116300     MOVE 'PAYMENTS TO VOID:' TO BKO-SUM-LABEL.
116400     MOVE WS-PAYMENTS-FOUND TO BKO-SUM-COUNT.
116500     MOVE WS-PAYMENT-TOTAL TO BKO-SUM-AMOUNT.
116600     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
116700     MOVE ZERO TO BKO-SUM-AMOUNT.
116800     MOVE 'OVERLAPPING RUNS:' TO BKO-SUM-LABEL.
116900     MOVE WS-OVERLAP-RUNS TO BKO-SUM-COUNT.
117000     WRITE RPT-LINE FROM BKO-SUMMARY-LINE.
117016     IF WS-FAMILY-RUN
117032         MOVE 'DRIVER STREAM RUNS BACKED OUT:' TO BKO-SUM-LABEL
117048         MOVE WS-FAMILY-RUNS TO BKO-SUM-COUNT
117064         WRITE RPT-LINE FROM BKO-SUMMARY-LINE
117080     END-IF.
117100     IF WS-EMPS-REFUSED > ZERO OR WS-TRANS-PASS-2 > ZERO
117200             OR WS-PAYMENTS-FOUND > ZERO
117300             OR WS-OVERLAP-RUNS > ZERO
117400         IF RETURN-CODE < 4
117500             MOVE 4 TO RETURN-CODE
117600         END-IF
117700     END-IF.
117800     MOVE WS-AUDIT-ROWS TO RUN-RECORDS-IN.
117900     COMPUTE RUN-RECORDS-OUT = WS-TRANS-PASS-1 + WS-TRANS-PASS-2.
118000     MOVE WS-EMPS-REFUSED TO RUN-RECORDS-REJECT.
118100     PERFORM 8810-RECORD-RUN-END
118200         THRU 8810-RECORD-RUN-END-EXIT.
118300     CLOSE REVERSAL-FILE.
118400     CLOSE SECOND-PASS-FILE.
118500     CLOSE BACKOUT-REPORT.
118600     CLOSE ERROR-LOG.
118700     DISPLAY 'Employees changed by the run: ' WS-EMPS-FOUND.
118800     DISPLAY 'Employees reversed:           ' WS-EMPS-REVERSED.
118900     DISPLAY 'Employees refused:            ' WS-EMPS-REFUSED.
118950     DISPLAY 'Employees already backed out: ' WS-EMPS-SKIPPED.
119000     DISPLAY 'First-pass transactions:      ' WS-TRANS-PASS-1.
119100     DISPLAY 'Second-pass transactions:     ' WS-TRANS-PASS-2.
119200     DISPLAY 'Payments to void:             ' WS-PAYMENTS-FOUND.
119300 9000-TERMINATE-EXIT.
119400     EXIT.
119500*=============================================================*
119600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
119700*               CONTROL RECORDING, COPIED IN                   *
119800*=============================================================*
119900     COPY RUNHDL.
120000*=============================================================*
120100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
120200*=============================================================*
120300     COPY ERRHDL.
