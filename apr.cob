000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ApprovalRelease.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. SECOND HALF OF THE      *
001000*               BatchDriver TWO-PERSON APPROVAL HOLD. A LARGE *
001100*               SALARY UPDATE OR ONE-TIME PAYMENT IS PARKED   *
001200*               ON THE APPROVAL_HOLD TABLE BY BatchDriver     *
001300*               UNDER ITS SUBMITTER'S USERID. THIS STEP RUNS  *
001400*               AHEAD OF ReleasePending EACH NIGHT AND READS  *
001500*               THE DAY'S APPROVAL RECORDS (APRTRAN): AN      *
001600*               'A' FROM A USERID OTHER THAN THE SUBMITTER    *
001700*               WRITES THE HELD TRANSACTION, MARKED APPROVED, *
001800*               TO APRREL (CONCATENATED INTO ReleasePending'S *
001900*               INPUT, SO IT APPLIES IN TONIGHT'S RUN AND     *
002000*               KEEPS ITS EFFECTIVE DATE AND RETRO); A 'D'    *
002100*               DECLINES IT. APPROVALS ARE ONLY HONORED WHEN  *
002200*               THE RUN HOLDS SECPARM LEVEL 2 FOR FUNCTION    *
002300*               'SALAPPRV'. ANY HOLD STILL OPEN AFTER THE     *
002400*               APRCTL EXPIRY DAYS (DEFAULT 10) EXPIRES.      *
002500*               EXPIRED AND DECLINED HOLDS AND EVERY APPROVAL *
002600*               RECORD THAT COULD NOT BE ACTED ON PRINT ON    *
002700*               THE APREXC EXCEPTION REPORT, RC 4. THE TABLE  *
002800*               CHANGES COMMIT ONLY ON A CLEAN RUN.           *
002900*                                                             *
003000*               APPROVAL_HOLD: HOLD_ID, EMP_ID, TRANS_CODE,   *
003100*               TRANS_IMAGE (THE 80-BYTE DRVTRAN RECORD),     *
003200*               HOLD_DATE, HOLD_TIME, SUBMIT_USER, OLD_SALARY,*
003300*               NEW_AMOUNT, HOLD_REASON ('P' PERCENT, 'A'     *
003400*               AMOUNT, 'O' PAYMENT), HOLD_STATUS ('H' HELD,  *
003500*               'R' RELEASED, 'D' DECLINED, 'X' EXPIRED),     *
003600*               ACTION_DATE, ACTION_USER.                     *
003605*   10/15/2026  RH  APPROVALS NOW COME FROM THE EMPAPRQ KSDS  *
003610*               (APQREC LAYOUT) WRITTEN BY ApprovalEntry      *
003615*               (TRANSACTION EMPA) WITH THE SIGNED-ON USERID, *
003620*               NOT FROM APRTRAN CARDS CARRYING WHATEVER      *
003625*               APPROVER ID WAS TYPED. AN 'S' ENTRY RECORDS   *
003630*               ITS USER AS THE HOLD'S SUBMIT_USER            *
003635*               (BatchDriver NOW LEAVES IT BLANK). AN 'A' OR  *
003640*               'D' ENTRY IS ACTED ON ONLY FOR A SUBMITTED    *
003645*               HOLD, ONLY WHEN ITS OWN USER HOLDS SECPARM    *
003650*               LEVEL 2 FOR 'SALAPPRV' (SecurityAuthUser) AND *
003655*               ONLY WHEN THAT USER IS NOT THE SUBMITTER -    *
003660*               THE RUN-LEVEL SALAPPRV CHECK IS GONE. AN      *
003665*               EMPAPRQ OPEN FAILURE ABANDONS THE RUN, RC 8,  *
003670*               SO NO HOLD EXPIRES WHILE ITS APPROVAL SITS    *
003675*               UNREAD. ENTRIES ARE MARKED PROCESSED ONLY     *
003680*               AFTER A CLEAN RUN HAS COMMITTED.              *
003700*-------------------------------------------------------------*
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CONTROL-FILE ASSIGN TO APRCTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-CTL-FILE-STATUS.
004400     SELECT APPROVAL-FILE ASSIGN TO EMPAPRQ
004500         ORGANIZATION IS INDEXED
004533         ACCESS MODE IS SEQUENTIAL
004566         RECORD KEY IS APQ-KEY
004600         FILE STATUS IS WS-APR-FILE-STATUS.
004700     SELECT RELEASE-FILE ASSIGN TO APRREL
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900     SELECT EXCEPTION-REPORT ASSIGN TO APREXC
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100     SELECT ERROR-LOG ASSIGN TO SYSERR
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-FILE
005600     RECORDING MODE IS F.
005700 01  ACT-RECORD.
005800     05  ACT-EXPIRE-DAYS      PIC 9(03).
005900     05  FILLER               PIC X(77).
006000
006100 FD  APPROVAL-FILE.
006600     COPY APQREC.
007100
007200 FD  RELEASE-FILE
007300     RECORDING MODE IS F.
007400 01  REL-RECORD               PIC X(80).
007500
007600 FD  EXCEPTION-REPORT
007700     RECORDING MODE IS F.
007800 01  RPT-LINE                 PIC X(80).
007900
008000 FD  ERROR-LOG
008100     RECORDING MODE IS F.
008200     COPY ERRREC.
008300 WORKING-STORAGE SECTION.
008400     COPY DBCONN.
008500
008600 01  WS-SQLCODE               PIC S9(9) COMP.
008700
008800     COPY RUNWS.
008900
009000     COPY DAYSWS.
009100
009200 01  WS-CTL-FILE-STATUS       PIC X(02).
009300 01  WS-APR-FILE-STATUS       PIC X(02).
009400
009500 01  WS-SWITCHES.
009600     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
009700         88  WS-CTL-EOF            VALUE 'Y'.
009800     05  WS-APR-EOF-SWITCH    PIC X(01) VALUE 'N'.
009900         88  WS-APR-EOF            VALUE 'Y'.
010000     05  WS-HOLD-EOF-SWITCH   PIC X(01) VALUE 'N'.
010100         88  WS-HOLD-EOF           VALUE 'Y'.
010200     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
010300         88  WS-ABANDONED          VALUE 'Y'.
010400     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
010500         88  WS-CURSOR-OPEN        VALUE 'Y'.
010533     05  WS-QUEUE-SWITCH      PIC X(01) VALUE 'N'.
010566         88  WS-QUEUE-OPEN         VALUE 'Y'.
010600
010700 01  WS-COUNTERS.
010800     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
010900     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
011000     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
011100     05  WS-APPROVALS-READ    PIC 9(07) COMP VALUE ZERO.
011150     05  WS-HOLDS-SUBMITTED   PIC 9(07) COMP VALUE ZERO.
011200     05  WS-HOLDS-RELEASED    PIC 9(07) COMP VALUE ZERO.
011300     05  WS-HOLDS-DECLINED    PIC 9(07) COMP VALUE ZERO.
011400     05  WS-APPROVALS-REJECTED
011500                              PIC 9(07) COMP VALUE ZERO.
011600     05  WS-HOLDS-EXPIRED     PIC 9(07) COMP VALUE ZERO.
011700     05  WS-HOLDS-OPEN        PIC 9(07) COMP VALUE ZERO.
011800
011900 01  WS-REPORT-DATE.
012000     05  WS-REPORT-YY         PIC 9(02).
012100     05  WS-REPORT-MM         PIC 9(02).
012200     05  WS-REPORT-DD         PIC 9(02).
012300
012400 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
012500 01  WS-RUN-DAY-NUMBER        PIC S9(09) COMP VALUE ZERO.
012600 01  WS-EXPIRE-DAYS           PIC 9(03) VALUE 10.
012700
012800*    APPROVALS ARE HONORED ONLY UNDER SECPARM LEVEL 2 FOR
012900*    'SALAPPRV', THE SAME RULE THE OVERRIDE FUNCTIONS FOLLOW,
012950*    HELD BY THE USER WHO ENTERED THE ACTION ON EMPA.
013000 01  WS-AUTH-FIELDS.
013100     05  WS-APV-FUNCTION      PIC X(08) VALUE 'SALAPPRV'.
013200     05  WS-APV-AUTH-LEVEL    PIC 9(01) VALUE ZERO.
013300     05  WS-ENTRY-USERID      PIC X(08) VALUE SPACES.
013400
013500 01  WS-HOLD-FIELDS.
013600     05  WS-HOLD-ID           PIC S9(09) COMP VALUE ZERO.
013700     05  WS-HOLD-EMP-ID       PIC X(05).
013800     05  WS-HOLD-TRANS-CODE   PIC X(01).
013900     05  WS-HOLD-IMAGE        PIC X(80).
014000     05  WS-HOLD-DATE         PIC 9(08).
014100     05  WS-HOLD-SUBMIT-ID    PIC X(08).
014200     05  WS-HOLD-NEW-AMOUNT   PIC 9(07)V99 COMP-3.
014300     05  WS-HOLD-STATUS       PIC X(01).
014400     05  WS-HOLD-DAYS         PIC S9(09) COMP VALUE ZERO.
014500     05  WS-NEW-STATUS        PIC X(01).
014600     05  WS-ACTION-USER       PIC X(08).
014700     05  WS-EXC-REASON        PIC X(30).
014800
014900*    THE HELD IMAGE GOES OUT WITH THE RELEASE FLAG (COLUMN
015000*    74 OF THE DRVTRAN LAYOUT) SET, SO BatchDriver APPLIES IT
015100*    INSTEAD OF HOLDING IT AGAIN.
015200 01  WS-RELEASE-IMAGE.
015300     05  FILLER               PIC X(73).
015400     05  WS-REL-FLAG          PIC X(01).
015500     05  FILLER               PIC X(06).
015600
015700 01  APR-HEADING-1.
015800     05  FILLER               PIC X(01) VALUE SPACE.
015900     05  FILLER               PIC X(40) VALUE
016000         'APPROVAL HOLD EXCEPTIONS'.
016100     05  APR-HDG1-DATE        PIC X(08).
016200     05  FILLER               PIC X(05) VALUE SPACE.
016300     05  FILLER               PIC X(05) VALUE 'PAGE '.
016400     05  APR-HDG1-PAGE        PIC ZZ9.
016500
016600 01  APR-HEADING-2.
016700     05  FILLER               PIC X(01) VALUE SPACE.
016800     05  FILLER               PIC X(10) VALUE '  HOLD ID'.
016900     05  FILLER               PIC X(08) VALUE 'EMP CD'.
017000     05  FILLER               PIC X(13) VALUE '      AMOUNT'.
017100     05  FILLER               PIC X(09) VALUE 'SUBMIT'.
017200     05  FILLER               PIC X(09) VALUE 'APPROVER'.
017300     05  FILLER               PIC X(30) VALUE 'EXCEPTION'.
017400
017500 01  APR-DETAIL-LINE.
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  APR-DTL-HOLD-ID      PIC Z(08)9.
017800     05  FILLER               PIC X(01) VALUE SPACE.
017900     05  APR-DTL-EMP-ID       PIC X(05).
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  APR-DTL-CODE         PIC X(01).
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  APR-DTL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  APR-DTL-SUBMIT-ID    PIC X(08).
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  APR-DTL-APPROVER-ID  PIC X(08).
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  APR-DTL-REASON       PIC X(30).
019000
019100 01  APR-SUMMARY-LINE.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  APR-SUM-LABEL        PIC X(40).
019400     05  APR-SUM-COUNT        PIC ZZZ,ZZ9.
019500
019600     COPY ERRWS.
019700
019800 PROCEDURE DIVISION.
019900*=============================================================*
020000* 0000-MAINLINE                                               *
020100*=============================================================*
020200 0000-MAINLINE.
020300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020400     IF NOT WS-ABANDONED
020500         PERFORM 2000-PROCESS-APPROVAL
020600             THRU 2000-PROCESS-APPROVAL-EXIT
020700             UNTIL WS-APR-EOF
020800         PERFORM 3000-OPEN-HOLD-SWEEP
020900             THRU 3000-OPEN-HOLD-SWEEP-EXIT
021000         PERFORM 3100-SWEEP-HOLD THRU 3100-SWEEP-HOLD-EXIT
021100             UNTIL WS-HOLD-EOF
021200     END-IF.
021300     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021400     GOBACK.
021500*=============================================================*
021600* 1000-INITIALIZE - CONTROL CARD, CONNECT, OPEN THE APPROVAL   *
021700*               QUEUE FOR UPDATE, PRIME THE FIRST READ         *
021800*=============================================================*
021900 1000-INITIALIZE.
022000     OPEN OUTPUT RELEASE-FILE.
022100     OPEN OUTPUT EXCEPTION-REPORT.
022200     OPEN OUTPUT ERROR-LOG.
022300     ACCEPT WS-REPORT-DATE FROM DATE.
022400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022500     MOVE WS-RUN-DATE TO WS-DAYS-DATE.
022600     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
022700     MOVE WS-DAYS-NUMBER TO WS-RUN-DAY-NUMBER.
022800     PERFORM 1100-READ-CONTROL THRU 1100-READ-CONTROL-EXIT.
022900     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
023000     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
023100     EXEC SQL
023200         CONNECT TO 'yourdatabase'
023300         USER :WS-USERID
023400         USING :WS-PASSWORD
023500     END-EXEC.
023600     IF SQLCODE NOT = 0
023700         DISPLAY 'Connection failed: ' SQLCODE
023800         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
023900         PERFORM 8900-HANDLE-SQL-ERROR
024000             THRU 8900-HANDLE-SQL-ERROR-EXIT
024100         MOVE 'Y' TO WS-ABANDON-SWITCH
024200         GO TO 1000-INITIALIZE-EXIT
024300     END-IF.
025200     MOVE 'APR' TO RUN-PROGRAM-ID.
025300     MOVE 'Y' TO RUN-LOG-SWITCH.
025400     PERFORM 8800-RECORD-RUN-START
025500         THRU 8800-RECORD-RUN-START-EXIT.
025533*    WITHOUT THE QUEUE THE SWEEP WOULD EXPIRE HOLDS WHOSE
025566*    APPROVALS ARE WAITING ON IT - STOP INSTEAD.
025600     OPEN I-O APPROVAL-FILE.
025700     IF WS-APR-FILE-STATUS NOT = '00'
025760         DISPLAY 'EMPAPRQ open failed, status '
025820             WS-APR-FILE-STATUS ' - run abandoned.'
025880         MOVE 8 TO RETURN-CODE
025940         MOVE 'Y' TO WS-ABANDON-SWITCH
026000         GO TO 1000-INITIALIZE-EXIT
026100     END-IF.
026150     MOVE 'Y' TO WS-QUEUE-SWITCH.
026200     PERFORM 8000-READ-APPROVAL THRU 8000-READ-APPROVAL-EXIT.
026300 1000-INITIALIZE-EXIT.
026400     EXIT.
026500*=============================================================*
026600* 1100-READ-CONTROL - EXPIRY DAYS FROM APRCTL COLUMNS 1-3;     *
026700*               BLANK, ZERO OR AN EMPTY FILE KEEPS THE DEFAULT *
026800*=============================================================*
026900 1100-READ-CONTROL.
027000     OPEN INPUT CONTROL-FILE.
027100     IF WS-CTL-FILE-STATUS = '00'
027200         READ CONTROL-FILE
027300             AT END
027400                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
027500         END-READ
027600         IF NOT WS-CTL-EOF
027700             IF ACT-EXPIRE-DAYS NUMERIC
027800                     AND ACT-EXPIRE-DAYS > ZERO
027900                 MOVE ACT-EXPIRE-DAYS TO WS-EXPIRE-DAYS
028000             END-IF
028100         END-IF
028200         CLOSE CONTROL-FILE
028300     END-IF.
028400     DISPLAY 'Holds expire after ' WS-EXPIRE-DAYS ' days.'.
028500 1100-READ-CONTROL-EXIT.
028600     EXIT.
028700*=============================================================*
028800* 2000-PROCESS-APPROVAL - ONE QUEUE ENTRY: VALIDATE IT AGAINST *
028900*               ITS HOLD, THEN SUBMIT, RELEASE OR DECLINE IT.  *
028933*               ENTRIES PROCESSED ON AN EARLIER NIGHT ARE      *
028966*               PASSED OVER                                    *
029000*=============================================================*
029100 2000-PROCESS-APPROVAL.
029114     IF NOT APQ-NEW
029128         GO TO 2000-NEXT-APPROVAL
029142     END-IF.
029156     ADD 1 TO WS-APPROVALS-READ.
029170     MOVE APQ-EMP-ID TO WS-ERROR-KEY.
029184     MOVE APQ-USERID TO WS-ENTRY-USERID.
029200     MOVE ZERO   TO WS-HOLD-NEW-AMOUNT.
029300     MOVE SPACES TO WS-HOLD-SUBMIT-ID.
029400     MOVE SPACES TO WS-HOLD-TRANS-CODE.
029500     IF APQ-HOLD-ID NOT NUMERIC
029600         MOVE ZERO TO WS-HOLD-ID
029700         MOVE 'HOLD ID NOT NUMERIC' TO WS-EXC-REASON
029800         PERFORM 2900-REJECT-APPROVAL
029900             THRU 2900-REJECT-APPROVAL-EXIT
030000         GO TO 2000-NEXT-APPROVAL
030100     END-IF.
030200     MOVE APQ-HOLD-ID TO WS-HOLD-ID.
030900     IF NOT APQ-ACTION-VALID
031000         MOVE 'ACTION IS NOT S, A OR D' TO WS-EXC-REASON
031100         PERFORM 2900-REJECT-APPROVAL
031200             THRU 2900-REJECT-APPROVAL-EXIT
031300         GO TO 2000-NEXT-APPROVAL
031400     END-IF.
031500     IF WS-ENTRY-USERID = SPACES
031600         MOVE 'ENTRY USERID IS BLANK' TO WS-EXC-REASON
031700         PERFORM 2900-REJECT-APPROVAL
031800             THRU 2900-REJECT-APPROVAL-EXIT
031900         GO TO 2000-NEXT-APPROVAL
032000     END-IF.
032007*    AN APPROVER ACTS UNDER THEIR OWN SALAPPRV AUTHORITY.
032014     IF NOT APQ-IS-SUBMIT
032021         CALL 'SecurityAuthUser' USING WS-APV-FUNCTION
032028             WS-ENTRY-USERID WS-APV-AUTH-LEVEL
032035         IF WS-APV-AUTH-LEVEL < 2
032042             MOVE 'NO SALAPPRV AUTHORITY FOR USER'
032049                 TO WS-EXC-REASON
032056             PERFORM 2900-REJECT-APPROVAL
032063                 THRU 2900-REJECT-APPROVAL-EXIT
032070             GO TO 2000-NEXT-APPROVAL
032077         END-IF
032084     END-IF.
032100     EXEC SQL
032200         SELECT EMP_ID, TRANS_CODE, TRANS_IMAGE, HOLD_DATE,
032300             SUBMIT_USER, NEW_AMOUNT, HOLD_STATUS
032400         INTO :WS-HOLD-EMP-ID, :WS-HOLD-TRANS-CODE,
032500             :WS-HOLD-IMAGE, :WS-HOLD-DATE,
032600             :WS-HOLD-SUBMIT-ID, :WS-HOLD-NEW-AMOUNT,
032700             :WS-HOLD-STATUS
032800         FROM APPROVAL_HOLD
032900         WHERE HOLD_ID = :WS-HOLD-ID
033000     END-EXEC.
033100     IF SQLCODE = 100
033200         MOVE 'HOLD ID NOT ON FILE' TO WS-EXC-REASON
033300         PERFORM 2900-REJECT-APPROVAL
033400             THRU 2900-REJECT-APPROVAL-EXIT
033500         GO TO 2000-NEXT-APPROVAL
033600     END-IF.
033700     IF SQLCODE NOT = 0
033800         DISPLAY 'Hold read failed: ' SQLCODE
033900         MOVE 'HOLD-SELECT' TO WS-ERROR-CONTEXT
034000         PERFORM 8900-HANDLE-SQL-ERROR
034100             THRU 8900-HANDLE-SQL-ERROR-EXIT
034200         MOVE 'Y' TO WS-ABANDON-SWITCH
034300         MOVE 'Y' TO WS-APR-EOF-SWITCH
034400         GO TO 2000-PROCESS-APPROVAL-EXIT
034500     END-IF.
034600     IF WS-HOLD-STATUS NOT = 'H'
034700         MOVE SPACES TO WS-EXC-REASON
034800         STRING 'HOLD NO LONGER OPEN - STATUS '
034900             WS-HOLD-STATUS DELIMITED BY SIZE
035000             INTO WS-EXC-REASON
035100         PERFORM 2900-REJECT-APPROVAL
035200             THRU 2900-REJECT-APPROVAL-EXIT
035300         GO TO 2000-NEXT-APPROVAL
035400     END-IF.
035500     IF APQ-EMP-ID NOT = WS-HOLD-EMP-ID
035600         MOVE 'EMP-ID DOES NOT MATCH HOLD' TO WS-EXC-REASON
035700         PERFORM 2900-REJECT-APPROVAL
035800             THRU 2900-REJECT-APPROVAL-EXIT
035900         GO TO 2000-NEXT-APPROVAL
036000     END-IF.
036009     IF APQ-IS-SUBMIT
036018         PERFORM 2100-SUBMIT-HOLD THRU 2100-SUBMIT-HOLD-EXIT
036027         GO TO 2000-NEXT-APPROVAL
036036     END-IF.
036045     IF WS-HOLD-SUBMIT-ID = SPACES
036054         MOVE 'HOLD NOT YET SUBMITTED ON EMPA' TO WS-EXC-REASON
036063         PERFORM 2900-REJECT-APPROVAL
036072             THRU 2900-REJECT-APPROVAL-EXIT
036081         GO TO 2000-NEXT-APPROVAL
036090     END-IF.
036100*    THE WHOLE POINT - NOBODY APPROVES THEIR OWN WORK.
036200     IF WS-ENTRY-USERID = WS-HOLD-SUBMIT-ID
036300         MOVE 'APPROVER SAME AS SUBMITTER' TO WS-EXC-REASON
036400         PERFORM 2900-REJECT-APPROVAL
036500             THRU 2900-REJECT-APPROVAL-EXIT
036600         GO TO 2000-NEXT-APPROVAL
036700     END-IF.
036800     MOVE WS-ENTRY-USERID TO WS-ACTION-USER.
036900     IF APQ-IS-DECLINE
037000         MOVE 'D' TO WS-NEW-STATUS
037100         PERFORM 4000-CLOSE-HOLD THRU 4000-CLOSE-HOLD-EXIT
037200         IF NOT WS-ABANDONED
037300             ADD 1 TO WS-HOLDS-DECLINED
037400             MOVE 'DECLINED BY APPROVER' TO WS-EXC-REASON
037500             PERFORM 7000-WRITE-EXCEPTION
037600                 THRU 7000-WRITE-EXCEPTION-EXIT
037700         END-IF
037800         GO TO 2000-NEXT-APPROVAL
037900     END-IF.
038000     MOVE WS-HOLD-IMAGE TO WS-RELEASE-IMAGE.
038100     MOVE 'A' TO WS-REL-FLAG.
038200     MOVE 'R' TO WS-NEW-STATUS.
038300     PERFORM 4000-CLOSE-HOLD THRU 4000-CLOSE-HOLD-EXIT.
038400     IF NOT WS-ABANDONED
038500         WRITE REL-RECORD FROM WS-RELEASE-IMAGE
038600         ADD 1 TO WS-HOLDS-RELEASED
038700         DISPLAY 'Released hold ' WS-HOLD-ID ' for '
038800             WS-HOLD-EMP-ID ' approved by ' WS-ENTRY-USERID
038900     END-IF.
039000 2000-NEXT-APPROVAL.
039100     PERFORM 8000-READ-APPROVAL THRU 8000-READ-APPROVAL-EXIT.
039200 2000-PROCESS-APPROVAL-EXIT.
039300     EXIT.
039302*=============================================================*
039304* 2100-SUBMIT-HOLD - THE KEYER'S 'S' RECORDS THEM AS THE       *
039306*               HOLD'S SUBMITTER; FROM THEN ON ONLY ANOTHER    *
039308*               USER CAN APPROVE OR DECLINE IT. A HOLD IS      *
039309*               SUBMITTED ONCE                                 *
039310*=============================================================*
039312 2100-SUBMIT-HOLD.
039314     IF WS-HOLD-SUBMIT-ID NOT = SPACES
039316         MOVE SPACES TO WS-EXC-REASON
039318         STRING 'ALREADY SUBMITTED BY ' WS-HOLD-SUBMIT-ID
039320             DELIMITED BY SIZE INTO WS-EXC-REASON
039322         PERFORM 2900-REJECT-APPROVAL
039324             THRU 2900-REJECT-APPROVAL-EXIT
039326         GO TO 2100-SUBMIT-HOLD-EXIT
039328     END-IF.
039330     EXEC SQL
039332         UPDATE APPROVAL_HOLD
039334         SET SUBMIT_USER = :WS-ENTRY-USERID
039336         WHERE HOLD_ID = :WS-HOLD-ID
039338             AND HOLD_STATUS = 'H'
039340     END-EXEC.
039342     IF SQLCODE NOT = 0
039344         DISPLAY 'Hold submit failed: ' SQLCODE
039346         MOVE 'HOLD-SUBMIT' TO WS-ERROR-CONTEXT
039348         PERFORM 8900-HANDLE-SQL-ERROR
039350             THRU 8900-HANDLE-SQL-ERROR-EXIT
039352         MOVE 'Y' TO WS-ABANDON-SWITCH
039354         MOVE 'Y' TO WS-APR-EOF-SWITCH
039356         GO TO 2100-SUBMIT-HOLD-EXIT
039358     END-IF.
039360     ADD 1 TO WS-HOLDS-SUBMITTED.
039362     DISPLAY 'Submitted hold ' WS-HOLD-ID ' for '
039364         WS-HOLD-EMP-ID ' by ' WS-ENTRY-USERID.
039366 2100-SUBMIT-HOLD-EXIT.
039368     EXIT.
039400*=============================================================*
039500* 2900-REJECT-APPROVAL - A QUEUE ENTRY THAT CANNOT BE          *
039600*               ACTED ON; THE HOLD (IF ANY) STAYS OPEN         *
039700*=============================================================*
039800 2900-REJECT-APPROVAL.
039900     ADD 1 TO WS-APPROVALS-REJECTED.
040000     MOVE APQ-EMP-ID TO WS-HOLD-EMP-ID.
040100     PERFORM 7000-WRITE-EXCEPTION THRU 7000-WRITE-EXCEPTION-EXIT.
040200 2900-REJECT-APPROVAL-EXIT.
040300     EXIT.
040400*=============================================================*
040500* 3000-OPEN-HOLD-SWEEP - EVERY HOLD STILL OPEN AFTER TONIGHT'S *
040600*               APPROVALS, OLDEST FIRST                        *
040700*=============================================================*
040800 3000-OPEN-HOLD-SWEEP.
040900     MOVE 'N' TO WS-HOLD-EOF-SWITCH.
041000     EXEC SQL
041100         DECLARE HOLD-CURSOR CURSOR FOR
041200             SELECT HOLD_ID, EMP_ID, TRANS_CODE, HOLD_DATE,
041300                 SUBMIT_USER, NEW_AMOUNT
041400             FROM APPROVAL_HOLD
041500             WHERE HOLD_STATUS = 'H'
041600             ORDER BY HOLD_ID
041700     END-EXEC.
041800     EXEC SQL
041900         OPEN HOLD-CURSOR
042000     END-EXEC.
042100     IF SQLCODE NOT = 0
042200         DISPLAY 'Hold cursor open failed: ' SQLCODE
042300         MOVE 'HOLD-OPEN' TO WS-ERROR-CONTEXT
042400         PERFORM 8900-HANDLE-SQL-ERROR
042500             THRU 8900-HANDLE-SQL-ERROR-EXIT
042600         MOVE 'Y' TO WS-ABANDON-SWITCH
042700         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
042800         GO TO 3000-OPEN-HOLD-SWEEP-EXIT
042900     END-IF.
043000     MOVE 'Y' TO WS-CURSOR-SWITCH.
043100     PERFORM 8100-FETCH-HOLD THRU 8100-FETCH-HOLD-EXIT.
043200 3000-OPEN-HOLD-SWEEP-EXIT.
043300     EXIT.
043400*=============================================================*
043500* 3100-SWEEP-HOLD - EXPIRE ONE OPEN HOLD THAT HAS WAITED       *
043600*               LONGER THAN THE EXPIRY DAYS                    *
043700*=============================================================*
043800 3100-SWEEP-HOLD.
043900     MOVE WS-HOLD-DATE TO WS-DAYS-DATE.
044000     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
044100     COMPUTE WS-HOLD-DAYS = WS-RUN-DAY-NUMBER - WS-DAYS-NUMBER.
044200     IF WS-HOLD-DAYS NOT > WS-EXPIRE-DAYS
044300         ADD 1 TO WS-HOLDS-OPEN
044400         GO TO 3100-NEXT-HOLD
044500     END-IF.
044600     MOVE 'X' TO WS-NEW-STATUS.
044700     MOVE WS-USERID TO WS-ACTION-USER.
044800     PERFORM 4000-CLOSE-HOLD THRU 4000-CLOSE-HOLD-EXIT.
044900     IF WS-ABANDONED
045000         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
045100         GO TO 3100-SWEEP-HOLD-EXIT
045200     END-IF.
045300     ADD 1 TO WS-HOLDS-EXPIRED.
045400     MOVE SPACES TO WS-ENTRY-USERID.
045500     MOVE 'EXPIRED - NEVER APPROVED' TO WS-EXC-REASON.
045600     PERFORM 7000-WRITE-EXCEPTION THRU 7000-WRITE-EXCEPTION-EXIT.
045700 3100-NEXT-HOLD.
045800     PERFORM 8100-FETCH-HOLD THRU 8100-FETCH-HOLD-EXIT.
045900 3100-SWEEP-HOLD-EXIT.
046000     EXIT.
046100*=============================================================*
046200* 4000-CLOSE-HOLD - STAMP THE HOLD WITH ITS NEW STATUS, THE    *
046300*               RUN DATE AND WHO (OR WHAT) CLOSED IT. ONLY AN  *
046400*               OPEN HOLD CAN BE CLOSED                        *
046500*=============================================================*
046600 4000-CLOSE-HOLD.
046700     EXEC SQL
046800         UPDATE APPROVAL_HOLD
046900         SET HOLD_STATUS = :WS-NEW-STATUS,
047000             ACTION_DATE = :WS-RUN-DATE,
047100             ACTION_USER = :WS-ACTION-USER
047200         WHERE HOLD_ID = :WS-HOLD-ID
047300             AND HOLD_STATUS = 'H'
047400     END-EXEC.
047500     IF SQLCODE NOT = 0
047600         DISPLAY 'Hold update failed: ' SQLCODE
047700         MOVE 'HOLD-UPDATE' TO WS-ERROR-CONTEXT
047800         PERFORM 8900-HANDLE-SQL-ERROR
047900             THRU 8900-HANDLE-SQL-ERROR-EXIT
048000         MOVE 'Y' TO WS-ABANDON-SWITCH
048100         MOVE 'Y' TO WS-APR-EOF-SWITCH
048200     END-IF.
048300 4000-CLOSE-HOLD-EXIT.
048400     EXIT.
048500*=============================================================*
048600* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
048700*=============================================================*
048800 6000-WRITE-HEADINGS.
048900     ADD 1 TO WS-PAGE-COUNT.
049000     MOVE WS-PAGE-COUNT TO APR-HDG1-PAGE.
049100     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
049200         DELIMITED BY SIZE INTO APR-HDG1-DATE.
049300     WRITE RPT-LINE FROM APR-HEADING-1.
049400     MOVE SPACES TO RPT-LINE.
049500     WRITE RPT-LINE.
049600     WRITE RPT-LINE FROM APR-HEADING-2.
049700     MOVE 3 TO WS-LINE-COUNT.
049800 6000-WRITE-HEADINGS-EXIT.
049900     EXIT.
050000*=============================================================*
050100* 7000-WRITE-EXCEPTION - ONE LINE ON THE APREXC REPORT         *
050200*=============================================================*
050300 7000-WRITE-EXCEPTION.
050400     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
050500         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
050600     END-IF.
050700     MOVE WS-HOLD-ID          TO APR-DTL-HOLD-ID.
050800     MOVE WS-HOLD-EMP-ID      TO APR-DTL-EMP-ID.
050900     MOVE WS-HOLD-TRANS-CODE  TO APR-DTL-CODE.
051000     MOVE WS-HOLD-NEW-AMOUNT  TO APR-DTL-AMOUNT.
051100     MOVE WS-HOLD-SUBMIT-ID   TO APR-DTL-SUBMIT-ID.
051200     MOVE WS-ENTRY-USERID     TO APR-DTL-APPROVER-ID.
051300     MOVE WS-EXC-REASON       TO APR-DTL-REASON.
051400     WRITE RPT-LINE FROM APR-DETAIL-LINE.
051500     ADD 1 TO WS-LINE-COUNT.
051600 7000-WRITE-EXCEPTION-EXIT.
051700     EXIT.
051800*=============================================================*
051900* 8000-READ-APPROVAL - READ THE NEXT QUEUE ENTRY IN KEY ORDER  *
052000*=============================================================*
052100 8000-READ-APPROVAL.
052200     READ APPROVAL-FILE NEXT RECORD
052300         AT END
052400             MOVE 'Y' TO WS-APR-EOF-SWITCH
052500     END-READ.
053000 8000-READ-APPROVAL-EXIT.
053100     EXIT.
053200*=============================================================*
053300* 8100-FETCH-HOLD - FETCH THE NEXT OPEN HOLD                   *
053400*=============================================================*
053500 8100-FETCH-HOLD.
053600     EXEC SQL
053700         FETCH HOLD-CURSOR
053800         INTO :WS-HOLD-ID, :WS-HOLD-EMP-ID, :WS-HOLD-TRANS-CODE,
053900             :WS-HOLD-DATE, :WS-HOLD-SUBMIT-ID,
054000             :WS-HOLD-NEW-AMOUNT
054100     END-EXEC.
054200     IF SQLCODE = 100
054300         MOVE 'Y' TO WS-HOLD-EOF-SWITCH
054400     ELSE
054500         IF SQLCODE NOT = 0
054600             DISPLAY 'Hold fetch failed: ' SQLCODE
054700             MOVE 'HOLD-FETCH' TO WS-ERROR-CONTEXT
054800             PERFORM 8900-HANDLE-SQL-ERROR
054900                 THRU 8900-HANDLE-SQL-ERROR-EXIT
055000             MOVE 'Y' TO WS-ABANDON-SWITCH
055100             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
055200         ELSE
055300             MOVE WS-HOLD-EMP-ID TO WS-ERROR-KEY
055400         END-IF
055500     END-IF.
055600 8100-FETCH-HOLD-EXIT.
055700     EXIT.
055800*=============================================================*
055900* 9000-TERMINATE - COMMIT A CLEAN RUN (A FAILED ONE ROLLS BACK *
056000*               SO EVERY HOLD IS STILL OPEN FOR THE RERUN),    *
056100*               TRAILER, RUN-CONTROL END, CLOSE FILES          *
056200*=============================================================*
056300 9000-TERMINATE.
056400     IF WS-CURSOR-OPEN
056500         EXEC SQL
056600             CLOSE HOLD-CURSOR
056700         END-EXEC
056800     END-IF.
056900     IF RETURN-CODE >= 8
057000         EXEC SQL
057100             ROLLBACK
057200         END-EXEC
057300         DISPLAY 'Run failed - hold changes rolled back, '
057400             'discard APRREL.'
057500     ELSE
057600         EXEC SQL
057700             COMMIT
057800         END-EXEC
057900     END-IF.
057925     IF RETURN-CODE < 8 AND WS-QUEUE-OPEN
057950         PERFORM 9100-MARK-QUEUE THRU 9100-MARK-QUEUE-EXIT
057975     END-IF.
058000     MOVE SPACES TO RPT-LINE.
058100     WRITE RPT-LINE.
058200     MOVE 'APPROVAL QUEUE ENTRIES READ:' TO APR-SUM-LABEL.
058300     MOVE WS-APPROVALS-READ TO APR-SUM-COUNT.
058400     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
058425     MOVE 'HOLDS SUBMITTED ON EMPA:' TO APR-SUM-LABEL.
058450     MOVE WS-HOLDS-SUBMITTED TO APR-SUM-COUNT.
058475     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
058500     MOVE 'HOLDS RELEASED TO TONIGHT''S RUN:' TO APR-SUM-LABEL.
058600     MOVE WS-HOLDS-RELEASED TO APR-SUM-COUNT.
058700     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
058800     MOVE 'HOLDS DECLINED:' TO APR-SUM-LABEL.
058900     MOVE WS-HOLDS-DECLINED TO APR-SUM-COUNT.
059000     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
059100     MOVE 'QUEUE ENTRIES NOT ACTED ON:' TO APR-SUM-LABEL.
059200     MOVE WS-APPROVALS-REJECTED TO APR-SUM-COUNT.
059300     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
059400     MOVE 'HOLDS EXPIRED:' TO APR-SUM-LABEL.
059500     MOVE WS-HOLDS-EXPIRED TO APR-SUM-COUNT.
059600     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
059700     MOVE 'HOLDS STILL AWAITING APPROVAL:' TO APR-SUM-LABEL.
059800     MOVE WS-HOLDS-OPEN TO APR-SUM-COUNT.
059900     WRITE RPT-LINE FROM APR-SUMMARY-LINE.
060000     IF WS-HOLDS-DECLINED > ZERO OR WS-APPROVALS-REJECTED > ZERO
060100             OR WS-HOLDS-EXPIRED > ZERO
060200         IF RETURN-CODE < 4
060300             MOVE 4 TO RETURN-CODE
060400         END-IF
060500     END-IF.
060600     MOVE WS-APPROVALS-READ TO RUN-RECORDS-IN.
060700     MOVE WS-HOLDS-RELEASED TO RUN-RECORDS-OUT.
060800     COMPUTE RUN-RECORDS-REJECT =
060900         WS-HOLDS-DECLINED + WS-APPROVALS-REJECTED
061000         + WS-HOLDS-EXPIRED.
061100     PERFORM 8810-RECORD-RUN-END
061200         THRU 8810-RECORD-RUN-END-EXIT.
061300     IF WS-QUEUE-OPEN
061400         CLOSE APPROVAL-FILE
061500     END-IF.
061600     CLOSE RELEASE-FILE.
061700     CLOSE EXCEPTION-REPORT.
061800     CLOSE ERROR-LOG.
061900     DISPLAY 'Queue entries read:    ' WS-APPROVALS-READ.
061950     DISPLAY 'Holds submitted:       ' WS-HOLDS-SUBMITTED.
062000     DISPLAY 'Holds released:        ' WS-HOLDS-RELEASED.
062100     DISPLAY 'Holds declined:        ' WS-HOLDS-DECLINED.
062200     DISPLAY 'Approvals not acted on:' WS-APPROVALS-REJECTED.
062300     DISPLAY 'Holds expired:         ' WS-HOLDS-EXPIRED.
062400     DISPLAY 'Holds still open:      ' WS-HOLDS-OPEN.
062500 9000-TERMINATE-EXIT.
062600     EXIT.
062601*=============================================================*
062602* 9100-MARK-QUEUE - ONCE TONIGHT'S HOLD CHANGES ARE COMMITTED, *
062603*               MARK EVERY NEW QUEUE ENTRY PROCESSED SO IT IS  *
062604*               NOT APPLIED AGAIN. A FAILED RUN LEAVES THEM    *
062605*               ALL NEW FOR THE RERUN                          *
062606*=============================================================*
062607 9100-MARK-QUEUE.
062608     CLOSE APPROVAL-FILE.
062609     MOVE 'N' TO WS-QUEUE-SWITCH.
062610     MOVE 'N' TO WS-APR-EOF-SWITCH.
062611     OPEN I-O APPROVAL-FILE.
062612     IF WS-APR-FILE-STATUS NOT = '00'
062613         DISPLAY 'EMPAPRQ reopen failed, status '
062614             WS-APR-FILE-STATUS ' - entries left unmarked.'
062615         IF RETURN-CODE < 4
062616             MOVE 4 TO RETURN-CODE
062617         END-IF
062618         GO TO 9100-MARK-QUEUE-EXIT
062619     END-IF.
062620     MOVE 'Y' TO WS-QUEUE-SWITCH.
062621     PERFORM 8000-READ-APPROVAL THRU 8000-READ-APPROVAL-EXIT.
062622     PERFORM 9110-MARK-ENTRY THRU 9110-MARK-ENTRY-EXIT
062623         UNTIL WS-APR-EOF.
062624 9100-MARK-QUEUE-EXIT.
062625     EXIT.
062626*=============================================================*
062627* 9110-MARK-ENTRY - STAMP ONE NEW ENTRY PROCESSED              *
062628*=============================================================*
062629 9110-MARK-ENTRY.
062630     IF NOT APQ-NEW
062631         GO TO 9110-NEXT-ENTRY
062632     END-IF.
062633     MOVE 'P' TO APQ-STATUS.
062634     MOVE WS-RUN-DATE TO APQ-PROC-DATE.
062635     REWRITE APQ-RECORD.
062636*    AN ENTRY LEFT NEW GOES THROUGH THE SAME CHECKS AGAIN ON THE
062637*    NEXT RUN; ONE ALREADY ACTED ON IS THEN ONLY REJECTED, ITS
062638*    HOLD HAVING MOVED ON.
062639     IF WS-APR-FILE-STATUS NOT = '00'
062640         DISPLAY 'EMPAPRQ rewrite failed, status '
062641             WS-APR-FILE-STATUS ' at ' APQ-EMP-ID
062642             ' - rest left unmarked.'
062643         IF RETURN-CODE < 4
062644             MOVE 4 TO RETURN-CODE
062645         END-IF
062646         MOVE 'Y' TO WS-APR-EOF-SWITCH
062647         GO TO 9110-MARK-ENTRY-EXIT
062648     END-IF.
062649 9110-NEXT-ENTRY.
062650     PERFORM 8000-READ-APPROVAL THRU 8000-READ-APPROVAL-EXIT.
062651 9110-MARK-ENTRY-EXIT.
062652     EXIT.
062700*=============================================================*
062800* 8600-DATE-TO-DAYS - SHARED DATE-TO-DAY-NUMBER ARITHMETIC,   *
062900*               COPIED IN                                     *
063000*=============================================================*
063100     COPY DAYSHDL.
063200*=============================================================*
063300* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
063400*               CONTROL RECORDING, COPIED IN                   *
063500*=============================================================*
063600     COPY RUNHDL.
063700*=============================================================*
063800* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
063900*=============================================================*
064000     COPY ERRHDL.
