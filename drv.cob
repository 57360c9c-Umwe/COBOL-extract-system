002480*               REFERENCE-CACHE LOAD). AN UNAUTHORIZED OVERRIDE   *
002481*               TRANSACTION REJECTS TO DRVREJ; AN ACCEPTED ONE    *
002482*               RECORDS THE AUTHORIZER ON THE RUN_CONTROL ROW.    *
002484*   10/15/2026  RH  PTO LEDGER (SHARED PTOWS/PTOHDL). NEW CODE   *
002486*               'A' - TIME TAKEN: HOURS RIDE IN THE SALARY FIELD *
002487*               (SAME PRECEDENT AS 'O'), THE DATE TAKEN IN THE   *
002489*               PAY-DATE FIELD. IT POSTS A NEGATIVE 'T' ROW TO   *
002491*               PTO_LEDGER AND IS REJECTED WHEN THE BALANCE      *
002493*               WOULD GO NEGATIVE. A 'D' NOW PAYS OUT THE        *
002494*               REMAINING BALANCE TO EMP_PAYMENT AS PAY TYPE     *
002496*               'PT', SAME AS DeleteRecord. BOTH GET TRAILER     *
002498*               COUNTS ON DRVSUM.                                *
002500*   10/15/2026  RH  INSERTS ('I') AND REHIRES ('R') ARE NOW HELD *
002501*               TO THE POSITION TABLE (SHARED POSWS/POSHDL). ONE *
002503*               THAT WOULD TAKE A DEPARTMENT/GRADE OVER ITS      *
002505*               AUTHORIZED HEADCOUNT REJECTS TO DRVREJ AS        *
002507*               'POSN-FAIL' UNLESS THE OVERRIDE BYTE CARRIES 'P' *
002508*               (POSITION) OR 'B' (BAND AND POSITION) AND THE    *
002510*               SUBMITTER HOLDS SECPARM LEVEL 2 FOR 'POSNOVRD'.  *
002512*   10/15/2026  RH  TWO-PERSON APPROVAL HOLD. AN UPDATE ('U')    *
002514*               WHOSE SALARY CHANGE EXCEEDS THE DRVCTL PERCENT   *
002515*               OR AMOUNT THRESHOLD, OR A ONE-TIME PAYMENT ('O') *
002517*               OVER THE PAYMENT THRESHOLD, IS NO LONGER APPLIED *
002519*               - IT IS WRITTEN TO THE NEW APPROVAL_HOLD TABLE   *
002521*               UNDER THE SUBMITTER'S USERID (SECPARM FUNCTION   *
002523*               'DRVSUBMT') AND SHOWS 'HELD' ON DRVSUM. ONLY A   *
002524*               RECORD ApprovalRelease HAS RELEASED (RELEASE     *
002526*               FLAG 'A' IN THE FORMER FILLER) SKIPS THE TEST.   *
002528*               DEFAULTS 15 PERCENT, 10,000.00 AND 5,000.00; A   *
002530*               ZERO ON THE CARD TURNS THAT TEST OFF.            *
002531*   10/15/2026  RH  BUSINESS CALENDAR (SHARED DAYSWS/DAYSHDL,    *
002532*               LOADED ONCE BY CALHDL). A ONE-TIME PAYMENT ('O') *
002533*               WHOSE PAY DATE IS NOT AN ACTIVE PAY DATE ON      *
002534*               BUSINESS_CALENDAR NOW REJECTS; AN UNDATED ONE    *
002535*               STILL POSTS ON THE RUN DATE, AND WITH NO PAY     *
002536*               DATES ON THE TABLE THE EDIT IS NOT YET IN FORCE. *
002537*               AN UPDATE CARRYING PAY TYPE 'WD' HAS ITS RETRO   *
002538*               COUNTED IN WORKING DAYS (WEEKENDS AND HOLIDAYS   *
002539*               OUT) OVER A 260-DAY YEAR INSTEAD OF CALENDAR     *
002540*               DAYS OVER 365; DRVRETR SHOWS THE BASIS. A FAILED *
002541*               CALENDAR LOAD ENDS RC 8 AND REJECTS EVERY DATED  *
002542*               PAYMENT.                                         *
002543*   10/15/2026  RH  FIXED-TERM CONTRACTS. AN INSERT OR REHIRE    *
002544*               CARRIES THE EMPLOYMENT TYPE (P/C/S) IN THE FIRST *
002545*               PAY-TYPE BYTE AND THE CONTRACT END DATE IN THE   *
002546*               PAY DATE, EDITED BY THE SHARED EDTVAL AND        *
002547*               STORED AS EMPL_TYPE/CONTRACT_END. AN UPDATE WITH *
002548*               A PAY DATE EXTENDS A CONTRACT OR SEASONAL        *
002549*               EMPLOYEE'S END DATE; ON ANYONE ELSE IT REJECTS.  *
002550*               A 'D' WITH PAY TYPE 'CE' (WRITTEN BY             *
002551*               ContractExpiry) TERMINATES AS OF THE CONTRACT    *
002552*               END, AND IS SKIPPED AS 'CTR-EXTND' WHEN THE      *
002553*               CONTRACT HAS SINCE BEEN EXTENDED OR THE EMPLOYEE *
002554*               IS ALREADY GONE.                                 *
002555*   10/15/2026  RH  PARALLEL STREAMS. DriverSplit NOW CUTS DRVDUE*
002556*               INTO EMP-ID RANGE STREAMS, EACH FILE OPENING     *
002557*               WITH AN 'S' HEADER RECORD. A HEADER PUTS THIS    *
002558*               RUN IN STREAM MODE: IT LOGS AS DRV1-DRV8 OR DRVX *
002559*               (DRVT1.. IN TRIAL) WITH ITS OWN CHECKPOINT, ANY  *
002560*               TRANSACTION OUTSIDE THE HEADER'S KEY RANGE       *
002561*               REJECTS 'NOT IN STREAM RANGE', HOLD IDS STEP BY  *
002562*               9 ON THE STREAM'S OWN RESIDUE SO STREAMS NEVER   *
002563*               ISSUE THE SAME ONE, RECORDS-IN COUNTS RESTART-   *
002564*               SKIPPED RECORDS SO THE STREAMS TIE BACK TO THE   *
002565*               SPLIT, AND THE HEADER COUNT IS BALANCED AT END   *
002566*               (RC 8 IF SHORT). A FILE WITH NO HEADER RUNS      *
002567*               SERIALLY AS BEFORE.                              *
002568*   10/15/2026  RH  A NEW APPROVAL HOLD IS WRITTEN WITH          *
002569*               SUBMIT_USER BLANK. THE SECPARM 'DRVSUBMT' ID WAS *
002570*               ONE NAME FOR EVERY HOLD, NOT THE PERSON WHO      *
002571*               KEYED THE TRANSACTION; THE KEYER NOW CLAIMS THE  *
002572*               HOLD ON EMPA AND ApprovalRelease RECORDS THEIR   *
002573*               SIGNED-ON USERID. THE CHECKPOINT'S COMMITTED     *
002574*               COUNT NOW ALSO INCLUDES PTO-TAKEN AND HELD       *
002575*               TRANSACTIONS.                                    *
002576*-------------------------------------------------------------*
002598 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DRIVER-TRANS-FILE ASSIGN TO DRVTRAN
004560         88  DRV-IS-LEAVE          VALUE 'L'.
004570         88  DRV-IS-RETURN         VALUE 'V'.
004580         88  DRV-IS-PAYMENT        VALUE 'O'.
004590         88  DRV-IS-PTO-TAKEN      VALUE 'A'.
004600     05  DRV-EMP-ID           PIC X(05).
004700     05  DRV-EMP-NAME         PIC X(20).
004800     05  DRV-EMP-DEPT-ID      PIC X(04).
005120     05  DRV-EMP-GRADE        PIC X(02).
005130     05  DRV-BAND-OVERRIDE    PIC X(01).
005140     05  DRV-PAY-TYPE         PIC X(02).
005145         88  DRV-RETRO-WORKING-DAYS VALUE 'WD'.
005146         88  DRV-CONTRACT-END-TERM  VALUE 'CE'.
005147     05  DRV-CONTRACT-TYPE    REDEFINES DRV-PAY-TYPE.
005148         10  DRV-EMPL-TYPE    PIC X(01).
005149         10  FILLER           PIC X(01).
005150     05  DRV-PAY-DATE         PIC 9(08).
005160     05  DRV-PAY-DATE-X       REDEFINES DRV-PAY-DATE
005170                              PIC X(08).
005172     05  DRV-CONTRACT-END-X   REDEFINES DRV-PAY-DATE
005173                              PIC X(08).
005175     05  DRV-RELEASE-FLAG     PIC X(01).
005177         88  DRV-APPROVED-RELEASE  VALUE 'A'.
005178     05  FILLER               PIC X(06).
005180*    FIRST RECORD OF A DriverSplit STREAM FILE - NOT A
005182*    TRANSACTION.
005183 01  DRV-STREAM-HEADER.
005185     05  DSH-TRANS-CODE       PIC X(01).
005187         88  DSH-IS-STREAM-HEADER  VALUE 'S'.
005189     05  DSH-STREAM-ID        PIC X(01).
005190         88  DSH-VALID-STREAM      VALUE '1' THRU '8' 'X'.
005192     05  DSH-LOW-KEY          PIC X(05).
005194     05  DSH-HIGH-KEY         PIC X(05).
005195     05  DSH-TRANS-COUNT      PIC 9(07).
005197     05  DSH-STREAM-COUNT     PIC 9(01).
005199     05  DSH-SPLIT-DATE       PIC 9(08).
005200     05  FILLER               PIC X(52).
005202
005203 FD  MODE-CONTROL-FILE
005204     RECORDING MODE IS F.
005205 01  MCT-RECORD.
005206     05  MCT-RUN-MODE         PIC X(01).
005208     05  MCT-HOLD-PCT         PIC 9(03).
005211     05  MCT-HOLD-AMOUNT      PIC 9(07)V99.
005213     05  MCT-HOLD-PAYMENT     PIC 9(07)V99.
005215     05  FILLER               PIC X(58).
005218
005220 FD  REJECT-FILE
005230     RECORDING MODE IS F.
005240 01  REJ-RECORD.
005350     05  RET-RETRO-DAYS       PIC 9(05).
005352     05  RET-RETRO-SIGN       PIC X(01).
005354     05  RET-RETRO-AMOUNT     PIC 9(07)V99.
005355     05  RET-RETRO-BASIS      PIC X(01).
005356     05  FILLER               PIC X(20).
005360
005400 FD  SUMMARY-REPORT
005500     RECORDING MODE IS F.
008070     05  WS-RETRO-DAYS        PIC S9(05) COMP VALUE ZERO.
008080     05  WS-EFF-DAY-NUMBER    PIC S9(09) COMP VALUE ZERO.
008090     05  WS-RETRO-AMOUNT      PIC S9(07)V99 COMP-3 VALUE ZERO.
008091     05  WS-RETRO-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
008092     05  WS-RETRO-YEAR-DAYS   PIC 9(03) COMP VALUE 365.
008093     05  WS-RETRO-BASIS       PIC X(01) VALUE 'C'.
008094
008095 01  WS-PAYMENT-FIELDS.
008096     05  WS-PAY-AMOUNT        PIC 9(07)V99 COMP-3 VALUE ZERO.
008098     05  WS-PAY-DATE          PIC 9(08) VALUE ZERO.
008099     05  WS-PAY-POSTED-DATE   PIC 9(08) VALUE ZERO.
008100     05  WS-PAY-POSTED-TIME   PIC 9(08) VALUE ZERO.
008103
008106*    DUAL CONTROL. A ZERO THRESHOLD TURNS THAT TEST OFF; THE
008108*    DRVCTL CARD OVERRIDES THESE DEFAULTS FIELD BY FIELD.
008111 01  WS-HOLD-FIELDS.
008114     05  WS-HOLD-PCT          PIC 9(03) VALUE 15.
008117     05  WS-HOLD-AMOUNT       PIC 9(07)V99 VALUE 10000.00.
008119     05  WS-HOLD-PAYMENT      PIC 9(07)V99 VALUE 5000.00.
008122     05  WS-HOLD-SWITCH       PIC X(01) VALUE 'N'.
008125         88  WS-HOLD-REQUIRED      VALUE 'Y'.
008128         88  WS-HOLD-CHECK-FAILED  VALUE 'E'.
008131     05  WS-HOLD-REASON       PIC X(01).
008133     05  WS-HOLD-TRANS-CODE   PIC X(01).
008136     05  WS-HOLD-CUR-SALARY   PIC 9(07)V99 COMP-3 VALUE ZERO.
008139     05  WS-HOLD-CHANGE       PIC S9(07)V99 COMP-3 VALUE ZERO.
008142     05  WS-HOLD-CHANGE-PCT   PIC 9(05)V99 COMP-3 VALUE ZERO.
008144     05  WS-HOLD-NEW-AMOUNT   PIC 9(07)V99 COMP-3 VALUE ZERO.
008147     05  WS-HOLD-ID           PIC S9(09) COMP VALUE ZERO.
008150     05  WS-HOLD-IMAGE        PIC X(80).
008153     05  WS-HOLD-DATE         PIC 9(08) VALUE ZERO.
008156     05  WS-HOLD-TIME         PIC 9(08) VALUE ZERO.
008167
008169*    FIXED-TERM CONTRACTS. AN UPDATE CARRYING A PAY DATE MOVES
008172*    THE CONTRACT END; A GENERATED END-OF-CONTRACT TERMINATION
008175*    IS SKIPPED WHEN THE CONTRACT NO LONGER ENDS ON ITS DATE.
008178 01  WS-CONTRACT-FIELDS.
008181     05  WS-CONTRACT-SWITCH   PIC X(01) VALUE 'N'.
008183         88  WS-CONTRACT-EXTENDING VALUE 'Y'.
008186         88  WS-CONTRACT-CHECK-FAILED VALUE 'E'.
008189     05  WS-CONTRACT-CUR-TYPE PIC X(01).
008192     05  WS-CONTRACT-CUR-END  PIC 9(08) VALUE ZERO.
008194     05  WS-TERMS-SUPERSEDED  PIC 9(07) COMP VALUE ZERO.
008197
008200 01  WS-SWITCHES.
008300     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
008400         88  WS-EOF                VALUE 'Y'.
008630     05  WS-BAND-SWITCH       PIC X(01) VALUE 'N'.
008640         88  WS-BAND-OK            VALUE 'Y'.
008650     05  WS-BAND-OVERRIDE     PIC X(01) VALUE 'N'.
008660         88  WS-BAND-OVERRIDDEN    VALUE 'Y' 'B'.
008700
008800 01  WS-COUNTERS.
008900     05  WS-TRANS-READ        PIC 9(07) COMP VALUE ZERO.
009270     05  WS-TRANS-RETURNED    PIC 9(07) COMP VALUE ZERO.
009280     05  WS-RETROS-WRITTEN    PIC 9(07) COMP VALUE ZERO.
009290     05  WS-TRANS-PAYMENTS    PIC 9(07) COMP VALUE ZERO.
009292     05  WS-TRANS-PTO-TAKEN   PIC 9(07) COMP VALUE ZERO.
009294     05  WS-PTO-PAYOUTS       PIC 9(07) COMP VALUE ZERO.
009296     05  WS-TRANS-HELD        PIC 9(07) COMP VALUE ZERO.
009300     05  WS-TRANS-FAILED      PIC 9(07) COMP VALUE ZERO.
009310     05  WS-ORPHANS-LISTED    PIC 9(07) COMP VALUE ZERO.
009320     05  WS-ORPHANS-REASSIGNED
011858     05  FILLER          PIC X(01) VALUE SPACE.
011860     05  FILLER          PIC X(09) VALUE 'RETURNED:'.
011862     05  TRL-RETURNED    PIC ZZZ,ZZ9.
011863     05  FILLER          PIC X(01) VALUE SPACE.
011864     05  FILLER          PIC X(04) VALUE 'PTO:'.
011865     05  TRL-PTO-TAKEN   PIC ZZZ,ZZ9.
011866     05  FILLER          PIC X(01) VALUE SPACE.
011867     05  FILLER          PIC X(09) VALUE 'PTO PAID:'.
011868     05  TRL-PTO-PAID    PIC ZZZ,ZZ9.
011869
011870 01  WS-SUMMARY-TRAILER-3.
011871     05  FILLER          PIC X(01) VALUE SPACE.
011872     05  FILLER          PIC X(11) VALUE 'RETRO ADJS:'.
011873     05  TRL-RETROS      PIC ZZZ,ZZ9.
011874     05  FILLER          PIC X(01) VALUE SPACE.
011876     05  FILLER          PIC X(12) VALUE 'RETRO TOTAL:'.
011878     05  TRL-RETRO-TOTAL PIC ----,---,--9.99.
011880     05  FILLER          PIC X(01) VALUE SPACE.
011882     05  FILLER          PIC X(09) VALUE 'PAYMENTS:'.
011884     05  TRL-PAYMENTS    PIC ZZZ,ZZ9.
011886     05  FILLER          PIC X(01) VALUE SPACE.
011888     05  FILLER          PIC X(05) VALUE 'HELD:'.
011889     05  TRL-HELD        PIC ZZZ,ZZ9.
011900
011890 01  WS-CTL-FILE-STATUS       PIC X(02).
011892 01  WS-CTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
013200     05  WS-COMMIT-INTERVAL   PIC 9(05) COMP VALUE 100.
013300     05  WS-COMMIT-COUNTER    PIC 9(05) COMP VALUE ZERO.
013400
013404 01  WS-STREAM-CONTROL.
013408     05  WS-STREAM-SWITCH     PIC X(01) VALUE 'N'.
013412         88  DRV-STREAM-MODE       VALUE 'Y'.
013416     05  WS-STREAM-ID         PIC X(01) VALUE SPACE.
013420     05  WS-STREAM-NUM        REDEFINES WS-STREAM-ID
013424                              PIC 9(01).
013428     05  WS-STREAM-LOW-KEY    PIC X(05) VALUE SPACES.
013432     05  WS-STREAM-HIGH-KEY   PIC X(05) VALUE SPACES.
013436     05  WS-STREAM-EXPECTED   PIC 9(07) COMP VALUE ZERO.
013440     05  WS-TRANS-SKIPPED     PIC 9(07) COMP VALUE ZERO.
013444     05  WS-HOLD-STEP         PIC S9(09) COMP VALUE 1.
013448     05  WS-HOLD-RESIDUE      PIC S9(09) COMP VALUE ZERO.
013452     05  WS-HOLD-BASE         PIC S9(09) COMP VALUE ZERO.
013456
013460*    THE FIRST TRANSACTION, READ WHILE LOOKING FOR A STREAM
013464*    HEADER, WAITS HERE FOR 8000-READ-TRANSACTION.
013468 01  WS-FIRST-READ-SWITCH     PIC X(01) VALUE 'N'.
013472     88  WS-FIRST-RECORD-HELD      VALUE 'Y'.
013476     88  WS-FIRST-READ-EOF         VALUE 'E'.
013480 01  WS-FIRST-RECORD          PIC X(80).
013484
013500     COPY ERRWS.
013520
013540     COPY EDTWS.
013589
013590     COPY RSTWS.
013591
013592     COPY PTOWS.
013594
013595     COPY POSWS.
013596
013598 01  WS-AUDIT-FETCH-SWITCH    PIC X(01) VALUE 'N'.
013599     88  WS-AUDIT-FETCH-OK         VALUE 'Y'.
013600
013700 PROCEDURE DIVISION.
013800*=============================================================*
015100*=============================================================*
015200 1000-INITIALIZE.
015300     OPEN INPUT DRIVER-TRANS-FILE.
015316     PERFORM 1250-READ-STREAM-HEADER
015332         THRU 1250-READ-STREAM-HEADER-EXIT.
015350     OPEN OUTPUT REJECT-FILE.
015360     OPEN OUTPUT ORPHAN-REPORT.
015370     OPEN OUTPUT RETRO-FILE.
016600             THRU 8900-HANDLE-SQL-ERROR-EXIT
016700         MOVE 'Y' TO WS-EOF-SWITCH
016800     END-IF.
016801     IF NOT WS-EOF
016803*        A TRIAL LOGS UNDER ITS OWN PROGRAM ID SO ITS CLEAN
016804*        'E' ROW CAN NEVER HIDE AN ABENDED APPLY RUN'S 'R'
016805*        ROW FROM THE NIGHT RERUN'S 1450 RESTART CHECK.
016807*        A STREAM LOGS UNDER ITS OWN ID SO EACH HAS ITS OWN
016808*        RESTART CHECK AND PipelineBalance CAN TIE THEM OUT.
016809         IF DRV-STREAM-MODE
016810             MOVE SPACES TO RUN-PROGRAM-ID
016812             IF DRV-TRIAL-MODE
016813                 STRING 'DRVT' WS-STREAM-ID DELIMITED BY SIZE
016814                     INTO RUN-PROGRAM-ID
016816             ELSE
016817                 STRING 'DRV' WS-STREAM-ID DELIMITED BY SIZE
016818                     INTO RUN-PROGRAM-ID
016820             END-IF
016821         ELSE
016822             IF DRV-TRIAL-MODE
016823                 MOVE 'DRVTRIAL' TO RUN-PROGRAM-ID
016825             ELSE
016826                 MOVE 'DRV' TO RUN-PROGRAM-ID
016827             END-IF
016829         END-IF
016830         MOVE 'Y' TO RUN-LOG-SWITCH
016832*        A TRIAL NEVER RESTARTS AND NEVER SKIPS - IT MUST
016833*        VALIDATE THE WHOLE CERTIFICATION FILE EVERY TIME.
016890     IF NOT WS-EOF
016892         PERFORM 1900-LOAD-REF-TABLES
016894             THRU 1900-LOAD-REF-TABLES-EXIT
016902         PERFORM 1950-LOAD-POSITIONS
016909             THRU 1950-LOAD-POSITIONS-EXIT
016917         PERFORM 1970-LOAD-CALENDAR
016924             THRU 1970-LOAD-CALENDAR-EXIT
016932         IF WS-DAYS-CAL-FAILED
016939             DISPLAY 'Business calendar not loaded - dated '
016947                 'payments will reject.'
016955             MOVE 8 TO RETURN-CODE
016962         END-IF
016970         PERFORM 1300-PREPARE-HOLD
016977             THRU 1300-PREPARE-HOLD-EXIT
016985     END-IF.
016992     PERFORM 1500-ESTABLISH-RESTART
017000         THRU 1500-ESTABLISH-RESTART-EXIT.
017100     PERFORM 8000-READ-TRANSACTION THRU 8000-READ-TRANS-EXIT.
017200 1000-INITIALIZE-EXIT.
017370     END-IF.
017372     READ MODE-CONTROL-FILE
017374         AT END
017375             MOVE 'Y' TO WS-CTL-EOF-SWITCH
017376     END-READ.
017377     IF NOT WS-CTL-EOF
017378         IF MCT-RUN-MODE = 'T'
017379             MOVE 'T' TO WS-RUN-MODE
017380             DISPLAY 'Trial mode - every edit and validation'
017381                 ' runs, EMPLOYEE is not touched.'
017382         ELSE
017383             DISPLAY 'Apply mode.'
017384         END-IF
017385         IF MCT-HOLD-PCT NUMERIC
017386             MOVE MCT-HOLD-PCT TO WS-HOLD-PCT
017387         END-IF
017388         IF MCT-HOLD-AMOUNT NUMERIC
017389             MOVE MCT-HOLD-AMOUNT TO WS-HOLD-AMOUNT
017390         END-IF
017391         IF MCT-HOLD-PAYMENT NUMERIC
017392             MOVE MCT-HOLD-PAYMENT TO WS-HOLD-PAYMENT
017393         END-IF
017394     END-IF.
017395     DISPLAY 'Approval hold thresholds - pct: ' WS-HOLD-PCT
017396         ' amount: ' WS-HOLD-AMOUNT ' payment: ' WS-HOLD-PAYMENT.
017397     CLOSE MODE-CONTROL-FILE.
017398 1200-READ-RUN-MODE-EXIT.
017399     EXIT.
017400*=============================================================*
017402* 1250-READ-STREAM-HEADER - A DriverSplit STREAM FILE OPENS   *
017403*               WITH AN 'S' RECORD NAMING THE STREAM, ITS KEY *
017404*               RANGE AND RECORD COUNT. ANY OTHER FIRST       *
017405*               RECORD IS A TRANSACTION AND IS HELD FOR THE   *
017406*               PRIMING READ - THE FILE RUNS SERIALLY         *
017408*=============================================================*
017409 1250-READ-STREAM-HEADER.
017410     READ DRIVER-TRANS-FILE
017411         AT END
017413             MOVE 'E' TO WS-FIRST-READ-SWITCH
017414     END-READ.
017415     IF WS-FIRST-READ-EOF
017416         GO TO 1250-READ-STREAM-HEADER-EXIT
017417     END-IF.
017419     IF NOT DSH-IS-STREAM-HEADER
017420         MOVE DRV-RECORD TO WS-FIRST-RECORD
017421         MOVE 'Y' TO WS-FIRST-READ-SWITCH
017422         GO TO 1250-READ-STREAM-HEADER-EXIT
017423     END-IF.
017425     IF NOT DSH-VALID-STREAM OR DSH-TRANS-COUNT NOT NUMERIC
017426         DISPLAY 'Stream header not valid - run abandoned.'
017427         MOVE 8 TO RETURN-CODE
017428         MOVE 'Y' TO WS-EOF-SWITCH
017430         MOVE 'E' TO WS-FIRST-READ-SWITCH
017431         GO TO 1250-READ-STREAM-HEADER-EXIT
017432     END-IF.
017433     MOVE 'Y'             TO WS-STREAM-SWITCH.
017434     MOVE DSH-STREAM-ID   TO WS-STREAM-ID.
017436     MOVE DSH-LOW-KEY     TO WS-STREAM-LOW-KEY.
017437     MOVE DSH-HIGH-KEY    TO WS-STREAM-HIGH-KEY.
017438     MOVE DSH-TRANS-COUNT TO WS-STREAM-EXPECTED.
017439     DISPLAY 'Driver stream ' WS-STREAM-ID ' - keys '
017440         WS-STREAM-LOW-KEY ' to ' WS-STREAM-HIGH-KEY ', '
017442         WS-STREAM-EXPECTED ' records.'.
017443 1250-READ-STREAM-HEADER-EXIT.
017444     EXIT.
017445*=============================================================*
017447* 1300-PREPARE-HOLD - THE LAST HOLD ID ISSUED. THE SUBMITTER   *
017448*               STAYS BLANK ON THE HOLD UNTIL THE KEYER CLAIMS *
017449*               IT ON EMPA                                     *
017450*=============================================================*
017451 1300-PREPARE-HOLD.
017459     EXEC SQL
017460         SELECT COALESCE(MAX(HOLD_ID), 0)
017461         INTO :WS-HOLD-ID
017462         FROM APPROVAL_HOLD
017464     END-EXEC.
017465     IF SQLCODE NOT = 0
017466         DISPLAY 'Approval hold id read failed: ' SQLCODE
017467         MOVE 'HOLD-ID' TO WS-ERROR-CONTEXT
017468         PERFORM 8900-HANDLE-SQL-ERROR
017470             THRU 8900-HANDLE-SQL-ERROR-EXIT
017471         MOVE 'Y' TO WS-EOF-SWITCH
017472         GO TO 1300-PREPARE-HOLD-EXIT
017473     END-IF.
017474*    STREAMS RUN AT THE SAME TIME AGAINST ONE APPROVAL_HOLD, SO
017476*    EACH ISSUES ONLY IDS WHOSE REMAINDER BY 9 IS ITS STREAM
017477*    NUMBER (X IS 0), STARTING ABOVE THE HIGHEST ID ON FILE.
017478     IF DRV-STREAM-MODE
017479         MOVE 9 TO WS-HOLD-STEP
017481         IF WS-STREAM-ID NUMERIC
017482             MOVE WS-STREAM-NUM TO WS-HOLD-RESIDUE
017483         ELSE
017484             MOVE ZERO TO WS-HOLD-RESIDUE
017485         END-IF
017487         DIVIDE WS-HOLD-ID BY WS-HOLD-STEP GIVING WS-HOLD-BASE
017488         COMPUTE WS-HOLD-BASE =
017489             WS-HOLD-BASE * WS-HOLD-STEP + WS-HOLD-RESIDUE
017490         IF WS-HOLD-BASE > WS-HOLD-ID
017491             SUBTRACT WS-HOLD-STEP FROM WS-HOLD-BASE
017493         END-IF
017494         MOVE WS-HOLD-BASE TO WS-HOLD-ID
017495     END-IF.
017496 1300-PREPARE-HOLD-EXIT.
017498     EXIT.
017499*=============================================================*
017500* 1500-ESTABLISH-RESTART - IF A CHECKPOINT FILE SURVIVES FROM  *
017600*               A PRIOR RUN, REMEMBER ITS LAST COMMITTED KEY   *
017700*               SO 8000-READ-TRANSACTION SKIPS PAST IT, THEN   *
020900*               CACHE, COPIED IN                               *
020950*=============================================================*
021000     COPY REFHDL.
021001*=============================================================*
021002* 1890-CHECK-POSITION / 1950-LOAD-POSITIONS - SHARED POSITION  *
021003*               CONTROL, COPIED IN                             *
021004*=============================================================*
021005     COPY POSHDL.
022210*=============================================================*
022220* 1860-CHECK-MANAGER - A NON-BLANK MGR-ID MUST MATCH AN ACTIVE*
022230*               EMPLOYEE ROW BEFORE AN INSERT OR UPDATE, SAME  *
022600*               ROLL THE COMMIT COUNTER                       *
022700*=============================================================*
022800 2000-PROCESS-TRANSACTION.
022801     IF DRV-STREAM-MODE
022802         IF DRV-EMP-ID < WS-STREAM-LOW-KEY
022804                 OR DRV-EMP-ID > WS-STREAM-HIGH-KEY
022805             ADD 1 TO WS-TRANS-FAILED
022806             MOVE 'RANGE-FAIL' TO SUM-RESULT
022808             MOVE ZERO TO SQLCODE
022809             MOVE 'NOT IN STREAM RANGE' TO REJ-REASON
022810             PERFORM 7000-WRITE-REJECT
022811                 THRU 7000-WRITE-REJECT-EXIT
022812             PERFORM 7500-WRITE-SUMMARY
022814                 THRU 7500-WRITE-SUMMARY-EXIT
022815             GO TO 2050-COMMIT-CHECK
022816         END-IF
022818     END-IF.
022819     IF DRV-IS-INSERT OR DRV-IS-UPDATE OR DRV-IS-REHIRE
022820         IF DRV-IS-INSERT OR DRV-IS-REHIRE
022830             MOVE 'Y' TO WS-EDIT-CK-DATE
022840         ELSE
022865             MOVE 'Y' TO WS-EDIT-CK-NAME WS-EDIT-CK-SALARY
022866                         WS-EDIT-CK-MGR
022867         END-IF
022868         IF DRV-IS-INSERT OR DRV-IS-REHIRE
022869             MOVE 'Y' TO WS-EDIT-CK-CONTRACT
022870         ELSE
022871             MOVE 'N' TO WS-EDIT-CK-CONTRACT
022872         END-IF
022873         PERFORM 1700-EDIT-TRANSACTION
022874             THRU 1700-EDIT-TRANSACTION-EXIT
022875         IF WS-EDIT-FAILED
022876             ADD 1 TO WS-TRANS-FAILED
022877             DISPLAY 'Transaction edit failed for ' EMP-ID ': '
022878                 WS-EDIT-REASON
022879             MOVE ZERO TO SQLCODE
022880             MOVE 'EDIT-FAIL' TO SUM-RESULT
022882             MOVE WS-EDIT-REASON TO REJ-REASON
022884             PERFORM 7000-WRITE-REJECT
023968     IF DRV-IS-PAYMENT
023970         PERFORM 6300-POST-PAYMENT
023972             THRU 6300-POST-PAYMENT-EXIT
023974     ELSE
023976     IF DRV-IS-PTO-TAKEN
023978         PERFORM 6500-TAKE-PTO
023980             THRU 6500-TAKE-PTO-EXIT
024000     ELSE
024100         ADD 1 TO WS-TRANS-FAILED
024200         DISPLAY 'Unrecognized transaction code: ' DRV-TRANS-CODE
024400         MOVE ZERO TO SQLCODE
024500         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
024600     END-IF
024602     END-IF
024605     END-IF
024610     END-IF
024620     END-IF
026313         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
026314         GO TO 3000-UPDATE-EMPLOYEE-EXIT
026315     END-IF.
026317     PERFORM 3200-CHECK-CONTRACT-END
026318         THRU 3200-CHECK-CONTRACT-END-EXIT.
026320     IF WS-CONTRACT-CHECK-FAILED
026321         ADD 1 TO WS-TRANS-FAILED
026323         MOVE 'CTR-FAIL' TO SUM-RESULT
026325         MOVE ZERO TO SQLCODE
026326         MOVE WS-EDIT-REASON TO REJ-REASON
026328         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
026329         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
026331         GO TO 3000-UPDATE-EMPLOYEE-EXIT
026333     END-IF.
026334     PERFORM 3100-CHECK-SALARY-HOLD
026336         THRU 3100-CHECK-SALARY-HOLD-EXIT.
026337     IF WS-HOLD-CHECK-FAILED
026339         ADD 1 TO WS-TRANS-FAILED
026341         MOVE 'HOLD-FAIL' TO SUM-RESULT
026342         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
026344         GO TO 3000-UPDATE-EMPLOYEE-EXIT
026345     END-IF.
026347     IF WS-HOLD-REQUIRED
026349         PERFORM 7100-HOLD-TRANSACTION
026350             THRU 7100-HOLD-TRANSACTION-EXIT
026352         GO TO 3000-UPDATE-EMPLOYEE-EXIT
026353     END-IF.
026355     IF DRV-TRIAL-MODE
026357         ADD 1 TO WS-TRANS-UPDATED
026358         MOVE 'UPD-OK' TO SUM-RESULT
026360         MOVE ZERO TO SQLCODE
026362         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
026363         GO TO 3000-UPDATE-EMPLOYEE-EXIT
026365     END-IF.
026366*    A LATE-RELEASED UPDATE (EFFECTIVE DATE ALREADY PAST)
026368*    NEEDS THE CURRENT SALARY CAPTURED BEFORE THE UPDATE SO
026370*    THE RETRO DIFFERENCE CAN BE COMPUTED AFTERWARD.
026371     MOVE 'N' TO WS-RETRO-SWITCH.
026373     IF DRV-EFF-DATE > ZERO
026374             AND DRV-EFF-DATE < WS-EDIT-CURRENT-DATE
026376         EXEC SQL
026378             SELECT SALARY INTO :WS-OLD-SALARY
026379             FROM EMPLOYEE
026381             WHERE EMP_ID = :EMP-ID
026382         END-EXEC
026384         IF SQLCODE = 0
026386             MOVE 'Y' TO WS-RETRO-SWITCH
026387         ELSE
026389             DISPLAY 'Retro salary read failed: ' SQLCODE
026390             MOVE 'RETRO-READ' TO WS-ERROR-CONTEXT
026392             PERFORM 8900-HANDLE-SQL-ERROR
026394                 THRU 8900-HANDLE-SQL-ERROR-EXIT
026395         END-IF
026397     END-IF.
026398     EXEC SQL
026400         UPDATE EMPLOYEE
026500         SET EMP_NAME = :EMP-NAME,
026600             DEPT_ID = :EMP-DEPT-ID,
026810             GRADE_ID = :EMP-GRADE
026900         WHERE EMP_ID = :EMP-ID
027000     END-EXEC.
027010     IF SQLCODE = 0 AND WS-CONTRACT-EXTENDING
027020         EXEC SQL
027030             UPDATE EMPLOYEE
027040             SET CONTRACT_END = :EMP-CONTRACT-END
027050             WHERE EMP_ID = :EMP-ID
027060         END-EXEC
027070     END-IF.
027100     IF SQLCODE = 0
027200         ADD 1 TO WS-TRANS-UPDATED
027300         MOVE 'UPDATED' TO SUM-RESULT
028100     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
028200 3000-UPDATE-EMPLOYEE-EXIT.
028300     EXIT.
028302*=============================================================*
028304* 3100-CHECK-SALARY-HOLD - DOES THIS UPDATE MOVE THE SALARY    *
028306*               BY MORE THAN THE HOLD PERCENT OR AMOUNT (UP   *
028308*               OR DOWN)? AN ALREADY-APPROVED RELEASE, OR A   *
028310*               ROW NOT ON FILE (THE UPDATE FAILS ON ITS OWN),*
028312*               IS NOT HELD                                   *
028314*=============================================================*
028316 3100-CHECK-SALARY-HOLD.
028317     MOVE 'N' TO WS-HOLD-SWITCH.
028319     IF DRV-APPROVED-RELEASE
028321         GO TO 3100-CHECK-SALARY-HOLD-EXIT
028323     END-IF.
028325     EXEC SQL
028327         SELECT SALARY INTO :WS-HOLD-CUR-SALARY
028329         FROM EMPLOYEE
028331         WHERE EMP_ID = :EMP-ID
028333     END-EXEC.
028335     IF SQLCODE = 100
028337         GO TO 3100-CHECK-SALARY-HOLD-EXIT
028339     END-IF.
028341     IF SQLCODE NOT = 0
028343         DISPLAY 'Approval hold salary read failed: ' SQLCODE
028345         MOVE 'HOLD-SALARY' TO WS-ERROR-CONTEXT
028347         PERFORM 8900-HANDLE-SQL-ERROR
028349             THRU 8900-HANDLE-SQL-ERROR-EXIT
028350         MOVE 'E' TO WS-HOLD-SWITCH
028352         GO TO 3100-CHECK-SALARY-HOLD-EXIT
028354     END-IF.
028356     COMPUTE WS-HOLD-CHANGE = EMP-SALARY - WS-HOLD-CUR-SALARY.
028358     IF WS-HOLD-CHANGE < ZERO
028360         COMPUTE WS-HOLD-CHANGE = ZERO - WS-HOLD-CHANGE
028362     END-IF.
028364     IF WS-HOLD-CUR-SALARY > ZERO
028366         COMPUTE WS-HOLD-CHANGE-PCT ROUNDED =
028368             WS-HOLD-CHANGE * 100 / WS-HOLD-CUR-SALARY
028370             ON SIZE ERROR
028372                 MOVE 99999.99 TO WS-HOLD-CHANGE-PCT
028374         END-COMPUTE
028376     ELSE
028378         MOVE 99999.99 TO WS-HOLD-CHANGE-PCT
028380     END-IF.
028382     IF WS-HOLD-PCT > ZERO
028383             AND WS-HOLD-CHANGE-PCT > WS-HOLD-PCT
028385         MOVE 'Y' TO WS-HOLD-SWITCH
028387         MOVE 'P' TO WS-HOLD-REASON
028389         GO TO 3100-CHECK-SALARY-HOLD-EXIT
028391     END-IF.
028393     IF WS-HOLD-AMOUNT > ZERO
028395             AND WS-HOLD-CHANGE > WS-HOLD-AMOUNT
028397         MOVE 'Y' TO WS-HOLD-SWITCH
028399         MOVE 'A' TO WS-HOLD-REASON
028401     END-IF.
028403 3100-CHECK-SALARY-HOLD-EXIT.
028405     EXIT.
028407*=============================================================*
028409* 3200-CHECK-CONTRACT-END - AN UPDATE CARRYING A PAY DATE IS A  *
028411*               CONTRACT EXTENSION. THE EMPLOYEE MUST BE ON A   *
028413*               CONTRACT OR SEASONAL ('C'/'S') AND THE NEW END  *
028415*               DATE MUST PASS THE SHARED CONTRACT EDIT. A ROW  *
028417*               NOT ON FILE IS LEFT FOR THE UPDATE TO FAIL      *
028418*=============================================================*
028420 3200-CHECK-CONTRACT-END.
028422     MOVE 'N' TO WS-CONTRACT-SWITCH.
028424     IF DRV-PAY-DATE-X NOT NUMERIC OR DRV-PAY-DATE = ZERO
028426         GO TO 3200-CHECK-CONTRACT-END-EXIT
028428     END-IF.
028430     EXEC SQL
028432         SELECT EMPL_TYPE, CONTRACT_END
028434         INTO :WS-CONTRACT-CUR-TYPE, :WS-CONTRACT-CUR-END
028436         FROM EMPLOYEE
028438         WHERE EMP_ID = :EMP-ID
028440     END-EXEC.
028442     IF SQLCODE = 100
028444         GO TO 3200-CHECK-CONTRACT-END-EXIT
028446     END-IF.
028448     IF SQLCODE NOT = 0
028450         DISPLAY 'Contract end read failed: ' SQLCODE
028451         MOVE 'CONTRACT-READ' TO WS-ERROR-CONTEXT
028453         PERFORM 8900-HANDLE-SQL-ERROR
028455             THRU 8900-HANDLE-SQL-ERROR-EXIT
028457         MOVE 'CONTRACT END READ FAILED' TO WS-EDIT-REASON
028459         MOVE 'E' TO WS-CONTRACT-SWITCH
028461         GO TO 3200-CHECK-CONTRACT-END-EXIT
028463     END-IF.
028465     IF WS-CONTRACT-CUR-TYPE NOT = 'C'
028467             AND WS-CONTRACT-CUR-TYPE NOT = 'S'
028469         MOVE 'NOT A FIXED-TERM EMPLOYEE' TO WS-EDIT-REASON
028471         MOVE 'E' TO WS-CONTRACT-SWITCH
028473         GO TO 3200-CHECK-CONTRACT-END-EXIT
028475     END-IF.
028477     MOVE WS-CONTRACT-CUR-TYPE TO WS-EDIT-EMPL-TYPE.
028479     MOVE DRV-PAY-DATE-X       TO WS-EDIT-CONTRACT-END-X.
028481     MOVE 'P' TO WS-EDIT-SWITCH.
028483     PERFORM 1730-EDIT-CONTRACT THRU 1730-EDIT-CONTRACT-EXIT.
028484     IF WS-EDIT-FAILED
028486         MOVE 'E' TO WS-CONTRACT-SWITCH
028488         GO TO 3200-CHECK-CONTRACT-END-EXIT
028490     END-IF.
028492     MOVE 'Y' TO WS-CONTRACT-SWITCH.
028494 3200-CHECK-CONTRACT-END-EXIT.
028496     EXIT.
028498*=============================================================*
028500* 4000-INSERT-EMPLOYEE - THE INSERT LOGIC FROM CreateRecord,    *
028600*               INCLUDING THE DEPARTMENT VALIDATION FROM 018    *
028700*=============================================================*
029999         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
030000         GO TO 4000-INSERT-EMPLOYEE-EXIT
030001     END-IF.
030005     MOVE EMP-ID      TO POS-CHK-EMP-ID.
030010     MOVE EMP-DEPT-ID TO POS-CHK-DEPT-ID.
030014     MOVE EMP-GRADE   TO POS-CHK-GRADE-ID.
030018     PERFORM 1890-CHECK-POSITION
030023         THRU 1890-CHECK-POSITION-EXIT.
030027     IF NOT WS-POSITION-OK
030031         ADD 1 TO WS-TRANS-FAILED
030035         MOVE 'POSN-FAIL' TO SUM-RESULT
030040         MOVE ZERO TO SQLCODE
030044         MOVE WS-POS-REASON TO REJ-REASON
030048         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
030053         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
030057         GO TO 4000-INSERT-EMPLOYEE-EXIT
030061     END-IF.
030066     IF DRV-TRIAL-MODE
030070         ADD 1 TO WS-TRANS-INSERTED
030074         MOVE 'INS-OK' TO SUM-RESULT
030078         MOVE ZERO TO SQLCODE
030083         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
030087         GO TO 4000-INSERT-EMPLOYEE-EXIT
030091     END-IF.
030096     EXEC SQL
030100         INSERT INTO EMPLOYEE (EMP_ID, EMP_NAME, DEPT_ID,
030110             HIRE_DATE, SALARY, MGR_ID, EMP_STATUS, GRADE_ID,
030120             EMPL_TYPE, CONTRACT_END)
030300         VALUES (:EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
030400             :EMP-HIRE-DATE, :EMP-SALARY,
030410             :EMP-MGR-ID, :EMP-STATUS, :EMP-GRADE,
030420             :EMP-EMPL-TYPE, :EMP-CONTRACT-END)
030600     END-EXEC.
030700     IF SQLCODE = 0
030800         ADD 1 TO WS-TRANS-INSERTED
032700
032800     EXEC SQL
032900         SELECT EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
032910             EMP_STATUS, GRADE_ID, EMPL_TYPE, CONTRACT_END
032940         INTO :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
032950             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS, :EMP-GRADE,
032960             :EMP-EMPL-TYPE, :EMP-CONTRACT-END
033000         FROM EMPLOYEE
033100         WHERE EMP_ID = :EMP-ID
033200     END-EXEC.
033900         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
034000         GO TO 5000-DELETE-EMPLOYEE-EXIT
034100     END-IF.
034105*    A GENERATED END-OF-CONTRACT TERMINATION ONLY STANDS WHILE
034111*    THE EMPLOYEE IS STILL EMPLOYED ON THAT SAME CONTRACT END -
034116*    AN EXTENSION KEYED SINCE IT WAS WRITTEN SUPERSEDES IT. THE
034121*    TERM DATE IS THE CONTRACT END, NOT THE RUN DATE.
034126     IF DRV-CONTRACT-END-TERM
034132         IF NOT EMP-EMPLOYED OR NOT EMP-FIXED-TERM
034137                 OR EMP-CONTRACT-END NOT = DRV-PAY-DATE
034142             ADD 1 TO WS-TERMS-SUPERSEDED
034147             MOVE 'CTR-EXTND' TO SUM-RESULT
034153             MOVE ZERO TO SQLCODE
034158             DISPLAY 'Contract end superseded, not terminated: '
034163                 EMP-ID
034168             PERFORM 7500-WRITE-SUMMARY
034174                 THRU 7500-WRITE-SUMMARY-EXIT
034179             GO TO 5000-DELETE-EMPLOYEE-EXIT
034184         END-IF
034189         MOVE EMP-CONTRACT-END TO WS-TERM-DATE
034195     END-IF.
034200
034210     IF DRV-TRIAL-MODE
034220         ADD 1 TO WS-TRANS-DELETED
035304         MOVE 'D' TO AUD-CHG-TYPE
035306         PERFORM 8700-WRITE-EMP-AUDIT
035308             THRU 8700-WRITE-EMP-AUDIT-EXIT
035310         MOVE WS-TERM-DATE TO PTO-PAYOUT-DATE
035311         PERFORM 8520-POST-PTO-PAYOUT
035312             THRU 8520-POST-PTO-PAYOUT-EXIT
035314         IF PTO-PAYOUT-POSTED
035316             ADD 1 TO WS-PTO-PAYOUTS
035317         END-IF
035318         PERFORM 5600-HANDLE-DIRECT-REPORTS
035320             THRU 5600-HANDLE-DIRECT-REPORTS-EXIT
035400     ELSE
035500         ADD 1 TO WS-TRANS-FAILED
036350         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036351         GO TO 6000-REHIRE-EMPLOYEE-EXIT
036352     END-IF.
036353     MOVE EMP-ID          TO POS-CHK-EMP-ID.
036354     MOVE DRV-EMP-DEPT-ID TO POS-CHK-DEPT-ID.
036355     MOVE EMP-GRADE       TO POS-CHK-GRADE-ID.
036356     PERFORM 1890-CHECK-POSITION
036357         THRU 1890-CHECK-POSITION-EXIT.
036358     IF NOT WS-POSITION-OK
036359         ADD 1 TO WS-TRANS-FAILED
036360         MOVE 'POSN-FAIL' TO SUM-RESULT
036361         MOVE ZERO TO SQLCODE
036362         MOVE WS-POS-REASON TO REJ-REASON
036363         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036364         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036365         GO TO 6000-REHIRE-EMPLOYEE-EXIT
036366     END-IF.
036367     IF DRV-TRIAL-MODE
036368         ADD 1 TO WS-TRANS-REHIRED
036369         MOVE 'REH-OK' TO SUM-RESULT
036370         MOVE ZERO TO SQLCODE
036371         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036372         GO TO 6000-REHIRE-EMPLOYEE-EXIT
036373     END-IF.
036374
036375     MOVE EMP-TERM-DATE TO WS-TERM-DATE.
036376     PERFORM 5500-ARCHIVE-EMPLOYEE
036377         THRU 5500-ARCHIVE-EMPLOYEE-EXIT.
036378
036379     MOVE DRV-EMP-HIRE-DATE TO EMP-HIRE-DATE.
036380     MOVE DRV-EMP-DEPT-ID   TO EMP-DEPT-ID.
036381     MOVE 'A'               TO EMP-STATUS.
036382     MOVE ZERO              TO EMP-TERM-DATE.
036383     EXEC SQL
036384         UPDATE EMPLOYEE
036385         SET EMP_STATUS = :EMP-STATUS,
036386             HIRE_DATE  = :EMP-HIRE-DATE,
036387             DEPT_ID    = :EMP-DEPT-ID,
036388             TERM_DATE  = :EMP-TERM-DATE,
036389             EMPL_TYPE  = :EMP-EMPL-TYPE,
036390             CONTRACT_END = :EMP-CONTRACT-END
036391         WHERE EMP_ID = :EMP-ID
036392     END-EXEC.
036393     IF SQLCODE = 0
036394         ADD 1 TO WS-TRANS-REHIRED
036395         MOVE 'REHIRED' TO SUM-RESULT
036396         MOVE 'R' TO AUD-CHG-TYPE
036397         PERFORM 8700-WRITE-EMP-AUDIT
036398             THRU 8700-WRITE-EMP-AUDIT-EXIT
036399     ELSE
036400         ADD 1 TO WS-TRANS-FAILED
036401         MOVE 'REH-FAIL' TO SUM-RESULT
036402         MOVE 'UPDATE' TO WS-ERROR-CONTEXT
036403         PERFORM 8900-HANDLE-SQL-ERROR
036404             THRU 8900-HANDLE-SQL-ERROR-EXIT
036405     END-IF.
036406     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
036407 6000-REHIRE-EMPLOYEE-EXIT.
036408     EXIT.
036409*=============================================================*
036410* 6100-LEAVE-EMPLOYEE - PLACE AN ACTIVE EMPLOYEE ON UNPAID    *
036411*               LEAVE. THE LEAVE START DATE COMES FROM THE    *
036412*               TRANSACTION'S EFFECTIVE DATE (THE RUN DATE    *
036413*               WHEN ZERO) AND THE EVENT WRITES ITS OWN 'L'   *
036414*               IMAGE TO EMPLOYEE_AUDIT                       *
036415*=============================================================*
036416 6100-LEAVE-EMPLOYEE.
036417     IF DRV-EFF-DATE > ZERO
036418         MOVE DRV-EFF-DATE TO WS-LEAVE-DATE
036419     ELSE
036420         ACCEPT WS-LEAVE-DATE FROM DATE YYYYMMDD
036421     END-IF.
036422     EXEC SQL
036423         SELECT EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
036424             EMP_STATUS, TERM_DATE, GRADE_ID
036425         INTO :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
036426             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS,
036427             :EMP-TERM-DATE, :EMP-GRADE
036428         FROM EMPLOYEE
036429         WHERE EMP_ID = :EMP-ID
036430     END-EXEC.
036431     IF SQLCODE = 100
036432         ADD 1 TO WS-TRANS-FAILED
036433         MOVE 'LOA-FAIL' TO SUM-RESULT
036434         DISPLAY 'Leave EMP-ID not on file: ' EMP-ID
036435         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036436         GO TO 6100-LEAVE-EMPLOYEE-EXIT
036437     END-IF.
036438     IF SQLCODE NOT = 0
036439         ADD 1 TO WS-TRANS-FAILED
036440         MOVE 'LOA-FAIL' TO SUM-RESULT
036441         MOVE 'SELECT' TO WS-ERROR-CONTEXT
036442         PERFORM 8900-HANDLE-SQL-ERROR
036443             THRU 8900-HANDLE-SQL-ERROR-EXIT
036444         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036445         GO TO 6100-LEAVE-EMPLOYEE-EXIT
036446     END-IF.
036447     IF NOT EMP-ACTIVE
036448         ADD 1 TO WS-TRANS-FAILED
036449         MOVE 'NOT-ACT' TO SUM-RESULT
036450         MOVE ZERO TO SQLCODE
036451         DISPLAY 'Leave rejected, not active: ' EMP-ID
036452         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036453         GO TO 6100-LEAVE-EMPLOYEE-EXIT
036454     END-IF.
036455     IF DRV-TRIAL-MODE
036456         ADD 1 TO WS-TRANS-LEAVES
036457         MOVE 'LOA-OK' TO SUM-RESULT
036458         MOVE ZERO TO SQLCODE
036459         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036460         GO TO 6100-LEAVE-EMPLOYEE-EXIT
036461     END-IF.
036462     MOVE 'L' TO EMP-STATUS.
036463     EXEC SQL
036464         UPDATE EMPLOYEE
036465         SET EMP_STATUS = :EMP-STATUS,
036466             LEAVE_DATE = :WS-LEAVE-DATE
036467         WHERE EMP_ID = :EMP-ID
036468     END-EXEC.
036469     IF SQLCODE = 0
036470         ADD 1 TO WS-TRANS-LEAVES
036471         MOVE 'ON-LEAVE' TO SUM-RESULT
036472         MOVE WS-LEAVE-DATE TO EMP-LEAVE-DATE
036473         MOVE 'L' TO AUD-CHG-TYPE
036474         PERFORM 8700-WRITE-EMP-AUDIT
036475             THRU 8700-WRITE-EMP-AUDIT-EXIT
036476     ELSE
036477         ADD 1 TO WS-TRANS-FAILED
036478         MOVE 'LOA-FAIL' TO SUM-RESULT
036479         MOVE 'UPDATE' TO WS-ERROR-CONTEXT
036480         PERFORM 8900-HANDLE-SQL-ERROR
036481             THRU 8900-HANDLE-SQL-ERROR-EXIT
036482     END-IF.
036483     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
036484 6100-LEAVE-EMPLOYEE-EXIT.
036485     EXIT.
036486*=============================================================*
036487* 6200-RETURN-EMPLOYEE - RETURN A LEAVE EMPLOYEE TO ACTIVE    *
036488*               SERVICE, CLEARING LEAVE_DATE. THE EVENT       *
036489*               WRITES ITS OWN 'V' IMAGE TO EMPLOYEE_AUDIT    *
036490*=============================================================*
036491 6200-RETURN-EMPLOYEE.
036492     EXEC SQL
036493         SELECT EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
036494             EMP_STATUS, TERM_DATE, GRADE_ID
036495         INTO :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
036496             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS,
036497             :EMP-TERM-DATE, :EMP-GRADE
036498         FROM EMPLOYEE
036499         WHERE EMP_ID = :EMP-ID
036500     END-EXEC.
036501     IF SQLCODE = 100
036502         ADD 1 TO WS-TRANS-FAILED
036503         MOVE 'RET-FAIL' TO SUM-RESULT
036504         DISPLAY 'Return EMP-ID not on file: ' EMP-ID
036505         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036506         GO TO 6200-RETURN-EMPLOYEE-EXIT
036507     END-IF.
036508     IF SQLCODE NOT = 0
036509         ADD 1 TO WS-TRANS-FAILED
036510         MOVE 'RET-FAIL' TO SUM-RESULT
036511         MOVE 'SELECT' TO WS-ERROR-CONTEXT
036512         PERFORM 8900-HANDLE-SQL-ERROR
036513             THRU 8900-HANDLE-SQL-ERROR-EXIT
036514         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036515         GO TO 6200-RETURN-EMPLOYEE-EXIT
036516     END-IF.
036517     IF NOT EMP-ON-LEAVE
036518         ADD 1 TO WS-TRANS-FAILED
036519         MOVE 'NOT-LOA' TO SUM-RESULT
036520         MOVE ZERO TO SQLCODE
036521         DISPLAY 'Return rejected, not on leave: ' EMP-ID
036522         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036523         GO TO 6200-RETURN-EMPLOYEE-EXIT
036524     END-IF.
036525     IF DRV-TRIAL-MODE
036526         ADD 1 TO WS-TRANS-RETURNED
036527         MOVE 'RET-OK' TO SUM-RESULT
036528         MOVE ZERO TO SQLCODE
036529         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036530         GO TO 6200-RETURN-EMPLOYEE-EXIT
036531     END-IF.
036532     MOVE 'A'  TO EMP-STATUS.
036533     MOVE ZERO TO WS-LEAVE-DATE.
036534     EXEC SQL
036535         UPDATE EMPLOYEE
036536         SET EMP_STATUS = :EMP-STATUS,
036537             LEAVE_DATE = :WS-LEAVE-DATE
036538         WHERE EMP_ID = :EMP-ID
036539     END-EXEC.
036540     IF SQLCODE = 0
036541         ADD 1 TO WS-TRANS-RETURNED
036542         MOVE 'RETURNED' TO SUM-RESULT
036543         MOVE ZERO TO EMP-LEAVE-DATE
036544         MOVE 'V' TO AUD-CHG-TYPE
036545         PERFORM 8700-WRITE-EMP-AUDIT
036546             THRU 8700-WRITE-EMP-AUDIT-EXIT
036547     ELSE
036548         ADD 1 TO WS-TRANS-FAILED
036549         MOVE 'RET-FAIL' TO SUM-RESULT
036550         MOVE 'UPDATE' TO WS-ERROR-CONTEXT
036551         PERFORM 8900-HANDLE-SQL-ERROR
036552             THRU 8900-HANDLE-SQL-ERROR-EXIT
036553     END-IF.
036554     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
036555 6200-RETURN-EMPLOYEE-EXIT.
036556     EXIT.
036557*=============================================================*
036558* 6300-POST-PAYMENT - POST A ONE-TIME PAYMENT (BONUS, AWARD,  *
036559*               SEVERANCE) TO THE EMP_PAYMENT LEDGER. THE     *
036560*               AMOUNT RIDES IN THE TRANSACTION'S SALARY      *
036561*               FIELD AND NEVER TOUCHES EMP_SALARY OR THE     *
036562*               SALARY-BAND CHECK; THE PAYEE MUST EXIST ON    *
036563*               EMPLOYEE, ANY STATUS                          *
036564*=============================================================*
036565 6300-POST-PAYMENT.
036566     IF DRV-EMP-SALARY-X NOT NUMERIC
036567             OR DRV-EMP-SALARY NOT > ZERO
036568         ADD 1 TO WS-TRANS-FAILED
036569         MOVE 'PAY-FAIL' TO SUM-RESULT
036570         MOVE ZERO TO SQLCODE
036571         MOVE 'PAYMENT AMOUNT NOT POSITIVE NUMERIC'
036572             TO REJ-REASON
036573         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036574         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036575         GO TO 6300-POST-PAYMENT-EXIT
036576     END-IF.
036577     IF DRV-PAY-TYPE = SPACES
036578         ADD 1 TO WS-TRANS-FAILED
036579         MOVE 'PAY-FAIL' TO SUM-RESULT
036580         MOVE ZERO TO SQLCODE
036581         MOVE 'PAYMENT TYPE IS BLANK' TO REJ-REASON
036582         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036583         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036584         GO TO 6300-POST-PAYMENT-EXIT
036585     END-IF.
036586     IF DRV-PAY-DATE-X NUMERIC AND DRV-PAY-DATE > ZERO
036587         PERFORM 6310-CHECK-PAY-DATE
036588             THRU 6310-CHECK-PAY-DATE-EXIT
036589         IF REJ-REASON NOT = SPACES
036590             ADD 1 TO WS-TRANS-FAILED
036591             MOVE 'PAY-FAIL' TO SUM-RESULT
036592             MOVE ZERO TO SQLCODE
036593             PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036594             PERFORM 7500-WRITE-SUMMARY
036595                 THRU 7500-WRITE-SUMMARY-EXIT
036596             GO TO 6300-POST-PAYMENT-EXIT
036597         END-IF
036598     END-IF.
036599     EXEC SQL
036600         SELECT EMP_NAME INTO :EMP-NAME
036601         FROM EMPLOYEE
036602         WHERE EMP_ID = :EMP-ID
036603     END-EXEC.
036604     IF SQLCODE = 100
036605         ADD 1 TO WS-TRANS-FAILED
036606         MOVE 'PAY-FAIL' TO SUM-RESULT
036607         MOVE ZERO TO SQLCODE
036608         MOVE 'PAYEE EMP-ID NOT ON FILE' TO REJ-REASON
036609         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036610         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036611         GO TO 6300-POST-PAYMENT-EXIT
036612     END-IF.
036613     IF SQLCODE NOT = 0
036614         ADD 1 TO WS-TRANS-FAILED
036615         MOVE 'PAY-FAIL' TO SUM-RESULT
036616         MOVE 'PAYEE-SELECT' TO WS-ERROR-CONTEXT
036617         PERFORM 8900-HANDLE-SQL-ERROR
036618             THRU 8900-HANDLE-SQL-ERROR-EXIT
036619         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036620         GO TO 6300-POST-PAYMENT-EXIT
036621     END-IF.
036622     IF WS-HOLD-PAYMENT > ZERO
036623             AND DRV-EMP-SALARY > WS-HOLD-PAYMENT
036624             AND NOT DRV-APPROVED-RELEASE
036625         MOVE ZERO TO WS-HOLD-CUR-SALARY
036626         MOVE 'O' TO WS-HOLD-REASON
036627         PERFORM 7100-HOLD-TRANSACTION
036628             THRU 7100-HOLD-TRANSACTION-EXIT
036629         GO TO 6300-POST-PAYMENT-EXIT
036630     END-IF.
036631     IF DRV-TRIAL-MODE
036632         ADD 1 TO WS-TRANS-PAYMENTS
036633         MOVE 'PAY-OK' TO SUM-RESULT
036634         MOVE ZERO TO SQLCODE
036635         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036636         GO TO 6300-POST-PAYMENT-EXIT
036637     END-IF.
036638     MOVE DRV-EMP-SALARY TO WS-PAY-AMOUNT.
036639     MOVE DRV-PAY-TYPE   TO WS-PAY-TYPE.
036640     IF DRV-PAY-DATE-X NUMERIC AND DRV-PAY-DATE > ZERO
036641         MOVE DRV-PAY-DATE TO WS-PAY-DATE
036642     ELSE
036643         MOVE WS-EDIT-CURRENT-DATE TO WS-PAY-DATE
036644     END-IF.
036645     ACCEPT WS-PAY-POSTED-DATE FROM DATE YYYYMMDD.
036646     ACCEPT WS-PAY-POSTED-TIME FROM TIME.
036647     EXEC SQL
036648         INSERT INTO EMP_PAYMENT
036649             (EMP_ID, PAY_TYPE, PAY_DATE, PAY_AMOUNT,
036650             POSTED_DATE, POSTED_TIME, POSTED_BY)
036651         VALUES (:EMP-ID, :WS-PAY-TYPE, :WS-PAY-DATE,
036652             :WS-PAY-AMOUNT, :WS-PAY-POSTED-DATE,
036653             :WS-PAY-POSTED-TIME, :WS-USERID)
036654     END-EXEC.
036655     IF SQLCODE = 0
036656         ADD 1 TO WS-TRANS-PAYMENTS
036657         MOVE 'PAYMENT' TO SUM-RESULT
036658     ELSE
036659         ADD 1 TO WS-TRANS-FAILED
036660         MOVE 'PAY-FAIL' TO SUM-RESULT
036661         MOVE 'PAYMENT-INSERT' TO WS-ERROR-CONTEXT
036662         PERFORM 8900-HANDLE-SQL-ERROR
036663             THRU 8900-HANDLE-SQL-ERROR-EXIT
036664     END-IF.
036665     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
036666 6300-POST-PAYMENT-EXIT.
036667     EXIT.
036668*=============================================================*
036669* 6310-CHECK-PAY-DATE - A DATED PAYMENT MUST FALL ON AN ACTIVE *
036670*               BUSINESS_CALENDAR PAY DATE. REJ-REASON COMES   *
036671*               BACK BLANK WHEN IT PASSES OR WHEN THE TABLE    *
036672*               HOLDS NO PAY DATES YET                         *
036673*=============================================================*
036674 6310-CHECK-PAY-DATE.
036675     MOVE SPACES TO REJ-REASON.
036676     IF WS-DAYS-CAL-FAILED
036677         MOVE 'PAY CALENDAR NOT LOADED' TO REJ-REASON
036678         GO TO 6310-CHECK-PAY-DATE-EXIT
036679     END-IF.
036680     IF WS-DAYS-PAY-COUNT = ZERO
036681         GO TO 6310-CHECK-PAY-DATE-EXIT
036682     END-IF.
036683     MOVE DRV-PAY-DATE TO WS-DAYS-DATE.
036684     PERFORM 8610-CHECK-BUSINESS-DAY
036685         THRU 8610-CHECK-BUSINESS-DAY-EXIT.
036686     IF NOT WS-DAYS-IS-PAY-DATE
036687         MOVE 'PAYMENT DATE IS NOT A PAY DATE' TO REJ-REASON
036688     END-IF.
036689 6310-CHECK-PAY-DATE-EXIT.
036690     EXIT.
036691*=============================================================*
036692* 6500-TAKE-PTO - POST PTO HOURS TAKEN AS A NEGATIVE 'T' ROW  *
036693*               ON PTO_LEDGER. THE HOURS RIDE IN THE          *
036694*               TRANSACTION'S SALARY FIELD AND THE DATE TAKEN *
036695*               IN ITS PAY-DATE FIELD (RUN DATE WHEN ZERO).   *
036696*               A TERMINATED EMPLOYEE, OR HOURS THAT WOULD    *
036697*               DRIVE THE BALANCE BELOW ZERO, REJECT          *
036698*=============================================================*
036699 6500-TAKE-PTO.
036700     IF DRV-EMP-SALARY-X NOT NUMERIC
036701             OR DRV-EMP-SALARY NOT > ZERO
036702             OR DRV-EMP-SALARY > PTO-HOURS-PER-YEAR
036703         ADD 1 TO WS-TRANS-FAILED
036704         MOVE 'PTO-FAIL' TO SUM-RESULT
036705         MOVE ZERO TO SQLCODE
036706         MOVE 'PTO HOURS NOT 0.01 TO 2080' TO REJ-REASON
036707         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036708         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036709         GO TO 6500-TAKE-PTO-EXIT
036710     END-IF.
036711     EXEC SQL
036712         SELECT EMP_NAME, EMP_STATUS
036713         INTO :EMP-NAME, :EMP-STATUS
036714         FROM EMPLOYEE
036715         WHERE EMP_ID = :EMP-ID
036716     END-EXEC.
036717     IF SQLCODE = 100
036718         ADD 1 TO WS-TRANS-FAILED
036719         MOVE 'PTO-FAIL' TO SUM-RESULT
036720         MOVE ZERO TO SQLCODE
036721         MOVE 'EMP-ID NOT ON FILE' TO REJ-REASON
036722         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036723         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036724         GO TO 6500-TAKE-PTO-EXIT
036725     END-IF.
036726     IF SQLCODE NOT = 0
036727         ADD 1 TO WS-TRANS-FAILED
036728         MOVE 'PTO-FAIL' TO SUM-RESULT
036729         MOVE 'PTO-SELECT' TO WS-ERROR-CONTEXT
036730         PERFORM 8900-HANDLE-SQL-ERROR
036731             THRU 8900-HANDLE-SQL-ERROR-EXIT
036732         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036733         GO TO 6500-TAKE-PTO-EXIT
036734     END-IF.
036735     IF EMP-TERMINATED
036736         ADD 1 TO WS-TRANS-FAILED
036737         MOVE 'PTO-FAIL' TO SUM-RESULT
036738         MOVE ZERO TO SQLCODE
036739         MOVE 'EMPLOYEE IS TERMINATED' TO REJ-REASON
036740         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036741         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036742         GO TO 6500-TAKE-PTO-EXIT
036743     END-IF.
036744     PERFORM 8500-GET-PTO-BALANCE THRU 8500-GET-PTO-BALANCE-EXIT.
036745     IF DRV-EMP-SALARY > PTO-BALANCE
036746         ADD 1 TO WS-TRANS-FAILED
036747         MOVE 'PTO-FAIL' TO SUM-RESULT
036748         MOVE ZERO TO SQLCODE
036749         MOVE 'PTO BALANCE WOULD GO NEGATIVE' TO REJ-REASON
036750         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
036751         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036752         GO TO 6500-TAKE-PTO-EXIT
036753     END-IF.
036754     IF DRV-TRIAL-MODE
036755         ADD 1 TO WS-TRANS-PTO-TAKEN
036756         MOVE 'PTO-OK' TO SUM-RESULT
036757         MOVE ZERO TO SQLCODE
036758         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
036759         GO TO 6500-TAKE-PTO-EXIT
036760     END-IF.
036761     MOVE 'T' TO PTO-ENTRY-TYPE.
036762     IF DRV-PAY-DATE-X NUMERIC AND DRV-PAY-DATE > ZERO
036763         MOVE DRV-PAY-DATE TO PTO-ENTRY-DATE
036764     ELSE
036765         MOVE WS-EDIT-CURRENT-DATE TO PTO-ENTRY-DATE
036766     END-IF.
036767     COMPUTE PTO-HOURS = ZERO - DRV-EMP-SALARY.
036768     MOVE ZERO TO PTO-ACCRUAL-MONTH.
036769     PERFORM 8510-WRITE-PTO-ENTRY THRU 8510-WRITE-PTO-ENTRY-EXIT.
036770     IF PTO-ENTRY-OK
036771         ADD 1 TO WS-TRANS-PTO-TAKEN
036772         MOVE 'PTO-TAKEN' TO SUM-RESULT
036773     ELSE
036774         ADD 1 TO WS-TRANS-FAILED
036775         MOVE 'PTO-FAIL' TO SUM-RESULT
036776     END-IF.
036777     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
036778 6500-TAKE-PTO-EXIT.
036779     EXIT.
036780*=============================================================*
036781* 6400-WRITE-RETRO - THE SALARY UPDATE JUST APPLIED CARRIED   *
036782*               AN EFFECTIVE DATE IN THE PAST. COMPUTE THE    *
036783*               RETROACTIVE DIFFERENCE FROM THE EFFECTIVE     *
036784*               DATE TO THE RUN DATE AT (NEW - OLD) * DAYS /  *
036785*               365 AND WRITE THE ADJUSTMENT TO DRVRETR. A    *
036786*               NEGATIVE AMOUNT (LATE DECREASE) CARRIES '-'   *
036787*=============================================================*
036788 6400-WRITE-RETRO.
036789     MOVE DRV-EFF-DATE TO WS-DAYS-DATE.
036790     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
036791     MOVE WS-DAYS-NUMBER TO WS-EFF-DAY-NUMBER.
036792     MOVE WS-EDIT-CURRENT-DATE TO WS-DAYS-DATE.
036793     PERFORM 8600-DATE-TO-DAYS THRU 8600-DATE-TO-DAYS-EXIT.
036794     COMPUTE WS-RETRO-DAYS =
036795         WS-DAYS-NUMBER - WS-EFF-DAY-NUMBER.
036796     IF WS-RETRO-DAYS NOT > ZERO
036797         GO TO 6400-WRITE-RETRO-EXIT
036798     END-IF.
036799     MOVE 365 TO WS-RETRO-YEAR-DAYS.
036800     MOVE 'C' TO WS-RETRO-BASIS.
036801     IF DRV-RETRO-WORKING-DAYS
036802         MOVE WS-EFF-DAY-NUMBER TO WS-DAYS-FROM-NUMBER
036803         MOVE WS-DAYS-NUMBER    TO WS-DAYS-TO-NUMBER
036804         PERFORM 8630-COUNT-WORKING-DAYS
036805             THRU 8630-COUNT-WORKING-DAYS-EXIT
036806         MOVE WS-DAYS-WORKING TO WS-RETRO-DAYS
036807         MOVE 260 TO WS-RETRO-YEAR-DAYS
036808         MOVE 'W' TO WS-RETRO-BASIS
036809         IF WS-RETRO-DAYS NOT > ZERO
036810             GO TO 6400-WRITE-RETRO-EXIT
036811         END-IF
036812     END-IF.
036813     COMPUTE WS-RETRO-AMOUNT ROUNDED =
036814         (EMP-SALARY - WS-OLD-SALARY) * WS-RETRO-DAYS
036815             / WS-RETRO-YEAR-DAYS
036816         ON SIZE ERROR
036817             MOVE ZERO TO WS-RETRO-AMOUNT
036818             DISPLAY 'Retro amount overflow for ' EMP-ID
036819     END-COMPUTE.
036820     MOVE SPACES               TO RET-RECORD.
036821     MOVE WS-RETRO-BASIS       TO RET-RETRO-BASIS.
036822     MOVE EMP-ID               TO RET-EMP-ID.
036823     MOVE DRV-EFF-DATE         TO RET-EFF-DATE.
036824     MOVE WS-EDIT-CURRENT-DATE TO RET-RUN-DATE.
036825     MOVE WS-OLD-SALARY        TO RET-OLD-SALARY.
036826     MOVE EMP-SALARY           TO RET-NEW-SALARY.
036827     MOVE WS-RETRO-DAYS        TO RET-RETRO-DAYS.
036828     IF WS-RETRO-AMOUNT < ZERO
036829         MOVE '-' TO RET-RETRO-SIGN
036830         COMPUTE RET-RETRO-AMOUNT = WS-RETRO-AMOUNT * -1
036831     ELSE
036832         MOVE '+' TO RET-RETRO-SIGN
036833         MOVE WS-RETRO-AMOUNT TO RET-RETRO-AMOUNT
036834     END-IF.
036835     WRITE RET-RECORD.
036836     ADD 1 TO WS-RETROS-WRITTEN.
036837     ADD WS-RETRO-AMOUNT TO WS-RETRO-TOTAL.
036838 6400-WRITE-RETRO-EXIT.
036839     EXIT.
036840*=============================================================*
036841* 5600-HANDLE-DIRECT-REPORTS - THE EMPLOYEE JUST TERMINATED    *
036842*               MAY HAVE BEEN A MANAGER. REASSIGN ANY ACTIVE   *
036843*               REPORTS TO THE REPLACEMENT MANAGER CARRIED IN  *
036844*               THE TRANSACTION'S MGR-ID FIELD, OR LIST THEM   *
036845*               ON DRVORPH WHEN NO VALID REPLACEMENT CAME IN   *
036846*=============================================================*
036847 5600-HANDLE-DIRECT-REPORTS.
036848     EXEC SQL
036849         SELECT COUNT(*) INTO :WS-ORPHAN-COUNT
036850         FROM EMPLOYEE
036851         WHERE MGR_ID = :EMP-ID
036852             AND EMP_STATUS = 'A'
036853     END-EXEC.
036854     IF SQLCODE NOT = 0
036855         DISPLAY 'Direct-report check failed: ' SQLCODE
036856         MOVE 'ORPHAN-CHECK' TO WS-ERROR-CONTEXT
036857         PERFORM 8900-HANDLE-SQL-ERROR
036858             THRU 8900-HANDLE-SQL-ERROR-EXIT
036859         GO TO 5600-HANDLE-DIRECT-REPORTS-EXIT
036860     END-IF.
036861     IF WS-ORPHAN-COUNT = ZERO
036862         GO TO 5600-HANDLE-DIRECT-REPORTS-EXIT
036863     END-IF.
036864     DISPLAY 'Terminated manager ' EMP-ID ' leaves '
036865         WS-ORPHAN-COUNT ' active reports.'
036866     IF WS-REPL-MGR-ID NOT = SPACES
036867         PERFORM 5610-CHECK-REPLACEMENT
036868             THRU 5610-CHECK-REPLACEMENT-EXIT
036869         IF WS-REPL-COUNT > 0
036870             IF DRV-TRIAL-MODE
036871                 MOVE 'WOULD-ASGN' TO WS-ORPH-ACTION
036872                 PERFORM 5620-LIST-ORPHANS
036873                     THRU 5620-LIST-ORPHANS-EXIT
036874                 GO TO 5600-HANDLE-DIRECT-REPORTS-EXIT
036875             END-IF
036876             MOVE 'REASSIGNED' TO WS-ORPH-ACTION
036877             PERFORM 5620-LIST-ORPHANS
036878                 THRU 5620-LIST-ORPHANS-EXIT
036879             PERFORM 5630-REASSIGN-REPORTS
036880                 THRU 5630-REASSIGN-REPORTS-EXIT
036881             GO TO 5600-HANDLE-DIRECT-REPORTS-EXIT
036882         END-IF
036883         DISPLAY 'Replacement manager not active: '
036884             WS-REPL-MGR-ID
036885     END-IF.
036886     MOVE 'UNASSIGNED' TO WS-ORPH-ACTION.
036887     PERFORM 5620-LIST-ORPHANS THRU 5620-LIST-ORPHANS-EXIT.
036888 5600-HANDLE-DIRECT-REPORTS-EXIT.
036889     EXIT.
036890*=============================================================*
036891* 5610-CHECK-REPLACEMENT - THE REPLACEMENT MANAGER MUST BE AN  *
036892*               ACTIVE EMPLOYEE ROW                            *
036893*=============================================================*
036894 5610-CHECK-REPLACEMENT.
036895     EXEC SQL
036896         SELECT COUNT(*) INTO :WS-REPL-COUNT
036897         FROM EMPLOYEE
036898         WHERE EMP_ID = :WS-REPL-MGR-ID
036899             AND EMP_STATUS = 'A'
036900     END-EXEC.
036901     IF SQLCODE NOT = 0
036902         DISPLAY 'Replacement check failed: ' SQLCODE
036903         MOVE 'REPL-CHECK' TO WS-ERROR-CONTEXT
036904         PERFORM 8900-HANDLE-SQL-ERROR
036905             THRU 8900-HANDLE-SQL-ERROR-EXIT
036906         MOVE ZERO TO WS-REPL-COUNT
036907     END-IF.
036908 5610-CHECK-REPLACEMENT-EXIT.
036909     EXIT.
036910*=============================================================*
036911* 5620-LIST-ORPHANS - ONE DRVORPH LINE PER ACTIVE DIRECT       *
036912*               REPORT OF THE TERMINATED MANAGER               *
036913*=============================================================*
036914 5620-LIST-ORPHANS.
036915     MOVE 'N' TO WS-ORPH-EOF-SWITCH.
036916     MOVE EMP-ID TO WS-ORPH-MGR-SAVE.
036917     EXEC SQL
036918         OPEN ORPHAN-CURSOR
036919     END-EXEC.
036920     IF SQLCODE NOT = 0
036921         DISPLAY 'Orphan cursor open failed: ' SQLCODE
036922         MOVE 'ORPHAN-CURSOR' TO WS-ERROR-CONTEXT
036923         PERFORM 8900-HANDLE-SQL-ERROR
036924             THRU 8900-HANDLE-SQL-ERROR-EXIT
036925         GO TO 5620-LIST-ORPHANS-EXIT
036926     END-IF.
036927     PERFORM 5625-LIST-ONE-ORPHAN
036928         THRU 5625-LIST-ONE-ORPHAN-EXIT
036929         UNTIL WS-ORPH-EOF.
036930     EXEC SQL
036931         CLOSE ORPHAN-CURSOR
036932     END-EXEC.
036933     MOVE WS-ORPH-MGR-SAVE TO EMP-ID.
036934 5620-LIST-ORPHANS-EXIT.
036935     EXIT.
036936*=============================================================*
036937* 5625-LIST-ONE-ORPHAN - FETCH AND WRITE ONE DIRECT REPORT.    *
036938*               THE FETCH LANDS IN THE SHARED EMPREC FIELDS    *
036939*               SO A REASSIGNED REPORT CAN WRITE ITS 'U'       *
036940*               AFTER-IMAGE TO EMPLOYEE_AUDIT - THE NEW        *
036941*               MANAGER IS APPLIED BY 5630-REASSIGN-REPORTS    *
036942*               IN THE SAME UNIT OF WORK                       *
036943*=============================================================*
036944 5625-LIST-ONE-ORPHAN.
036945     EXEC SQL
036946         FETCH ORPHAN-CURSOR
036947         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
036948             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-TERM-DATE,
036949             :EMP-GRADE
036950     END-EXEC.
036951     IF SQLCODE = 100
036952         MOVE 'Y' TO WS-ORPH-EOF-SWITCH
036953         GO TO 5625-LIST-ONE-ORPHAN-EXIT
036954     END-IF.
036955     IF SQLCODE NOT = 0
036956         DISPLAY 'Orphan fetch failed: ' SQLCODE
036957         MOVE 'ORPHAN-FETCH' TO WS-ERROR-CONTEXT
036958         PERFORM 8900-HANDLE-SQL-ERROR
036959             THRU 8900-HANDLE-SQL-ERROR-EXIT
036960         MOVE 'Y' TO WS-ORPH-EOF-SWITCH
036961         GO TO 5625-LIST-ONE-ORPHAN-EXIT
036962     END-IF.
036963     MOVE SPACES           TO ORPH-RECORD.
036964     MOVE WS-ORPH-MGR-SAVE TO ORPH-MGR-ID.
036965     MOVE EMP-ID           TO ORPH-EMP-ID.
036966     MOVE EMP-NAME         TO ORPH-EMP-NAME.
036967     MOVE WS-ORPH-ACTION   TO ORPH-ACTION.
036968     WRITE ORPH-RECORD.
036969     ADD 1 TO WS-ORPHANS-LISTED.
036970     IF WS-ORPH-ACTION = 'REASSIGNED'
036971         MOVE WS-REPL-MGR-ID TO EMP-MGR-ID
036972         MOVE 'A' TO EMP-STATUS
036973         MOVE 'U' TO AUD-CHG-TYPE
036974         PERFORM 8700-WRITE-EMP-AUDIT
036975             THRU 8700-WRITE-EMP-AUDIT-EXIT
036976     END-IF.
036977 5625-LIST-ONE-ORPHAN-EXIT.
036978     EXIT.
036979*=============================================================*
036980* 5630-REASSIGN-REPORTS - POINT EVERY ACTIVE REPORT AT THE     *
036981*               REPLACEMENT MANAGER IN ONE UPDATE              *
036982*=============================================================*
036983 5630-REASSIGN-REPORTS.
036984     EXEC SQL
036985         UPDATE EMPLOYEE
036986         SET MGR_ID = :WS-REPL-MGR-ID
036987         WHERE MGR_ID = :EMP-ID
036988             AND EMP_STATUS = 'A'
036989     END-EXEC.
036990     IF SQLCODE NOT = 0
036991         DISPLAY 'Reassign failed: ' SQLCODE
036992         MOVE 'REASSIGN' TO WS-ERROR-CONTEXT
036993         PERFORM 8900-HANDLE-SQL-ERROR
036994             THRU 8900-HANDLE-SQL-ERROR-EXIT
036995     ELSE
036996         ADD WS-ORPHAN-COUNT TO WS-ORPHANS-REASSIGNED
036997         DISPLAY 'Reports reassigned to ' WS-REPL-MGR-ID
036998     END-IF.
036999 5630-REASSIGN-REPORTS-EXIT.
037000     EXIT.
037001*=============================================================*
037002* 5500-ARCHIVE-EMPLOYEE - COPY THE CURRENT ROW TO EMPLOYEE_HIST*
037003*               BEFORE IT IS DEACTIVATED                      *
037004*=============================================================*
037005 5500-ARCHIVE-EMPLOYEE.
037006     MOVE EMP-ID     TO WS-HIST-EMP-ID.
037007     MOVE EMP-NAME   TO WS-HIST-EMP-NAME.
037020     MOVE EMP-DEPT-ID      TO WS-HIST-DEPT-ID.
037040     MOVE EMP-HIRE-DATE    TO WS-HIST-HIRE-DATE.
037060     MOVE EMP-SALARY       TO WS-HIST-SALARY.
038790     WRITE REJ-RECORD.
038792 7000-WRITE-REJECT-EXIT.
038794     EXIT.
038796*=============================================================*
038798* 7100-HOLD-TRANSACTION - PARK THE TRANSACTION ON APPROVAL_HOLD*
038800*               FOR ApprovalRelease INSTEAD OF APPLYING IT.   *
038803*               THE ROW COMMITS WITH THE REST OF THE UNIT OF  *
038805*               WORK, SO A RESTARTED RUN NEVER HOLDS TWICE    *
038807*=============================================================*
038809 7100-HOLD-TRANSACTION.
038811     MOVE ZERO TO SQLCODE.
038813     IF DRV-TRIAL-MODE
038816         ADD 1 TO WS-TRANS-HELD
038818         MOVE 'WOULD-HOLD' TO SUM-RESULT
038820         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
038822         GO TO 7100-HOLD-TRANSACTION-EXIT
038824     END-IF.
038826     ADD WS-HOLD-STEP TO WS-HOLD-ID.
038829     MOVE DRV-RECORD TO WS-HOLD-IMAGE.
038831     MOVE DRV-TRANS-CODE TO WS-HOLD-TRANS-CODE.
038833     MOVE DRV-EMP-SALARY TO WS-HOLD-NEW-AMOUNT.
038835     ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD.
038837     ACCEPT WS-HOLD-TIME FROM TIME.
038839     EXEC SQL
038842         INSERT INTO APPROVAL_HOLD
038844             (HOLD_ID, EMP_ID, TRANS_CODE, TRANS_IMAGE,
038846             HOLD_DATE, HOLD_TIME, SUBMIT_USER, OLD_SALARY,
038848             NEW_AMOUNT, HOLD_REASON, HOLD_STATUS,
038850             ACTION_DATE, ACTION_USER)
038852         VALUES (:WS-HOLD-ID, :EMP-ID, :WS-HOLD-TRANS-CODE,
038855             :WS-HOLD-IMAGE, :WS-HOLD-DATE, :WS-HOLD-TIME,
038857             ' ', :WS-HOLD-CUR-SALARY,
038859             :WS-HOLD-NEW-AMOUNT, :WS-HOLD-REASON, 'H',
038861             0, ' ')
038863     END-EXEC.
038865     IF SQLCODE = 0
038868         ADD 1 TO WS-TRANS-HELD
038870         MOVE 'HELD' TO SUM-RESULT
038872         DISPLAY 'Held for approval: ' EMP-ID ' '
038874             DRV-TRANS-CODE ' hold ' WS-HOLD-ID
038876     ELSE
038878         ADD 1 TO WS-TRANS-FAILED
038881         MOVE 'HOLD-FAIL' TO SUM-RESULT
038883         MOVE 'HOLD-INSERT' TO WS-ERROR-CONTEXT
038885         PERFORM 8900-HANDLE-SQL-ERROR
038887             THRU 8900-HANDLE-SQL-ERROR-EXIT
038889     END-IF.
038891     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
038894 7100-HOLD-TRANSACTION-EXIT.
038896     EXIT.
038898*=============================================================*
038900* 7500-WRITE-SUMMARY - LOG ONE TRANSACTION RESULT TO THE       *
039000*               SUMMARY REPORT                                 *
039100*=============================================================*
040700     COMPUTE CKPT-RECORDS-COMMITTED =
040800         WS-TRANS-INSERTED + WS-TRANS-UPDATED + WS-TRANS-DELETED
040810         + WS-TRANS-REHIRED + WS-TRANS-LEAVES
040820         + WS-TRANS-RETURNED + WS-TRANS-PAYMENTS
040830         + WS-TRANS-PTO-TAKEN + WS-TRANS-HELD.
040900     ACCEPT CKPT-TS-DATE FROM DATE.
041000     ACCEPT CKPT-TS-TIME FROM TIME.
041100     WRITE CKPT-RECORD.
041800*               RESTARTED RUN                                   *
041900*=============================================================*
042000 8000-READ-TRANSACTION.
042035     IF WS-FIRST-READ-EOF
042070         MOVE 'Y' TO WS-EOF-SWITCH
042105         GO TO 8000-READ-TRANS-EXIT
042140     END-IF.
042175     IF WS-FIRST-RECORD-HELD
042210         MOVE WS-FIRST-RECORD TO DRV-RECORD
042245         MOVE 'N' TO WS-FIRST-READ-SWITCH
042280     ELSE
042315         READ DRIVER-TRANS-FILE
042350             AT END
042385                 MOVE 'Y' TO WS-EOF-SWITCH
042420         END-READ
042455     END-IF.
042500     IF WS-EOF
042600         GO TO 8000-READ-TRANS-EXIT
042700     END-IF.
042900         IF DRV-EMP-ID = WS-RESTART-KEY
043000             MOVE 'N' TO WS-SKIP-SWITCH
043100         END-IF
043150         ADD 1 TO WS-TRANS-SKIPPED
043200         GO TO 8000-READ-TRANSACTION
043300     END-IF.
043400     MOVE DRV-EMP-ID          TO EMP-ID.
043900     MOVE DRV-EMP-MGR-ID      TO EMP-MGR-ID.
043905     MOVE DRV-EMP-GRADE       TO EMP-GRADE.
043910     MOVE DRV-BAND-OVERRIDE   TO WS-BAND-OVERRIDE.
043915     MOVE DRV-BAND-OVERRIDE   TO WS-POS-OVERRIDE.
043920     MOVE DRV-EMP-HIRE-DATE   TO WS-EDIT-HIRE-DATE-X.
043940     MOVE DRV-EMP-SALARY-X    TO WS-EDIT-SALARY-X.
043960     MOVE DRV-EMP-MGR-ID      TO WS-EDIT-MGR-ID.
043970     MOVE DRV-EMPL-TYPE       TO WS-EDIT-EMPL-TYPE.
043980     MOVE DRV-CONTRACT-END-X  TO WS-EDIT-CONTRACT-END-X.
044000     ADD 1 TO WS-TRANS-READ.
044100 8000-READ-TRANS-EXIT.
044200     EXIT.
045610     MOVE WS-TRANS-REHIRED  TO TRL-REHIRED.
045612     MOVE WS-TRANS-LEAVES   TO TRL-LEAVES.
045614     MOVE WS-TRANS-RETURNED TO TRL-RETURNED.
045616     MOVE WS-TRANS-PTO-TAKEN TO TRL-PTO-TAKEN.
045618     MOVE WS-PTO-PAYOUTS    TO TRL-PTO-PAID.
045620     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-2.
045622     MOVE WS-RETROS-WRITTEN TO TRL-RETROS.
045624     MOVE WS-RETRO-TOTAL    TO TRL-RETRO-TOTAL.
045625     MOVE WS-TRANS-PAYMENTS TO TRL-PAYMENTS.
045627     MOVE WS-TRANS-HELD     TO TRL-HELD.
045628     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-3.
045630     MOVE WS-TRANS-READ TO RUN-RECORDS-IN.
045632*    A STREAM ACCOUNTS FOR EVERY RECORD DriverSplit GAVE IT,
045633*    INCLUDING ANY A RESTART SKIPPED AS ALREADY COMMITTED.
045635     IF DRV-STREAM-MODE
045636         ADD WS-TRANS-SKIPPED TO RUN-RECORDS-IN
045638         IF RUN-RECORDS-IN NOT = WS-STREAM-EXPECTED
045639             DISPLAY 'Stream ' WS-STREAM-ID ' out of balance - '
045641                 'header ' WS-STREAM-EXPECTED ' read '
045642                 RUN-RECORDS-IN
045644             MOVE 8 TO RETURN-CODE
045645         END-IF
045647     END-IF.
045648     COMPUTE RUN-RECORDS-OUT =
045650         WS-TRANS-INSERTED + WS-TRANS-UPDATED + WS-TRANS-DELETED
045660         + WS-TRANS-REHIRED + WS-TRANS-LEAVES
045665         + WS-TRANS-RETURNED + WS-TRANS-PAYMENTS
045666         + WS-TRANS-PTO-TAKEN.
045670     MOVE WS-TRANS-FAILED TO RUN-RECORDS-REJECT.
045680     PERFORM 8810-RECORD-RUN-END
045690         THRU 8810-RECORD-RUN-END-EXIT.
045691     IF WS-TRANS-HELD > ZERO
045692         DISPLAY 'Held for two-person approval: ' WS-TRANS-HELD
045694     END-IF.
045695     IF WS-TERMS-SUPERSEDED > ZERO
045696         DISPLAY 'Contract-end terms superseded: '
045698             WS-TERMS-SUPERSEDED
045699     END-IF.
045700     CLOSE DRIVER-TRANS-FILE.
045750     CLOSE REJECT-FILE.
045760     CLOSE ORPHAN-REPORT.
046302* 8700-WRITE-EMP-AUDIT - SHARED EMPLOYEE-AUDIT ROW, COPIED IN  *
046303*=============================================================*
046304     COPY AUDHDL.
046305*=============================================================*
046306* 8500-GET-PTO-BALANCE / 8510-WRITE-PTO-ENTRY / 8520-POST-PTO-*
046307*               PAYOUT - SHARED PTO LEDGER, COPIED IN          *
046308*=============================================================*
046309     COPY PTOHDL.
046310*=============================================================*
046320* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
046330*               CONTROL RECORDING, COPIED IN                   *
046356*               COPIED IN                                     *
046358*=============================================================*
046360     COPY DAYSHDL.
046362*=============================================================*
046364* 1970-LOAD-CALENDAR - SHARED BUSINESS-CALENDAR LOAD, COPIED IN*
046366*=============================================================*
046368     COPY CALHDL.
046400*=============================================================*
046410* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
046500*=============================================================*
