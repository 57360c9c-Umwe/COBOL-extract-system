002020*               BETWEEN RELSTEP AND DRVSTEP, SO THE EXPECTED  *
002030*               PAYNITE STEP LIST GROWS FROM SEVEN ENTRIES    *
002040*               TO EIGHT.                                     *
002043*   10/15/2026  RH  THE APPROVAL-HOLD STEPS ApprovalRelease   *
002046*               (APR, AHEAD OF RELSTEP) AND ApprovalList (APL,*
002049*               AT THE END OF THE STREAM) JOIN THE EXPECTED   *
002052*               PAYNITE STEP LIST, NOW TEN ENTRIES.           *
002055*   10/15/2026  RH  THE NIGHTLY AUDIT-TRAIL VERIFICATION      *
002058*               AuditVerify (AVF, END OF THE STREAM) JOINS THE*
002061*               EXPECTED PAYNITE STEP LIST - ELEVEN ENTRIES.  *
002064*   10/15/2026  RH  RUN INTERLOCK FLAGS: A RUN STOPPED BY A    *
002067*               CONFLICTING PROGRAM (RC 12) PRINTS *LOCKED*    *
002070*               AND AN ABENDED ROW CLEARED BY RunClear (STATUS *
002073*               'X') PRINTS *CLEARED*.                         *
002076*   10/15/2026  RH  PARALLEL DRIVER STREAMS: DRV IN THE LIST IS *
002079*               REPLACED BY DriverSplit (SPL), THE RANGE        *
002082*               STREAMS DRV1-DRV8, THE CROSS-RANGE PASS DRVX    *
002085*               AND DriverMerge (MRG) - TWENTY-ONE ENTRIES.     *
002088*   10/15/2026  RH  NotificationLetters (LTR) ADDED AT THE   *
002091*               END OF THE LIST - TWENTY-TWO ENTRIES.         *
002092*   10/15/2026  RH  HrEventCalendar (EVT) ADDED AHEAD OF REL, *
002093*               IN RUN ORDER - TWENTY-THREE ENTRIES.          *
002094*   10/15/2026  RH  ChangeQueueConvert (CQC, FIRST STEP) AND  *
002095*               ContractExpiry (CXP, BETWEEN APR AND EVT)     *
002096*               WERE MISSING FROM THE LIST - BOTH ADDED IN    *
002097*               RUN ORDER, TWENTY-FIVE ENTRIES.               *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007300*    THE STEPS OF THE PAYNITE STREAM, IN RUN ORDER. A DATE
007400*    WITH NO RUN ROW FOR ONE OF THESE GETS A *NOT RUN* LINE.
007500 01  WS-EXPECTED-STEPS.
007550     05  FILLER               PIC X(08) VALUE 'CQC'.
007600     05  FILLER               PIC X(08) VALUE 'CRT'.
007700     05  FILLER               PIC X(08) VALUE 'UPT'.
007800     05  FILLER               PIC X(08) VALUE 'DLT'.
007850     05  FILLER               PIC X(08) VALUE 'PRE'.
007860     05  FILLER               PIC X(08) VALUE 'APR'.
007865     05  FILLER               PIC X(08) VALUE 'CXP'.
007870     05  FILLER               PIC X(08) VALUE 'EVT'.
007900     05  FILLER               PIC X(08) VALUE 'REL'.
007950     05  FILLER               PIC X(08) VALUE 'PBL'.
007958     05  FILLER               PIC X(08) VALUE 'SPL'.
007966     05  FILLER               PIC X(08) VALUE 'DRV1'.
007974     05  FILLER               PIC X(08) VALUE 'DRV2'.
007982     05  FILLER               PIC X(08) VALUE 'DRV3'.
007990     05  FILLER               PIC X(08) VALUE 'DRV4'.
007998     05  FILLER               PIC X(08) VALUE 'DRV5'.
008006     05  FILLER               PIC X(08) VALUE 'DRV6'.
008014     05  FILLER               PIC X(08) VALUE 'DRV7'.
008022     05  FILLER               PIC X(08) VALUE 'DRV8'.
008030     05  FILLER               PIC X(08) VALUE 'DRVX'.
008038     05  FILLER               PIC X(08) VALUE 'MRG'.
008050     05  FILLER               PIC X(08) VALUE 'SNP'.
008060     05  FILLER               PIC X(08) VALUE 'APL'.
008070     05  FILLER               PIC X(08) VALUE 'AVF'.
008080     05  FILLER               PIC X(08) VALUE 'LTR'.
008100 01  WS-EXPECTED-TABLE REDEFINES WS-EXPECTED-STEPS.
008200     05  WS-EXPECTED-ENTRY OCCURS 25 TIMES.
008300         10  WS-EXPECTED-PGM  PIC X(08).
008400 01  WS-EXPECTED-SEEN.
008500     05  WS-SEEN-FLAG         PIC X(01) OCCURS 25 TIMES.
008600
008700 01  OPS-HEADING-1.
008800     05  FILLER               PIC X(01) VALUE SPACE.
014000         UNTIL WS-EOF.
014100     PERFORM 3000-PRINT-MISSING THRU 3000-PRINT-MISSING-EXIT
014200         VARYING WS-EXPECTED-SUB FROM 1 BY 1
014300         UNTIL WS-EXPECTED-SUB > 25.
014400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
014500     GOBACK.
014600*=============================================================*
022900         MOVE '*INCOMPLT*' TO OPS-DTL-FLAG
023000         ADD 1 TO WS-RUNS-FLAGGED
023100     ELSE
023110         IF WS-RUN-STATUS = 'X'
023120             MOVE '*CLEARED*' TO OPS-DTL-FLAG
023130             ADD 1 TO WS-RUNS-FLAGGED
023140         ELSE
023150             IF RUN-FINAL-RC = 12
023160                 MOVE '*LOCKED*' TO OPS-DTL-FLAG
023170                 ADD 1 TO WS-RUNS-FLAGGED
023180             ELSE
023200                 IF RUN-FINAL-RC >= 8
023300                     MOVE '*RC8*' TO OPS-DTL-FLAG
023400                     ADD 1 TO WS-RUNS-FLAGGED
023500                 END-IF
023510             END-IF
023520         END-IF
023600     END-IF.
023700     WRITE RPT-LINE FROM OPS-DETAIL-LINE.
023800     ADD 1 TO WS-RUNS-PRINTED.
023900     PERFORM 2100-MARK-EXPECTED THRU 2100-MARK-EXPECTED-EXIT
024000         VARYING WS-EXPECTED-SUB FROM 1 BY 1
024100         UNTIL WS-EXPECTED-SUB > 25.
024200     PERFORM 8000-FETCH-RUN THRU 8000-FETCH-RUN-EXIT.
024300 2000-PRINT-RUN-EXIT.
024400     EXIT.
