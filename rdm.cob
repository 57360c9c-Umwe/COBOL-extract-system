002650*               VARIANCE REPORT (BudgetVarReport) AND THE     *
002660*               MassSalaryAction OVER-BUDGET WARNING. ZERO    *
002670*               MEANS NO BUDGET SET.                          *
002674*   10/15/2026  RH  NEW TABLE TYPE 'P' MAINTAINS THE POSITION *
002677*               TABLE - THE AUTHORIZED HEADCOUNT FOR EACH     *
002681*               DEPARTMENT/GRADE, KEYED BY DEPT-ID WITH THE   *
002685*               GRADE AND COUNT IN THE DETAIL. AN ADD NEEDS   *
002689*               AN ACTIVE DEPARTMENT AND GRADE; AN INACTIVATE *
002692*               IS REFUSED WHILE EMPLOYED EMPLOYEES STILL     *
002696*               HOLD THE DEPARTMENT/GRADE. THE HIRE, REHIRE   *
002700*               AND TRANSFER PROGRAMS CHECK IT THROUGH THE    *
002703*               SHARED POSHDL PARAGRAPHS.                     *
002707*   10/15/2026  RH  NEW TABLE TYPE 'B' MAINTAINS THE          *
002711*               BUSINESS_CALENDAR TABLE - HOLIDAYS ('H'), PAY *
002715*               DATES ('P') AND PERIOD-CLOSE DATES ('C'),     *
002718*               KEYED BY THE YEAR WITH THE MONTH/DAY, TYPE    *
002722*               AND DESCRIPTION IN THE DETAIL. THE DATE MUST  *
002726*               BE A REAL CALENDAR DATE. A PAY DATE MUST BE A *
002729*               WEEKDAY THAT IS NOT AN ACTIVE HOLIDAY, AND A  *
002733*               HOLIDAY IS REFUSED ON AN ACTIVE PAY DATE.     *
002737*               ReleasePending, BatchDriver AND THE CALENDAR  *
002741*               LISTING READ IT THROUGH THE SHARED CALHDL     *
002744*               LOAD. CHANGE REPLACES THE DESCRIPTION ONLY.   *
002748*   10/15/2026  RH  NEW TABLE TYPES 'F' AND 'E' MAINTAIN THE  *
002752*               OUTBOUND VENDOR FEED DEFINITIONS OutboundFeed *
002755*               RUNS FROM. 'F' KEYS AN OUTBOUND_FEED ROW BY   *
002759*               FEED-ID: DESCRIPTION, FIXED OR DELIMITED      *
002763*               FORMAT AND DELIMITER, STATUS AND DEPARTMENT   *
002767*               SELECTION, WHETHER DELTA RUNS ARE ALLOWED,    *
002770*               HEADER/TRAILER ENVELOPE AND THE HASH-TOTAL    *
002774*               FIELD. 'E' KEYS AN OUTBOUND_FEED_FIELD ROW BY *
002778*               FEED-ID AND SEQUENCE WITH THE EMPREC FIELD    *
002781*               NAME, EDITED AGAINST THE SHARED FEEDCAT       *
002785*               CATALOG. A CHANGE TO AN INACTIVE FEED OR      *
002789*               FIELD ROW REACTIVATES IT; THE LAST-RUN DATE   *
002793*               AND TIME ARE LEFT TO OutboundFeed.            *
002796*-------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
004600     05  RDM-TABLE-TYPE       PIC X(01).
004700         88  RDM-IS-DEPT           VALUE 'D'.
004800         88  RDM-IS-GRADE          VALUE 'G'.
004850         88  RDM-IS-POSITION       VALUE 'P'.
004860         88  RDM-IS-CALENDAR       VALUE 'B'.
004870         88  RDM-IS-FEED           VALUE 'F'.
004880         88  RDM-IS-FEED-FIELD     VALUE 'E'.
004900     05  RDM-ACTION           PIC X(01).
005000         88  RDM-IS-ADD            VALUE 'A'.
005100         88  RDM-IS-CHANGE         VALUE 'C'.
005500     05  RDM-GRADE-KEY        REDEFINES RDM-KEY.
005600         10  RDM-GRADE-ID     PIC X(02).
005700         10  FILLER           PIC X(02).
005710     05  RDM-CAL-KEY          REDEFINES RDM-KEY.
005720         10  RDM-CAL-CCYY     PIC 9(04).
005730         10  RDM-CAL-CCYY-X   REDEFINES RDM-CAL-CCYY
005740                              PIC X(04).
005800     05  RDM-DETAIL           PIC X(60).
005900     05  RDM-DEPT-DETAIL      REDEFINES RDM-DETAIL.
006000         10  RDM-DEPT-NAME    PIC X(30).
006700         10  RDM-GRADE-MAX-X  REDEFINES RDM-GRADE-MAX
006800                              PIC X(09).
006900         10  FILLER           PIC X(42).
006902     05  RDM-POS-DETAIL       REDEFINES RDM-DETAIL.
006904         10  RDM-POS-GRADE-ID PIC X(02).
006906         10  RDM-POS-AUTH-COUNT
006908                              PIC 9(05).
006910         10  RDM-POS-AUTH-COUNT-X
006912                              REDEFINES RDM-POS-AUTH-COUNT
006915                              PIC X(05).
006917         10  FILLER           PIC X(53).
006919     05  RDM-CAL-DETAIL       REDEFINES RDM-DETAIL.
006921         10  RDM-CAL-MMDD     PIC 9(04).
006923         10  RDM-CAL-MMDD-X   REDEFINES RDM-CAL-MMDD
006925                              PIC X(04).
006927         10  RDM-CAL-TYPE     PIC X(01).
006929             88  RDM-CAL-HOLIDAY   VALUE 'H'.
006931             88  RDM-CAL-PAY-DATE  VALUE 'P'.
006933             88  RDM-CAL-CLOSE     VALUE 'C'.
006935         10  RDM-CAL-DESC     PIC X(30).
006938         10  FILLER           PIC X(25).
006940     05  RDM-FEED-DETAIL      REDEFINES RDM-DETAIL.
006942         10  RDM-FEED-DESC    PIC X(30).
006944         10  RDM-FEED-FORMAT  PIC X(01).
006946             88  RDM-FEED-FIXED    VALUE 'F'.
006948             88  RDM-FEED-DELIMITED
006950                                   VALUE 'D'.
006952         10  RDM-FEED-DELIM   PIC X(01).
006954         10  RDM-FEED-SEL-STATUS
006956                              PIC X(01).
006958             88  RDM-FEED-SEL-VALID
006960                                   VALUES ' ' '*' 'A' 'L' 'T'.
006963         10  RDM-FEED-SEL-DEPT
006965                              PIC X(04).
006967         10  RDM-FEED-DELTA   PIC X(01).
006969             88  RDM-FEED-DELTA-VALID
006971                                   VALUES 'Y' 'N'.
006973         10  RDM-FEED-ENVELOPE
006975                              PIC X(01).
006977             88  RDM-FEED-ENVELOPE-VALID
006979                                   VALUES 'Y' 'N'.
006981         10  RDM-FEED-HASH-FIELD
006983                              PIC X(16).
006985         10  FILLER           PIC X(05).
006988     05  RDM-FIELD-DETAIL     REDEFINES RDM-DETAIL.
006990         10  RDM-FIELD-SEQ    PIC 9(02).
006992         10  RDM-FIELD-SEQ-X  REDEFINES RDM-FIELD-SEQ
006994                              PIC X(02).
006996         10  RDM-FIELD-NAME   PIC X(16).
006998         10  FILLER           PIC X(42).
007000     05  FILLER               PIC X(14).
007100
007200 FD  REJECT-FILE
011600     05  WS-GRADE-MAX-SAL     PIC 9(07)V99 COMP-3.
011700     05  WS-GRADE-STATUS      PIC X(01).
011800     05  WS-USAGE-COUNT       PIC 9(07) COMP VALUE ZERO.
011804     05  WS-AUTH-COUNT        PIC 9(05) COMP-3.
011807     05  WS-POSN-STATUS       PIC X(01).
011811     05  WS-CAL-DATE          PIC 9(08).
011815     05  WS-CAL-DATE-PARTS    REDEFINES WS-CAL-DATE.
011819         10  WS-CAL-CCYY      PIC 9(04).
011822         10  WS-CAL-MMDD      PIC 9(04).
011826     05  WS-CAL-TYPE          PIC X(01).
011830     05  WS-CAL-DESC          PIC X(30).
011833     05  WS-CAL-STATUS        PIC X(01).
011837     05  WS-CAL-OTHER-TYPE    PIC X(01).
011841     05  WS-FEED-ID           PIC X(04).
011844     05  WS-FEED-FIELDS.
011848         10  WS-FEED-DESC     PIC X(30).
011852         10  WS-FEED-FORMAT   PIC X(01).
011856         10  WS-FEED-DELIM    PIC X(01).
011859         10  WS-FEED-SEL-STATUS
011863                              PIC X(01).
011867         10  WS-FEED-SEL-DEPT PIC X(04).
011870         10  WS-FEED-DELTA    PIC X(01).
011874         10  WS-FEED-ENVELOPE PIC X(01).
011878         10  WS-FEED-HASH-FIELD
011881                              PIC X(16).
011885         10  WS-FEED-STATUS   PIC X(01).
011889     05  WS-FIELD-SEQ         PIC S9(04) COMP.
011893     05  WS-FIELD-NAME        PIC X(16).
011896     05  WS-FIELD-STATUS      PIC X(01).
011900
012000 01  WS-OLD-IMAGE-FIELDS.
012100     05  WS-OLD-DEPT-NAME     PIC X(30).
012300     05  WS-OLD-GRADE-MIN     PIC 9(07)V99 COMP-3.
012400     05  WS-OLD-GRADE-MAX     PIC 9(07)V99 COMP-3.
012500     05  WS-OLD-GRADE-STATUS  PIC X(01).
012510     05  WS-OLD-AUTH-COUNT    PIC 9(05) COMP-3.
012520     05  WS-OLD-POSN-STATUS   PIC X(01).
012530     05  WS-OLD-CAL-DESC      PIC X(30).
012540     05  WS-OLD-CAL-STATUS    PIC X(01).
012542     05  WS-OLD-FEED-FIELDS.
012544         10  WS-OLD-FEED-DESC PIC X(30).
012546         10  WS-OLD-FEED-FORMAT
012548                              PIC X(01).
012550         10  WS-OLD-FEED-DELIM
012552                              PIC X(01).
012554         10  WS-OLD-FEED-SEL-STATUS
012556                              PIC X(01).
012558         10  WS-OLD-FEED-SEL-DEPT
012560                              PIC X(04).
012562         10  WS-OLD-FEED-DELTA
012564                              PIC X(01).
012566         10  WS-OLD-FEED-ENVELOPE
012568                              PIC X(01).
012570         10  WS-OLD-FEED-HASH-FIELD
012572                              PIC X(16).
012574         10  WS-OLD-FEED-STATUS
012576                              PIC X(01).
012578     05  WS-OLD-FIELD-NAME    PIC X(16).
012580     05  WS-OLD-FIELD-STATUS  PIC X(01).
012600
012700 01  WS-IMAGE-WORK.
012800     05  WS-IMG-TEXT          PIC X(48).
013600         10  WS-IMG-GRADE-STAT
013700                              PIC X(01).
013800         10  FILLER           PIC X(29).
013803     05  WS-IMG-POSN          REDEFINES WS-IMG-TEXT.
013806         10  WS-IMG-POSN-GRADE
013809                              PIC X(02).
013811         10  WS-IMG-POSN-AUTH PIC 9(05).
013814         10  WS-IMG-POSN-STAT PIC X(01).
013817         10  FILLER           PIC X(40).
013820     05  WS-IMG-CAL           REDEFINES WS-IMG-TEXT.
013823         10  WS-IMG-CAL-MMDD  PIC 9(04).
013826         10  WS-IMG-CAL-TYPE  PIC X(01).
013829         10  WS-IMG-CAL-DESC  PIC X(30).
013831         10  WS-IMG-CAL-STAT  PIC X(01).
013834         10  FILLER           PIC X(12).
013837     05  WS-IMG-FEED          REDEFINES WS-IMG-TEXT.
013840         10  WS-IMG-FEED-DESC PIC X(20).
013843         10  WS-IMG-FEED-FMT  PIC X(01).
013846         10  WS-IMG-FEED-DELIM
013849                              PIC X(01).
013851         10  WS-IMG-FEED-SEL-STAT
013854                              PIC X(01).
013857         10  WS-IMG-FEED-SEL-DEPT
013860                              PIC X(04).
013863         10  WS-IMG-FEED-DELTA
013866                              PIC X(01).
013869         10  WS-IMG-FEED-ENV  PIC X(01).
013871         10  WS-IMG-FEED-HASH PIC X(16).
013874         10  WS-IMG-FEED-STAT PIC X(01).
013877         10  FILLER           PIC X(02).
013880     05  WS-IMG-FIELD         REDEFINES WS-IMG-TEXT.
013883         10  WS-IMG-FIELD-SEQ PIC 9(02).
013886         10  WS-IMG-FIELD-NAME
013889                              PIC X(16).
013891         10  WS-IMG-FIELD-STAT
013894                              PIC X(01).
013897         10  FILLER           PIC X(29).
013900
014000 01  WS-SWITCHES.
014100     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
014700     05  WS-TRANS-READ        PIC 9(07) COMP VALUE ZERO.
014800     05  WS-DEPT-APPLIED      PIC 9(07) COMP VALUE ZERO.
014900     05  WS-GRADE-APPLIED     PIC 9(07) COMP VALUE ZERO.
014950     05  WS-POS-APPLIED       PIC 9(07) COMP VALUE ZERO.
014960     05  WS-CAL-APPLIED       PIC 9(07) COMP VALUE ZERO.
014970     05  WS-FEED-APPLIED      PIC 9(07) COMP VALUE ZERO.
014980     05  WS-FIELD-APPLIED     PIC 9(07) COMP VALUE ZERO.
015000     05  WS-TRANS-FAILED      PIC 9(07) COMP VALUE ZERO.
015100
015200 01  WS-SUMMARY-DETAIL.
017100     05  FILLER          PIC X(01) VALUE SPACE.
017200     05  FILLER          PIC X(07) VALUE 'GRADE: '.
017300     05  TRL-GRADE       PIC ZZZ,ZZ9.
017310     05  FILLER          PIC X(01) VALUE SPACE.
017320     05  FILLER          PIC X(05) VALUE 'POS: '.
017330     05  TRL-POS         PIC ZZZ,ZZ9.
017400     05  FILLER          PIC X(01) VALUE SPACE.
017500     05  FILLER          PIC X(08) VALUE 'FAILED: '.
017600     05  TRL-FAILED      PIC ZZZ,ZZ9.
017610
017620 01  WS-SUMMARY-TRAILER-2.
017630     05  FILLER          PIC X(01) VALUE SPACE.
017640     05  FILLER          PIC X(10) VALUE 'CALENDAR: '.
017650     05  TRL-CAL         PIC ZZZ,ZZ9.
017651     05  FILLER          PIC X(01) VALUE SPACE.
017652     05  FILLER          PIC X(06) VALUE 'FEED: '.
017653     05  TRL-FEED        PIC ZZZ,ZZ9.
017654     05  FILLER          PIC X(01) VALUE SPACE.
017655     05  FILLER          PIC X(07) VALUE 'FIELD: '.
017656     05  TRL-FIELD       PIC ZZZ,ZZ9.
017660
017670     COPY DAYSWS.
017680
017690     COPY FEEDCAT.
017700
017800 PROCEDURE DIVISION.
017900*=============================================================*
022700     IF WS-TRANS-FAILED-THIS = 'Y'
022800         GO TO 2000-NEXT-TRANSACTION
022900     END-IF.
022930     EVALUATE TRUE
022960         WHEN RDM-IS-DEPT
022990             PERFORM 3000-MAINTAIN-DEPT
023020                 THRU 3000-MAINTAIN-DEPT-EXIT
023050         WHEN RDM-IS-GRADE
023080             PERFORM 4000-MAINTAIN-GRADE
023110                 THRU 4000-MAINTAIN-GRADE-EXIT
023140         WHEN RDM-IS-POSITION
023170             PERFORM 6000-MAINTAIN-POSITION
023200                 THRU 6000-MAINTAIN-POSITION-EXIT
023230         WHEN RDM-IS-CALENDAR
023260             PERFORM 6500-MAINTAIN-CALENDAR
023290                 THRU 6500-MAINTAIN-CALENDAR-EXIT
023320         WHEN RDM-IS-FEED
023350             PERFORM 3500-MAINTAIN-FEED
023380                 THRU 3500-MAINTAIN-FEED-EXIT
023410         WHEN OTHER
023440             PERFORM 4500-MAINTAIN-FEED-FIELD
023470                 THRU 4500-MAINTAIN-FEED-FIELD-EXIT
023500     END-EVALUATE.
023600 2000-NEXT-TRANSACTION.
023700     PERFORM 8000-READ-TRANSACTION THRU 8000-READ-TRANS-EXIT.
023800 2000-PROCESS-TRANSACTION-EXIT.
024400 1700-EDIT-TRANSACTION.
024500     MOVE 'N' TO WS-TRANS-FAILED-THIS.
024600     IF NOT RDM-IS-DEPT AND NOT RDM-IS-GRADE
024650             AND NOT RDM-IS-POSITION AND NOT RDM-IS-CALENDAR
024660             AND NOT RDM-IS-FEED AND NOT RDM-IS-FEED-FIELD
024670         MOVE 'TABLE TYPE NOT D, G, P, B, F OR E' TO REJ-REASON
024800         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
024900         GO TO 1700-EDIT-TRANSACTION-EXIT
025000     END-IF.
025400         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
025500         GO TO 1700-EDIT-TRANSACTION-EXIT
025600     END-IF.
025700     IF (RDM-IS-DEPT OR RDM-IS-POSITION) AND RDM-KEY-ID = SPACES
025800         MOVE 'DEPT-ID IS BLANK' TO REJ-REASON
025900         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
026000         GO TO 1700-EDIT-TRANSACTION-EXIT
026400         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
026500         GO TO 1700-EDIT-TRANSACTION-EXIT
026600     END-IF.
026604     IF RDM-IS-POSITION AND RDM-POS-GRADE-ID = SPACES
026608         MOVE 'POSITION GRADE-ID IS BLANK' TO REJ-REASON
026612         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
026617         GO TO 1700-EDIT-TRANSACTION-EXIT
026621     END-IF.
026625     IF RDM-IS-CALENDAR
026629         PERFORM 1750-EDIT-CALENDAR THRU 1750-EDIT-CALENDAR-EXIT
026633         GO TO 1700-EDIT-TRANSACTION-EXIT
026638     END-IF.
026642     IF (RDM-IS-FEED OR RDM-IS-FEED-FIELD) AND RDM-KEY-ID = SPACES
026646         MOVE 'FEED-ID IS BLANK' TO REJ-REASON
026650         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
026654         GO TO 1700-EDIT-TRANSACTION-EXIT
026658     END-IF.
026663     IF RDM-IS-FEED
026667         PERFORM 1760-EDIT-FEED THRU 1760-EDIT-FEED-EXIT
026671         GO TO 1700-EDIT-TRANSACTION-EXIT
026675     END-IF.
026679     IF RDM-IS-FEED-FIELD
026683         PERFORM 1770-EDIT-FEED-FIELD
026688             THRU 1770-EDIT-FEED-FIELD-EXIT
026692         GO TO 1700-EDIT-TRANSACTION-EXIT
026696     END-IF.
026700     IF RDM-IS-INACT
026800         GO TO 1700-EDIT-TRANSACTION-EXIT
026900     END-IF.
027480         END-IF
027500         GO TO 1700-EDIT-TRANSACTION-EXIT
027600     END-IF.
027610     IF RDM-IS-POSITION
027620         IF RDM-POS-AUTH-COUNT-X NOT NUMERIC
027630             MOVE 'AUTHORIZED COUNT IS NOT NUMERIC' TO REJ-REASON
027640             PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
027650         END-IF
027660         GO TO 1700-EDIT-TRANSACTION-EXIT
027670     END-IF.
027700     IF RDM-GRADE-MIN-X NOT NUMERIC
027800             OR RDM-GRADE-MAX-X NOT NUMERIC
027900         MOVE 'GRADE BAND IS NOT NUMERIC' TO REJ-REASON
029200     END-IF.
029300 1700-EDIT-TRANSACTION-EXIT.
029400     EXIT.
029402*=============================================================*
029403* 1750-EDIT-CALENDAR - THE YEAR KEY AND MONTH/DAY MUST MAKE A  *
029405*               REAL CALENDAR DATE AND THE TYPE MUST BE H, P   *
029407*               OR C; AN ADD OR CHANGE NEEDS A DESCRIPTION     *
029408*=============================================================*
029410 1750-EDIT-CALENDAR.
029412     IF RDM-CAL-CCYY-X NOT NUMERIC OR RDM-CAL-MMDD-X NOT NUMERIC
029413         MOVE 'CALENDAR DATE IS NOT NUMERIC' TO REJ-REASON
029415         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029417         GO TO 1750-EDIT-CALENDAR-EXIT
029418     END-IF.
029420     MOVE RDM-CAL-CCYY TO WS-CAL-CCYY.
029422     MOVE RDM-CAL-MMDD TO WS-CAL-MMDD.
029423     MOVE WS-CAL-DATE  TO WS-DAYS-DATE.
029425     IF WS-DAYS-CCYY < 1900 OR WS-DAYS-MM < 1 OR WS-DAYS-MM > 12
029427         MOVE 'CALENDAR YEAR OR MONTH INVALID' TO REJ-REASON
029428         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029430         GO TO 1750-EDIT-CALENDAR-EXIT
029432     END-IF.
029433     PERFORM 8605-MONTH-END THRU 8605-MONTH-END-EXIT.
029435     IF WS-DAYS-DD < 1 OR WS-DAYS-DD > WS-DAYS-MONTH-END
029437         MOVE 'CALENDAR DAY INVALID' TO REJ-REASON
029438         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029440         GO TO 1750-EDIT-CALENDAR-EXIT
029442     END-IF.
029443     IF NOT RDM-CAL-HOLIDAY AND NOT RDM-CAL-PAY-DATE
029445             AND NOT RDM-CAL-CLOSE
029447         MOVE 'CALENDAR TYPE NOT H, P OR C' TO REJ-REASON
029448         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029450         GO TO 1750-EDIT-CALENDAR-EXIT
029452     END-IF.
029453     IF NOT RDM-IS-INACT AND RDM-CAL-DESC = SPACES
029455         MOVE 'CALENDAR DESCRIPTION IS BLANK' TO REJ-REASON
029457         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029458     END-IF.
029460 1750-EDIT-CALENDAR-EXIT.
029462     EXIT.
029463*=============================================================*
029465* 1760-EDIT-FEED - AN ADD OR CHANGE OF A FEED DEFINITION NEEDS *
029467*               A DESCRIPTION, FORMAT F OR D (D WITH A         *
029468*               DELIMITER), A VALID STATUS SELECTION, Y/N      *
029470*               DELTA AND ENVELOPE FLAGS, AND A HASH FIELD     *
029472*               THAT IS BLANK (SALARY) OR A NUMERIC CATALOG    *
029473*               FIELD                                          *
029475*=============================================================*
029477 1760-EDIT-FEED.
029478     IF RDM-IS-INACT
029480         GO TO 1760-EDIT-FEED-EXIT
029482     END-IF.
029483     IF RDM-FEED-DESC = SPACES
029485         MOVE 'FEED DESCRIPTION IS BLANK' TO REJ-REASON
029487         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029488         GO TO 1760-EDIT-FEED-EXIT
029490     END-IF.
029492     IF NOT RDM-FEED-FIXED AND NOT RDM-FEED-DELIMITED
029493         MOVE 'FEED FORMAT NOT F OR D' TO REJ-REASON
029495         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029497         GO TO 1760-EDIT-FEED-EXIT
029498     END-IF.
029500     IF RDM-FEED-DELIMITED AND RDM-FEED-DELIM = SPACE
029502         MOVE 'DELIMITED FEED HAS NO DELIMITER' TO REJ-REASON
029503         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029505         GO TO 1760-EDIT-FEED-EXIT
029507     END-IF.
029508     IF NOT RDM-FEED-SEL-VALID
029510         MOVE 'SELECT STATUS NOT BLANK, *, A, L OR T'
029512             TO REJ-REASON
029513         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029515         GO TO 1760-EDIT-FEED-EXIT
029517     END-IF.
029518     IF NOT RDM-FEED-DELTA-VALID
029520         OR NOT RDM-FEED-ENVELOPE-VALID
029522         MOVE 'DELTA OR ENVELOPE FLAG NOT Y OR N' TO REJ-REASON
029523         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029525         GO TO 1760-EDIT-FEED-EXIT
029527     END-IF.
029528     IF RDM-FEED-HASH-FIELD NOT = SPACES
029530         MOVE RDM-FEED-HASH-FIELD TO WS-FCT-FIND-NAME
029532         PERFORM 8750-FIND-FEED-FIELD
029533             THRU 8750-FIND-FEED-FIELD-EXIT
029535         IF WS-FCT-HIT = ZERO
029537             MOVE 'HASH FIELD NOT IN FEED CATALOG' TO REJ-REASON
029538             PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029540             GO TO 1760-EDIT-FEED-EXIT
029542         END-IF
029543         IF FCT-TEXT (WS-FCT-HIT)
029545             MOVE 'HASH FIELD IS NOT NUMERIC' TO REJ-REASON
029547             PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029548         END-IF
029550     END-IF.
029552 1760-EDIT-FEED-EXIT.
029553     EXIT.
029555*=============================================================*
029557* 1770-EDIT-FEED-FIELD - THE SEQUENCE MUST BE 01-99 AND AN ADD *
029558*               OR CHANGE MUST NAME A FEEDCAT CATALOG FIELD    *
029560*=============================================================*
029562 1770-EDIT-FEED-FIELD.
029563     IF RDM-FIELD-SEQ-X NOT NUMERIC
029565         MOVE 'FIELD SEQUENCE IS NOT NUMERIC' TO REJ-REASON
029567         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029568         GO TO 1770-EDIT-FEED-FIELD-EXIT
029570     END-IF.
029572     IF RDM-FIELD-SEQ = ZERO
029573         MOVE 'FIELD SEQUENCE IS ZERO' TO REJ-REASON
029575         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029577         GO TO 1770-EDIT-FEED-FIELD-EXIT
029578     END-IF.
029580     IF RDM-IS-INACT
029582         GO TO 1770-EDIT-FEED-FIELD-EXIT
029583     END-IF.
029585     MOVE RDM-FIELD-NAME TO WS-FCT-FIND-NAME.
029587     PERFORM 8750-FIND-FEED-FIELD THRU 8750-FIND-FEED-FIELD-EXIT.
029588     IF WS-FCT-HIT = ZERO
029590         MOVE 'FIELD NAME NOT IN FEED CATALOG' TO REJ-REASON
029592         PERFORM 1790-REJECT-EDIT THRU 1790-REJECT-EDIT-EXIT
029593     END-IF.
029595 1770-EDIT-FEED-FIELD-EXIT.
029597     EXIT.
029598*=============================================================*
029600* 1790-REJECT-EDIT - ONE FAILED FIELD EDIT TO THE REJECT FILE  *
029700*               AND THE SUMMARY                                *
029800*=============================================================*
077500     MOVE WS-TRANS-READ    TO TRL-READ.
077600     MOVE WS-DEPT-APPLIED  TO TRL-DEPT.
077700     MOVE WS-GRADE-APPLIED TO TRL-GRADE.
077750     MOVE WS-POS-APPLIED   TO TRL-POS.
077800     MOVE WS-TRANS-FAILED  TO TRL-FAILED.
077900     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER.
077920     MOVE WS-CAL-APPLIED   TO TRL-CAL.
077940     MOVE WS-FEED-APPLIED  TO TRL-FEED.
077960     MOVE WS-FIELD-APPLIED TO TRL-FIELD.
077980     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-2.
078000     MOVE WS-TRANS-READ TO RUN-RECORDS-IN.
078100     COMPUTE RUN-RECORDS-OUT =
078200         WS-DEPT-APPLIED + WS-GRADE-APPLIED + WS-POS-APPLIED
078250         + WS-CAL-APPLIED + WS-FEED-APPLIED + WS-FIELD-APPLIED.
078300     MOVE WS-TRANS-FAILED TO RUN-RECORDS-REJECT.
078400     PERFORM 8810-RECORD-RUN-END
078500         THRU 8810-RECORD-RUN-END-EXIT.
079100     DISPLAY 'Transactions read:    ' WS-TRANS-READ.
079200     DISPLAY 'Department changes:   ' WS-DEPT-APPLIED.
079300     DISPLAY 'Grade changes:        ' WS-GRADE-APPLIED.
079320     DISPLAY 'Position changes:     ' WS-POS-APPLIED.
079340     DISPLAY 'Calendar changes:     ' WS-CAL-APPLIED.
079360     DISPLAY 'Feed changes:         ' WS-FEED-APPLIED.
079380     DISPLAY 'Feed field changes:   ' WS-FIELD-APPLIED.
079400     DISPLAY 'Transactions failed:  ' WS-TRANS-FAILED.
079500 9000-TERMINATE-EXIT.
079600     EXIT.
079900*               CONTROL RECORDING, COPIED IN                   *
080000*=============================================================*
080100     COPY RUNHDL.
080109*=============================================================*
080118* 8600-8634 - SHARED DATE, WEEKDAY AND BUSINESS-DAY            *
080127*               ARITHMETIC, COPIED IN                          *
080136*=============================================================*
080145     COPY DAYSHDL.
080154*=============================================================*
080163* 8750-FIND-FEED-FIELD - SHARED OUTBOUND FEED CATALOG LOOKUP,  *
080172*               COPIED IN                                      *
080181*=============================================================*
080190     COPY FEEDHDL.
080200*=============================================================*
080300* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
080400*=============================================================*
080500     COPY ERRHDL.
080600*=============================================================*
080700* 5400-BUILD-OLD-POSN-IMAGE - FORMAT THE BEFORE IMAGE OF A     *
080800*               POSITION ROW FOR THE AUDIT RECORD              *
080900*=============================================================*
081000 5400-BUILD-OLD-POSN-IMAGE.
081100     MOVE SPACES             TO WS-IMG-TEXT.
081200     MOVE WS-GRADE-ID        TO WS-IMG-POSN-GRADE.
081300     MOVE WS-OLD-AUTH-COUNT  TO WS-IMG-POSN-AUTH.
081400     MOVE WS-OLD-POSN-STATUS TO WS-IMG-POSN-STAT.
081500     MOVE WS-IMG-TEXT        TO RAU-OLD-DETAIL.
081600 5400-BUILD-OLD-POSN-IMAGE-EXIT.
081700     EXIT.
081800*=============================================================*
081900* 5500-BUILD-NEW-POSN-IMAGE - FORMAT THE AFTER IMAGE OF A      *
082000*               POSITION ROW FOR THE AUDIT RECORD              *
082100*=============================================================*
082200 5500-BUILD-NEW-POSN-IMAGE.
082300     MOVE SPACES         TO WS-IMG-TEXT.
082400     MOVE WS-GRADE-ID    TO WS-IMG-POSN-GRADE.
082500     MOVE WS-AUTH-COUNT  TO WS-IMG-POSN-AUTH.
082600     MOVE WS-POSN-STATUS TO WS-IMG-POSN-STAT.
082700     MOVE WS-IMG-TEXT    TO RAU-NEW-DETAIL.
082800 5500-BUILD-NEW-POSN-IMAGE-EXIT.
082900     EXIT.
083000*=============================================================*
083100* 6000-MAINTAIN-POSITION - READ THE CURRENT POSITION ROW FOR   *
083200*               THE OLD IMAGE AND ROUTE THE ACTION             *
083300*=============================================================*
083400 6000-MAINTAIN-POSITION.
083500     MOVE RDM-KEY-ID       TO WS-DEPT-ID.
083600     MOVE RDM-POS-GRADE-ID TO WS-GRADE-ID.
083700     MOVE 'N' TO WS-ROW-SWITCH.
083800     EXEC SQL
083900         SELECT AUTH_COUNT, POS_STATUS
084000         INTO :WS-OLD-AUTH-COUNT, :WS-OLD-POSN-STATUS
084100         FROM POSITION
084200         WHERE DEPT_ID = :WS-DEPT-ID
084300             AND GRADE_ID = :WS-GRADE-ID
084400     END-EXEC.
084500     IF SQLCODE = 0
084600         MOVE 'Y' TO WS-ROW-SWITCH
084700     ELSE
084800         IF SQLCODE NOT = 100
084900             ADD 1 TO WS-TRANS-FAILED
085000             MOVE 'POS-FAIL' TO SUM-RESULT
085100             MOVE 'POSITION-SELECT' TO WS-ERROR-CONTEXT
085200             PERFORM 8900-HANDLE-SQL-ERROR
085300                 THRU 8900-HANDLE-SQL-ERROR-EXIT
085400             PERFORM 7500-WRITE-SUMMARY
085500                 THRU 7500-WRITE-SUMMARY-EXIT
085600             GO TO 6000-MAINTAIN-POSITION-EXIT
085700         END-IF
085800     END-IF.
085900     EVALUATE TRUE
086000         WHEN RDM-IS-ADD
086100             PERFORM 6100-POSITION-ADD THRU 6100-POSITION-ADD-EXIT
086200         WHEN RDM-IS-CHANGE
086300             PERFORM 6200-POSITION-CHANGE
086400                 THRU 6200-POSITION-CHANGE-EXIT
086500         WHEN OTHER
086600             PERFORM 6300-POSITION-INACTIVATE
086700                 THRU 6300-POSITION-INACTIVATE-EXIT
086800     END-EVALUATE.
086900 6000-MAINTAIN-POSITION-EXIT.
087000     EXIT.
087100*=============================================================*
087200* 6100-POSITION-ADD - INSERT A NEW ACTIVE POSITION FOR AN      *
087300*               ACTIVE DEPARTMENT AND GRADE                    *
087400*=============================================================*
087500 6100-POSITION-ADD.
087600     IF WS-ROW-FOUND
087700         ADD 1 TO WS-TRANS-FAILED
087800         MOVE 'DUP-KEY' TO SUM-RESULT
087900         MOVE ZERO TO SQLCODE
088000         MOVE 'POSITION ALREADY ON FILE' TO REJ-REASON
088100         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
088200         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
088300         GO TO 6100-POSITION-ADD-EXIT
088400     END-IF.
088500     EXEC SQL
088600         SELECT DEPT_STATUS INTO :WS-DEPT-STATUS
088700         FROM DEPARTMENT
088800         WHERE DEPT_ID = :WS-DEPT-ID
088900     END-EXEC.
089000     IF SQLCODE = 100
089100             OR (SQLCODE = 0 AND WS-DEPT-STATUS NOT = 'A')
089200         ADD 1 TO WS-TRANS-FAILED
089300         MOVE 'NO-DEPT' TO SUM-RESULT
089400         MOVE ZERO TO SQLCODE
089500         MOVE 'DEPT-ID NOT ON FILE OR INACTIVE' TO REJ-REASON
089600         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
089700         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
089800         GO TO 6100-POSITION-ADD-EXIT
089900     END-IF.
090000     IF SQLCODE NOT = 0
090100         ADD 1 TO WS-TRANS-FAILED
090200         MOVE 'DEPT-FAIL' TO SUM-RESULT
090300         MOVE 'POSITION-DEPT' TO WS-ERROR-CONTEXT
090400         PERFORM 8900-HANDLE-SQL-ERROR
090500             THRU 8900-HANDLE-SQL-ERROR-EXIT
090600         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
090700         GO TO 6100-POSITION-ADD-EXIT
090800     END-IF.
090900     EXEC SQL
091000         SELECT GRADE_STATUS INTO :WS-GRADE-STATUS
091100         FROM SALARY_GRADE
091200         WHERE GRADE_ID = :WS-GRADE-ID
091300     END-EXEC.
091400     IF SQLCODE = 100
091500             OR (SQLCODE = 0 AND WS-GRADE-STATUS NOT = 'A')
091600         ADD 1 TO WS-TRANS-FAILED
091700         MOVE 'NO-GRADE' TO SUM-RESULT
091800         MOVE ZERO TO SQLCODE
091900         MOVE 'GRADE-ID NOT ON FILE OR INACTIVE' TO REJ-REASON
092000         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
092100         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
092200         GO TO 6100-POSITION-ADD-EXIT
092300     END-IF.
092400     IF SQLCODE NOT = 0
092500         ADD 1 TO WS-TRANS-FAILED
092600         MOVE 'GRD-FAIL' TO SUM-RESULT
092700         MOVE 'POSITION-GRADE' TO WS-ERROR-CONTEXT
092800         PERFORM 8900-HANDLE-SQL-ERROR
092900             THRU 8900-HANDLE-SQL-ERROR-EXIT
093000         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
093100         GO TO 6100-POSITION-ADD-EXIT
093200     END-IF.
093300     MOVE RDM-POS-AUTH-COUNT TO WS-AUTH-COUNT.
093400     MOVE 'A'                TO WS-POSN-STATUS.
093500     EXEC SQL
093600         INSERT INTO POSITION (DEPT_ID, GRADE_ID, AUTH_COUNT,
093700             POS_STATUS)
093800         VALUES (:WS-DEPT-ID, :WS-GRADE-ID, :WS-AUTH-COUNT,
093900             :WS-POSN-STATUS)
094000     END-EXEC.
094100     IF SQLCODE = 0
094200         ADD 1 TO WS-POS-APPLIED
094300         MOVE 'ADDED' TO SUM-RESULT
094400         MOVE SPACES TO WS-IMG-TEXT
094500         MOVE WS-IMG-TEXT TO RAU-OLD-DETAIL
094600         PERFORM 5500-BUILD-NEW-POSN-IMAGE
094700             THRU 5500-BUILD-NEW-POSN-IMAGE-EXIT
094800         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
094900     ELSE
095000         ADD 1 TO WS-TRANS-FAILED
095100         MOVE 'ADD-FAIL' TO SUM-RESULT
095200         MOVE 'POSITION-INSERT' TO WS-ERROR-CONTEXT
095300         PERFORM 8900-HANDLE-SQL-ERROR
095400             THRU 8900-HANDLE-SQL-ERROR-EXIT
095500     END-IF.
095600     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
095700 6100-POSITION-ADD-EXIT.
095800     EXIT.
095900*=============================================================*
096000* 6200-POSITION-CHANGE - RESET THE AUTHORIZED HEADCOUNT OF AN  *
096100*               EXISTING POSITION                              *
096200*=============================================================*
096300 6200-POSITION-CHANGE.
096400     IF NOT WS-ROW-FOUND
096500         ADD 1 TO WS-TRANS-FAILED
096600         MOVE 'NOT-FOUND' TO SUM-RESULT
096700         MOVE ZERO TO SQLCODE
096800         MOVE 'POSITION NOT ON FILE' TO REJ-REASON
096900         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
097000         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
097100         GO TO 6200-POSITION-CHANGE-EXIT
097200     END-IF.
097300     MOVE RDM-POS-AUTH-COUNT TO WS-AUTH-COUNT.
097400     EXEC SQL
097500         UPDATE POSITION
097600         SET AUTH_COUNT = :WS-AUTH-COUNT
097700         WHERE DEPT_ID = :WS-DEPT-ID
097800             AND GRADE_ID = :WS-GRADE-ID
097900     END-EXEC.
098000     IF SQLCODE = 0
098100         ADD 1 TO WS-POS-APPLIED
098200         MOVE 'CHANGED' TO SUM-RESULT
098300         PERFORM 5400-BUILD-OLD-POSN-IMAGE
098400             THRU 5400-BUILD-OLD-POSN-IMAGE-EXIT
098500         MOVE WS-OLD-POSN-STATUS TO WS-POSN-STATUS
098600         PERFORM 5500-BUILD-NEW-POSN-IMAGE
098700             THRU 5500-BUILD-NEW-POSN-IMAGE-EXIT
098800         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
098900     ELSE
099000         ADD 1 TO WS-TRANS-FAILED
099100         MOVE 'CHG-FAIL' TO SUM-RESULT
099200         MOVE 'POSITION-UPDATE' TO WS-ERROR-CONTEXT
099300         PERFORM 8900-HANDLE-SQL-ERROR
099400             THRU 8900-HANDLE-SQL-ERROR-EXIT
099500     END-IF.
099600     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
099700 6200-POSITION-CHANGE-EXIT.
099800     EXIT.
099900*=============================================================*
100000* 6300-POSITION-INACTIVATE - SET THE POSITION INACTIVE,        *
100100*               REFUSED WHILE EMPLOYED EMPLOYEES STILL HOLD    *
100200*               THE DEPARTMENT/GRADE                           *
100300*=============================================================*
100400 6300-POSITION-INACTIVATE.
100500     IF NOT WS-ROW-FOUND
100600         ADD 1 TO WS-TRANS-FAILED
100700         MOVE 'NOT-FOUND' TO SUM-RESULT
100800         MOVE ZERO TO SQLCODE
100900         MOVE 'POSITION NOT ON FILE' TO REJ-REASON
101000         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
101100         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
101200         GO TO 6300-POSITION-INACTIVATE-EXIT
101300     END-IF.
101400     EXEC SQL
101500         SELECT COUNT(*) INTO :WS-USAGE-COUNT
101600         FROM EMPLOYEE
101700         WHERE DEPT_ID = :WS-DEPT-ID
101800             AND GRADE_ID = :WS-GRADE-ID
101900             AND (EMP_STATUS = 'A' OR EMP_STATUS = 'L')
102000     END-EXEC.
102100     IF SQLCODE NOT = 0
102200         ADD 1 TO WS-TRANS-FAILED
102300         MOVE 'USE-FAIL' TO SUM-RESULT
102400         MOVE 'POSITION-USAGE' TO WS-ERROR-CONTEXT
102500         PERFORM 8900-HANDLE-SQL-ERROR
102600             THRU 8900-HANDLE-SQL-ERROR-EXIT
102700         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
102800         GO TO 6300-POSITION-INACTIVATE-EXIT
102900     END-IF.
103000     IF WS-USAGE-COUNT > ZERO
103100         ADD 1 TO WS-TRANS-FAILED
103200         MOVE 'IN-USE' TO SUM-RESULT
103300         MOVE ZERO TO SQLCODE
103400         MOVE 'EMPLOYED EMPLOYEES STILL IN POSITION'
103500             TO REJ-REASON
103600         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
103700         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
103800         GO TO 6300-POSITION-INACTIVATE-EXIT
103900     END-IF.
104000     MOVE 'I' TO WS-POSN-STATUS.
104100     EXEC SQL
104200         UPDATE POSITION
104300         SET POS_STATUS = :WS-POSN-STATUS
104400         WHERE DEPT_ID = :WS-DEPT-ID
104500             AND GRADE_ID = :WS-GRADE-ID
104600     END-EXEC.
104700     IF SQLCODE = 0
104800         ADD 1 TO WS-POS-APPLIED
104900         MOVE 'INACTIVE' TO SUM-RESULT
105000         PERFORM 5400-BUILD-OLD-POSN-IMAGE
105100             THRU 5400-BUILD-OLD-POSN-IMAGE-EXIT
105200         MOVE WS-OLD-AUTH-COUNT TO WS-AUTH-COUNT
105300         PERFORM 5500-BUILD-NEW-POSN-IMAGE
105400             THRU 5500-BUILD-NEW-POSN-IMAGE-EXIT
105500         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
105600     ELSE
105700         ADD 1 TO WS-TRANS-FAILED
105800         MOVE 'INA-FAIL' TO SUM-RESULT
105900         MOVE 'POSITION-UPDATE' TO WS-ERROR-CONTEXT
106000         PERFORM 8900-HANDLE-SQL-ERROR
106100             THRU 8900-HANDLE-SQL-ERROR-EXIT
106200     END-IF.
106300     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
106400 6300-POSITION-INACTIVATE-EXIT.
106500     EXIT.
106600*=============================================================*
106700* 5600-BUILD-OLD-CAL-IMAGE - FORMAT THE BEFORE IMAGE OF A      *
106800*               BUSINESS_CALENDAR ROW FOR THE AUDIT RECORD     *
106900*=============================================================*
107000 5600-BUILD-OLD-CAL-IMAGE.
107100     MOVE SPACES            TO WS-IMG-TEXT.
107200     MOVE WS-CAL-MMDD       TO WS-IMG-CAL-MMDD.
107300     MOVE WS-CAL-TYPE       TO WS-IMG-CAL-TYPE.
107400     MOVE WS-OLD-CAL-DESC   TO WS-IMG-CAL-DESC.
107500     MOVE WS-OLD-CAL-STATUS TO WS-IMG-CAL-STAT.
107600     MOVE WS-IMG-TEXT       TO RAU-OLD-DETAIL.
107700 5600-BUILD-OLD-CAL-IMAGE-EXIT.
107800     EXIT.
107900*=============================================================*
108000* 5700-BUILD-NEW-CAL-IMAGE - FORMAT THE AFTER IMAGE OF A       *
108100*               BUSINESS_CALENDAR ROW FOR THE AUDIT RECORD     *
108200*=============================================================*
108300 5700-BUILD-NEW-CAL-IMAGE.
108400     MOVE SPACES        TO WS-IMG-TEXT.
108500     MOVE WS-CAL-MMDD   TO WS-IMG-CAL-MMDD.
108600     MOVE WS-CAL-TYPE   TO WS-IMG-CAL-TYPE.
108700     MOVE WS-CAL-DESC   TO WS-IMG-CAL-DESC.
108800     MOVE WS-CAL-STATUS TO WS-IMG-CAL-STAT.
108900     MOVE WS-IMG-TEXT   TO RAU-NEW-DETAIL.
109000 5700-BUILD-NEW-CAL-IMAGE-EXIT.
109100     EXIT.
109200*=============================================================*
109300* 6500-MAINTAIN-CALENDAR - READ THE CURRENT CALENDAR ROW FOR   *
109400*               THE OLD IMAGE AND ROUTE THE ACTION             *
109500*=============================================================*
109600 6500-MAINTAIN-CALENDAR.
109700     MOVE RDM-CAL-CCYY TO WS-CAL-CCYY.
109800     MOVE RDM-CAL-MMDD TO WS-CAL-MMDD.
109900     MOVE RDM-CAL-TYPE TO WS-CAL-TYPE.
110000     MOVE 'N' TO WS-ROW-SWITCH.
110100     EXEC SQL
110200         SELECT CAL_DESC, CAL_STATUS
110300         INTO :WS-OLD-CAL-DESC, :WS-OLD-CAL-STATUS
110400         FROM BUSINESS_CALENDAR
110500         WHERE CAL_DATE = :WS-CAL-DATE
110600             AND CAL_TYPE = :WS-CAL-TYPE
110700     END-EXEC.
110800     IF SQLCODE = 0
110900         MOVE 'Y' TO WS-ROW-SWITCH
111000     ELSE
111100         IF SQLCODE NOT = 100
111200             ADD 1 TO WS-TRANS-FAILED
111300             MOVE 'CAL-FAIL' TO SUM-RESULT
111400             MOVE 'CALENDAR-SELECT' TO WS-ERROR-CONTEXT
111500             PERFORM 8900-HANDLE-SQL-ERROR
111600                 THRU 8900-HANDLE-SQL-ERROR-EXIT
111700             PERFORM 7500-WRITE-SUMMARY
111800                 THRU 7500-WRITE-SUMMARY-EXIT
111900             GO TO 6500-MAINTAIN-CALENDAR-EXIT
112000         END-IF
112100     END-IF.
112200     EVALUATE TRUE
112300         WHEN RDM-IS-ADD
112400             PERFORM 6600-CALENDAR-ADD THRU 6600-CALENDAR-ADD-EXIT
112500         WHEN RDM-IS-CHANGE
112600             PERFORM 6700-CALENDAR-CHANGE
112700                 THRU 6700-CALENDAR-CHANGE-EXIT
112800         WHEN OTHER
112900             PERFORM 6800-CALENDAR-INACTIVATE
113000                 THRU 6800-CALENDAR-INACTIVATE-EXIT
113100     END-EVALUATE.
113200 6500-MAINTAIN-CALENDAR-EXIT.
113300     EXIT.
113400*=============================================================*
113500* 6600-CALENDAR-ADD - INSERT A NEW ACTIVE CALENDAR DATE. A PAY *
113600*               DATE MUST BE A WEEKDAY WITH NO ACTIVE HOLIDAY; *
113700*               A HOLIDAY MAY NOT LAND ON AN ACTIVE PAY DATE   *
113800*=============================================================*
113900 6600-CALENDAR-ADD.
114000     IF WS-ROW-FOUND
114100         ADD 1 TO WS-TRANS-FAILED
114200         MOVE 'DUP-KEY' TO SUM-RESULT
114300         MOVE ZERO TO SQLCODE
114400         MOVE 'CALENDAR DATE/TYPE ALREADY ON FILE' TO REJ-REASON
114500         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
114600         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
114700         GO TO 6600-CALENDAR-ADD-EXIT
114800     END-IF.
114900     IF RDM-CAL-PAY-DATE
115000         MOVE WS-CAL-DATE TO WS-DAYS-DATE
115100         PERFORM 8610-CHECK-BUSINESS-DAY
115200             THRU 8610-CHECK-BUSINESS-DAY-EXIT
115300         IF NOT WS-DAYS-IS-BUSINESS
115400             ADD 1 TO WS-TRANS-FAILED
115500             MOVE 'WEEKEND' TO SUM-RESULT
115600             MOVE ZERO TO SQLCODE
115700             MOVE 'PAY DATE FALLS ON A WEEKEND' TO REJ-REASON
115800             PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
115900             PERFORM 7500-WRITE-SUMMARY
116000                 THRU 7500-WRITE-SUMMARY-EXIT
116100             GO TO 6600-CALENDAR-ADD-EXIT
116200         END-IF
116300         MOVE 'H' TO WS-CAL-OTHER-TYPE
116400     ELSE
116500         MOVE 'P' TO WS-CAL-OTHER-TYPE
116600     END-IF.
116700     IF NOT RDM-CAL-CLOSE
116800         EXEC SQL
116900             SELECT COUNT(*) INTO :WS-USAGE-COUNT
117000             FROM BUSINESS_CALENDAR
117100             WHERE CAL_DATE = :WS-CAL-DATE
117200                 AND CAL_TYPE = :WS-CAL-OTHER-TYPE
117300                 AND CAL_STATUS = 'A'
117400         END-EXEC
117500         IF SQLCODE NOT = 0
117600             ADD 1 TO WS-TRANS-FAILED
117700             MOVE 'CAL-FAIL' TO SUM-RESULT
117800             MOVE 'CALENDAR-CLASH' TO WS-ERROR-CONTEXT
117900             PERFORM 8900-HANDLE-SQL-ERROR
118000                 THRU 8900-HANDLE-SQL-ERROR-EXIT
118100             PERFORM 7500-WRITE-SUMMARY
118200                 THRU 7500-WRITE-SUMMARY-EXIT
118300             GO TO 6600-CALENDAR-ADD-EXIT
118400         END-IF
118500         IF WS-USAGE-COUNT > ZERO
118600             ADD 1 TO WS-TRANS-FAILED
118700             MOVE 'CLASH' TO SUM-RESULT
118800             MOVE ZERO TO SQLCODE
118900             MOVE 'PAY DATE AND HOLIDAY ON THE SAME DAY'
119000                 TO REJ-REASON
119100             PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
119200             PERFORM 7500-WRITE-SUMMARY
119300                 THRU 7500-WRITE-SUMMARY-EXIT
119400             GO TO 6600-CALENDAR-ADD-EXIT
119500         END-IF
119600     END-IF.
119700     MOVE RDM-CAL-DESC TO WS-CAL-DESC.
119800     MOVE 'A'          TO WS-CAL-STATUS.
119900     EXEC SQL
120000         INSERT INTO BUSINESS_CALENDAR (CAL_DATE, CAL_TYPE,
120100             CAL_DESC, CAL_STATUS)
120200         VALUES (:WS-CAL-DATE, :WS-CAL-TYPE, :WS-CAL-DESC,
120300             :WS-CAL-STATUS)
120400     END-EXEC.
120500     IF SQLCODE = 0
120600         ADD 1 TO WS-CAL-APPLIED
120700         MOVE 'ADDED' TO SUM-RESULT
120800         MOVE SPACES TO WS-IMG-TEXT
120900         MOVE WS-IMG-TEXT TO RAU-OLD-DETAIL
121000         PERFORM 5700-BUILD-NEW-CAL-IMAGE
121100             THRU 5700-BUILD-NEW-CAL-IMAGE-EXIT
121200         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
121300     ELSE
121400         ADD 1 TO WS-TRANS-FAILED
121500         MOVE 'ADD-FAIL' TO SUM-RESULT
121600         MOVE 'CALENDAR-INSERT' TO WS-ERROR-CONTEXT
121700         PERFORM 8900-HANDLE-SQL-ERROR
121800             THRU 8900-HANDLE-SQL-ERROR-EXIT
121900     END-IF.
122000     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
122100 6600-CALENDAR-ADD-EXIT.
122200     EXIT.
122300*=============================================================*
122400* 6700-CALENDAR-CHANGE - REPLACE THE DESCRIPTION OF AN         *
122500*               EXISTING CALENDAR DATE                         *
122600*=============================================================*
122700 6700-CALENDAR-CHANGE.
122800     IF NOT WS-ROW-FOUND
122900         ADD 1 TO WS-TRANS-FAILED
123000         MOVE 'NOT-FOUND' TO SUM-RESULT
123100         MOVE ZERO TO SQLCODE
123200         MOVE 'CALENDAR DATE/TYPE NOT ON FILE' TO REJ-REASON
123300         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
123400         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
123500         GO TO 6700-CALENDAR-CHANGE-EXIT
123600     END-IF.
123700     MOVE RDM-CAL-DESC TO WS-CAL-DESC.
123800     EXEC SQL
123900         UPDATE BUSINESS_CALENDAR
124000         SET CAL_DESC = :WS-CAL-DESC
124100         WHERE CAL_DATE = :WS-CAL-DATE
124200             AND CAL_TYPE = :WS-CAL-TYPE
124300     END-EXEC.
124400     IF SQLCODE = 0
124500         ADD 1 TO WS-CAL-APPLIED
124600         MOVE 'CHANGED' TO SUM-RESULT
124700         PERFORM 5600-BUILD-OLD-CAL-IMAGE
124800             THRU 5600-BUILD-OLD-CAL-IMAGE-EXIT
124900         MOVE WS-OLD-CAL-STATUS TO WS-CAL-STATUS
125000         PERFORM 5700-BUILD-NEW-CAL-IMAGE
125100             THRU 5700-BUILD-NEW-CAL-IMAGE-EXIT
125200         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
125300     ELSE
125400         ADD 1 TO WS-TRANS-FAILED
125500         MOVE 'CHG-FAIL' TO SUM-RESULT
125600         MOVE 'CALENDAR-UPDATE' TO WS-ERROR-CONTEXT
125700         PERFORM 8900-HANDLE-SQL-ERROR
125800             THRU 8900-HANDLE-SQL-ERROR-EXIT
125900     END-IF.
126000     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
126100 6700-CALENDAR-CHANGE-EXIT.
126200     EXIT.
126300*=============================================================*
126400* 6800-CALENDAR-INACTIVATE - SET THE CALENDAR DATE INACTIVE    *
126500*=============================================================*
126600 6800-CALENDAR-INACTIVATE.
126700     IF NOT WS-ROW-FOUND
126800         ADD 1 TO WS-TRANS-FAILED
126900         MOVE 'NOT-FOUND' TO SUM-RESULT
127000         MOVE ZERO TO SQLCODE
127100         MOVE 'CALENDAR DATE/TYPE NOT ON FILE' TO REJ-REASON
127200         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
127300         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
127400         GO TO 6800-CALENDAR-INACTIVATE-EXIT
127500     END-IF.
127600     MOVE 'I' TO WS-CAL-STATUS.
127700     EXEC SQL
127800         UPDATE BUSINESS_CALENDAR
127900         SET CAL_STATUS = :WS-CAL-STATUS
128000         WHERE CAL_DATE = :WS-CAL-DATE
128100             AND CAL_TYPE = :WS-CAL-TYPE
128200     END-EXEC.
128300     IF SQLCODE = 0
128400         ADD 1 TO WS-CAL-APPLIED
128500         MOVE 'INACTIVE' TO SUM-RESULT
128600         PERFORM 5600-BUILD-OLD-CAL-IMAGE
128700             THRU 5600-BUILD-OLD-CAL-IMAGE-EXIT
128800         MOVE WS-OLD-CAL-DESC TO WS-CAL-DESC
128900         PERFORM 5700-BUILD-NEW-CAL-IMAGE
129000             THRU 5700-BUILD-NEW-CAL-IMAGE-EXIT
129100         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
129200     ELSE
129300         ADD 1 TO WS-TRANS-FAILED
129400         MOVE 'INA-FAIL' TO SUM-RESULT
129500         MOVE 'CALENDAR-UPDATE' TO WS-ERROR-CONTEXT
129600         PERFORM 8900-HANDLE-SQL-ERROR
129700             THRU 8900-HANDLE-SQL-ERROR-EXIT
129800     END-IF.
129900     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
130000 6800-CALENDAR-INACTIVATE-EXIT.
130100     EXIT.
130200*=============================================================*
130300* 3500-MAINTAIN-FEED - READ THE CURRENT OUTBOUND_FEED ROW FOR  *
130400*               THE OLD IMAGE AND ROUTE THE ACTION             *
130500*=============================================================*
130600 3500-MAINTAIN-FEED.
130700     MOVE RDM-KEY-ID TO WS-FEED-ID.
130800     MOVE 'N' TO WS-ROW-SWITCH.
130900     EXEC SQL
131000         SELECT FEED_DESC, FEED_FORMAT, FEED_DELIM,
131100             SEL_STATUS, SEL_DEPT_ID, DELTA_FLAG,
131200             ENVELOPE_FLAG, HASH_FIELD, FEED_STATUS
131300         INTO :WS-OLD-FEED-DESC, :WS-OLD-FEED-FORMAT,
131400             :WS-OLD-FEED-DELIM, :WS-OLD-FEED-SEL-STATUS,
131500             :WS-OLD-FEED-SEL-DEPT, :WS-OLD-FEED-DELTA,
131600             :WS-OLD-FEED-ENVELOPE, :WS-OLD-FEED-HASH-FIELD,
131700             :WS-OLD-FEED-STATUS
131800         FROM OUTBOUND_FEED
131900         WHERE FEED_ID = :WS-FEED-ID
132000     END-EXEC.
132100     IF SQLCODE = 0
132200         MOVE 'Y' TO WS-ROW-SWITCH
132300     ELSE
132400         IF SQLCODE NOT = 100
132500             ADD 1 TO WS-TRANS-FAILED
132600             MOVE 'FEED-FAIL' TO SUM-RESULT
132700             MOVE 'FEED-SELECT' TO WS-ERROR-CONTEXT
132800             PERFORM 8900-HANDLE-SQL-ERROR
132900                 THRU 8900-HANDLE-SQL-ERROR-EXIT
133000             PERFORM 7500-WRITE-SUMMARY
133100                 THRU 7500-WRITE-SUMMARY-EXIT
133200             GO TO 3500-MAINTAIN-FEED-EXIT
133300         END-IF
133400     END-IF.
133500     EVALUATE TRUE
133600         WHEN RDM-IS-ADD
133700             PERFORM 3600-FEED-ADD THRU 3600-FEED-ADD-EXIT
133800         WHEN RDM-IS-CHANGE
133900             PERFORM 3700-FEED-CHANGE THRU 3700-FEED-CHANGE-EXIT
134000         WHEN OTHER
134100             PERFORM 3800-FEED-INACTIVATE
134200                 THRU 3800-FEED-INACTIVATE-EXIT
134300     END-EVALUATE.
134400 3500-MAINTAIN-FEED-EXIT.
134500     EXIT.
134600*=============================================================*
134700* 3550-CHECK-FEED-DEPT - A FEED THAT SELECTS ONE DEPARTMENT    *
134800*               MUST NAME AN ACTIVE ONE. A FAILURE IS REJECTED *
134900*               HERE AND LEAVES WS-ROW-SWITCH AT 'E'           *
135000*=============================================================*
135100 3550-CHECK-FEED-DEPT.
135200     IF RDM-FEED-SEL-DEPT = SPACES
135300         GO TO 3550-CHECK-FEED-DEPT-EXIT
135400     END-IF.
135500     MOVE RDM-FEED-SEL-DEPT TO WS-DEPT-ID.
135600     EXEC SQL
135700         SELECT COUNT(*) INTO :WS-USAGE-COUNT
135800         FROM DEPARTMENT
135900         WHERE DEPT_ID = :WS-DEPT-ID
136000             AND DEPT_STATUS = 'A'
136100     END-EXEC.
136200     IF SQLCODE NOT = 0
136300         MOVE 'E' TO WS-ROW-SWITCH
136400         ADD 1 TO WS-TRANS-FAILED
136500         MOVE 'DEPT-FAIL' TO SUM-RESULT
136600         MOVE 'FEED-DEPT' TO WS-ERROR-CONTEXT
136700         PERFORM 8900-HANDLE-SQL-ERROR
136800             THRU 8900-HANDLE-SQL-ERROR-EXIT
136900         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
137000         GO TO 3550-CHECK-FEED-DEPT-EXIT
137100     END-IF.
137200     IF WS-USAGE-COUNT = ZERO
137300         MOVE 'E' TO WS-ROW-SWITCH
137400         ADD 1 TO WS-TRANS-FAILED
137500         MOVE 'BAD-DEPT' TO SUM-RESULT
137600         MOVE ZERO TO SQLCODE
137700         MOVE 'SELECT DEPT-ID NOT AN ACTIVE DEPARTMENT'
137800             TO REJ-REASON
137900         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
138000         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
138100     END-IF.
138200 3550-CHECK-FEED-DEPT-EXIT.
138300     EXIT.
138400*=============================================================*
138500* 3600-FEED-ADD - INSERT A NEW ACTIVE FEED DEFINITION THAT HAS *
138600*               NEVER RUN                                      *
138700*=============================================================*
138800 3600-FEED-ADD.
138900     IF WS-ROW-FOUND
139000         ADD 1 TO WS-TRANS-FAILED
139100         MOVE 'DUP-KEY' TO SUM-RESULT
139200         MOVE ZERO TO SQLCODE
139300         MOVE 'FEED-ID ALREADY ON FILE' TO REJ-REASON
139400         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
139500         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
139600         GO TO 3600-FEED-ADD-EXIT
139700     END-IF.
139800     PERFORM 3550-CHECK-FEED-DEPT THRU 3550-CHECK-FEED-DEPT-EXIT.
139900     IF WS-ROW-SWITCH = 'E'
140000         GO TO 3600-FEED-ADD-EXIT
140100     END-IF.
140200     PERFORM 3650-LOAD-FEED-FIELDS
140300         THRU 3650-LOAD-FEED-FIELDS-EXIT.
140400     MOVE 'A' TO WS-FEED-STATUS.
140500     EXEC SQL
140600         INSERT INTO OUTBOUND_FEED (FEED_ID, FEED_DESC,
140700             FEED_FORMAT, FEED_DELIM, SEL_STATUS, SEL_DEPT_ID,
140800             DELTA_FLAG, ENVELOPE_FLAG, HASH_FIELD,
140900             LAST_RUN_DATE, LAST_RUN_TIME, FEED_STATUS)
141000         VALUES (:WS-FEED-ID, :WS-FEED-DESC, :WS-FEED-FORMAT,
141100             :WS-FEED-DELIM, :WS-FEED-SEL-STATUS,
141200             :WS-FEED-SEL-DEPT, :WS-FEED-DELTA,
141300             :WS-FEED-ENVELOPE, :WS-FEED-HASH-FIELD,
141400             0, 0, :WS-FEED-STATUS)
141500     END-EXEC.
141600     IF SQLCODE = 0
141700         ADD 1 TO WS-FEED-APPLIED
141800         MOVE 'ADDED' TO SUM-RESULT
141900         MOVE SPACES TO WS-IMG-TEXT
142000         MOVE WS-IMG-TEXT TO RAU-OLD-DETAIL
142100         PERFORM 5810-BUILD-NEW-FEED-IMAGE
142200             THRU 5810-BUILD-NEW-FEED-IMAGE-EXIT
142300         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
142400     ELSE
142500         ADD 1 TO WS-TRANS-FAILED
142600         MOVE 'ADD-FAIL' TO SUM-RESULT
142700         MOVE 'FEED-INSERT' TO WS-ERROR-CONTEXT
142800         PERFORM 8900-HANDLE-SQL-ERROR
142900             THRU 8900-HANDLE-SQL-ERROR-EXIT
143000     END-IF.
143100     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
143200 3600-FEED-ADD-EXIT.
143300     EXIT.
143400*=============================================================*
143500* 3650-LOAD-FEED-FIELDS - THE TRANSACTION'S DEFINITION INTO    *
143600*               THE HOST FIELDS                                *
143700*=============================================================*
143800 3650-LOAD-FEED-FIELDS.
143900     MOVE RDM-FEED-DESC       TO WS-FEED-DESC.
144000     MOVE RDM-FEED-FORMAT     TO WS-FEED-FORMAT.
144100     MOVE RDM-FEED-DELIM      TO WS-FEED-DELIM.
144200     MOVE RDM-FEED-SEL-STATUS TO WS-FEED-SEL-STATUS.
144300     MOVE RDM-FEED-SEL-DEPT   TO WS-FEED-SEL-DEPT.
144400     MOVE RDM-FEED-DELTA      TO WS-FEED-DELTA.
144500     MOVE RDM-FEED-ENVELOPE   TO WS-FEED-ENVELOPE.
144600     MOVE RDM-FEED-HASH-FIELD TO WS-FEED-HASH-FIELD.
144700 3650-LOAD-FEED-FIELDS-EXIT.
144800     EXIT.
144900*=============================================================*
145000* 3700-FEED-CHANGE - REPLACE THE DEFINITION OF AN EXISTING     *
145100*               FEED, REACTIVATING IT IF IT WAS INACTIVE. THE  *
145200*               LAST-RUN DATE AND TIME ARE NOT TOUCHED         *
145300*=============================================================*
145400 3700-FEED-CHANGE.
145500     IF NOT WS-ROW-FOUND
145600         ADD 1 TO WS-TRANS-FAILED
145700         MOVE 'NOT-FOUND' TO SUM-RESULT
145800         MOVE ZERO TO SQLCODE
145900         MOVE 'FEED-ID NOT ON FILE' TO REJ-REASON
146000         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
146100         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
146200         GO TO 3700-FEED-CHANGE-EXIT
146300     END-IF.
146400     PERFORM 3550-CHECK-FEED-DEPT THRU 3550-CHECK-FEED-DEPT-EXIT.
146500     IF WS-ROW-SWITCH = 'E'
146600         GO TO 3700-FEED-CHANGE-EXIT
146700     END-IF.
146800     PERFORM 3650-LOAD-FEED-FIELDS
146900         THRU 3650-LOAD-FEED-FIELDS-EXIT.
147000     MOVE 'A' TO WS-FEED-STATUS.
147100     EXEC SQL
147200         UPDATE OUTBOUND_FEED
147300         SET FEED_DESC = :WS-FEED-DESC,
147400             FEED_FORMAT = :WS-FEED-FORMAT,
147500             FEED_DELIM = :WS-FEED-DELIM,
147600             SEL_STATUS = :WS-FEED-SEL-STATUS,
147700             SEL_DEPT_ID = :WS-FEED-SEL-DEPT,
147800             DELTA_FLAG = :WS-FEED-DELTA,
147900             ENVELOPE_FLAG = :WS-FEED-ENVELOPE,
148000             HASH_FIELD = :WS-FEED-HASH-FIELD,
148100             FEED_STATUS = :WS-FEED-STATUS
148200         WHERE FEED_ID = :WS-FEED-ID
148300     END-EXEC.
148400     IF SQLCODE = 0
148500         ADD 1 TO WS-FEED-APPLIED
148600         MOVE 'CHANGED' TO SUM-RESULT
148700         PERFORM 5800-BUILD-OLD-FEED-IMAGE
148800             THRU 5800-BUILD-OLD-FEED-IMAGE-EXIT
148900         PERFORM 5810-BUILD-NEW-FEED-IMAGE
149000             THRU 5810-BUILD-NEW-FEED-IMAGE-EXIT
149100         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
149200     ELSE
149300         ADD 1 TO WS-TRANS-FAILED
149400         MOVE 'CHG-FAIL' TO SUM-RESULT
149500         MOVE 'FEED-UPDATE' TO WS-ERROR-CONTEXT
149600         PERFORM 8900-HANDLE-SQL-ERROR
149700             THRU 8900-HANDLE-SQL-ERROR-EXIT
149800     END-IF.
149900     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
150000 3700-FEED-CHANGE-EXIT.
150100     EXIT.
150200*=============================================================*
150300* 3800-FEED-INACTIVATE - SET THE FEED INACTIVE. OutboundFeed   *
150400*               THEN RUNS IT IN TEST MODE ONLY                 *
150500*=============================================================*
150600 3800-FEED-INACTIVATE.
150700     IF NOT WS-ROW-FOUND
150800         ADD 1 TO WS-TRANS-FAILED
150900         MOVE 'NOT-FOUND' TO SUM-RESULT
151000         MOVE ZERO TO SQLCODE
151100         MOVE 'FEED-ID NOT ON FILE' TO REJ-REASON
151200         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
151300         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
151400         GO TO 3800-FEED-INACTIVATE-EXIT
151500     END-IF.
151600     MOVE 'I' TO WS-FEED-STATUS.
151700     EXEC SQL
151800         UPDATE OUTBOUND_FEED
151900         SET FEED_STATUS = :WS-FEED-STATUS
152000         WHERE FEED_ID = :WS-FEED-ID
152100     END-EXEC.
152200     IF SQLCODE = 0
152300         ADD 1 TO WS-FEED-APPLIED
152400         MOVE 'INACTIVE' TO SUM-RESULT
152500         PERFORM 5800-BUILD-OLD-FEED-IMAGE
152600             THRU 5800-BUILD-OLD-FEED-IMAGE-EXIT
152700         MOVE WS-OLD-FEED-FIELDS TO WS-FEED-FIELDS
152800         MOVE 'I' TO WS-FEED-STATUS
152900         PERFORM 5810-BUILD-NEW-FEED-IMAGE
153000             THRU 5810-BUILD-NEW-FEED-IMAGE-EXIT
153100         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
153200     ELSE
153300         ADD 1 TO WS-TRANS-FAILED
153400         MOVE 'INA-FAIL' TO SUM-RESULT
153500         MOVE 'FEED-UPDATE' TO WS-ERROR-CONTEXT
153600         PERFORM 8900-HANDLE-SQL-ERROR
153700             THRU 8900-HANDLE-SQL-ERROR-EXIT
153800     END-IF.
153900     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
154000 3800-FEED-INACTIVATE-EXIT.
154100     EXIT.
154200*=============================================================*
154300* 4500-MAINTAIN-FEED-FIELD - READ THE CURRENT FIELD ROW AT     *
154400*               THIS FEED-ID/SEQUENCE FOR THE OLD IMAGE AND    *
154500*               ROUTE THE ACTION                               *
154600*=============================================================*
154700 4500-MAINTAIN-FEED-FIELD.
154800     MOVE RDM-KEY-ID    TO WS-FEED-ID.
154900     MOVE RDM-FIELD-SEQ TO WS-FIELD-SEQ.
155000     MOVE 'N' TO WS-ROW-SWITCH.
155100     EXEC SQL
155200         SELECT FIELD_NAME, FIELD_STATUS
155300         INTO :WS-OLD-FIELD-NAME, :WS-OLD-FIELD-STATUS
155400         FROM OUTBOUND_FEED_FIELD
155500         WHERE FEED_ID = :WS-FEED-ID
155600             AND FIELD_SEQ = :WS-FIELD-SEQ
155700     END-EXEC.
155800     IF SQLCODE = 0
155900         MOVE 'Y' TO WS-ROW-SWITCH
156000     ELSE
156100         IF SQLCODE NOT = 100
156200             ADD 1 TO WS-TRANS-FAILED
156300             MOVE 'FLD-FAIL' TO SUM-RESULT
156400             MOVE 'FIELD-SELECT' TO WS-ERROR-CONTEXT
156500             PERFORM 8900-HANDLE-SQL-ERROR
156600                 THRU 8900-HANDLE-SQL-ERROR-EXIT
156700             PERFORM 7500-WRITE-SUMMARY
156800                 THRU 7500-WRITE-SUMMARY-EXIT
156900             GO TO 4500-MAINTAIN-FEED-FIELD-EXIT
157000         END-IF
157100     END-IF.
157200     EVALUATE TRUE
157300         WHEN RDM-IS-ADD
157400             PERFORM 4600-FEED-FIELD-ADD
157500                 THRU 4600-FEED-FIELD-ADD-EXIT
157600         WHEN RDM-IS-CHANGE
157700             PERFORM 4700-FEED-FIELD-CHANGE
157800                 THRU 4700-FEED-FIELD-CHANGE-EXIT
157900         WHEN OTHER
158000             PERFORM 4800-FEED-FIELD-INACTIVATE
158100                 THRU 4800-FEED-FIELD-INACTIVATE-EXIT
158200     END-EVALUATE.
158300 4500-MAINTAIN-FEED-FIELD-EXIT.
158400     EXIT.
158500*=============================================================*
158600* 4600-FEED-FIELD-ADD - INSERT A NEW ACTIVE FIELD INTO A FEED  *
158700*               THAT IS ALREADY DEFINED                        *
158800*=============================================================*
158900 4600-FEED-FIELD-ADD.
159000     IF WS-ROW-FOUND
159100         ADD 1 TO WS-TRANS-FAILED
159200         MOVE 'DUP-KEY' TO SUM-RESULT
159300         MOVE ZERO TO SQLCODE
159400         MOVE 'FEED FIELD SEQUENCE ALREADY ON FILE'
159500             TO REJ-REASON
159600         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
159700         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
159800         GO TO 4600-FEED-FIELD-ADD-EXIT
159900     END-IF.
160000     EXEC SQL
160100         SELECT COUNT(*) INTO :WS-USAGE-COUNT
160200         FROM OUTBOUND_FEED
160300         WHERE FEED_ID = :WS-FEED-ID
160400     END-EXEC.
160500     IF SQLCODE NOT = 0
160600         ADD 1 TO WS-TRANS-FAILED
160700         MOVE 'FEED-FAIL' TO SUM-RESULT
160800         MOVE 'FIELD-FEED' TO WS-ERROR-CONTEXT
160900         PERFORM 8900-HANDLE-SQL-ERROR
161000             THRU 8900-HANDLE-SQL-ERROR-EXIT
161100         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
161200         GO TO 4600-FEED-FIELD-ADD-EXIT
161300     END-IF.
161400     IF WS-USAGE-COUNT = ZERO
161500         ADD 1 TO WS-TRANS-FAILED
161600         MOVE 'NO-FEED' TO SUM-RESULT
161700         MOVE ZERO TO SQLCODE
161800         MOVE 'FEED-ID NOT ON FILE' TO REJ-REASON
161900         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
162000         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
162100         GO TO 4600-FEED-FIELD-ADD-EXIT
162200     END-IF.
162300     MOVE RDM-FIELD-NAME TO WS-FIELD-NAME.
162400     MOVE 'A'            TO WS-FIELD-STATUS.
162500     EXEC SQL
162600         INSERT INTO OUTBOUND_FEED_FIELD (FEED_ID, FIELD_SEQ,
162700             FIELD_NAME, FIELD_STATUS)
162800         VALUES (:WS-FEED-ID, :WS-FIELD-SEQ, :WS-FIELD-NAME,
162900             :WS-FIELD-STATUS)
163000     END-EXEC.
163100     IF SQLCODE = 0
163200         ADD 1 TO WS-FIELD-APPLIED
163300         MOVE 'ADDED' TO SUM-RESULT
163400         MOVE SPACES TO WS-IMG-TEXT
163500         MOVE WS-IMG-TEXT TO RAU-OLD-DETAIL
163600         PERFORM 5910-BUILD-NEW-FIELD-IMAGE
163700             THRU 5910-BUILD-NEW-FIELD-IMAGE-EXIT
163800         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
163900     ELSE
164000         ADD 1 TO WS-TRANS-FAILED
164100         MOVE 'ADD-FAIL' TO SUM-RESULT
164200         MOVE 'FIELD-INSERT' TO WS-ERROR-CONTEXT
164300         PERFORM 8900-HANDLE-SQL-ERROR
164400             THRU 8900-HANDLE-SQL-ERROR-EXIT
164500     END-IF.
164600     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
164700 4600-FEED-FIELD-ADD-EXIT.
164800     EXIT.
164900*=============================================================*
165000* 4700-FEED-FIELD-CHANGE - PUT A DIFFERENT CATALOG FIELD AT    *
165100*               THIS SEQUENCE, REACTIVATING THE ROW IF IT WAS  *
165200*               INACTIVE                                       *
165300*=============================================================*
165400 4700-FEED-FIELD-CHANGE.
165500     IF NOT WS-ROW-FOUND
165600         ADD 1 TO WS-TRANS-FAILED
165700         MOVE 'NOT-FOUND' TO SUM-RESULT
165800         MOVE ZERO TO SQLCODE
165900         MOVE 'FEED FIELD SEQUENCE NOT ON FILE' TO REJ-REASON
166000         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
166100         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
166200         GO TO 4700-FEED-FIELD-CHANGE-EXIT
166300     END-IF.
166400     MOVE RDM-FIELD-NAME TO WS-FIELD-NAME.
166500     MOVE 'A'            TO WS-FIELD-STATUS.
166600     EXEC SQL
166700         UPDATE OUTBOUND_FEED_FIELD
166800         SET FIELD_NAME = :WS-FIELD-NAME,
166900             FIELD_STATUS = :WS-FIELD-STATUS
167000         WHERE FEED_ID = :WS-FEED-ID
167100             AND FIELD_SEQ = :WS-FIELD-SEQ
167200     END-EXEC.
167300     IF SQLCODE = 0
167400         ADD 1 TO WS-FIELD-APPLIED
167500         MOVE 'CHANGED' TO SUM-RESULT
167600         PERFORM 5900-BUILD-OLD-FIELD-IMAGE
167700             THRU 5900-BUILD-OLD-FIELD-IMAGE-EXIT
167800         PERFORM 5910-BUILD-NEW-FIELD-IMAGE
167900             THRU 5910-BUILD-NEW-FIELD-IMAGE-EXIT
168000         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
168100     ELSE
168200         ADD 1 TO WS-TRANS-FAILED
168300         MOVE 'CHG-FAIL' TO SUM-RESULT
168400         MOVE 'FIELD-UPDATE' TO WS-ERROR-CONTEXT
168500         PERFORM 8900-HANDLE-SQL-ERROR
168600             THRU 8900-HANDLE-SQL-ERROR-EXIT
168700     END-IF.
168800     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
168900 4700-FEED-FIELD-CHANGE-EXIT.
169000     EXIT.
169100*=============================================================*
169200* 4800-FEED-FIELD-INACTIVATE - DROP THE FIELD FROM THE FEED    *
169300*               LAYOUT BY SETTING IT INACTIVE                  *
169400*=============================================================*
169500 4800-FEED-FIELD-INACTIVATE.
169600     IF NOT WS-ROW-FOUND
169700         ADD 1 TO WS-TRANS-FAILED
169800         MOVE 'NOT-FOUND' TO SUM-RESULT
169900         MOVE ZERO TO SQLCODE
170000         MOVE 'FEED FIELD SEQUENCE NOT ON FILE' TO REJ-REASON
170100         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
170200         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
170300         GO TO 4800-FEED-FIELD-INACTIVATE-EXIT
170400     END-IF.
170500     MOVE 'I' TO WS-FIELD-STATUS.
170600     EXEC SQL
170700         UPDATE OUTBOUND_FEED_FIELD
170800         SET FIELD_STATUS = :WS-FIELD-STATUS
170900         WHERE FEED_ID = :WS-FEED-ID
171000             AND FIELD_SEQ = :WS-FIELD-SEQ
171100     END-EXEC.
171200     IF SQLCODE = 0
171300         ADD 1 TO WS-FIELD-APPLIED
171400         MOVE 'INACTIVE' TO SUM-RESULT
171500         PERFORM 5900-BUILD-OLD-FIELD-IMAGE
171600             THRU 5900-BUILD-OLD-FIELD-IMAGE-EXIT
171700         MOVE WS-OLD-FIELD-NAME TO WS-FIELD-NAME
171800         PERFORM 5910-BUILD-NEW-FIELD-IMAGE
171900             THRU 5910-BUILD-NEW-FIELD-IMAGE-EXIT
172000         PERFORM 7200-WRITE-AUDIT THRU 7200-WRITE-AUDIT-EXIT
172100     ELSE
172200         ADD 1 TO WS-TRANS-FAILED
172300         MOVE 'INA-FAIL' TO SUM-RESULT
172400         MOVE 'FIELD-UPDATE' TO WS-ERROR-CONTEXT
172500         PERFORM 8900-HANDLE-SQL-ERROR
172600             THRU 8900-HANDLE-SQL-ERROR-EXIT
172700     END-IF.
172800     PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
172900 4800-FEED-FIELD-INACTIVATE-EXIT.
173000     EXIT.
173100*=============================================================*
173200* 5800-BUILD-OLD-FEED-IMAGE - FORMAT THE BEFORE IMAGE OF AN    *
173300*               OUTBOUND_FEED ROW FOR THE AUDIT RECORD. THE    *
173400*               DESCRIPTION IS CUT TO 20 BYTES TO FIT          *
173500*=============================================================*
173600 5800-BUILD-OLD-FEED-IMAGE.
173700     MOVE SPACES                 TO WS-IMG-TEXT.
173800     MOVE WS-OLD-FEED-DESC       TO WS-IMG-FEED-DESC.
173900     MOVE WS-OLD-FEED-FORMAT     TO WS-IMG-FEED-FMT.
174000     MOVE WS-OLD-FEED-DELIM      TO WS-IMG-FEED-DELIM.
174100     MOVE WS-OLD-FEED-SEL-STATUS TO WS-IMG-FEED-SEL-STAT.
174200     MOVE WS-OLD-FEED-SEL-DEPT   TO WS-IMG-FEED-SEL-DEPT.
174300     MOVE WS-OLD-FEED-DELTA      TO WS-IMG-FEED-DELTA.
174400     MOVE WS-OLD-FEED-ENVELOPE   TO WS-IMG-FEED-ENV.
174500     MOVE WS-OLD-FEED-HASH-FIELD TO WS-IMG-FEED-HASH.
174600     MOVE WS-OLD-FEED-STATUS     TO WS-IMG-FEED-STAT.
174700     MOVE WS-IMG-TEXT            TO RAU-OLD-DETAIL.
174800 5800-BUILD-OLD-FEED-IMAGE-EXIT.
174900     EXIT.
175000*=============================================================*
175100* 5810-BUILD-NEW-FEED-IMAGE - FORMAT THE AFTER IMAGE OF AN     *
175200*               OUTBOUND_FEED ROW FOR THE AUDIT RECORD         *
175300*=============================================================*
175400 5810-BUILD-NEW-FEED-IMAGE.
175500     MOVE SPACES             TO WS-IMG-TEXT.
175600     MOVE WS-FEED-DESC       TO WS-IMG-FEED-DESC.
175700     MOVE WS-FEED-FORMAT     TO WS-IMG-FEED-FMT.
175800     MOVE WS-FEED-DELIM      TO WS-IMG-FEED-DELIM.
175900     MOVE WS-FEED-SEL-STATUS TO WS-IMG-FEED-SEL-STAT.
176000     MOVE WS-FEED-SEL-DEPT   TO WS-IMG-FEED-SEL-DEPT.
176100     MOVE WS-FEED-DELTA      TO WS-IMG-FEED-DELTA.
176200     MOVE WS-FEED-ENVELOPE   TO WS-IMG-FEED-ENV.
176300     MOVE WS-FEED-HASH-FIELD TO WS-IMG-FEED-HASH.
176400     MOVE WS-FEED-STATUS     TO WS-IMG-FEED-STAT.
176500     MOVE WS-IMG-TEXT        TO RAU-NEW-DETAIL.
176600 5810-BUILD-NEW-FEED-IMAGE-EXIT.
176700     EXIT.
176800*=============================================================*
176900* 5900-BUILD-OLD-FIELD-IMAGE - FORMAT THE BEFORE IMAGE OF AN   *
177000*               OUTBOUND_FEED_FIELD ROW FOR THE AUDIT RECORD   *
177100*=============================================================*
177200 5900-BUILD-OLD-FIELD-IMAGE.
177300     MOVE SPACES              TO WS-IMG-TEXT.
177400     MOVE WS-FIELD-SEQ        TO WS-IMG-FIELD-SEQ.
177500     MOVE WS-OLD-FIELD-NAME   TO WS-IMG-FIELD-NAME.
177600     MOVE WS-OLD-FIELD-STATUS TO WS-IMG-FIELD-STAT.
177700     MOVE WS-IMG-TEXT         TO RAU-OLD-DETAIL.
177800 5900-BUILD-OLD-FIELD-IMAGE-EXIT.
177900     EXIT.
178000*=============================================================*
178100* 5910-BUILD-NEW-FIELD-IMAGE - FORMAT THE AFTER IMAGE OF AN    *
178200*               OUTBOUND_FEED_FIELD ROW FOR THE AUDIT RECORD   *
178300*=============================================================*
178400 5910-BUILD-NEW-FIELD-IMAGE.
178500     MOVE SPACES          TO WS-IMG-TEXT.
178600     MOVE WS-FIELD-SEQ    TO WS-IMG-FIELD-SEQ.
178700     MOVE WS-FIELD-NAME   TO WS-IMG-FIELD-NAME.
178800     MOVE WS-FIELD-STATUS TO WS-IMG-FIELD-STAT.
178900     MOVE WS-IMG-TEXT     TO RAU-NEW-DETAIL.
179000 5910-BUILD-NEW-FIELD-IMAGE-EXIT.
179100     EXIT.
