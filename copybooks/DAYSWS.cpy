002100     05  WS-DAYS-MONTH-PART   PIC S9(05) COMP.
002200     05  WS-DAYS-MONTH-DAYS   PIC 9(04) COMP.
002300     05  WS-DAYS-NUMBER       PIC S9(09) COMP.
002400*-------------------------------------------------------------*
002500* WORKING-DAY AND BUSINESS-CALENDAR FIELDS FOR 8605-8640.     *
002600*          WEEKDAY 0-6 RUNS MONDAY THROUGH SUNDAY. THE        *
002700*          WS-DAYS-CAL TABLE HOLDS THE ACTIVE HOLIDAY ('H')   *
002800*          AND PAY-DATE ('P') ROWS OF BUSINESS_CALENDAR AS    *
002900*          DAY NUMBERS, LOADED ONCE BY 1970-LOAD-CALENDAR     *
003000*          (CALHDL.cpy). LEFT EMPTY, ONLY SATURDAY AND        *
003100*          SUNDAY ARE NON-BUSINESS DAYS AND NO PAY-DATE EDIT  *
003200*          APPLIES.                                           *
003300*-------------------------------------------------------------*
003400 01  WS-DAYS-WORK-FIELDS.
003500     05  WS-DAYS-WEEKDAY      PIC 9(01).
003600         88  WS-DAYS-WEEKEND       VALUES 5 6.
003650     05  WS-DAYS-WEEK-BASE    PIC S9(09) COMP.
003700     05  WS-DAYS-WEEK-QUOT    PIC S9(09) COMP.
003800     05  WS-DAYS-WORK-NUMBER  PIC S9(09) COMP.
003900     05  WS-DAYS-FROM-NUMBER  PIC S9(09) COMP.
004000     05  WS-DAYS-TO-NUMBER    PIC S9(09) COMP.
004100     05  WS-DAYS-WORKING      PIC S9(05) COMP.
004200     05  WS-DAYS-MONTH-END    PIC 9(02).
004300     05  WS-DAYS-REM4         PIC 9(04) COMP.
004400     05  WS-DAYS-REM100       PIC 9(04) COMP.
004500     05  WS-DAYS-REM400       PIC 9(04) COMP.
004600     05  WS-DAYS-BUSINESS-SWITCH
004700                              PIC X(01).
004800         88  WS-DAYS-IS-BUSINESS   VALUE 'Y'.
004900     05  WS-DAYS-PAY-SWITCH   PIC X(01).
005000         88  WS-DAYS-IS-PAY-DATE   VALUE 'Y'.
005100
005200 01  WS-DAYS-MONTH-TABLE.
005300     05  FILLER               PIC X(24)
005400                              VALUE '312831303130313130313031'.
005500 01  WS-DAYS-MONTH-LENGTHS    REDEFINES WS-DAYS-MONTH-TABLE.
005600     05  WS-DAYS-MONTH-LEN    PIC 9(02) OCCURS 12 TIMES.
005700
005800 01  WS-DAYS-CALENDAR.
005900     05  WS-DAYS-CAL-MAX      PIC 9(04) COMP VALUE 2000.
006000     05  WS-DAYS-CAL-COUNT    PIC 9(04) COMP VALUE ZERO.
006100     05  WS-DAYS-PAY-COUNT    PIC 9(04) COMP VALUE ZERO.
006200     05  WS-DAYS-CAL-SUB      PIC 9(04) COMP VALUE ZERO.
006300     05  WS-DAYS-CAL-LOAD-SWITCH
006400                              PIC X(01) VALUE 'N'.
006500         88  WS-DAYS-CAL-LOADED    VALUE 'Y'.
006600         88  WS-DAYS-CAL-FAILED    VALUE 'E'.
006700     05  WS-DAYS-CAL-EOF-SWITCH
006800                              PIC X(01) VALUE 'N'.
006900         88  WS-DAYS-CAL-EOF       VALUE 'Y'.
007000     05  WS-DAYS-CAL-LOAD-DATE
007100                              PIC 9(08).
007200     05  WS-DAYS-CAL-LOAD-TYPE
007300                              PIC X(01).
007400     05  WS-DAYS-CAL-ENTRY    OCCURS 2000 TIMES.
007500         10  WS-DAYS-CAL-NUMBER
007600                              PIC S9(09) COMP.
007700         10  WS-DAYS-CAL-TYPE PIC X(01).
