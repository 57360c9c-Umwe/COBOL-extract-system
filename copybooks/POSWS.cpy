000100*-------------------------------------------------------------*
000200* POSWS - WORKING-STORAGE FOR THE SHARED POSITION-CONTROL     *
000300*          PARAGRAPHS (SEE POSHDL.cpy). THE POSITION TABLE    *
000400*          (MAINTAINED BY RefDataMaint, TABLE TYPE 'P')       *
000500*          HOLDS THE AUTHORIZED HEADCOUNT FOR EACH DEPT_ID/   *
000600*          GRADE_ID; IT IS SMALL AND STABLE, SO IT LOADS ONCE *
000700*          AT INITIALIZE LIKE THE REFWS CACHE. FILLED         *
000800*          HEADCOUNT (ACTIVE PLUS ON LEAVE) IS COUNTED LIVE   *
000900*          SO MOVES EARLIER IN THE SAME RUN ARE SEEN. THE     *
001000*          CALLER SETS POS-CHK-EMP-ID, POS-CHK-DEPT-ID AND    *
001100*          POS-CHK-GRADE-ID (THE DEPARTMENT/GRADE THE         *
001200*          EMPLOYEE IS MOVING INTO) AND WS-POS-OVERRIDE FROM  *
001300*          THE TRANSACTION'S OVERRIDE BYTE ('P' POSITION,     *
001400*          'B' BAND AND POSITION). AN OVERRIDE NEEDS SECPARM  *
001500*          LEVEL 2 FOR FUNCTION 'POSNOVRD', THE SAME RULE     *
001600*          BANDOVRD FOLLOWS. UNTIL THE FIRST POSITION ROW IS  *
001700*          KEYED, POSITION CONTROL IS NOT IN FORCE.           *
001800*-------------------------------------------------------------*
001900 01  WS-POS-TABLES.
002000     05  WS-POS-MAX           PIC 9(04) COMP VALUE 1000.
002100     05  WS-POS-COUNT         PIC 9(04) COMP VALUE ZERO.
002200     05  WS-POS-ENTRY OCCURS 1000 TIMES.
002300         10  POS-DEPT-ID      PIC X(04).
002400         10  POS-GRADE-ID     PIC X(02).
002500         10  POS-AUTH-COUNT   PIC 9(05) COMP-3.
002600         10  POS-STATUS       PIC X(01).
002700     05  WS-POS-SUB           PIC 9(04) COMP VALUE ZERO.
002800     05  WS-POS-HIT           PIC 9(04) COMP VALUE ZERO.
002900     05  WS-POS-LOAD-SWITCH   PIC X(01) VALUE 'N'.
003000         88  WS-POS-LOADED             VALUE 'Y'.
003100     05  WS-POS-EOF-SWITCH    PIC X(01) VALUE 'N'.
003200         88  WS-POS-EOF                VALUE 'Y'.
003300     05  WS-POS-OVR-FUNCTION  PIC X(08) VALUE 'POSNOVRD'.
003400     05  WS-POS-OVR-AUTH-LEVEL
003500                              PIC 9(01) VALUE ZERO.
003600     05  WS-POS-OVR-AUTH-ID   PIC X(08) VALUE SPACES.
003700     05  WS-POS-WORK.
003800         10  WRK-POS-DEPT-ID  PIC X(04).
003900         10  WRK-POS-GRADE-ID PIC X(02).
004000         10  WRK-POS-AUTH-COUNT
004100                              PIC 9(05) COMP-3.
004200         10  WRK-POS-STATUS   PIC X(01).
004300
004400 01  WS-POS-CHECK-FIELDS.
004500     05  POS-CHK-EMP-ID       PIC X(05).
004600     05  POS-CHK-DEPT-ID      PIC X(04).
004700     05  POS-CHK-GRADE-ID     PIC X(02).
004800     05  WS-POS-CUR-DEPT-ID   PIC X(04).
004900     05  WS-POS-CUR-GRADE-ID  PIC X(02).
005000     05  WS-POS-CUR-STATUS    PIC X(01).
005100     05  WS-POS-FILLED        PIC 9(07) COMP VALUE ZERO.
005200     05  WS-POS-AUTHORIZED    PIC 9(07) COMP VALUE ZERO.
005300     05  WS-POS-REASON        PIC X(40).
005400     05  WS-POS-SWITCH        PIC X(01) VALUE 'N'.
005500         88  WS-POSITION-OK            VALUE 'Y'.
005600     05  WS-POS-FLAG-SWITCH   PIC X(01) VALUE 'N'.
005700         88  WS-POS-OVER-AUTHORIZED    VALUE 'Y'.
005800     05  WS-POS-OVERRIDE      PIC X(01) VALUE 'N'.
005900         88  WS-POS-OVERRIDDEN         VALUE 'P' 'B'.
