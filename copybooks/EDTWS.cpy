000800*          1700-EDIT-TRANSACTION. EMP-NAME IS EDITED STRAIGHT *
000900*          OUT OF THE SHARED EMPREC RECORD. THE PROGRAM MUST  *
001000*          ACCEPT WS-EDIT-CURRENT-DATE FROM DATE YYYYMMDD     *
001010*          ONCE, IN ITS INITIALIZE PARAGRAPH. A HIRE OR       *
001020*          REHIRE ALSO SETS WS-EDIT-CK-CONTRACT AND MOVES THE *
001030*          RAW EMPLOYMENT TYPE AND CONTRACT END DATE INTO     *
001040*          WS-EDIT-EMPL-TYPE AND WS-EDIT-CONTRACT-END-X.      *
001200*-------------------------------------------------------------*
001300 01  WS-EDIT-FIELDS.
001400     05  WS-EDIT-SWITCH       PIC X(01).
002000         10  WS-EDIT-CK-DATE      PIC X(01).
002100         10  WS-EDIT-CK-SALARY    PIC X(01).
002200         10  WS-EDIT-CK-MGR       PIC X(01).
002210         10  WS-EDIT-CK-CONTRACT  PIC X(01) VALUE 'N'.
002300     05  WS-EDIT-HIRE-DATE-X  PIC X(08).
002400     05  WS-EDIT-HIRE-DATE-9  REDEFINES WS-EDIT-HIRE-DATE-X
002500                              PIC 9(08).
003300     05  WS-EDIT-MGR-ID.
003400         10  WS-EDIT-MGR-PREFIX   PIC X(01).
003500         10  WS-EDIT-MGR-NUMBER   PIC X(04).
003505     05  WS-EDIT-EMPL-TYPE    PIC X(01).
003510     05  WS-EDIT-CONTRACT-END-X
003515                              PIC X(08).
003520     05  WS-EDIT-CONTRACT-END-9
003525                              REDEFINES WS-EDIT-CONTRACT-END-X
003530                              PIC 9(08).
003535     05  WS-EDIT-CONTRACT-END-N
003540                              REDEFINES WS-EDIT-CONTRACT-END-X.
003545         10  WS-EDIT-END-CCYY     PIC 9(04).
003550         10  WS-EDIT-END-MM       PIC 9(02).
003555         10  WS-EDIT-END-DD       PIC 9(02).
003600     05  WS-EDIT-CURRENT-DATE PIC 9(08).
003700     05  WS-EDIT-MONTH-DAYS   PIC 9(02).
003710     05  WS-EDIT-LEAP-CCYY    PIC 9(04).
003800     05  WS-EDIT-LEAP-QUOT    PIC 9(04) COMP.
003900     05  WS-EDIT-LEAP-REM     PIC 9(04) COMP.
