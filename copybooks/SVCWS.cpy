000100*-------------------------------------------------------------*
000200* SVCWS - WORKING-STORAGE FOR THE SHARED CREDITED-SERVICE     *
000300*          PARAGRAPH (SEE SVCHDL.cpy). A REHIRE ARCHIVES THE  *
000400*          PRIOR SERVICE PERIOD TO EMPLOYEE_HIST AND RESETS   *
000500*          HIRE_DATE, SO CREDITED SERVICE IS THE CURRENT      *
000600*          PERIOD (HIRE DATE TO THE AS-OF DAY) PLUS EVERY     *
000700*          ARCHIVED PERIOD (HIRE_DATE THROUGH DELETE_DATE).   *
000800*          THE CALLER SETS SVC-EMP-ID, SVC-HIRE-DATE AND      *
000900*          SVC-AS-OF-DAYS (A DAYSHDL DAY NUMBER) AND PERFORMS *
001000*          8450-CREDITED-SERVICE. BACK COME THE CREDITED DAYS *
001100*          (PRIOR DAYS INCLUDED), THE PERIODS BRIDGED AND THE *
001200*          EARLIEST HIRE DATE SEEN. A YEAR OF SERVICE IS 365  *
001300*          CREDITED DAYS.                                     *
001400*-------------------------------------------------------------*
001500 01  WS-SERVICE-FIELDS.
001600     05  SVC-EMP-ID           PIC X(05).
001700     05  SVC-HIRE-DATE        PIC 9(08).
001800     05  SVC-AS-OF-DAYS       PIC S9(09) COMP VALUE ZERO.
001900     05  SVC-FIRST-HIRE       PIC 9(08).
002000     05  SVC-SERVICE-DAYS     PIC S9(09) COMP VALUE ZERO.
002100     05  SVC-PRIOR-DAYS       PIC S9(09) COMP VALUE ZERO.
002200     05  SVC-PERIODS          PIC 9(03) COMP VALUE ZERO.
002300     05  SVC-HIST-HIRE-DATE   PIC 9(08).
002400     05  SVC-HIST-DELETE-DATE PIC 9(08).
002500     05  SVC-PERIOD-START     PIC S9(09) COMP VALUE ZERO.
002600     05  SVC-PERIOD-DAYS      PIC S9(09) COMP VALUE ZERO.
002700     05  SVC-HIST-EOF-SWITCH  PIC X(01) VALUE 'N'.
002800         88  SVC-HIST-EOF              VALUE 'Y'.
