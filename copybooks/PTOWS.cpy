000100*-------------------------------------------------------------*
000200* PTOWS - WORKING-STORAGE FOR THE SHARED PTO-LEDGER           *
000300*          PARAGRAPHS (SEE PTOHDL.cpy). THE PTO_LEDGER TABLE  *
000400*          HOLDS ONE SIGNED HOURS ROW PER EVENT, SO AN        *
000500*          EMPLOYEE'S BALANCE IS ALWAYS THE SUM OF THE ROWS.  *
000600*          ENTRY TYPES: A MONTHLY ACCRUAL (+), T TIME TAKEN   *
000700*          (-), P TERMINATION PAYOUT (- THE WHOLE BALANCE).   *
000800*          THE CALLER SETS PTO-ENTRY-TYPE, PTO-ENTRY-DATE     *
000900*          (DATE THE HOURS BELONG TO), PTO-HOURS AND          *
001000*          PTO-ACCRUAL-MONTH (ZERO EXCEPT ON ACCRUALS) AND    *
001100*          PERFORMS 8510-WRITE-PTO-ENTRY WITH EMP-ID SET.     *
001200*          A PAYOUT IS PRICED AT THE ANNUAL SALARY OVER       *
001300*          PTO-HOURS-PER-YEAR AND POSTS TO EMP_PAYMENT UNDER  *
001400*          PAY TYPE PTO-PAYOUT-TYPE.                          *
001500*-------------------------------------------------------------*
001600 01  WS-PTO-FIELDS.
001700     05  PTO-BALANCE          PIC S9(05)V99 COMP-3 VALUE ZERO.
001800     05  PTO-HOURS            PIC S9(05)V99 COMP-3 VALUE ZERO.
001900     05  PTO-ENTRY-TYPE       PIC X(01).
002000         88  PTO-IS-ACCRUAL            VALUE 'A'.
002100         88  PTO-IS-TAKEN              VALUE 'T'.
002200         88  PTO-IS-PAYOUT             VALUE 'P'.
002300     05  PTO-ENTRY-DATE       PIC 9(08).
002400     05  PTO-POSTED-DATE      PIC 9(08).
002500     05  PTO-POSTED-TIME      PIC 9(08).
002600     05  PTO-ACCRUAL-MONTH    PIC 9(06) VALUE ZERO.
002700     05  PTO-HOURS-PER-YEAR   PIC 9(05) COMP-3 VALUE 2080.
002800     05  PTO-PAYOUT-TYPE      PIC X(02) VALUE 'PT'.
002900     05  PTO-PAYOUT-AMOUNT    PIC 9(07)V99 COMP-3 VALUE ZERO.
003000     05  PTO-PAYOUT-DATE      PIC 9(08) VALUE ZERO.
003100     05  PTO-PAYOUT-SWITCH    PIC X(01) VALUE 'N'.
003200         88  PTO-PAYOUT-POSTED         VALUE 'Y'.
003300     05  PTO-ENTRY-SWITCH     PIC X(01) VALUE 'N'.
003400         88  PTO-ENTRY-OK              VALUE 'Y'.
