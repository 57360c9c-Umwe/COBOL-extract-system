000100*-------------------------------------------------------------*
000200* MWSREC - MERIT WORKSHEET RECORD, 80 BYTES. WRITTEN BY       *
000300*          MeritWorksheet, FILLED IN BY THE MANAGER AND READ  *
000400*          BACK BY MeritReturn. ONE WORKSHEET PER MANAGER:    *
000500*          AN 'H' HEADER (CYCLE EFFECTIVE DATE, POOL AND THE  *
000600*          PERCENTAGES IT WAS BUILT FROM), ONE 'D' DETAIL PER *
000700*          DIRECT REPORT, THEN A 'T' TRAILER WITH THE DETAIL  *
000800*          COUNT AND SALARY TOTAL. THE MANAGER ENTERS ONLY    *
000900*          MWS-DTL-PROPOSED, THE INCREASE AMOUNT IN DOLLARS   *
001000*          AND CENTS (BLANK OR ZERO - NO INCREASE); EVERY     *
001100*          OTHER FIELD IS AS ISSUED.                          *
001200*-------------------------------------------------------------*
001300 01  MWS-RECORD.
001400     05  MWS-REC-TYPE         PIC X(01).
001500         88  MWS-HEADER            VALUE 'H'.
001600         88  MWS-DETAIL            VALUE 'D'.
001700         88  MWS-TRAILER           VALUE 'T'.
001800     05  MWS-MGR-ID           PIC X(05).
001900     05  MWS-BODY             PIC X(74).
002000     05  MWS-HEADER-BODY      REDEFINES MWS-BODY.
002100         10  MWS-HDR-MGR-NAME     PIC X(20).
002200         10  MWS-HDR-EFF-DATE     PIC 9(08).
002300         10  MWS-HDR-POOL         PIC 9(07)V99.
002400         10  MWS-HDR-POOL-PCT     PIC 9(02)V99.
002500         10  MWS-HDR-MAX-PCT      PIC 9(02)V99.
002600         10  MWS-HDR-REPORTS      PIC 9(05).
002700         10  FILLER               PIC X(24).
002800     05  MWS-DETAIL-BODY      REDEFINES MWS-BODY.
002900         10  MWS-DTL-EMP-ID       PIC X(05).
003000         10  MWS-DTL-EMP-NAME     PIC X(20).
003100         10  MWS-DTL-SALARY       PIC 9(07)V99.
003200         10  MWS-DTL-GRADE        PIC X(02).
003300         10  MWS-DTL-GRADE-MIN    PIC 9(07)V99.
003400         10  MWS-DTL-GRADE-MAX    PIC 9(07)V99.
003500         10  MWS-DTL-LAST-INCR    PIC 9(08).
003600         10  MWS-DTL-PROPOSED     PIC 9(07)V99.
003700         10  MWS-DTL-PROPOSED-X   REDEFINES MWS-DTL-PROPOSED
003800                                  PIC X(09).
003900         10  FILLER               PIC X(03).
004000     05  MWS-TRAILER-BODY     REDEFINES MWS-BODY.
004100         10  MWS-TRL-REPORTS      PIC 9(05).
004200         10  MWS-TRL-SALARY-TOTAL PIC 9(09)V99.
004300         10  FILLER               PIC X(58).
