000100*-------------------------------------------------------------*
000200* DLMWS - WORKING-STORAGE FOR THE SHARED DELIMITED DATA-FILE  *
000300*          ROW BUILDER (SEE DLMHDL.cpy). A REPORT THAT CAN    *
000400*          ALSO WRITE ITS NUMBERS FOR A SPREADSHEET BUILDS    *
000500*          ONE COMMA-DELIMITED ROW PER DETAIL LINE HERE:      *
000600*          8765-DLM-START-ROW OPENS THE ROW WITH WS-DLM-      *
000700*          ROW-TYPE (ROW_TYPE ON THE COLUMN-NAME ROW, THEN    *
000800*          DETAIL, SUBTOTAL OR TOTAL, SO SUMMARY ROWS CAN BE  *
000900*          FILTERED OUT), AND EACH COLUMN IS ADDED FROM       *
001000*          WS-DLM-TEXT (QUOTED TEXT), WS-DLM-NUMBER (UNEDITED *
001100*          NUMBER, WS-DLM-DECIMALS PLACES) OR WS-DLM-DATE     *
001200*          (CCYYMMDD WRITTEN CCYY-MM-DD; A DAY OF 00 WRITES A *
001300*          MONTH AS CCYY-MM; ZERO WRITES AN EMPTY COLUMN).    *
001400*          8790-DLM-WRITE-ROW WRITES IT TO DLM-RECORD.        *
001500*-------------------------------------------------------------*
001600 01  WS-DLM-FIELDS.
001700     05  WS-DLM-SWITCH        PIC X(01) VALUE 'N'.
001800         88  WS-DLM-WANTED         VALUE 'Y'.
001900     05  WS-DLM-ROW           PIC X(250).
002000     05  WS-DLM-POS           PIC 9(04) COMP VALUE ZERO.
002100     05  WS-DLM-ROW-TYPE      PIC X(08).
002200     05  WS-DLM-TEXT          PIC X(40).
002300     05  WS-DLM-LEN           PIC 9(04) COMP VALUE ZERO.
002400     05  WS-DLM-LEAD          PIC 9(04) COMP VALUE ZERO.
002500     05  WS-DLM-NUMBER        PIC S9(13)V99 VALUE ZERO.
002600     05  WS-DLM-DECIMALS      PIC 9(01) VALUE ZERO.
002700     05  WS-DLM-EDIT-0        PIC -(15)9.
002800     05  WS-DLM-EDIT-2        PIC -(13)9.99.
002900     05  WS-DLM-DATE          PIC 9(08) VALUE ZERO.
003000     05  WS-DLM-DATE-SPLIT    REDEFINES WS-DLM-DATE.
003100         10  WS-DLM-CCYY      PIC 9(04).
003200         10  WS-DLM-MM        PIC 9(02).
003300         10  WS-DLM-DD        PIC 9(02).
003400     05  WS-DLM-TRIM-SWITCH   PIC X(01) VALUE 'N'.
003500         88  WS-DLM-TRIM-DONE      VALUE 'Y'.
003600     05  WS-DLM-ROWS          PIC 9(07) COMP VALUE ZERO.
