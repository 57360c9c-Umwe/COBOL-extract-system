000100*-------------------------------------------------------------*
000200* FEEDCAT - OUTBOUND FEED FIELD CATALOG. THE EMPREC FIELDS A  *
000300*          VENDOR FEED MAY CARRY, BY THEIR EMPREC NAME, WITH  *
000400*          THE OFFSET AND LENGTH OF EACH IN WS-FEED-IMAGE (A  *
000500*          DISPLAY-FORMAT COPY OF THE EMPLOYEE ROW) AND ITS   *
000600*          TYPE: 'X' TEXT, 'N' UNSIGNED NUMBER (THE DATES),   *
000700*          'M' MONEY WITH TWO IMPLIED DECIMALS. RefDataMaint  *
000800*          EDITS OUTBOUND_FEED_FIELD NAMES AND HASH FIELDS    *
000900*          AGAINST IT; OutboundFeed CUTS EACH FIELD OUT OF    *
001000*          THE IMAGE BY IT. A NEW EMPREC FIELD IS OFFERED TO  *
001100*          VENDORS BY ADDING IT TO THE IMAGE AND ONE CATALOG  *
001200*          ENTRY HERE - NO FEED PROGRAM CHANGES.              *
001300*-------------------------------------------------------------*
001400 01  WS-FEED-IMAGE.
001500     05  WS-FI-EMP-ID         PIC X(05).
001600     05  WS-FI-EMP-NAME       PIC X(20).
001700     05  WS-FI-DEPT-ID        PIC X(04).
001800     05  WS-FI-HIRE-DATE      PIC 9(08).
001900     05  WS-FI-SALARY         PIC 9(07)V99.
002000     05  WS-FI-MGR-ID         PIC X(05).
002100     05  WS-FI-STATUS         PIC X(01).
002200     05  WS-FI-TERM-DATE      PIC 9(08).
002300     05  WS-FI-LEAVE-DATE     PIC 9(08).
002400     05  WS-FI-ADDR-STREET    PIC X(20).
002500     05  WS-FI-ADDR-CITY      PIC X(15).
002600     05  WS-FI-ADDR-STATE     PIC X(02).
002700     05  WS-FI-ADDR-ZIP       PIC X(09).
002800     05  WS-FI-PHONE          PIC X(10).
002900     05  WS-FI-GRADE          PIC X(02).
003000
003100 01  WS-FEED-CATALOG.
003200     05  WS-FCT-VALUES.
003300         10  FILLER           PIC X(23)
003400             VALUE 'EMP-ID          001005X'.
003500         10  FILLER           PIC X(23)
003600             VALUE 'EMP-NAME        006020X'.
003700         10  FILLER           PIC X(23)
003800             VALUE 'EMP-DEPT-ID     026004X'.
003900         10  FILLER           PIC X(23)
004000             VALUE 'EMP-HIRE-DATE   030008N'.
004100         10  FILLER           PIC X(23)
004200             VALUE 'EMP-SALARY      038009M'.
004300         10  FILLER           PIC X(23)
004400             VALUE 'EMP-MGR-ID      047005X'.
004500         10  FILLER           PIC X(23)
004600             VALUE 'EMP-STATUS      052001X'.
004700         10  FILLER           PIC X(23)
004800             VALUE 'EMP-TERM-DATE   053008N'.
004900         10  FILLER           PIC X(23)
005000             VALUE 'EMP-LEAVE-DATE  061008N'.
005100         10  FILLER           PIC X(23)
005200             VALUE 'EMP-ADDR-STREET 069020X'.
005300         10  FILLER           PIC X(23)
005400             VALUE 'EMP-ADDR-CITY   089015X'.
005500         10  FILLER           PIC X(23)
005600             VALUE 'EMP-ADDR-STATE  104002X'.
005700         10  FILLER           PIC X(23)
005800             VALUE 'EMP-ADDR-ZIP    106009X'.
005900         10  FILLER           PIC X(23)
006000             VALUE 'EMP-PHONE       115010X'.
006100         10  FILLER           PIC X(23)
006200             VALUE 'EMP-GRADE       125002X'.
006300     05  WS-FCT-TABLE         REDEFINES WS-FCT-VALUES.
006400         10  WS-FCT-ENTRY OCCURS 15 TIMES.
006500             15  FCT-NAME     PIC X(16).
006600             15  FCT-OFFSET   PIC 9(03).
006700             15  FCT-LENGTH   PIC 9(03).
006800             15  FCT-TYPE     PIC X(01).
006900                 88  FCT-TEXT          VALUE 'X'.
007000                 88  FCT-NUMBER        VALUE 'N'.
007100                 88  FCT-MONEY         VALUE 'M'.
007200     05  WS-FCT-MAX           PIC 9(04) COMP VALUE 15.
007300     05  WS-FCT-SUB           PIC 9(04) COMP VALUE ZERO.
007400     05  WS-FCT-HIT           PIC 9(04) COMP VALUE ZERO.
007500     05  WS-FCT-FIND-NAME     PIC X(16).
