000100*-------------------------------------------------------------*
000200* CHQREC - EMPLOYEE CHANGE-REQUEST QUEUE RECORD, 128 BYTES.   *
000300*          ONE PER REQUEST ACCEPTED ONLINE BY EmpChange       *
000400*          (TRANSACTION EMPC), WRITTEN TO THE EMPCHGQ VSAM    *
000500*          KSDS AND TURNED INTO NIGHTLY TRANSACTIONS BY       *
000600*          ChangeQueueConvert. THE KEY IS THE CICS ABSTIME OF *
000700*          ENTRY PLUS THE ENTERING USERID, SO A SEQUENTIAL    *
000800*          READ RETURNS THE REQUESTS IN THE ORDER THEY WERE   *
000900*          MADE. CHQ-STATUS IS BLANK UNTIL THE NIGHTLY STEP   *
001000*          CONVERTS ('C') OR REJECTS ('R') THE REQUEST AND    *
001100*          STAMPS CHQ-CONV-DATE. A BLANK DEPT, MANAGER,       *
001200*          ADDRESS OR PHONE FIELD MEANS NO CHANGE TO IT.      *
001300*-------------------------------------------------------------*
001400 01  CHQ-RECORD.
001500     05  CHQ-KEY.
001600         10  CHQ-ENTRY-STAMP      PIC 9(15).
001700         10  CHQ-USERID           PIC X(08).
001800     05  CHQ-ENTRY-DATE       PIC 9(08).
001900     05  CHQ-ENTRY-TIME       PIC 9(06).
002000     05  CHQ-STATUS           PIC X(01).
002100         88  CHQ-NEW               VALUE SPACE.
002200         88  CHQ-CONVERTED         VALUE 'C'.
002300         88  CHQ-REJECTED          VALUE 'R'.
002400     05  CHQ-REQ-TYPE         PIC X(01).
002500         88  CHQ-ADDRESS-CHANGE    VALUE 'A'.
002600         88  CHQ-TRANSFER          VALUE 'D'.
002700         88  CHQ-LEAVE-START       VALUE 'L'.
002800         88  CHQ-LEAVE-RETURN      VALUE 'V'.
002900     05  CHQ-EMP-ID           PIC X(05).
003000     05  CHQ-EFF-DATE         PIC 9(08).
003100     05  CHQ-DEPT-ID          PIC X(04).
003200     05  CHQ-MGR-ID           PIC X(05).
003300     05  CHQ-ADDR-STREET      PIC X(20).
003400     05  CHQ-ADDR-CITY        PIC X(15).
003500     05  CHQ-ADDR-STATE       PIC X(02).
003600     05  CHQ-ADDR-ZIP         PIC X(09).
003700     05  CHQ-PHONE            PIC X(10).
003800     05  CHQ-CONV-DATE        PIC 9(08).
003900     05  FILLER               PIC X(03).
