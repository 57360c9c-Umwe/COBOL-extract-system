000100*-------------------------------------------------------------*
000200* APQREC - APPROVAL-HOLD ACTION QUEUE RECORD, 80 BYTES. ONE   *
000300*          PER ACTION ACCEPTED ONLINE BY ApprovalEntry        *
000400*          (TRANSACTION EMPA), WRITTEN TO THE EMPAPRQ VSAM    *
000500*          KSDS AND APPLIED TO APPROVAL_HOLD BY               *
000600*          ApprovalRelease. THE KEY IS THE CICS ABSTIME OF    *
000700*          ENTRY PLUS THE SIGNED-ON USERID, SO A SEQUENTIAL   *
000800*          READ RETURNS THE ACTIONS IN THE ORDER THEY WERE    *
000900*          TAKEN. APQ-ACTION 'S' IS THE KEYER SUBMITTING THE  *
001000*          HELD ITEM, 'A'/'D' A SECOND USER APPROVING OR      *
001100*          DECLINING IT. APQ-STATUS IS BLANK UNTIL A CLEAN    *
001200*          NIGHTLY RUN HAS ACTED ON OR REPORTED THE ENTRY     *
001300*          ('P') AND STAMPED APQ-PROC-DATE.                   *
001400*-------------------------------------------------------------*
001500 01  APQ-RECORD.
001600     05  APQ-KEY.
001700         10  APQ-ENTRY-STAMP      PIC 9(15).
001800         10  APQ-USERID           PIC X(08).
001900     05  APQ-ENTRY-DATE       PIC 9(08).
002000     05  APQ-ENTRY-TIME       PIC 9(06).
002100     05  APQ-STATUS           PIC X(01).
002200         88  APQ-NEW               VALUE SPACE.
002300         88  APQ-PROCESSED         VALUE 'P'.
002400     05  APQ-HOLD-ID          PIC 9(09).
002500     05  APQ-EMP-ID           PIC X(05).
002600     05  APQ-ACTION           PIC X(01).
002700         88  APQ-IS-SUBMIT         VALUE 'S'.
002800         88  APQ-IS-APPROVE        VALUE 'A'.
002900         88  APQ-IS-DECLINE        VALUE 'D'.
003000         88  APQ-ACTION-VALID      VALUES 'S' 'A' 'D'.
003100     05  APQ-PROC-DATE        PIC 9(08).
003200     05  FILLER               PIC X(19).
