002598*               TWO BONUSES TO THE SAME EMPLOYEE IN ONE FILE  *
002599*               ARE TWO REAL PAYMENTS, SO EVERY SURVIVING     *
002600*               'O' IS KEPT.                                  *
002608*   10/15/2026  RH  NEW PTO TIME-TAKEN CODE 'A'. IT SEQUENCES  *
002615*               AHEAD OF TERMINATE SO HOURS TAKEN BEFORE A    *
002623*               SAME-NIGHT TERMINATION COME OFF THE BALANCE   *
002631*               BEFORE THE PAYOUT, AND LIKE 'O' EVERY         *
002638*               SURVIVING 'A' IS KEPT - TWO ABSENCES ARE TWO  *
002646*               REAL DEDUCTIONS.                              *
002654*   10/15/2026  RH  THE BatchDriver APPROVAL-RELEASE FLAG     *
002662*               (COLUMN 74) IS CLEARED ON EVERY RAW DRVTRAN   *
002669*               RECORD, SO A KEYED TRANSACTION CAN NEVER      *
002677*               CLAIM TO BE AN APPROVED RELEASE AND SKIP THE  *
002685*               TWO-PERSON HOLD.                              *
002692*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
004300 01  RAW-RECORD.
004400     05  RAW-TRANS-CODE       PIC X(01).
004500     05  RAW-EMP-ID           PIC X(05).
004600     05  FILLER               PIC X(67).
004650     05  RAW-RELEASE-FLAG     PIC X(01).
004660     05  FILLER               PIC X(06).
004700
004800 FD  CLEAN-TRANS-FILE
004900     RECORDING MODE IS F.
009840*    COMES LAST SO A TERMINATE-AND-REHIRE PAIR KEYED THE SAME
009860*    NIGHT ENDS WITH THE EMPLOYEE ACTIVE, NOT TERMINATED, AND
009870*    THE LEAVE RETURN FOLLOWS THE LEAVE START FOR THE SAME
009880*    REASON. PTO TIME TAKEN COMES OFF THE BALANCE AHEAD OF A
009890*    TERMINATION'S PAYOUT.
009900 01  WS-CODE-ORDER            PIC X(08) VALUE 'IULVADRO'.
010000 01  WS-CODE-ORDER-TABLE      REDEFINES WS-CODE-ORDER.
010100     05  WS-ORDERED-CODE      PIC X(01) OCCURS 8 TIMES.
010200 01  WS-CODE-SUB              PIC 9(03) COMP VALUE ZERO.
010300
010400 01  WS-TRANS-TABLE.
019900         GO TO 2000-LOAD-TRANSACTION-EXIT
020000     END-IF.
020100     ADD 1 TO WS-TRANS-READ.
020150*    ONLY ApprovalRelease MAY MARK A TRANSACTION APPROVED -
020160*    A KEYED FLAG NEVER GETS PAST THIS STEP.
020170     MOVE SPACE          TO RAW-RELEASE-FLAG.
020200     MOVE RAW-TRANS-CODE TO TRN-CODE (WS-TRANS-READ).
020300     MOVE RAW-EMP-ID     TO TRN-EMP-ID (WS-TRANS-READ).
020400     MOVE RAW-RECORD     TO TRN-RECORD (WS-TRANS-READ).
020600     IF RAW-TRANS-CODE = 'I' OR RAW-TRANS-CODE = 'U'
020700             OR RAW-TRANS-CODE = 'R' OR RAW-TRANS-CODE = 'D'
020750             OR RAW-TRANS-CODE = 'L' OR RAW-TRANS-CODE = 'V'
020760             OR RAW-TRANS-CODE = 'O' OR RAW-TRANS-CODE = 'A'
020800         MOVE ' ' TO TRN-DONE (WS-TRANS-READ)
020900     ELSE
021000         MOVE 'X' TO TRN-DONE (WS-TRANS-READ)
027500     PERFORM 3600-KEEP-LAST-OF-CODE
027600         THRU 3600-KEEP-LAST-OF-CODE-EXIT
027700         VARYING WS-CODE-SUB FROM 1 BY 1
027800         UNTIL WS-CODE-SUB > 8.
027900 3200-SETTLE-GROUP-EXIT.
028000     EXIT.
028100*=============================================================*
033800*=============================================================*
033900 3600-KEEP-LAST-OF-CODE.
034000     MOVE WS-ORDERED-CODE (WS-CODE-SUB) TO WS-WORK-CODE.
034020     IF WS-WORK-CODE = 'O' OR WS-WORK-CODE = 'A'
034040         PERFORM 3650-KEEP-ALL-PAYMENTS
034060             THRU 3650-KEEP-ALL-PAYMENTS-EXIT
034070             VARYING WS-GROUP-SUB FROM 1 BY 1
035700 3600-KEEP-LAST-OF-CODE-EXIT.
035800     EXIT.
035810*=============================================================*
035820* 3650-KEEP-ALL-PAYMENTS - EVERY OPEN 'O' (OR 'A') OF THE     *
035830*               WORK CODE IN THE GROUP IS A REAL PAYMENT (OR  *
035835*               PTO DEDUCTION) AND WRITES THROUGH IN FILE     *
035838*               ORDER                                         *
035840*=============================================================*
035850 3650-KEEP-ALL-PAYMENTS.
035860     IF TRN-EMP-ID (WS-GROUP-SUB) = WS-CURRENT-KEY
035870             AND TRN-DONE (WS-GROUP-SUB) = ' '
035880             AND TRN-CODE (WS-GROUP-SUB) = WS-WORK-CODE
035890         MOVE TRN-RECORD (WS-GROUP-SUB) TO CLN-RECORD
035900         WRITE CLN-RECORD
035910         ADD 1 TO WS-TRANS-WRITTEN
