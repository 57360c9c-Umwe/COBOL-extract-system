001723*               UNFINISHED 'R' RUN FOR THIS PROGRAM; A CLEAN     *
001724*               END RETIRES THE CHECKPOINT AUTOMATICALLY         *
001725*               (DLTCKPT GOES DISP=OLD IN THE PROC).             *
001734*   10/15/2026  RH  A TERMINATION NOW PAYS OUT THE EMPLOYEE'S    *
001744*               REMAINING PTO BALANCE (SHARED PTOWS/PTOHDL): THE *
001753*               HOURS LEFT ON PTO_LEDGER ARE PRICED AT SALARY /  *
001763*               2080, POSTED TO EMP_PAYMENT AS PAY TYPE 'PT'     *
001772*               DATED THE TERM DATE, AND ZEROED ON THE LEDGER    *
001781*               WITH A 'P' ROW.                                  *
001791*-------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001850 INPUT-OUTPUT SECTION.
001860 FILE-CONTROL.
003433     05  WS-ORPH-MGR-SAVE     PIC X(05).
003435     05  WS-ORPH-EOF-SWITCH   PIC X(01) VALUE 'N'.
003436         88  WS-ORPH-EOF               VALUE 'Y'.
003437
003438 01  WS-PTO-PAYOUTS           PIC 9(07) COMP VALUE ZERO.
003424
003425 01  WS-CKPT-FILE-STATUS      PIC X(02).
003426
003433
003433     COPY RSTWS.
003434
003460     COPY PTOWS.
003480
003500 PROCEDURE DIVISION.
003600*=============================================================*
003700* 0000-MAINLINE                                               *
007218             THRU 8700-WRITE-EMP-AUDIT-EXIT
007220         PERFORM 4000-HANDLE-DIRECT-REPORTS
007230             THRU 4000-HANDLE-DIRECT-REPORTS-EXIT
007240         MOVE WS-TERM-DATE TO PTO-PAYOUT-DATE
007250         PERFORM 8520-POST-PTO-PAYOUT
007260             THRU 8520-POST-PTO-PAYOUT-EXIT
007270         IF PTO-PAYOUT-POSTED
007280             ADD 1 TO WS-PTO-PAYOUTS
007290         END-IF
007300     ELSE
007400         DISPLAY 'Deactivation failed: ' SQLCODE
007410         MOVE 'UPDATE' TO WS-ERROR-CONTEXT
008550     DISPLAY 'Terminations rejected:   ' WS-RECORDS-REJECTED.
008552     DISPLAY 'Orphan reports listed:   ' WS-ORPHANS-LISTED.
008554     DISPLAY 'Reports reassigned:      ' WS-ORPHANS-REASSIGNED.
008556     DISPLAY 'PTO payouts posted:      ' WS-PTO-PAYOUTS.
008560 9000-TERMINATE-EXIT.
008570     EXIT.
008565*=============================================================*
008591* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
008600*=============================================================*
008610     COPY ERRHDL.
008620*=============================================================*
008630* 8500-GET-PTO-BALANCE / 8510-WRITE-PTO-ENTRY / 8520-POST-PTO-*
008640*               PAYOUT - SHARED PTO LEDGER, COPIED IN          *
008650*=============================================================*
008660     COPY PTOHDL.
