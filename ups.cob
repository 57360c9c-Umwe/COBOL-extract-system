002133*               'BANDOVRD' (RESOLVED ONCE BY THE SHARED           *
002134*               REFERENCE-CACHE LOAD). AN UNAUTHORIZED OVERRIDE   *
002135*               REJECTS TO UPSREJ.                                *
002142*   10/15/2026  RH  UPDATES AND INSERTS ARE NOW HELD TO THE      *
002149*               POSITION TABLE (SHARED POSWS/POSHDL). A ROW THAT *
002157*               WOULD TAKE A DEPARTMENT/GRADE OVER ITS           *
002164*               AUTHORIZED HEADCOUNT REJECTS TO UPSREJ AS        *
002171*               'POSN-FAIL' UNLESS THE OVERRIDE BYTE CARRIES 'P' *
002178*               (POSITION) OR 'B' (BAND AND POSITION) AND THE    *
002186*               SUBMITTER HOLDS SECPARM LEVEL 2 FOR 'POSNOVRD'.  *
002193*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
007482     05  WS-BAND-SWITCH       PIC X(01) VALUE 'N'.
007484         88  WS-BAND-OK            VALUE 'Y'.
007486     05  WS-BAND-OVERRIDE     PIC X(01) VALUE 'N'.
007488         88  WS-BAND-OVERRIDDEN    VALUE 'Y' 'B'.
007500
007600 01  WS-COUNTERS.
007700     05  WS-TRANS-READ        PIC 9(07) COMP VALUE ZERO.
011996 01  WS-AUDIT-FETCH-SWITCH    PIC X(01) VALUE 'N'.
011998     88  WS-AUDIT-FETCH-OK         VALUE 'Y'.
012000
012030     COPY POSWS.
012060
012100 PROCEDURE DIVISION.
012200*=============================================================*
012300* 0000-MAINLINE                                               *
015250             THRU 8800-RECORD-RUN-START-EXIT
015252         PERFORM 1900-LOAD-REF-TABLES
015254             THRU 1900-LOAD-REF-TABLES-EXIT
015256         PERFORM 1950-LOAD-POSITIONS
015258             THRU 1950-LOAD-POSITIONS-EXIT
015260     END-IF.
015300     PERFORM 1500-ESTABLISH-RESTART
015400         THRU 1500-ESTABLISH-RESTART-EXIT.
020640*               CACHE, COPIED IN                               *
020645*=============================================================*
020650     COPY REFHDL.
020651*=============================================================*
020652* 1890-CHECK-POSITION / 1950-LOAD-POSITIONS - SHARED POSITION  *
020653*               CONTROL, COPIED IN                             *
020654*=============================================================*
020655     COPY POSHDL.
020771*=============================================================*
020772* 1860-CHECK-MANAGER - A NON-BLANK MGR-ID MUST MATCH AN ACTIVE*
020773*               EMPLOYEE ROW BEFORE AN INSERT OR UPDATE, SAME  *
023408         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
023409         GO TO 3000-UPDATE-EMPLOYEE-EXIT
023410     END-IF.
023416     MOVE EMP-ID      TO POS-CHK-EMP-ID.
023421     MOVE EMP-DEPT-ID TO POS-CHK-DEPT-ID.
023427     MOVE EMP-GRADE   TO POS-CHK-GRADE-ID.
023432     PERFORM 1890-CHECK-POSITION
023438         THRU 1890-CHECK-POSITION-EXIT.
023444     IF NOT WS-POSITION-OK
023449         ADD 1 TO WS-TRANS-FAILED
023455         MOVE 'POSN-FAIL' TO SUM-RESULT
023461         MOVE ZERO TO SQLCODE
023466         MOVE WS-POS-REASON TO REJ-REASON
023472         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
023478         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
023483         GO TO 3000-UPDATE-EMPLOYEE-EXIT
023489     END-IF.
023494     EXEC SQL
023500         UPDATE EMPLOYEE
023600         SET EMP_NAME = :EMP-NAME,
023620             DEPT_ID = :EMP-DEPT-ID,
025908         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
025909         GO TO 4000-INSERT-EMPLOYEE-EXIT
025910     END-IF.
025920     MOVE EMP-ID      TO POS-CHK-EMP-ID.
025925     MOVE EMP-DEPT-ID TO POS-CHK-DEPT-ID.
025930     MOVE EMP-GRADE   TO POS-CHK-GRADE-ID.
025936     PERFORM 1890-CHECK-POSITION
025941         THRU 1890-CHECK-POSITION-EXIT.
025946     IF NOT WS-POSITION-OK
025952         ADD 1 TO WS-TRANS-FAILED
025957         MOVE 'POSN-FAIL' TO SUM-RESULT
025963         MOVE ZERO TO SQLCODE
025968         MOVE WS-POS-REASON TO REJ-REASON
025973         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
025979         PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT
025984         GO TO 4000-INSERT-EMPLOYEE-EXIT
025989     END-IF.
025995     EXEC SQL
026000         INSERT INTO EMPLOYEE (EMP_ID, EMP_NAME, DEPT_ID,
026100             HIRE_DATE, SALARY, MGR_ID, EMP_STATUS, GRADE_ID)
026200         VALUES (:EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
032900     MOVE UPS-EMP-MGR-ID      TO EMP-MGR-ID.
032905     MOVE UPS-EMP-GRADE       TO EMP-GRADE.
032910     MOVE UPS-BAND-OVERRIDE   TO WS-BAND-OVERRIDE.
032915     MOVE UPS-BAND-OVERRIDE   TO WS-POS-OVERRIDE.
032920     MOVE UPS-EMP-HIRE-DATE   TO WS-EDIT-HIRE-DATE-X.
032940     MOVE UPS-EMP-SALARY-X    TO WS-EDIT-SALARY-X.
032960     MOVE UPS-EMP-MGR-ID      TO WS-EDIT-MGR-ID.
