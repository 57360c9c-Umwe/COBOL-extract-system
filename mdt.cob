002600*               FILE) IS THE SAME REPORT-ONLY TRIAL MSLCTL    *
002700*               GIVES MassSalaryAction - EVERYTHING PRINTS,   *
002800*               NOTHING IS UPDATED.                           *
002810*   10/15/2026  RH  EACH MOVE IS NOW HELD TO THE POSITION TABLE  *
002820*               (SHARED POSWS/POSHDL). AN EMPLOYEE WHOSE MOVE    *
002830*               WOULD TAKE THE TARGET DEPARTMENT/GRADE OVER ITS  *
002840*               AUTHORIZED HEADCOUNT IS LEFT WHERE THEY ARE,     *
002850*               PRINTED AS 'NO-POSN' AND COUNTED AS FAILED,      *
002860*               UNLESS THE MDTPRM POSITION-OVERRIDE BYTE IS 'P'  *
002870*               AND THE SUBMITTER HOLDS SECPARM LEVEL 2 FOR      *
002880*               'POSNOVRD' - AN OVERRIDDEN MOVE PRINTS AS        *
002890*               'MOVED-OVR' ('WOULD-OVR' IN TRIAL).              *
002900*-------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
004900     05  MDP-FROM-DEPT        PIC X(04).
005000     05  MDP-TO-DEPT          PIC X(04).
005100     05  MDP-NEW-MGR-ID       PIC X(05).
005150     05  MDP-POS-OVERRIDE     PIC X(01).
005200     05  FILLER               PIC X(66).
005300
005400 FD  MODE-CONTROL-FILE
005500     RECORDING MODE IS F.
008700     COPY RUNWS.
008800
008900     COPY AUDWS.
008950
008960     COPY POSWS.
009000
009100 01  WS-PARM-FIELDS.
009200     05  WS-FROM-DEPT         PIC X(04).
015300     05  MDT-PRM-TO           PIC X(04).
015400     05  FILLER               PIC X(10) VALUE '  NEW MGR '.
015500     05  MDT-PRM-MGR          PIC X(05).
015510     05  FILLER               PIC X(07) VALUE '  OVRD '.
015520     05  MDT-PRM-OVRD         PIC X(01).
015600
015700 01  MDT-DETAIL-LINE.
015800     05  FILLER               PIC X(01) VALUE SPACE.
024400     MOVE 'Y' TO RUN-LOG-SWITCH.
024500     PERFORM 8800-RECORD-RUN-START
024600         THRU 8800-RECORD-RUN-START-EXIT.
024610     PERFORM 1950-LOAD-POSITIONS
024620         THRU 1950-LOAD-POSITIONS-EXIT.
024700     EXEC SQL
024800         DECLARE XFER-CURSOR CURSOR WITH HOLD FOR
024900             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
027600     MOVE MDP-FROM-DEPT  TO WS-FROM-DEPT.
027700     MOVE MDP-TO-DEPT    TO WS-TO-DEPT.
027800     MOVE MDP-NEW-MGR-ID TO WS-NEW-MGR-ID.
027850     MOVE MDP-POS-OVERRIDE TO WS-POS-OVERRIDE.
027900     IF WS-FROM-DEPT = SPACES OR WS-TO-DEPT = SPACES
028000             OR WS-FROM-DEPT = WS-TO-DEPT
028100         DISPLAY 'Bad MDTPRM transfer skipped: '
037200     IF WS-NEW-MGR-VALID
037300         MOVE WS-NEW-MGR-ID TO EMP-MGR-ID
037400     END-IF.
037410     MOVE EMP-ID     TO POS-CHK-EMP-ID.
037420     MOVE WS-TO-DEPT TO POS-CHK-DEPT-ID.
037430     MOVE EMP-GRADE  TO POS-CHK-GRADE-ID.
037440     PERFORM 1890-CHECK-POSITION
037450         THRU 1890-CHECK-POSITION-EXIT.
037460     IF NOT WS-POSITION-OK
037470         ADD 1 TO WS-MOVES-FAILED
037480         DISPLAY 'Position control reject for ' EMP-ID ': '
037485             WS-POS-REASON
037490         MOVE 'NO-POSN' TO MDT-DTL-RESULT
037492         PERFORM 5100-PRINT-EMPLOYEE
037494             THRU 5100-PRINT-EMPLOYEE-EXIT
037496         GO TO 3000-NEXT-EMPLOYEE
037498     END-IF.
037500     IF NOT MDT-APPLY-MODE
037600         ADD 1 TO WS-EMPS-MOVED
037700         MOVE 'WOULD-MOVE' TO MDT-DTL-RESULT
037750         IF WS-POS-OVER-AUTHORIZED
037760             MOVE 'WOULD-OVR' TO MDT-DTL-RESULT
037770         END-IF
037800         PERFORM 5100-PRINT-EMPLOYEE
037900             THRU 5100-PRINT-EMPLOYEE-EXIT
038000         PERFORM 4000-HANDLE-OUTSIDE-REPORTS
039800     IF SQLCODE = 0
039900         ADD 1 TO WS-EMPS-MOVED
040000         MOVE 'MOVED' TO MDT-DTL-RESULT
040050         IF WS-POS-OVER-AUTHORIZED
040060             MOVE 'MOVED-OVR' TO MDT-DTL-RESULT
040070         END-IF
040100         MOVE 'U' TO AUD-CHG-TYPE
040200         PERFORM 8700-WRITE-EMP-AUDIT
040300             THRU 8700-WRITE-EMP-AUDIT-EXIT
056100     MOVE WS-FROM-DEPT  TO MDT-PRM-FROM.
056200     MOVE WS-TO-DEPT    TO MDT-PRM-TO.
056300     MOVE WS-NEW-MGR-ID TO MDT-PRM-MGR.
056350     MOVE MDP-POS-OVERRIDE TO MDT-PRM-OVRD.
056400     WRITE RPT-LINE FROM MDT-PARM-LINE.
056500     ADD 2 TO WS-LINE-COUNT.
056600 5000-PRINT-PARM-EXIT.
067200* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
067300*=============================================================*
067400     COPY ERRHDL.
067500*=============================================================*
067600* 1890-CHECK-POSITION / 1950-LOAD-POSITIONS - SHARED POSITION  *
067700*               CONTROL, COPIED IN                             *
067800*=============================================================*
067900     COPY POSHDL.
