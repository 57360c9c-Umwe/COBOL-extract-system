001485*               'BANDOVRD' (RESOLVED ONCE BY THE SHARED           *
001486*               REFERENCE-CACHE LOAD). AN UNAUTHORIZED OVERRIDE   *
001487*               REJECTS TO CRTREJ.                                *
001494*   10/15/2026  RH  NEW HIRES ARE NOW HELD TO THE POSITION TABLE *
001501*               (SHARED POSWS/POSHDL): A HIRE THAT WOULD TAKE    *
001508*               THE DEPARTMENT/GRADE OVER ITS AUTHORIZED         *
001515*               HEADCOUNT IS REJECTED TO CRTREJ UNLESS THE       *
001522*               OVERRIDE BYTE CARRIES 'P' (POSITION) OR 'B'      *
001529*               (BAND AND POSITION) AND THE SUBMITTER HOLDS      *
001536*               SECPARM LEVEL 2 FOR FUNCTION 'POSNOVRD'.         *
001543*   10/15/2026  RH  NEW HIRES NOW CARRY AN EMPLOYMENT TYPE       *
001551*               (NH-EMPL-TYPE: P PERMANENT, THE DEFAULT WHEN     *
001558*               BLANK, C CONTRACT, S SEASONAL) AND, FOR C OR S,  *
001565*               A CONTRACT END DATE, IN THE FORMER FILLER. BOTH  *
001572*               ARE EDITED BY THE SHARED EDTVAL AND INSERTED AS  *
001579*               EMPL_TYPE/CONTRACT_END FOR ContractExpiry.       *
001586*-------------------------------------------------------------*
001593 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800     SELECT NEW-HIRE-FILE ASSIGN TO NEWHIRE
002680     05  NH-PHONE             PIC X(10).
002690     05  NH-EMP-GRADE         PIC X(02).
002695     05  NH-BAND-OVERRIDE     PIC X(01).
002700     05  NH-EMPL-TYPE         PIC X(01).
002705     05  NH-CONTRACT-END      PIC X(08).
002710
002720 FD  REJECT-FILE
002722     RECORDING MODE IS F.
004196     05  WS-BAND-SWITCH       PIC X(01) VALUE 'N'.
004197         88  WS-BAND-OK            VALUE 'Y'.
004198     05  WS-BAND-OVERRIDE     PIC X(01) VALUE 'N'.
004199         88  WS-BAND-OVERRIDDEN    VALUE 'Y' 'B'.
004200
004300 01  WS-COUNTERS.
004400     05  WS-RECORDS-READ      PIC 9(07) COMP VALUE ZERO.
004869     COPY AUDWS.
004870
004871     COPY REFWS.
004875
004879     COPY POSWS.
004883
004888     COPY RSTWS.
004892
004896 PROCEDURE DIVISION.
004900*=============================================================*
005000* 0000-MAINLINE                                               *
005100*=============================================================*
006232             THRU 1450-CHECK-PRIOR-RUN-EXIT
006233         PERFORM 8800-RECORD-RUN-START
006234             THRU 8800-RECORD-RUN-START-EXIT
006242         PERFORM 1900-LOAD-REF-TABLES
006250             THRU 1900-LOAD-REF-TABLES-EXIT
006259         PERFORM 1950-LOAD-POSITIONS
006267             THRU 1950-LOAD-POSITIONS-EXIT
006275     END-IF.
006284     PERFORM 1500-ESTABLISH-RESTART
006292         THRU 1500-ESTABLISH-RESTART-EXIT.
006300     PERFORM 8000-READ-NEW-HIRE THRU 8000-READ-NEW-HIRE-EXIT.
006400 1000-INITIALIZE-EXIT.
006500     EXIT.
006839*               CACHE, COPIED IN                               *
006840*=============================================================*
006841     COPY REFHDL.
006842*=============================================================*
006843* 1890-CHECK-POSITION / 1950-LOAD-POSITIONS - SHARED POSITION  *
006844*               CONTROL, COPIED IN                             *
006845*=============================================================*
006846     COPY POSHDL.
006861*=============================================================*
006862* 1860-CHECK-MANAGER - A NON-BLANK MGR-ID MUST MATCH AN ACTIVE*
006863*               EMPLOYEE ROW BEFORE THE INSERT, SAME TREATMENT*
006830*=============================================================*
006900 2000-PROCESS-RECORD.
006905     MOVE 'Y' TO WS-EDIT-CK-NAME WS-EDIT-CK-DATE
006908                 WS-EDIT-CK-SALARY WS-EDIT-CK-MGR
006912                 WS-EDIT-CK-CONTRACT.
006915     PERFORM 1700-EDIT-TRANSACTION
006920         THRU 1700-EDIT-TRANSACTION-EXIT.
006925     IF WS-EDIT-FAILED
007158         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
007159         GO TO 2050-COMMIT-CHECK
007161     END-IF.
007162     MOVE EMP-ID      TO POS-CHK-EMP-ID.
007163     MOVE EMP-DEPT-ID TO POS-CHK-DEPT-ID.
007164     MOVE EMP-GRADE   TO POS-CHK-GRADE-ID.
007165     PERFORM 1890-CHECK-POSITION
007167         THRU 1890-CHECK-POSITION-EXIT.
007168     IF NOT WS-POSITION-OK
007169         ADD 1 TO WS-RECORDS-REJECTED
007170         DISPLAY 'Position control reject for ' EMP-ID ': '
007171             WS-POS-REASON
007172         MOVE ZERO TO SQLCODE
007173         MOVE WS-POS-REASON TO REJ-REASON
007174         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
007175         GO TO 2050-COMMIT-CHECK
007177     END-IF.
007178     EXEC SQL
007179         INSERT INTO EMPLOYEE (EMP_ID, EMP_NAME, DEPT_ID,
007180             HIRE_DATE, SALARY, MGR_ID, EMP_STATUS,
007181             ADDR_STREET, ADDR_CITY, ADDR_STATE, ADDR_ZIP,
007182             PHONE, GRADE_ID, EMPL_TYPE, CONTRACT_END)
007183         VALUES (:EMP-ID, :EMP-NAME, :EMP-DEPT-ID,
007184             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-MGR-ID,
007186             :EMP-STATUS, :EMP-ADDR-STREET, :EMP-ADDR-CITY,
007187             :EMP-ADDR-STATE, :EMP-ADDR-ZIP, :EMP-PHONE,
007188             :EMP-GRADE, :EMP-EMPL-TYPE, :EMP-CONTRACT-END)
007189     END-EXEC.
007190     IF SQLCODE = 0 THEN
007200         ADD 1 TO WS-RECORDS-INSERTED
007210         DISPLAY 'Record created successfully: ' EMP-ID
010650     MOVE NH-EMP-HIRE-DATE  TO EMP-HIRE-DATE.
010660     MOVE NH-EMP-SALARY     TO EMP-SALARY.
010670     MOVE NH-EMP-MGR-ID     TO EMP-MGR-ID.
010671     MOVE NH-EMP-HIRE-DATE  TO WS-EDIT-HIRE-DATE-X.
010672     MOVE NH-EMP-SALARY-X   TO WS-EDIT-SALARY-X.
010673     MOVE NH-EMP-MGR-ID     TO WS-EDIT-MGR-ID.
010674     MOVE NH-DUP-OVERRIDE   TO WS-DUP-OVERRIDE.
010675     MOVE NH-EMP-GRADE      TO EMP-GRADE.
010676     MOVE NH-BAND-OVERRIDE  TO WS-BAND-OVERRIDE.
010677     MOVE NH-BAND-OVERRIDE  TO WS-POS-OVERRIDE.
010678     MOVE NH-EMPL-TYPE      TO WS-EDIT-EMPL-TYPE.
010679     MOVE NH-CONTRACT-END   TO WS-EDIT-CONTRACT-END-X.
010680     MOVE NH-ADDR-STREET    TO EMP-ADDR-STREET.
010681     MOVE NH-ADDR-CITY      TO EMP-ADDR-CITY.
010682     MOVE NH-ADDR-STATE     TO EMP-ADDR-STATE.
