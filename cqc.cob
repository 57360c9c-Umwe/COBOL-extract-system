000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ChangeQueueConvert.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. NIGHTLY HALF OF THE    *
001000*               EMPC ONLINE CHANGE REQUESTS. READS THE       *
001100*               EMPCHGQ KSDS (CHQREC LAYOUT) IN ENTRY ORDER  *
001200*               AND TURNS EVERY NEW REQUEST INTO THE NIGHT'S *
001300*               EFFECTIVE-DATED TRANSACTIONS, BUILT FROM THE *
001400*               CURRENT EMPLOYEE ROW: A DEPARTMENT/MANAGER   *
001500*               CHANGE BECOMES A 'U' DRIVER TRANSACTION      *
001600*               (FULL IMAGE WITH THE NEW DEPT AND/OR MGR), A *
001700*               LEAVE START AN 'L' AND A RETURN A 'V', ALL   *
001800*               ON CQCDRV (DRV-RECORD LAYOUT) FOR THE PRESTEP*
001900*               DRVTRAN CONCATENATION. THE DRIVER RECORD HAS *
002000*               NO ADDRESS FIELDS, SO AN ADDRESS/PHONE       *
002100*               CHANGE IS WRITTEN TO CQCUPD IN THE UPDTRAN   *
002200*               LAYOUT (ADDRESS FLAG ONLY, BLANK FIELDS      *
002300*               FILLED FROM EMPLOYEE) FOR UpdateRecord.      *
002400*               FUTURE DATES ARE HELD BY THE EXISTING        *
002500*               PENDING STORES. EACH REQUEST IS MARKED       *
002600*               CONVERTED OR REJECTED ON THE QUEUE AS IT IS  *
002700*               DONE, SO A RERUN NEVER CONVERTS ONE TWICE;   *
002800*               CQCRPT LISTS EVERY REQUEST WITH THE USERID   *
002900*               THAT ENTERED IT. RC 4 WHEN ANY REQUEST IS    *
003000*               REJECTED. READ-ONLY AGAINST DB2.             *
003100*-------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT QUEUE-FILE ASSIGN TO EMPCHGQ
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS CHQ-KEY
003900         FILE STATUS IS WS-QUEUE-STATUS.
004000     SELECT DRIVER-OUT-FILE ASSIGN TO CQCDRV
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT UPDATE-OUT-FILE ASSIGN TO CQCUPD
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400     SELECT CONVERT-REPORT ASSIGN TO CQCRPT
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600     SELECT ERROR-LOG ASSIGN TO SYSERR
004700         ORGANIZATION IS LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  QUEUE-FILE.
005100     COPY CHQREC.
005200
005300 FD  DRIVER-OUT-FILE
005400     RECORDING MODE IS F.
005500 01  CQD-RECORD               PIC X(80).
005600
005700 FD  UPDATE-OUT-FILE
005800     RECORDING MODE IS F.
005900 01  CQU-RECORD               PIC X(120).
006000
006100 FD  CONVERT-REPORT
006200     RECORDING MODE IS F.
006300 01  RPT-LINE                 PIC X(80).
006400
006500 FD  ERROR-LOG
006600     RECORDING MODE IS F.
006700     COPY ERRREC.
006800 WORKING-STORAGE SECTION.
006900     COPY DBCONN.
007000
007100 01  WS-SQLCODE               PIC S9(9) COMP.
007200
007300     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
007400
007500     COPY RUNWS.
007600
007700 01  WS-SWITCHES.
007800     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
007900         88  WS-EOF                VALUE 'Y'.
008000     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
008100         88  WS-ABANDONED          VALUE 'Y'.
008200
008300 01  WS-QUEUE-STATUS          PIC X(02).
008400
008500 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
008600 01  WS-RESULT                PIC X(40).
008700
008800 01  WS-COUNTERS.
008900     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
009000     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
009100     05  WS-LINES-PER-PAGE    PIC 9(03) COMP VALUE 50.
009200     05  WS-REQUESTS-READ     PIC 9(07) COMP VALUE ZERO.
009300     05  WS-REQUESTS-DONE     PIC 9(07) COMP VALUE ZERO.
009400     05  WS-REQUESTS-CONVERTED PIC 9(07) COMP VALUE ZERO.
009500     05  WS-REQUESTS-REJECTED PIC 9(07) COMP VALUE ZERO.
009600     05  WS-REQUESTS-HELD     PIC 9(07) COMP VALUE ZERO.
009700     05  WS-DRIVER-WRITTEN    PIC 9(07) COMP VALUE ZERO.
009800     05  WS-UPDATE-WRITTEN    PIC 9(07) COMP VALUE ZERO.
009900
010000 01  WS-REPORT-DATE.
010100     05  WS-REPORT-YY         PIC 9(02).
010200     05  WS-REPORT-MM         PIC 9(02).
010300     05  WS-REPORT-DD         PIC 9(02).
010400
010500*    DRIVER TRANSACTION, SAME LAYOUT AS DRV-RECORD IN
010600*    BatchDriver.
010700 01  WS-CQD-RECORD.
010800     05  CQD-TRANS-CODE       PIC X(01).
010900     05  CQD-EMP-ID           PIC X(05).
011000     05  CQD-EMP-NAME         PIC X(20).
011100     05  CQD-EMP-DEPT-ID      PIC X(04).
011200     05  CQD-EMP-HIRE-DATE    PIC 9(08).
011300     05  CQD-EMP-SALARY       PIC 9(07)V99.
011400     05  CQD-EMP-MGR-ID       PIC X(05).
011500     05  CQD-EFF-DATE         PIC 9(08).
011600     05  CQD-EMP-GRADE        PIC X(02).
011700     05  CQD-BAND-OVERRIDE    PIC X(01).
011800     05  CQD-PAY-TYPE         PIC X(02).
011900     05  CQD-PAY-DATE         PIC 9(08).
012000     05  CQD-RELEASE-FLAG     PIC X(01).
012100     05  FILLER               PIC X(06).
012200
012300*    UPDATE TRANSACTION, SAME LAYOUT AS UT-RECORD IN
012400*    UpdateRecord.
012500 01  WS-CQU-RECORD.
012600     05  CQU-EMP-ID           PIC X(05).
012700     05  CQU-EMP-NAME         PIC X(20).
012800     05  CQU-EMP-DEPT-ID      PIC X(04).
012900     05  CQU-EMP-SALARY       PIC 9(07)V99.
013000     05  CQU-EMP-MGR-ID       PIC X(05).
013100     05  CQU-CHANGE-FLAGS.
013200         10  CQU-NAME-CHANGED     PIC X(01).
013300         10  CQU-DEPT-CHANGED     PIC X(01).
013400         10  CQU-SALARY-CHANGED   PIC X(01).
013500         10  CQU-MGR-CHANGED      PIC X(01).
013600         10  CQU-ADDR-CHANGED     PIC X(01).
013700         10  CQU-GRADE-CHANGED    PIC X(01).
013800     05  CQU-EFF-DATE         PIC 9(08).
013900     05  CQU-ADDR-STREET      PIC X(20).
014000     05  CQU-ADDR-CITY        PIC X(15).
014100     05  CQU-ADDR-STATE       PIC X(02).
014200     05  CQU-ADDR-ZIP         PIC X(09).
014300     05  CQU-PHONE            PIC X(10).
014400     05  CQU-EMP-GRADE        PIC X(02).
014500     05  CQU-BAND-OVERRIDE    PIC X(01).
014600     05  FILLER               PIC X(04).
014700
014800 01  CQC-HEADING-1.
014900     05  FILLER               PIC X(01) VALUE SPACE.
015000     05  FILLER               PIC X(34) VALUE
015100         'ONLINE CHANGE REQUEST CONVERSION'.
015200     05  FILLER               PIC X(05) VALUE SPACE.
015300     05  CQC-HDG1-DATE        PIC X(08).
015400     05  FILLER               PIC X(10) VALUE SPACE.
015500     05  FILLER               PIC X(05) VALUE 'PAGE '.
015600     05  CQC-HDG1-PAGE        PIC ZZ9.
015700
015800 01  CQC-HEADING-2.
015900     05  FILLER               PIC X(01) VALUE SPACE.
016000     05  FILLER               PIC X(09) VALUE 'ENTERED'.
016100     05  FILLER               PIC X(09) VALUE 'USERID'.
016200     05  FILLER               PIC X(06) VALUE 'EMP-ID'.
016300     05  FILLER               PIC X(02) VALUE 'T'.
016400     05  FILLER               PIC X(10) VALUE 'EFFECTIVE'.
016500     05  FILLER               PIC X(06) VALUE 'RESULT'.
016600
016700 01  CQC-DETAIL-LINE.
016800     05  FILLER               PIC X(01) VALUE SPACE.
016900     05  CQC-DTL-ENTRY-DATE   PIC 9(08).
017000     05  FILLER               PIC X(01) VALUE SPACE.
017100     05  CQC-DTL-USERID       PIC X(08).
017200     05  FILLER               PIC X(01) VALUE SPACE.
017300     05  CQC-DTL-EMP-ID       PIC X(05).
017400     05  FILLER               PIC X(01) VALUE SPACE.
017500     05  CQC-DTL-TYPE         PIC X(01).
017600     05  FILLER               PIC X(01) VALUE SPACE.
017700     05  CQC-DTL-EFF-DATE     PIC 9(08).
017800     05  FILLER               PIC X(02) VALUE SPACE.
017900     05  CQC-DTL-RESULT       PIC X(40).
018000
018100 01  CQC-TRAILER-1.
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  FILLER               PIC X(15) VALUE 'REQUESTS READ: '.
018400     05  CQC-TRL-READ         PIC ZZZ,ZZ9.
018500     05  FILLER               PIC X(13) VALUE '  CONVERTED: '.
018600     05  CQC-TRL-CONVERTED    PIC ZZZ,ZZ9.
018700     05  FILLER               PIC X(12) VALUE '  REJECTED: '.
018800     05  CQC-TRL-REJECTED     PIC ZZZ,ZZ9.
018900
019000 01  CQC-TRAILER-2.
019100     05  FILLER               PIC X(01) VALUE SPACE.
019200     05  FILLER               PIC X(15) VALUE 'DRIVER TRANS:  '.
019300     05  CQC-TRL-DRIVER       PIC ZZZ,ZZ9.
019400     05  FILLER               PIC X(13) VALUE '  ADDRESS:   '.
019500     05  CQC-TRL-UPDATE       PIC ZZZ,ZZ9.
019600     05  FILLER               PIC X(12) VALUE '  RETRY:    '.
019700     05  CQC-TRL-HELD         PIC ZZZ,ZZ9.
019800
019900     COPY ERRWS.
020000
020100 PROCEDURE DIVISION.
020200*=============================================================*
020300* 0000-MAINLINE                                               *
020400*=============================================================*
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
020700     IF NOT WS-ABANDONED
020800         PERFORM 2000-CONVERT-REQUEST
020900             THRU 2000-CONVERT-REQUEST-EXIT
021000             UNTIL WS-EOF
021100     END-IF.
021200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
021300     GOBACK.
021400*=============================================================*
021500* 1000-INITIALIZE - OPEN THE QUEUE FOR UPDATE, CONNECT, PRIME  *
021600*               THE FIRST READ                                 *
021700*=============================================================*
021800 1000-INITIALIZE.
021900     OPEN OUTPUT DRIVER-OUT-FILE.
022000     OPEN OUTPUT UPDATE-OUT-FILE.
022100     OPEN OUTPUT CONVERT-REPORT.
022200     OPEN OUTPUT ERROR-LOG.
022300     ACCEPT WS-REPORT-DATE FROM DATE.
022400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022500     OPEN I-O QUEUE-FILE.
022600     IF WS-QUEUE-STATUS NOT = '00'
022700         DISPLAY 'EMPCHGQ open failed, status '
022800             WS-QUEUE-STATUS ' - run abandoned.'
022900         MOVE 8 TO RETURN-CODE
023000         MOVE 'Y' TO WS-ABANDON-SWITCH
023100         GO TO 1000-INITIALIZE-EXIT
023200     END-IF.
023300     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
023400     EXEC SQL
023500         CONNECT TO 'yourdatabase'
023600         USER :WS-USERID
023700         USING :WS-PASSWORD
023800     END-EXEC.
023900     IF SQLCODE NOT = 0
024000         DISPLAY 'Connection failed: ' SQLCODE
024100         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
024200         PERFORM 8900-HANDLE-SQL-ERROR
024300             THRU 8900-HANDLE-SQL-ERROR-EXIT
024400         MOVE 'Y' TO WS-ABANDON-SWITCH
024500         GO TO 1000-INITIALIZE-EXIT
024600     END-IF.
024700     MOVE 'CQC' TO RUN-PROGRAM-ID.
024800     MOVE 'Y' TO RUN-LOG-SWITCH.
024900     PERFORM 8800-RECORD-RUN-START
025000         THRU 8800-RECORD-RUN-START-EXIT.
025100     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
025200     PERFORM 8000-READ-QUEUE THRU 8000-READ-QUEUE-EXIT.
025300 1000-INITIALIZE-EXIT.
025400     EXIT.
025500*=============================================================*
025600* 2000-CONVERT-REQUEST - ONE QUEUE ENTRY. ENTRIES ALREADY      *
025700*               CONVERTED OR REJECTED ON AN EARLIER NIGHT ARE  *
025800*               PASSED OVER                                    *
025900*=============================================================*
026000 2000-CONVERT-REQUEST.
026100     IF NOT CHQ-NEW
026200         ADD 1 TO WS-REQUESTS-DONE
026300         GO TO 2000-NEXT-REQUEST
026400     END-IF.
026500     ADD 1 TO WS-REQUESTS-READ.
026600     MOVE CHQ-EMP-ID TO WS-ERROR-KEY.
026700     MOVE SPACES TO WS-RESULT.
026800     MOVE CHQ-EMP-ID TO EMP-ID.
026900     EXEC SQL
027000         SELECT EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
027100             EMP_STATUS, ADDR_STREET, ADDR_CITY, ADDR_STATE,
027200             ADDR_ZIP, PHONE, GRADE_ID
027300         INTO :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
027400             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS,
027500             :EMP-ADDR-STREET, :EMP-ADDR-CITY, :EMP-ADDR-STATE,
027600             :EMP-ADDR-ZIP, :EMP-PHONE, :EMP-GRADE
027700         FROM EMPLOYEE
027800         WHERE EMP_ID = :EMP-ID
027900     END-EXEC.
028000     IF SQLCODE = 100
028100         MOVE 'EMPLOYEE NOT ON FILE' TO WS-RESULT
028200         GO TO 2000-REJECT-REQUEST
028300     END-IF.
028400*    A DB2 FAILURE LEAVES THE ENTRY NEW FOR TOMORROW'S RUN.
028500     IF SQLCODE NOT = 0
028600         DISPLAY 'Employee read failed: ' SQLCODE
028700         MOVE 'EMP-READ' TO WS-ERROR-CONTEXT
028800         PERFORM 8900-HANDLE-SQL-ERROR
028900             THRU 8900-HANDLE-SQL-ERROR-EXIT
029000         ADD 1 TO WS-REQUESTS-HELD
029100         MOVE 'NOT CONVERTED - DB2 ERROR, LEFT QUEUED'
029200             TO WS-RESULT
029300         PERFORM 5000-PRINT-REQUEST THRU 5000-PRINT-REQUEST-EXIT
029400         GO TO 2000-NEXT-REQUEST
029500     END-IF.
029600     IF (CHQ-ADDRESS-CHANGE OR CHQ-TRANSFER)
029700             AND NOT EMP-EMPLOYED
029800         MOVE 'EMPLOYEE NO LONGER EMPLOYED' TO WS-RESULT
029900         GO TO 2000-REJECT-REQUEST
030000     END-IF.
030100     MOVE SPACES TO WS-CQD-RECORD.
030200     IF CHQ-ADDRESS-CHANGE
030300         PERFORM 7100-WRITE-UPDATE THRU 7100-WRITE-UPDATE-EXIT
030400         MOVE 'CONVERTED - ADDRESS UPDATE' TO WS-RESULT
030500     END-IF.
030600     IF CHQ-TRANSFER
030700         IF CHQ-DEPT-ID NOT = SPACES
030800             MOVE CHQ-DEPT-ID TO EMP-DEPT-ID
030900         END-IF
031000         IF CHQ-MGR-ID NOT = SPACES
031100             MOVE CHQ-MGR-ID TO EMP-MGR-ID
031200         END-IF
031300         MOVE 'U' TO CQD-TRANS-CODE
031400         PERFORM 7000-WRITE-DRIVER THRU 7000-WRITE-DRIVER-EXIT
031500         MOVE 'CONVERTED - DRIVER U (DEPT/MGR)' TO WS-RESULT
031600     END-IF.
031700     IF CHQ-LEAVE-START
031800         MOVE 'L' TO CQD-TRANS-CODE
031900         PERFORM 7000-WRITE-DRIVER THRU 7000-WRITE-DRIVER-EXIT
032000         MOVE 'CONVERTED - DRIVER L (LEAVE START)'
032100             TO WS-RESULT
032200     END-IF.
032300     IF CHQ-LEAVE-RETURN
032400         MOVE 'V' TO CQD-TRANS-CODE
032500         PERFORM 7000-WRITE-DRIVER THRU 7000-WRITE-DRIVER-EXIT
032600         MOVE 'CONVERTED - DRIVER V (RETURN)' TO WS-RESULT
032700     END-IF.
032800     IF WS-RESULT = SPACES
032900         MOVE 'UNKNOWN REQUEST TYPE' TO WS-RESULT
033000         GO TO 2000-REJECT-REQUEST
033100     END-IF.
033200     ADD 1 TO WS-REQUESTS-CONVERTED.
033300     MOVE 'C' TO CHQ-STATUS.
033400     GO TO 2000-MARK-REQUEST.
033500 2000-REJECT-REQUEST.
033600     ADD 1 TO WS-REQUESTS-REJECTED.
033700     IF RETURN-CODE < 4
033800         MOVE 4 TO RETURN-CODE
033900     END-IF.
034000     MOVE 'R' TO CHQ-STATUS.
034100     MOVE SPACES TO CQC-DTL-RESULT.
034200     STRING 'REJECTED: ' WS-RESULT
034300         DELIMITED BY SIZE INTO CQC-DTL-RESULT.
034400     MOVE CQC-DTL-RESULT TO WS-RESULT.
034500 2000-MARK-REQUEST.
034600     MOVE WS-RUN-DATE TO CHQ-CONV-DATE.
034700     REWRITE CHQ-RECORD.
034800     PERFORM 5000-PRINT-REQUEST THRU 5000-PRINT-REQUEST-EXIT.
034900*    THE TRANSACTION IS WRITTEN BUT THE ENTRY COULD NOT BE
035000*    MARKED - STOP HERE SO A RERUN CANNOT CONVERT IT TWICE
035100*    WITHOUT SOMEONE LOOKING.
035200     IF WS-QUEUE-STATUS NOT = '00'
035300         DISPLAY 'EMPCHGQ rewrite failed, status '
035400             WS-QUEUE-STATUS ' at ' CHQ-EMP-ID
035500             ' - run stopped.'
035600         MOVE 8 TO RETURN-CODE
035700         MOVE 'Y' TO WS-EOF-SWITCH
035800         GO TO 2000-CONVERT-REQUEST-EXIT
035900     END-IF.
036000 2000-NEXT-REQUEST.
036100     PERFORM 8000-READ-QUEUE THRU 8000-READ-QUEUE-EXIT.
036200 2000-CONVERT-REQUEST-EXIT.
036300     EXIT.
036400*=============================================================*
036500* 5000-PRINT-REQUEST - ONE REQUEST AND WHAT BECAME OF IT       *
036600*=============================================================*
036700 5000-PRINT-REQUEST.
036800     IF WS-LINE-COUNT + 1 > WS-LINES-PER-PAGE
036900         PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT
037000     END-IF.
037100     MOVE CHQ-ENTRY-DATE TO CQC-DTL-ENTRY-DATE.
037200     MOVE CHQ-USERID     TO CQC-DTL-USERID.
037300     MOVE CHQ-EMP-ID     TO CQC-DTL-EMP-ID.
037400     MOVE CHQ-REQ-TYPE   TO CQC-DTL-TYPE.
037500     MOVE CHQ-EFF-DATE   TO CQC-DTL-EFF-DATE.
037600     MOVE WS-RESULT      TO CQC-DTL-RESULT.
037700     WRITE RPT-LINE FROM CQC-DETAIL-LINE.
037800     ADD 1 TO WS-LINE-COUNT.
037900 5000-PRINT-REQUEST-EXIT.
038000     EXIT.
038100*=============================================================*
038200* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
038300*=============================================================*
038400 6000-WRITE-HEADINGS.
038500     ADD 1 TO WS-PAGE-COUNT.
038600     MOVE WS-PAGE-COUNT TO CQC-HDG1-PAGE.
038700     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
038800         DELIMITED BY SIZE INTO CQC-HDG1-DATE.
038900     WRITE RPT-LINE FROM CQC-HEADING-1.
039000     MOVE SPACES TO RPT-LINE.
039100     WRITE RPT-LINE.
039200     WRITE RPT-LINE FROM CQC-HEADING-2.
039300     MOVE 3 TO WS-LINE-COUNT.
039400 6000-WRITE-HEADINGS-EXIT.
039500     EXIT.
039600*=============================================================*
039700* 7000-WRITE-DRIVER - THE CURRENT EMPLOYEE IMAGE AS A DRIVER   *
039800*               TRANSACTION (CODE ALREADY SET) EFFECTIVE ON    *
039900*               THE REQUESTED DATE                             *
040000*=============================================================*
040100 7000-WRITE-DRIVER.
040200     MOVE CHQ-EMP-ID    TO CQD-EMP-ID.
040300     MOVE EMP-NAME      TO CQD-EMP-NAME.
040400     MOVE EMP-DEPT-ID   TO CQD-EMP-DEPT-ID.
040500     MOVE EMP-HIRE-DATE TO CQD-EMP-HIRE-DATE.
040600     MOVE EMP-SALARY    TO CQD-EMP-SALARY.
040700     MOVE EMP-MGR-ID    TO CQD-EMP-MGR-ID.
040800     MOVE CHQ-EFF-DATE  TO CQD-EFF-DATE.
040900     MOVE EMP-GRADE     TO CQD-EMP-GRADE.
041000     MOVE SPACE         TO CQD-BAND-OVERRIDE.
041100     MOVE SPACES        TO CQD-PAY-TYPE.
041200     MOVE ZERO          TO CQD-PAY-DATE.
041300     MOVE SPACE         TO CQD-RELEASE-FLAG.
041400     WRITE CQD-RECORD FROM WS-CQD-RECORD.
041500     ADD 1 TO WS-DRIVER-WRITTEN.
041600 7000-WRITE-DRIVER-EXIT.
041700     EXIT.
041800*=============================================================*
041900* 7100-WRITE-UPDATE - AN ADDRESS/PHONE CHANGE AS AN UPDTRAN    *
042000*               RECORD. ONLY THE ADDRESS FLAG IS SET; A FIELD  *
042100*               LEFT BLANK ONLINE KEEPS ITS CURRENT VALUE      *
042200*=============================================================*
042300 7100-WRITE-UPDATE.
042400     MOVE SPACES        TO WS-CQU-RECORD.
042500     MOVE CHQ-EMP-ID    TO CQU-EMP-ID.
042600     MOVE EMP-NAME      TO CQU-EMP-NAME.
042700     MOVE EMP-DEPT-ID   TO CQU-EMP-DEPT-ID.
042800     MOVE EMP-SALARY    TO CQU-EMP-SALARY.
042900     MOVE EMP-MGR-ID    TO CQU-EMP-MGR-ID.
043000     MOVE 'N'           TO CQU-NAME-CHANGED.
043100     MOVE 'N'           TO CQU-DEPT-CHANGED.
043200     MOVE 'N'           TO CQU-SALARY-CHANGED.
043300     MOVE 'N'           TO CQU-MGR-CHANGED.
043400     MOVE 'Y'           TO CQU-ADDR-CHANGED.
043500     MOVE 'N'           TO CQU-GRADE-CHANGED.
043600     MOVE CHQ-EFF-DATE  TO CQU-EFF-DATE.
043700     MOVE EMP-ADDR-STREET TO CQU-ADDR-STREET.
043800     MOVE EMP-ADDR-CITY   TO CQU-ADDR-CITY.
043900     MOVE EMP-ADDR-STATE  TO CQU-ADDR-STATE.
044000     MOVE EMP-ADDR-ZIP    TO CQU-ADDR-ZIP.
044100     MOVE EMP-PHONE       TO CQU-PHONE.
044200     IF CHQ-ADDR-STREET NOT = SPACES
044300         MOVE CHQ-ADDR-STREET TO CQU-ADDR-STREET
044400     END-IF.
044500     IF CHQ-ADDR-CITY NOT = SPACES
044600         MOVE CHQ-ADDR-CITY   TO CQU-ADDR-CITY
044700     END-IF.
044800     IF CHQ-ADDR-STATE NOT = SPACES
044900         MOVE CHQ-ADDR-STATE  TO CQU-ADDR-STATE
045000     END-IF.
045100     IF CHQ-ADDR-ZIP NOT = SPACES
045200         MOVE CHQ-ADDR-ZIP    TO CQU-ADDR-ZIP
045300     END-IF.
045400     IF CHQ-PHONE NOT = SPACES
045500         MOVE CHQ-PHONE       TO CQU-PHONE
045600     END-IF.
045700     MOVE EMP-GRADE     TO CQU-EMP-GRADE.
045800     MOVE SPACE         TO CQU-BAND-OVERRIDE.
045900     WRITE CQU-RECORD FROM WS-CQU-RECORD.
046000     ADD 1 TO WS-UPDATE-WRITTEN.
046100 7100-WRITE-UPDATE-EXIT.
046200     EXIT.
046300*=============================================================*
046400* 8000-READ-QUEUE - READ THE NEXT QUEUE ENTRY IN KEY ORDER     *
046500*=============================================================*
046600 8000-READ-QUEUE.
046700     READ QUEUE-FILE NEXT RECORD
046800         AT END
046900             MOVE 'Y' TO WS-EOF-SWITCH
047000     END-READ.
047100 8000-READ-QUEUE-EXIT.
047200     EXIT.
047300*=============================================================*
047400* 9000-TERMINATE - TRAILERS, RUN-CONTROL END, CLOSE FILES      *
047500*=============================================================*
047600 9000-TERMINATE.
047700     IF NOT WS-ABANDONED
047800         MOVE SPACES TO RPT-LINE
047900         WRITE RPT-LINE
048000         MOVE WS-REQUESTS-READ      TO CQC-TRL-READ
048100         MOVE WS-REQUESTS-CONVERTED TO CQC-TRL-CONVERTED
048200         MOVE WS-REQUESTS-REJECTED  TO CQC-TRL-REJECTED
048300         WRITE RPT-LINE FROM CQC-TRAILER-1
048400         MOVE WS-DRIVER-WRITTEN     TO CQC-TRL-DRIVER
048500         MOVE WS-UPDATE-WRITTEN     TO CQC-TRL-UPDATE
048600         MOVE WS-REQUESTS-HELD      TO CQC-TRL-HELD
048700         WRITE RPT-LINE FROM CQC-TRAILER-2
048800     END-IF.
048900     MOVE WS-REQUESTS-READ TO RUN-RECORDS-IN.
049000     COMPUTE RUN-RECORDS-OUT =
049100         WS-DRIVER-WRITTEN + WS-UPDATE-WRITTEN.
049200     MOVE WS-REQUESTS-REJECTED TO RUN-RECORDS-REJECT.
049300     PERFORM 8810-RECORD-RUN-END
049400         THRU 8810-RECORD-RUN-END-EXIT.
049500     CLOSE QUEUE-FILE.
049600     CLOSE DRIVER-OUT-FILE.
049700     CLOSE UPDATE-OUT-FILE.
049800     CLOSE CONVERT-REPORT.
049900     CLOSE ERROR-LOG.
050000     DISPLAY 'Requests read:       ' WS-REQUESTS-READ.
050100     DISPLAY 'Requests converted:  ' WS-REQUESTS-CONVERTED.
050200     DISPLAY 'Requests rejected:   ' WS-REQUESTS-REJECTED.
050300     DISPLAY 'Already processed:   ' WS-REQUESTS-DONE.
050400 9000-TERMINATE-EXIT.
050500     EXIT.
050600*=============================================================*
050700* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
050800*               CONTROL RECORDING, COPIED IN                   *
050900*=============================================================*
051000     COPY RUNHDL.
051100*=============================================================*
051200* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
051300*=============================================================*
051400     COPY ERRHDL.
