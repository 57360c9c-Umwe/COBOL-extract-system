001894*               SEAL OUT, SO ReadSnapshot CAN REFUSE A DEAD   *
001896*               OR HALF-LOADED SNAPSHOT INSTEAD OF SERVING IT *
001898*               WITH A STRAIGHT FACE.                         *
001913*   10/15/2026  RH  EMPSNAP IS NOW OPENED ONLY AFTER THE RUN  *
001927*               IS RECORDED ON RUN_CONTROL, SO A SNAPSHOT RUN *
001942*               STOPPED BY THE RUN INTERLOCK (RetentionPurge  *
001956*               IN FLIGHT) NO LONGER EMPTIES THE LAST GOOD    *
001971*               SNAPSHOT ON ITS WAY OUT.                      *
001972*   10/15/2026  RH  ALSO UNLOADS SALARY_GRADE TO THE GRADSNAP *
001973*               KSDS (KEYED ON GRADE-ID: STATUS, BAND MINIMUM *
001974*               AND MAXIMUM, LRECL 21) SO THE ONLINE CHANGE   *
001975*               ENTRY (EMPC) CAN PUT A TRANSFER THROUGH THE   *
001976*               SAME GRADE AND BAND CHECK THE NIGHTLY UPDATE  *
001977*               WILL, WITH A KEYED READ INSTEAD OF A DB2      *
001978*               CALL.                                         *
001985*-------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002730         ACCESS MODE IS SEQUENTIAL
002740         RECORD KEY IS DSN-DEPT-ID
002750         FILE STATUS IS WS-DSNP-STATUS.
002758     SELECT GRADE-SNAPSHOT-FILE ASSIGN TO GRADSNAP
002766         ORGANIZATION IS INDEXED
002774         ACCESS MODE IS SEQUENTIAL
002782         RECORD KEY IS GSN-GRADE-ID
002790         FILE STATUS IS WS-GSNP-STATUS.
002800     SELECT ERROR-LOG ASSIGN TO SYSERR
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
004850     05  DSN-DEPT-STATUS      PIC X(01).
004860     05  DSN-DEPT-BUDGET      PIC 9(09)V99.
004870
004873 FD  GRADE-SNAPSHOT-FILE.
004876 01  GSN-RECORD.
004879     05  GSN-GRADE-ID         PIC X(02).
004882     05  GSN-GRADE-STATUS     PIC X(01).
004885     05  GSN-GRADE-MIN        PIC 9(07)V99.
004888     05  GSN-GRADE-MAX        PIC 9(07)V99.
004891
004900 FD  ERROR-LOG
005000     RECORDING MODE IS F.
005100     COPY ERRREC.
006000
006100 01  WS-SNAP-STATUS           PIC X(02).
006110 01  WS-DSNP-STATUS           PIC X(02).
006115 01  WS-GSNP-STATUS           PIC X(02).
006120
006130 01  WS-DEPT-FIELDS.
006140     05  WS-DEPT-ID           PIC X(04).
006150     05  WS-DEPT-NAME         PIC X(30).
006160     05  WS-DEPT-STATUS       PIC X(01).
006170     05  WS-DEPT-BUDGET       PIC 9(09)V99 COMP-3.
006171
006172 01  WS-GRADE-FIELDS.
006173     05  WS-GRADE-ID          PIC X(02).
006174     05  WS-GRADE-STATUS      PIC X(01).
006175     05  WS-GRADE-MIN         PIC 9(07)V99 COMP-3.
006176     05  WS-GRADE-MAX         PIC 9(07)V99 COMP-3.
006180
006190 01  WS-DEPT-EOF-SWITCH       PIC X(01) VALUE 'N'.
006195     88  WS-DEPT-EOF               VALUE 'Y'.
006196 01  WS-GRADE-EOF-SWITCH      PIC X(01) VALUE 'N'.
006197     88  WS-GRADE-EOF              VALUE 'Y'.
006200
006300 01  WS-SWITCHES.
006400     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
006900 01  WS-COUNTERS.
007000     05  WS-RECORDS-UNLOADED  PIC 9(07) COMP VALUE ZERO.
007005     05  WS-DEPTS-UNLOADED    PIC 9(07) COMP VALUE ZERO.
007007     05  WS-GRADES-UNLOADED   PIC 9(07) COMP VALUE ZERO.
007010
007020 01  WS-SALARY-HASH           PIC 9(13)V99 COMP-3 VALUE ZERO.
007030 01  WS-UNLOAD-DATE           PIC 9(08) VALUE ZERO.
008000     PERFORM 2000-UNLOAD-EMPLOYEE THRU 2000-UNLOAD-EMPLOYEE-EXIT
008100         UNTIL WS-EOF.
008150     PERFORM 3000-UNLOAD-DEPTS THRU 3000-UNLOAD-DEPTS-EXIT.
008175     PERFORM 8500-UNLOAD-GRADES THRU 8500-UNLOAD-GRADES-EXIT.
008200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
008300     GOBACK.
008400*=============================================================*
008600*=============================================================*
008700 1000-INITIALIZE.
008750     OPEN OUTPUT ERROR-LOG.
009600     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
009700     EXEC SQL
009800         CONNECT TO 'yourdatabase'
011100     MOVE 'Y' TO RUN-LOG-SWITCH.
011200     PERFORM 8800-RECORD-RUN-START
011300         THRU 8800-RECORD-RUN-START-EXIT.
011310*    THE REUSE CLUSTER IS EMPTIED BY THE OPEN, SO IT WAITS UNTIL
011320*    THE RUN INTERLOCK HAS LET THIS RUN START - A RUN STOPPED BY
011330*    A CONFLICTING PROGRAM LEAVES THE LAST SEALED SNAPSHOT AS IT
011340*    WAS.
011350     OPEN OUTPUT SNAPSHOT-FILE.
011360     IF WS-SNAP-STATUS NOT = '00'
011370         DISPLAY 'EMPSNAP open failed, status ' WS-SNAP-STATUS
011380         MOVE 8 TO RETURN-CODE
011390         MOVE 'Y' TO WS-EOF-SWITCH
011392         GO TO 1000-INITIALIZE-EXIT
011394     END-IF.
011400
011500     EXEC SQL
011600         DECLARE SNAP-CURSOR CURSOR FOR
019200     END-IF.
019300 8000-FETCH-EMPLOYEE-EXIT.
019400     EXIT.
019401*=============================================================*
019402* 8500-UNLOAD-GRADES - UNLOAD THE SALARY_GRADE TABLE TO THE   *
019403*               GRADSNAP KSDS IN KEY ORDER, FOR THE ONLINE    *
019404*               CHANGE ENTRY'S GRADE AND BAND CHECK           *
019405*=============================================================*
019406 8500-UNLOAD-GRADES.
019407     IF RETURN-CODE >= 8
019408         GO TO 8500-UNLOAD-GRADES-EXIT
019409     END-IF.
019410     OPEN OUTPUT GRADE-SNAPSHOT-FILE.
019411     IF WS-GSNP-STATUS NOT = '00'
019412         DISPLAY 'GRADSNAP open failed, status ' WS-GSNP-STATUS
019413         MOVE 8 TO RETURN-CODE
019414         GO TO 8500-UNLOAD-GRADES-EXIT
019415     END-IF.
019416     EXEC SQL
019417         DECLARE GRADE-SNAP-CURSOR CURSOR FOR
019418             SELECT GRADE_ID, GRADE_STATUS,
019419                 GRADE_MIN_SAL, GRADE_MAX_SAL
019420             FROM SALARY_GRADE
019421             ORDER BY GRADE_ID
019422     END-EXEC.
019423     EXEC SQL
019424         OPEN GRADE-SNAP-CURSOR
019425     END-EXEC.
019426     IF SQLCODE NOT = 0
019427         DISPLAY 'Grade cursor open failed: ' SQLCODE
019428         MOVE 'GRADE-CURSOR' TO WS-ERROR-CONTEXT
019429         PERFORM 8900-HANDLE-SQL-ERROR
019430             THRU 8900-HANDLE-SQL-ERROR-EXIT
019431         CLOSE GRADE-SNAPSHOT-FILE
019432         GO TO 8500-UNLOAD-GRADES-EXIT
019433     END-IF.
019434     PERFORM 8510-UNLOAD-ONE-GRADE THRU 8510-UNLOAD-ONE-GRADE-EXIT
019435         UNTIL WS-GRADE-EOF.
019436     EXEC SQL
019437         CLOSE GRADE-SNAP-CURSOR
019438     END-EXEC.
019439     CLOSE GRADE-SNAPSHOT-FILE.
019440     DISPLAY 'Grades unloaded: ' WS-GRADES-UNLOADED.
019441 8500-UNLOAD-GRADES-EXIT.
019442     EXIT.
019443*=============================================================*
019444* 8510-UNLOAD-ONE-GRADE - FETCH AND WRITE ONE GRADE ROW       *
019445*=============================================================*
019446 8510-UNLOAD-ONE-GRADE.
019447     EXEC SQL
019448         FETCH GRADE-SNAP-CURSOR
019449         INTO :WS-GRADE-ID, :WS-GRADE-STATUS,
019450             :WS-GRADE-MIN, :WS-GRADE-MAX
019451     END-EXEC.
019452     IF SQLCODE = 100
019453         MOVE 'Y' TO WS-GRADE-EOF-SWITCH
019454         GO TO 8510-UNLOAD-ONE-GRADE-EXIT
019455     END-IF.
019456     IF SQLCODE NOT = 0
019457         DISPLAY 'Grade fetch failed: ' SQLCODE
019458         MOVE 'GRADE-FETCH' TO WS-ERROR-CONTEXT
019459         PERFORM 8900-HANDLE-SQL-ERROR
019460             THRU 8900-HANDLE-SQL-ERROR-EXIT
019461         MOVE 'Y' TO WS-GRADE-EOF-SWITCH
019462         GO TO 8510-UNLOAD-ONE-GRADE-EXIT
019463     END-IF.
019464     MOVE WS-GRADE-ID     TO GSN-GRADE-ID.
019465     MOVE WS-GRADE-STATUS TO GSN-GRADE-STATUS.
019466     MOVE WS-GRADE-MIN    TO GSN-GRADE-MIN.
019467     MOVE WS-GRADE-MAX    TO GSN-GRADE-MAX.
019468     WRITE GSN-RECORD.
019469     IF WS-GSNP-STATUS NOT = '00'
019470         DISPLAY 'GRADSNAP write failed, status ' WS-GSNP-STATUS
019471         MOVE 8 TO RETURN-CODE
019472         MOVE 'Y' TO WS-GRADE-EOF-SWITCH
019473         GO TO 8510-UNLOAD-ONE-GRADE-EXIT
019474     END-IF.
019475     ADD 1 TO WS-GRADES-UNLOADED.
019476 8510-UNLOAD-ONE-GRADE-EXIT.
019477     EXIT.
019500*=============================================================*
019600* 9000-TERMINATE - CLOSE THE CURSOR AND FILES, SHOW TOTALS     *
019700*=============================================================*
