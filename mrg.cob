000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DriverMerge.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. PUTS THE OUTPUT OF THE  *
001000*               PARALLEL BatchDriver STREAMS BACK TOGETHER SO *
001100*               EVERYTHING DOWNSTREAM STILL SEES ONE DRVSUM,  *
001200*               DRVREJ, DRVORPH AND DRVRETR. EACH INPUT IS    *
001300*               THE CONCATENATION OF THE STREAM DATASETS IN   *
001400*               STREAM ORDER (1-8, THEN X), SO THE RECORDS    *
001500*               COPY ACROSS IN THAT ORDER. THE THREE SUMMARY  *
001600*               TRAILER LINES EACH STREAM WRITES ARE ADDED UP *
001700*               AND WRITTEN ONCE AT THE END OF DRVSUM IN THE  *
001800*               DRIVER'S OWN LAYOUT. THE STREAMS' OWN ERROR   *
001900*               LOGS ARE ADDED TO THE NIGHT'S SYSERR. FEWER   *
002000*               STREAM SUMMARIES THAN STREAMS ENDS RC 8.      *
002100*-------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT STREAM-SUMMARY ASSIGN TO MRGSUM
002600         ORGANIZATION IS LINE SEQUENTIAL.
002700     SELECT STREAM-REJECTS ASSIGN TO MRGREJ
002800         ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT STREAM-ORPHANS ASSIGN TO MRGORPH
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100     SELECT STREAM-RETROS ASSIGN TO MRGRETR
003200         ORGANIZATION IS LINE SEQUENTIAL.
003300     SELECT STREAM-ERRORS ASSIGN TO MRGERR
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500     SELECT SUMMARY-REPORT ASSIGN TO DRVSUM
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT REJECT-FILE ASSIGN TO DRVREJ
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT ORPHAN-REPORT ASSIGN TO DRVORPH
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT RETRO-FILE ASSIGN TO DRVRETR
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT ERROR-LOG ASSIGN TO SYSERR
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  STREAM-SUMMARY
004800     RECORDING MODE IS F.
004900 01  MSM-LINE                 PIC X(80).
005000
005100 FD  STREAM-REJECTS
005200     RECORDING MODE IS F.
005300 01  MRJ-RECORD               PIC X(75).
005400
005500 FD  STREAM-ORPHANS
005600     RECORDING MODE IS F.
005700 01  MOR-RECORD               PIC X(48).
005800
005900 FD  STREAM-RETROS
006000     RECORDING MODE IS F.
006100 01  MRT-RECORD               PIC X(75).
006200
006300 FD  STREAM-ERRORS
006400     RECORDING MODE IS F.
006500 01  MER-RECORD               PIC X(64).
006600
006700 FD  SUMMARY-REPORT
006800     RECORDING MODE IS F.
006900 01  SUM-LINE                 PIC X(80).
007000
007100 FD  REJECT-FILE
007200     RECORDING MODE IS F.
007300 01  REJ-RECORD               PIC X(75).
007400
007500 FD  ORPHAN-REPORT
007600     RECORDING MODE IS F.
007700 01  ORPH-RECORD              PIC X(48).
007800
007900 FD  RETRO-FILE
008000     RECORDING MODE IS F.
008100 01  RET-RECORD               PIC X(75).
008200
008300 FD  ERROR-LOG
008400     RECORDING MODE IS F.
008500     COPY ERRREC.
008600 WORKING-STORAGE SECTION.
008700     COPY DBCONN.
008800
008900 01  WS-SQLCODE               PIC S9(9) COMP.
009000
009100     COPY RUNWS.
009200
009300 01  WS-SWITCHES.
009400     05  WS-SUM-EOF-SWITCH    PIC X(01) VALUE 'N'.
009500         88  WS-SUM-EOF            VALUE 'Y'.
009600     05  WS-REJ-EOF-SWITCH    PIC X(01) VALUE 'N'.
009700         88  WS-REJ-EOF            VALUE 'Y'.
009800     05  WS-ORPH-EOF-SWITCH   PIC X(01) VALUE 'N'.
009900         88  WS-ORPH-EOF           VALUE 'Y'.
010000     05  WS-RETR-EOF-SWITCH   PIC X(01) VALUE 'N'.
010100         88  WS-RETR-EOF           VALUE 'Y'.
010200     05  WS-ERR-EOF-SWITCH    PIC X(01) VALUE 'N'.
010300         88  WS-ERR-EOF            VALUE 'Y'.
010400
010500*    ONE SUMMARY PER STREAM - EIGHT RANGE STREAMS AND THE
010600*    CROSS-RANGE PASS - WHETHER OR NOT A STREAM HAD WORK.
010700 01  WS-STREAMS-EXPECTED      PIC 9(03) COMP VALUE 9.
010800
010900 01  WS-COUNTERS.
011000     05  WS-LINES-READ        PIC 9(07) COMP VALUE ZERO.
011100     05  WS-LINES-WRITTEN     PIC 9(07) COMP VALUE ZERO.
011200     05  WS-SUMMARIES-MERGED  PIC 9(03) COMP VALUE ZERO.
011300     05  WS-DETAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
011400     05  WS-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
011500     05  WS-ORPHAN-COUNT      PIC 9(07) COMP VALUE ZERO.
011600     05  WS-RETRO-COUNT       PIC 9(07) COMP VALUE ZERO.
011700     05  WS-ERROR-COUNT       PIC 9(07) COMP VALUE ZERO.
011800
011900*    RUNNING TOTALS OF THE STREAM TRAILER COUNTS.
012000 01  WS-TRAILER-TOTALS.
012100     05  WS-TOT-READ          PIC 9(07) COMP VALUE ZERO.
012200     05  WS-TOT-INSERTED      PIC 9(07) COMP VALUE ZERO.
012300     05  WS-TOT-UPDATED       PIC 9(07) COMP VALUE ZERO.
012400     05  WS-TOT-DELETED       PIC 9(07) COMP VALUE ZERO.
012500     05  WS-TOT-FAILED        PIC 9(07) COMP VALUE ZERO.
012600     05  WS-TOT-REHIRED       PIC 9(07) COMP VALUE ZERO.
012700     05  WS-TOT-LEAVES        PIC 9(07) COMP VALUE ZERO.
012800     05  WS-TOT-RETURNED      PIC 9(07) COMP VALUE ZERO.
012900     05  WS-TOT-PTO-TAKEN     PIC 9(07) COMP VALUE ZERO.
013000     05  WS-TOT-PTO-PAID      PIC 9(07) COMP VALUE ZERO.
013100     05  WS-TOT-RETROS        PIC 9(07) COMP VALUE ZERO.
013200     05  WS-TOT-RETRO-TOTAL   PIC S9(09)V99 COMP-3 VALUE ZERO.
013300     05  WS-TOT-PAYMENTS      PIC 9(07) COMP VALUE ZERO.
013400     05  WS-TOT-HELD          PIC 9(07) COMP VALUE ZERO.
013500
013600*    ONE STREAM TRAILER AS READ, AND THE COUNT DE-EDITED FROM
013700*    IT.
013800 01  WS-TRAILER-VALUE         PIC 9(07) VALUE ZERO.
013900 01  WS-TRAILER-AMOUNT        PIC S9(09)V99 VALUE ZERO.
014000
014100 01  WS-IN-TRAILER            PIC X(80).
014200 01  WS-IN-TRAILER-1          REDEFINES WS-IN-TRAILER.
014300     05  FILLER               PIC X(01).
014400     05  IN1-LABEL            PIC X(05).
014500     05  IN1-READ             PIC ZZZ,ZZ9.
014600     05  FILLER               PIC X(10).
014700     05  IN1-INSERTED         PIC ZZZ,ZZ9.
014800     05  FILLER               PIC X(09).
014900     05  IN1-UPDATED          PIC ZZZ,ZZ9.
015000     05  FILLER               PIC X(09).
015100     05  IN1-DELETED          PIC ZZZ,ZZ9.
015200     05  FILLER               PIC X(08).
015300     05  IN1-FAILED           PIC ZZZ,ZZ9.
015400     05  FILLER               PIC X(03).
015500 01  WS-IN-TRAILER-2          REDEFINES WS-IN-TRAILER.
015600     05  FILLER               PIC X(01).
015700     05  IN2-LABEL            PIC X(08).
015800     05  IN2-REHIRED          PIC ZZZ,ZZ9.
015900     05  FILLER               PIC X(08).
016000     05  IN2-LEAVES           PIC ZZZ,ZZ9.
016100     05  FILLER               PIC X(10).
016200     05  IN2-RETURNED         PIC ZZZ,ZZ9.
016300     05  FILLER               PIC X(05).
016400     05  IN2-PTO-TAKEN        PIC ZZZ,ZZ9.
016500     05  FILLER               PIC X(10).
016600     05  IN2-PTO-PAID         PIC ZZZ,ZZ9.
016700     05  FILLER               PIC X(02).
016800 01  WS-IN-TRAILER-3          REDEFINES WS-IN-TRAILER.
016900     05  FILLER               PIC X(01).
017000     05  IN3-LABEL            PIC X(11).
017100     05  IN3-RETROS           PIC ZZZ,ZZ9.
017200     05  FILLER               PIC X(13).
017300     05  IN3-RETRO-TOTAL      PIC ----,---,--9.99.
017400     05  FILLER               PIC X(10).
017500     05  IN3-PAYMENTS         PIC ZZZ,ZZ9.
017600     05  FILLER               PIC X(06).
017700     05  IN3-HELD             PIC ZZZ,ZZ9.
017800     05  FILLER               PIC X(03).
017900
018000*    THE COMBINED TRAILERS - THE SAME LINES BatchDriver WRITES.
018100 01  WS-SUMMARY-TRAILER.
018200     05  FILLER          PIC X(01) VALUE SPACE.
018300     05  FILLER          PIC X(05) VALUE 'READ:'.
018400     05  TRL-READ        PIC ZZZ,ZZ9.
018500     05  FILLER          PIC X(01) VALUE SPACE.
018600     05  FILLER          PIC X(09) VALUE 'INSERTED:'.
018700     05  TRL-INSERTED    PIC ZZZ,ZZ9.
018800     05  FILLER          PIC X(01) VALUE SPACE.
018900     05  FILLER          PIC X(08) VALUE 'UPDATED:'.
019000     05  TRL-UPDATED     PIC ZZZ,ZZ9.
019100     05  FILLER          PIC X(01) VALUE SPACE.
019200     05  FILLER          PIC X(08) VALUE 'DELETED:'.
019300     05  TRL-DELETED     PIC ZZZ,ZZ9.
019400     05  FILLER          PIC X(01) VALUE SPACE.
019500     05  FILLER          PIC X(07) VALUE 'FAILED:'.
019600     05  TRL-FAILED      PIC ZZZ,ZZ9.
019700
019800 01  WS-SUMMARY-TRAILER-2.
019900     05  FILLER          PIC X(01) VALUE SPACE.
020000     05  FILLER          PIC X(08) VALUE 'REHIRED:'.
020100     05  TRL-REHIRED     PIC ZZZ,ZZ9.
020200     05  FILLER          PIC X(01) VALUE SPACE.
020300     05  FILLER          PIC X(07) VALUE 'LEAVES:'.
020400     05  TRL-LEAVES      PIC ZZZ,ZZ9.
020500     05  FILLER          PIC X(01) VALUE SPACE.
020600     05  FILLER          PIC X(09) VALUE 'RETURNED:'.
020700     05  TRL-RETURNED    PIC ZZZ,ZZ9.
020800     05  FILLER          PIC X(01) VALUE SPACE.
020900     05  FILLER          PIC X(04) VALUE 'PTO:'.
021000     05  TRL-PTO-TAKEN   PIC ZZZ,ZZ9.
021100     05  FILLER          PIC X(01) VALUE SPACE.
021200     05  FILLER          PIC X(09) VALUE 'PTO PAID:'.
021300     05  TRL-PTO-PAID    PIC ZZZ,ZZ9.
021400
021500 01  WS-SUMMARY-TRAILER-3.
021600     05  FILLER          PIC X(01) VALUE SPACE.
021700     05  FILLER          PIC X(11) VALUE 'RETRO ADJS:'.
021800     05  TRL-RETROS      PIC ZZZ,ZZ9.
021900     05  FILLER          PIC X(01) VALUE SPACE.
022000     05  FILLER          PIC X(12) VALUE 'RETRO TOTAL:'.
022100     05  TRL-RETRO-TOTAL PIC ----,---,--9.99.
022200     05  FILLER          PIC X(01) VALUE SPACE.
022300     05  FILLER          PIC X(09) VALUE 'PAYMENTS:'.
022400     05  TRL-PAYMENTS    PIC ZZZ,ZZ9.
022500     05  FILLER          PIC X(01) VALUE SPACE.
022600     05  FILLER          PIC X(05) VALUE 'HELD:'.
022700     05  TRL-HELD        PIC ZZZ,ZZ9.
022800
022900     COPY ERRWS.
023000
023100 PROCEDURE DIVISION.
023200*=============================================================*
023300* 0000-MAINLINE                                               *
023400*=============================================================*
023500 0000-MAINLINE.
023600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023700     PERFORM 2000-MERGE-SUMMARY THRU 2000-MERGE-SUMMARY-EXIT
023800         UNTIL WS-SUM-EOF.
023900     PERFORM 2500-WRITE-TRAILERS THRU 2500-WRITE-TRAILERS-EXIT.
024000     PERFORM 3000-COPY-REJECT THRU 3000-COPY-REJECT-EXIT
024100         UNTIL WS-REJ-EOF.
024200     PERFORM 4000-COPY-ORPHAN THRU 4000-COPY-ORPHAN-EXIT
024300         UNTIL WS-ORPH-EOF.
024400     PERFORM 5000-COPY-RETRO THRU 5000-COPY-RETRO-EXIT
024500         UNTIL WS-RETR-EOF.
024600     PERFORM 6000-COPY-ERROR THRU 6000-COPY-ERROR-EXIT
024700         UNTIL WS-ERR-EOF.
024800     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
024900     GOBACK.
025000*=============================================================*
025100* 1000-INITIALIZE - OPEN FILES, CONNECT FOR THE RUN LOG ONLY,  *
025200*               PRIME EVERY READ                              *
025300*=============================================================*
025400 1000-INITIALIZE.
025500     OPEN INPUT STREAM-SUMMARY STREAM-REJECTS STREAM-ORPHANS
025600         STREAM-RETROS STREAM-ERRORS.
025700     OPEN OUTPUT SUMMARY-REPORT REJECT-FILE ORPHAN-REPORT
025800         RETRO-FILE.
025900     OPEN OUTPUT ERROR-LOG.
026000     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
026100     EXEC SQL
026200         CONNECT TO 'yourdatabase'
026300         USER :WS-USERID
026400         USING :WS-PASSWORD
026500     END-EXEC.
026600     IF SQLCODE = 0
026700         MOVE 'MRG' TO RUN-PROGRAM-ID
026800         MOVE 'Y' TO RUN-LOG-SWITCH
026900         PERFORM 8800-RECORD-RUN-START
027000             THRU 8800-RECORD-RUN-START-EXIT
027100     ELSE
027200         DISPLAY 'Connect failed - run not logged: ' SQLCODE
027300     END-IF.
027400     PERFORM 8000-READ-SUMMARY THRU 8000-READ-SUMMARY-EXIT.
027500     PERFORM 8100-READ-REJECT THRU 8100-READ-REJECT-EXIT.
027600     PERFORM 8200-READ-ORPHAN THRU 8200-READ-ORPHAN-EXIT.
027700     PERFORM 8300-READ-RETRO THRU 8300-READ-RETRO-EXIT.
027800     PERFORM 8400-READ-ERROR THRU 8400-READ-ERROR-EXIT.
027900 1000-INITIALIZE-EXIT.
028000     EXIT.
028100*=============================================================*
028200* 2000-MERGE-SUMMARY - COPY A DETAIL LINE; ADD A TRAILER LINE  *
028300*               INTO THE RUNNING TOTALS INSTEAD               *
028400*=============================================================*
028500 2000-MERGE-SUMMARY.
028600     MOVE MSM-LINE TO WS-IN-TRAILER.
028700     IF IN1-LABEL = 'READ:'
028800         PERFORM 2100-ADD-TRAILER-1 THRU 2100-ADD-TRAILER-1-EXIT
028900         GO TO 2000-NEXT-LINE
029000     END-IF.
029100     IF IN2-LABEL = 'REHIRED:'
029200         PERFORM 2200-ADD-TRAILER-2 THRU 2200-ADD-TRAILER-2-EXIT
029300         GO TO 2000-NEXT-LINE
029400     END-IF.
029500     IF IN3-LABEL = 'RETRO ADJS:'
029600         PERFORM 2300-ADD-TRAILER-3 THRU 2300-ADD-TRAILER-3-EXIT
029700         GO TO 2000-NEXT-LINE
029800     END-IF.
029900     WRITE SUM-LINE FROM MSM-LINE.
030000     ADD 1 TO WS-LINES-WRITTEN.
030100     ADD 1 TO WS-DETAIL-COUNT.
030200 2000-NEXT-LINE.
030300     PERFORM 8000-READ-SUMMARY THRU 8000-READ-SUMMARY-EXIT.
030400 2000-MERGE-SUMMARY-EXIT.
030500     EXIT.
030600*=============================================================*
030700* 2100-ADD-TRAILER-1 - READ / INSERTED / UPDATED / DELETED /   *
030800*               FAILED. ONE OF THESE PER STREAM SUMMARY        *
030900*=============================================================*
031000 2100-ADD-TRAILER-1.
031100     ADD 1 TO WS-SUMMARIES-MERGED.
031200     MOVE IN1-READ TO WS-TRAILER-VALUE.
031300     ADD WS-TRAILER-VALUE TO WS-TOT-READ.
031400     MOVE IN1-INSERTED TO WS-TRAILER-VALUE.
031500     ADD WS-TRAILER-VALUE TO WS-TOT-INSERTED.
031600     MOVE IN1-UPDATED TO WS-TRAILER-VALUE.
031700     ADD WS-TRAILER-VALUE TO WS-TOT-UPDATED.
031800     MOVE IN1-DELETED TO WS-TRAILER-VALUE.
031900     ADD WS-TRAILER-VALUE TO WS-TOT-DELETED.
032000     MOVE IN1-FAILED TO WS-TRAILER-VALUE.
032100     ADD WS-TRAILER-VALUE TO WS-TOT-FAILED.
032200 2100-ADD-TRAILER-1-EXIT.
032300     EXIT.
032400*=============================================================*
032500* 2200-ADD-TRAILER-2 - REHIRED / LEAVES / RETURNED / PTO       *
032600*=============================================================*
032700 2200-ADD-TRAILER-2.
032800     MOVE IN2-REHIRED TO WS-TRAILER-VALUE.
032900     ADD WS-TRAILER-VALUE TO WS-TOT-REHIRED.
033000     MOVE IN2-LEAVES TO WS-TRAILER-VALUE.
033100     ADD WS-TRAILER-VALUE TO WS-TOT-LEAVES.
033200     MOVE IN2-RETURNED TO WS-TRAILER-VALUE.
033300     ADD WS-TRAILER-VALUE TO WS-TOT-RETURNED.
033400     MOVE IN2-PTO-TAKEN TO WS-TRAILER-VALUE.
033500     ADD WS-TRAILER-VALUE TO WS-TOT-PTO-TAKEN.
033600     MOVE IN2-PTO-PAID TO WS-TRAILER-VALUE.
033700     ADD WS-TRAILER-VALUE TO WS-TOT-PTO-PAID.
033800 2200-ADD-TRAILER-2-EXIT.
033900     EXIT.
034000*=============================================================*
034100* 2300-ADD-TRAILER-3 - RETROS / RETRO TOTAL / PAYMENTS / HELD  *
034200*=============================================================*
034300 2300-ADD-TRAILER-3.
034400     MOVE IN3-RETROS TO WS-TRAILER-VALUE.
034500     ADD WS-TRAILER-VALUE TO WS-TOT-RETROS.
034600     MOVE IN3-RETRO-TOTAL TO WS-TRAILER-AMOUNT.
034700     ADD WS-TRAILER-AMOUNT TO WS-TOT-RETRO-TOTAL.
034800     MOVE IN3-PAYMENTS TO WS-TRAILER-VALUE.
034900     ADD WS-TRAILER-VALUE TO WS-TOT-PAYMENTS.
035000     MOVE IN3-HELD TO WS-TRAILER-VALUE.
035100     ADD WS-TRAILER-VALUE TO WS-TOT-HELD.
035200 2300-ADD-TRAILER-3-EXIT.
035300     EXIT.
035400*=============================================================*
035500* 2500-WRITE-TRAILERS - THE COMBINED TRAILER LINES, ONCE       *
035600*=============================================================*
035700 2500-WRITE-TRAILERS.
035800     MOVE WS-TOT-READ        TO TRL-READ.
035900     MOVE WS-TOT-INSERTED    TO TRL-INSERTED.
036000     MOVE WS-TOT-UPDATED     TO TRL-UPDATED.
036100     MOVE WS-TOT-DELETED     TO TRL-DELETED.
036200     MOVE WS-TOT-FAILED      TO TRL-FAILED.
036300     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER.
036400     MOVE WS-TOT-REHIRED     TO TRL-REHIRED.
036500     MOVE WS-TOT-LEAVES      TO TRL-LEAVES.
036600     MOVE WS-TOT-RETURNED    TO TRL-RETURNED.
036700     MOVE WS-TOT-PTO-TAKEN   TO TRL-PTO-TAKEN.
036800     MOVE WS-TOT-PTO-PAID    TO TRL-PTO-PAID.
036900     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-2.
037000     MOVE WS-TOT-RETROS      TO TRL-RETROS.
037100     MOVE WS-TOT-RETRO-TOTAL TO TRL-RETRO-TOTAL.
037200     MOVE WS-TOT-PAYMENTS    TO TRL-PAYMENTS.
037300     MOVE WS-TOT-HELD        TO TRL-HELD.
037400     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-3.
037500     ADD 3 TO WS-LINES-WRITTEN.
037600 2500-WRITE-TRAILERS-EXIT.
037700     EXIT.
037800*=============================================================*
037900* 3000-COPY-REJECT - ONE STREAM REJECT TO DRVREJ               *
038000*=============================================================*
038100 3000-COPY-REJECT.
038200     WRITE REJ-RECORD FROM MRJ-RECORD.
038300     ADD 1 TO WS-LINES-WRITTEN.
038400     ADD 1 TO WS-REJECT-COUNT.
038500     PERFORM 8100-READ-REJECT THRU 8100-READ-REJECT-EXIT.
038600 3000-COPY-REJECT-EXIT.
038700     EXIT.
038800*=============================================================*
038900* 4000-COPY-ORPHAN - ONE STREAM ORPHAN LINE TO DRVORPH         *
039000*=============================================================*
039100 4000-COPY-ORPHAN.
039200     WRITE ORPH-RECORD FROM MOR-RECORD.
039300     ADD 1 TO WS-LINES-WRITTEN.
039400     ADD 1 TO WS-ORPHAN-COUNT.
039500     PERFORM 8200-READ-ORPHAN THRU 8200-READ-ORPHAN-EXIT.
039600 4000-COPY-ORPHAN-EXIT.
039700     EXIT.
039800*=============================================================*
039900* 5000-COPY-RETRO - ONE STREAM RETRO ADJUSTMENT TO DRVRETR     *
040000*=============================================================*
040100 5000-COPY-RETRO.
040200     WRITE RET-RECORD FROM MRT-RECORD.
040300     ADD 1 TO WS-LINES-WRITTEN.
040400     ADD 1 TO WS-RETRO-COUNT.
040500     PERFORM 8300-READ-RETRO THRU 8300-READ-RETRO-EXIT.
040600 5000-COPY-RETRO-EXIT.
040700     EXIT.
040800*=============================================================*
040900* 6000-COPY-ERROR - ONE STREAM ERROR-LOG ENTRY TO SYSERR       *
041000*=============================================================*
041100 6000-COPY-ERROR.
041200     WRITE ERR-RECORD FROM MER-RECORD.
041300     ADD 1 TO WS-LINES-WRITTEN.
041400     ADD 1 TO WS-ERROR-COUNT.
041500     PERFORM 8400-READ-ERROR THRU 8400-READ-ERROR-EXIT.
041600 6000-COPY-ERROR-EXIT.
041700     EXIT.
041800*=============================================================*
041900* 8000-8400 - READ THE NEXT RECORD OF EACH STREAM INPUT        *
042000*=============================================================*
042100 8000-READ-SUMMARY.
042200     READ STREAM-SUMMARY
042300         AT END
042400             MOVE 'Y' TO WS-SUM-EOF-SWITCH
042500     END-READ.
042600     IF NOT WS-SUM-EOF
042700         ADD 1 TO WS-LINES-READ
042800     END-IF.
042900 8000-READ-SUMMARY-EXIT.
043000     EXIT.
043100
043200 8100-READ-REJECT.
043300     READ STREAM-REJECTS
043400         AT END
043500             MOVE 'Y' TO WS-REJ-EOF-SWITCH
043600     END-READ.
043700     IF NOT WS-REJ-EOF
043800         ADD 1 TO WS-LINES-READ
043900     END-IF.
044000 8100-READ-REJECT-EXIT.
044100     EXIT.
044200
044300 8200-READ-ORPHAN.
044400     READ STREAM-ORPHANS
044500         AT END
044600             MOVE 'Y' TO WS-ORPH-EOF-SWITCH
044700     END-READ.
044800     IF NOT WS-ORPH-EOF
044900         ADD 1 TO WS-LINES-READ
045000     END-IF.
045100 8200-READ-ORPHAN-EXIT.
045200     EXIT.
045300
045400 8300-READ-RETRO.
045500     READ STREAM-RETROS
045600         AT END
045700             MOVE 'Y' TO WS-RETR-EOF-SWITCH
045800     END-READ.
045900     IF NOT WS-RETR-EOF
046000         ADD 1 TO WS-LINES-READ
046100     END-IF.
046200 8300-READ-RETRO-EXIT.
046300     EXIT.
046400
046500 8400-READ-ERROR.
046600     READ STREAM-ERRORS
046700         AT END
046800             MOVE 'Y' TO WS-ERR-EOF-SWITCH
046900     END-READ.
047000     IF NOT WS-ERR-EOF
047100         ADD 1 TO WS-LINES-READ
047200     END-IF.
047300 8400-READ-ERROR-EXIT.
047400     EXIT.
047500*=============================================================*
047600* 9000-TERMINATE - CHECK EVERY STREAM REPORTED, RUN-CONTROL    *
047700*               END, CLOSE FILES                              *
047800*=============================================================*
047900 9000-TERMINATE.
048000     IF WS-SUMMARIES-MERGED NOT = WS-STREAMS-EXPECTED
048100         DISPLAY 'Stream summaries merged: ' WS-SUMMARIES-MERGED
048200             ' expected: ' WS-STREAMS-EXPECTED
048300         MOVE 8 TO RETURN-CODE
048400     END-IF.
048500*    THE THREE COMBINED TRAILERS STAND IN FOR THE STREAMS'.
048600     COMPUTE RUN-RECORDS-IN = WS-LINES-READ
048700         - (WS-SUMMARIES-MERGED * 3).
048800     COMPUTE RUN-RECORDS-OUT = WS-LINES-WRITTEN - 3.
048900     MOVE ZERO TO RUN-RECORDS-REJECT.
049000     PERFORM 8810-RECORD-RUN-END
049100         THRU 8810-RECORD-RUN-END-EXIT.
049200     CLOSE STREAM-SUMMARY STREAM-REJECTS STREAM-ORPHANS
049300         STREAM-RETROS STREAM-ERRORS.
049400     CLOSE SUMMARY-REPORT REJECT-FILE ORPHAN-REPORT
049500         RETRO-FILE.
049600     CLOSE ERROR-LOG.
049700     DISPLAY 'Stream summaries:     ' WS-SUMMARIES-MERGED.
049800     DISPLAY 'Summary details:      ' WS-DETAIL-COUNT.
049900     DISPLAY 'Rejects:              ' WS-REJECT-COUNT.
050000     DISPLAY 'Orphan lines:         ' WS-ORPHAN-COUNT.
050100     DISPLAY 'Retro adjustments:    ' WS-RETRO-COUNT.
050200     DISPLAY 'Stream errors logged: ' WS-ERROR-COUNT.
050300 9000-TERMINATE-EXIT.
050400     EXIT.
050500*=============================================================*
050600* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
050700*               CONTROL RECORDING, COPIED IN                   *
050800*=============================================================*
050900     COPY RUNHDL.
051000*=============================================================*
051100* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
051200*=============================================================*
051300     COPY ERRHDL.
