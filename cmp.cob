001700*               SALARY CHANGES, FLAGGED CHANGES AND TOTAL     *
001800*               DOLLARS MOVED. NO DB2 - THIS IS A PURE FILE   *
001900*               PROGRAM AND CAN RUN ANY TIME OF DAY.          *
001910*   10/15/2026  RH  A 'Y' IN COLUMN 6 OF THE CMPCTL CARD ALSO *
001920*               WRITES THE SALARY CHANGES AS A COMMA-         *
001930*               DELIMITED DATA FILE ON CMPCSV FOR SPREAD-     *
001940*               SHEETS (SHARED DLMWS AND DLMHDL): A COLUMN-   *
001950*               NAME ROW, ONE DETAIL ROW PER CHANGE WITH      *
001960*               UNEDITED AMOUNTS AND AN ISO CHANGE DATE, AND  *
001970*               A TOTAL ROW. ROW_TYPE MARKS EVERY ROW. A CARD *
001980*               THAT ONLY ASKS FOR THE DATA FILE KEEPS THE    *
001990*               DEFAULT THRESHOLD WITHOUT COMPLAINT.          *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002800         FILE STATUS IS WS-CTL-FILE-STATUS.
002900     SELECT REVIEW-REPORT ASSIGN TO CMPRPT
003000         ORGANIZATION IS LINE SEQUENTIAL.
003010     SELECT DATA-FILE ASSIGN TO CMPCSV
003020         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  AUDIT-FILE
005000     RECORDING MODE IS F.
005100 01  CCT-RECORD.
005200     05  CCT-THRESHOLD-PCT    PIC 9(03)V99.
005210     05  CCT-THRESHOLD-X      REDEFINES CCT-THRESHOLD-PCT
005220                              PIC X(05).
005230     05  CCT-DATA-FILE-FLAG   PIC X(01).
005240     05  FILLER               PIC X(74).
005400
005500 FD  REVIEW-REPORT
005600     RECORDING MODE IS F.
005700 01  RPT-LINE                 PIC X(80).
005800
005810 FD  DATA-FILE
005820     RECORDING MODE IS F.
005830 01  DLM-RECORD               PIC X(250).
005840
005900 WORKING-STORAGE SECTION.
006000 01  WS-SWITCHES.
006100     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
006400         88  WS-CTL-EOF            VALUE 'Y'.
006500
006600 01  WS-CTL-FILE-STATUS       PIC X(02).
006610
006620     COPY DLMWS.
006700
006800 01  WS-COUNTERS.
006900     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
015900                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
016000         END-READ
016100         IF NOT WS-CTL-EOF
016110             IF CCT-DATA-FILE-FLAG = 'Y'
016120                 MOVE 'Y' TO WS-DLM-SWITCH
016130             END-IF
016200             IF CCT-THRESHOLD-PCT NUMERIC
016300                     AND CCT-THRESHOLD-PCT > ZERO
016400                 MOVE CCT-THRESHOLD-PCT TO WS-THRESHOLD-PCT
016500             ELSE
016510                 IF CCT-THRESHOLD-X NOT = SPACES
016520                         OR NOT WS-DLM-WANTED
016530                     DISPLAY
016540                         'Bad CMPCTL threshold - using default.'
016550                 END-IF
016700             END-IF
016800         END-IF
016900         CLOSE CONTROL-FILE
017100         DISPLAY 'No CMPCTL file - using default threshold.'
017200     END-IF.
017300     DISPLAY 'Review threshold pct: ' WS-THRESHOLD-PCT.
017310     IF WS-DLM-WANTED
017320         OPEN OUTPUT DATA-FILE
017330         PERFORM 7000-WRITE-DATA-HEADER
017340             THRU 7000-WRITE-DATA-HEADER-EXIT
017350     END-IF.
017400     PERFORM 8000-READ-AUDIT THRU 8000-READ-AUDIT-EXIT.
017500 1000-INITIALIZE-EXIT.
017600     EXIT.
022200     MOVE AUD-TS-DATE    TO CMP-DTL-DATE.
022300     WRITE RPT-LINE FROM CMP-DETAIL-LINE.
022400     ADD 1 TO WS-LINE-COUNT.
022410     IF WS-DLM-WANTED
022420         PERFORM 7100-WRITE-DATA-DETAIL
022430             THRU 7100-WRITE-DATA-DETAIL-EXIT
022440     END-IF.
022500 5000-PRINT-CHANGE-EXIT.
022600     EXIT.
022700*=============================================================*
023700     MOVE ZERO TO WS-LINE-COUNT.
023800 6000-WRITE-HEADINGS-EXIT.
023900     EXIT.
023901*=============================================================*
023902* 7000-WRITE-DATA-HEADER - THE COLUMN-NAME ROW OF CMPCSV       *
023903*=============================================================*
023904 7000-WRITE-DATA-HEADER.
023905     MOVE 'ROW_TYPE' TO WS-DLM-ROW-TYPE.
023906     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
023907     MOVE 'EMP_ID' TO WS-DLM-TEXT.
023908     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023909     MOVE 'OLD_SALARY' TO WS-DLM-TEXT.
023910     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023911     MOVE 'NEW_SALARY' TO WS-DLM-TEXT.
023912     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023913     MOVE 'SALARY_CHANGE' TO WS-DLM-TEXT.
023914     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023915     MOVE 'PCT_CHANGE' TO WS-DLM-TEXT.
023916     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023917     MOVE 'CHANGE_DATE' TO WS-DLM-TEXT.
023918     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023919     MOVE 'FLAG' TO WS-DLM-TEXT.
023920     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023921     MOVE 'CHANGE_COUNT' TO WS-DLM-TEXT.
023922     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023923     MOVE 'FLAGGED_COUNT' TO WS-DLM-TEXT.
023924     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023925     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
023926 7000-WRITE-DATA-HEADER-EXIT.
023927     EXIT.
023928*=============================================================*
023929* 7100-WRITE-DATA-DETAIL - ONE SALARY CHANGE                   *
023930*=============================================================*
023931 7100-WRITE-DATA-DETAIL.
023932     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
023933     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
023934     MOVE AUD-EMP-ID TO WS-DLM-TEXT.
023935     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023936     MOVE 2 TO WS-DLM-DECIMALS.
023937     MOVE AUD-OLD-SALARY TO WS-DLM-NUMBER.
023938     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023939     MOVE AUD-NEW-SALARY TO WS-DLM-NUMBER.
023940     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023941     MOVE WS-SALARY-DELTA TO WS-DLM-NUMBER.
023942     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023943     MOVE WS-PCT-CHANGE TO WS-DLM-NUMBER.
023944     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023945     MOVE AUD-TS-DATE TO WS-DLM-DATE.
023946     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
023947     MOVE CMP-DTL-FLAG TO WS-DLM-TEXT.
023948     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023949     MOVE SPACES TO WS-DLM-TEXT.
023950     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023951     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023952     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
023953 7100-WRITE-DATA-DETAIL-EXIT.
023954     EXIT.
023955*=============================================================*
023956* 7300-WRITE-DATA-TOTAL - DOLLARS MOVED AND THE CHANGE COUNTS  *
023957*=============================================================*
023958 7300-WRITE-DATA-TOTAL.
023959     MOVE 'TOTAL' TO WS-DLM-ROW-TYPE.
023960     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
023961     MOVE SPACES TO WS-DLM-TEXT.
023962     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023963     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023964     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023965     MOVE 2 TO WS-DLM-DECIMALS.
023966     MOVE WS-DOLLARS-MOVED TO WS-DLM-NUMBER.
023967     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023968     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023969     MOVE ZERO TO WS-DLM-DATE.
023970     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
023971     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
023972     MOVE ZERO TO WS-DLM-DECIMALS.
023973     MOVE WS-SALARY-CHANGES TO WS-DLM-NUMBER.
023974     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023975     MOVE WS-FLAGGED-CHANGES TO WS-DLM-NUMBER.
023976     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
023977     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
023978 7300-WRITE-DATA-TOTAL-EXIT.
023979     EXIT.
024000*=============================================================*
024100* 8000-READ-AUDIT - READ THE NEXT UPTAUD AUDIT RECORD          *
024200*=============================================================*
026700     WRITE RPT-LINE FROM CMP-TRAILER-2.
026800     CLOSE AUDIT-FILE.
026900     CLOSE REVIEW-REPORT.
026910     IF WS-DLM-WANTED
026920         PERFORM 7300-WRITE-DATA-TOTAL
026930             THRU 7300-WRITE-DATA-TOTAL-EXIT
026940         CLOSE DATA-FILE
026950         DISPLAY 'Data file rows:      ' WS-DLM-ROWS
026960     END-IF.
027000     DISPLAY 'Audit records read:  ' WS-RECORDS-READ.
027100     DISPLAY 'Salary changes:      ' WS-SALARY-CHANGES.
027200     DISPLAY 'Flagged for review:  ' WS-FLAGGED-CHANGES.
027300 9000-TERMINATE-EXIT.
027400     EXIT.
027410*=============================================================*
027420* 8765-DLM-START-ROW THRU 8790-DLM-WRITE-ROW - SHARED          *
027430*               DELIMITED DATA-FILE ROW BUILDER, COPIED IN     *
027440*=============================================================*
027450     COPY DLMHDL.
