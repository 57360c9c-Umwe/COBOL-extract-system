001700*               VARIANCE AND AN *OVER* FLAG WHEN THE ACTUAL   *
001800*               EXCEEDS A NON-ZERO BUDGET. A ZERO BUDGET      *
001900*               PRINTS 'NO BDG' - NOTHING TO MEASURE AGAINST. *
001910*   10/15/2026  RH  A 'Y' IN COLUMN 1 OF THE NEW OPTIONAL     *
001920*               BVRCTL CARD ALSO WRITES THE VARIANCES AS A    *
001930*               COMMA-DELIMITED DATA FILE ON BVRCSV FOR       *
001940*               SPREADSHEETS (SHARED DLMWS AND DLMHDL): A     *
001950*               COLUMN-NAME ROW, ONE DETAIL ROW PER           *
001960*               DEPARTMENT WITH UNEDITED AMOUNTS, AND A TOTAL *
001970*               ROW. ROW_TYPE MARKS EVERY ROW. NO CARD, NO    *
001980*               DATA FILE; THE PRINT IS UNCHANGED.            *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002310     SELECT CONTROL-FILE ASSIGN TO BVRCTL
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS WS-CTL-FILE-STATUS.
002400     SELECT VARIANCE-REPORT ASSIGN TO BVRRPT
002500         ORGANIZATION IS LINE SEQUENTIAL.
002510     SELECT DATA-FILE ASSIGN TO BVRCSV
002520         ORGANIZATION IS LINE SEQUENTIAL.
002600     SELECT ERROR-LOG ASSIGN TO SYSERR
002700         ORGANIZATION IS LINE SEQUENTIAL.
002800 DATA DIVISION.
002900 FILE SECTION.
002910 FD  CONTROL-FILE
002920     RECORDING MODE IS F.
002930 01  BCT-RECORD.
002940     05  BCT-DATA-FILE-FLAG   PIC X(01).
002950     05  FILLER               PIC X(79).
002960
003000 FD  VARIANCE-REPORT
003100     RECORDING MODE IS F.
003200 01  RPT-LINE                 PIC X(80).
003210
003220 FD  DATA-FILE
003230     RECORDING MODE IS F.
003240 01  DLM-RECORD               PIC X(250).
003300
003400 FD  ERROR-LOG
003500     RECORDING MODE IS F.
004200     COPY ERRWS.
004300
004400     COPY RUNWS.
004410
004420     COPY DLMWS.
004500
004600 01  WS-DEPT-FIELDS.
004700     05  WS-DEPT-ID           PIC X(04).
005900         88  WS-EOF                VALUE 'Y'.
006000     05  WS-CURSOR-SWITCH     PIC X(01) VALUE 'N'.
006100         88  WS-CURSOR-OPEN        VALUE 'Y'.
006110     05  WS-CTL-EOF-SWITCH    PIC X(01) VALUE 'N'.
006120         88  WS-CTL-EOF            VALUE 'Y'.
006130
006140 01  WS-CTL-FILE-STATUS       PIC X(02).
006200
006300 01  WS-COUNTERS.
006400     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
013800     OPEN OUTPUT VARIANCE-REPORT.
013900     OPEN OUTPUT ERROR-LOG.
014000     ACCEPT WS-REPORT-DATE FROM DATE.
014005     OPEN INPUT CONTROL-FILE.
014010     IF WS-CTL-FILE-STATUS = '00'
014015         READ CONTROL-FILE
014020             AT END
014025                 MOVE 'Y' TO WS-CTL-EOF-SWITCH
014030         END-READ
014035         IF NOT WS-CTL-EOF
014040             IF BCT-DATA-FILE-FLAG = 'Y'
014045                 MOVE 'Y' TO WS-DLM-SWITCH
014050             END-IF
014055         END-IF
014060         CLOSE CONTROL-FILE
014065     END-IF.
014070     IF WS-DLM-WANTED
014075         OPEN OUTPUT DATA-FILE
014080         PERFORM 7000-WRITE-DATA-HEADER
014085             THRU 7000-WRITE-DATA-HEADER-EXIT
014090     END-IF.
014100     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
014200     EXEC SQL
014300         CONNECT TO 'yourdatabase'
022300     ADD 1 TO WS-DEPTS-PRINTED.
022400     ADD WS-DEPT-BUDGET TO WS-TOTAL-BUDGET.
022500     ADD WS-DEPT-ACTUAL TO WS-TOTAL-ACTUAL.
022510     IF WS-DLM-WANTED
022520         PERFORM 7100-WRITE-DATA-DETAIL
022530             THRU 7100-WRITE-DATA-DETAIL-EXIT
022540     END-IF.
022600     PERFORM 8000-FETCH-DEPT THRU 8000-FETCH-DEPT-EXIT.
022700 2000-PROCESS-DEPT-EXIT.
022800     EXIT.
023900     MOVE ZERO TO WS-LINE-COUNT.
024000 6000-WRITE-HEADINGS-EXIT.
024100     EXIT.
024101*=============================================================*
024102* 7000-WRITE-DATA-HEADER - THE COLUMN-NAME ROW OF BVRCSV       *
024103*=============================================================*
024104 7000-WRITE-DATA-HEADER.
024105     MOVE 'ROW_TYPE' TO WS-DLM-ROW-TYPE.
024106     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
024107     MOVE 'DEPT_ID' TO WS-DLM-TEXT.
024108     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024109     MOVE 'DEPT_NAME' TO WS-DLM-TEXT.
024110     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024111     MOVE 'BUDGET' TO WS-DLM-TEXT.
024112     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024113     MOVE 'ACTUAL' TO WS-DLM-TEXT.
024114     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024115     MOVE 'VARIANCE' TO WS-DLM-TEXT.
024116     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024117     MOVE 'FLAG' TO WS-DLM-TEXT.
024118     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024119     MOVE 'DEPT_COUNT' TO WS-DLM-TEXT.
024120     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024121     MOVE 'OVER_BUDGET_COUNT' TO WS-DLM-TEXT.
024122     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024123     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
024124 7000-WRITE-DATA-HEADER-EXIT.
024125     EXIT.
024126*=============================================================*
024127* 7100-WRITE-DATA-DETAIL - ONE DEPARTMENT'S VARIANCE ROW. THE  *
024128*               FLAG IS OVER OR NO BDG, WITHOUT THE ASTERISKS  *
024129*=============================================================*
024130 7100-WRITE-DATA-DETAIL.
024131     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
024132     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
024133     MOVE WS-DEPT-ID TO WS-DLM-TEXT.
024134     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024135     MOVE WS-DEPT-NAME TO WS-DLM-TEXT.
024136     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024137     MOVE 2 TO WS-DLM-DECIMALS.
024138     MOVE WS-DEPT-BUDGET TO WS-DLM-NUMBER.
024139     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024140     MOVE WS-DEPT-ACTUAL TO WS-DLM-NUMBER.
024141     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024142     MOVE WS-DEPT-VARIANCE TO WS-DLM-NUMBER.
024143     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024144     IF BVR-DTL-FLAG = '*OVER*'
024145         MOVE 'OVER' TO WS-DLM-TEXT
024146     ELSE
024147         MOVE BVR-DTL-FLAG TO WS-DLM-TEXT
024148     END-IF.
024149     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024150     MOVE SPACES TO WS-DLM-TEXT.
024151     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024152     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024153     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
024154 7100-WRITE-DATA-DETAIL-EXIT.
024155     EXIT.
024156*=============================================================*
024157* 7300-WRITE-DATA-TOTAL - BUDGET, ACTUAL AND VARIANCE TOTALS   *
024158*               WITH THE DEPARTMENT COUNTS                     *
024159*=============================================================*
024160 7300-WRITE-DATA-TOTAL.
024161     MOVE 'TOTAL' TO WS-DLM-ROW-TYPE.
024162     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
024163     MOVE SPACES TO WS-DLM-TEXT.
024164     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024165     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024166     MOVE 2 TO WS-DLM-DECIMALS.
024167     MOVE WS-TOTAL-BUDGET TO WS-DLM-NUMBER.
024168     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024169     MOVE WS-TOTAL-ACTUAL TO WS-DLM-NUMBER.
024170     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024171     COMPUTE WS-DLM-NUMBER = WS-TOTAL-BUDGET - WS-TOTAL-ACTUAL.
024172     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024173     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
024174     MOVE ZERO TO WS-DLM-DECIMALS.
024175     MOVE WS-DEPTS-PRINTED TO WS-DLM-NUMBER.
024176     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024177     MOVE WS-DEPTS-OVER TO WS-DLM-NUMBER.
024178     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
024179     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
024180 7300-WRITE-DATA-TOTAL-EXIT.
024181     EXIT.
024200*=============================================================*
024300* 8000-FETCH-DEPT - FETCH THE NEXT ACTIVE DEPARTMENT           *
024400*=============================================================*
027700     MOVE WS-TOTAL-BUDGET TO BVR-TRL-BUDGET.
027800     MOVE WS-TOTAL-ACTUAL TO BVR-TRL-ACTUAL.
027900     WRITE RPT-LINE FROM BVR-TRAILER-2.
027910     IF WS-DLM-WANTED
027920         PERFORM 7300-WRITE-DATA-TOTAL
027930             THRU 7300-WRITE-DATA-TOTAL-EXIT
027940         CLOSE DATA-FILE
027950         DISPLAY 'Data file rows:      ' WS-DLM-ROWS
027960     END-IF.
028000     MOVE WS-DEPTS-PRINTED TO RUN-RECORDS-IN.
028100     MOVE WS-DEPTS-PRINTED TO RUN-RECORDS-OUT.
028200     MOVE ZERO TO RUN-RECORDS-REJECT.
029300*               CONTROL RECORDING, COPIED IN                   *
029400*=============================================================*
029500     COPY RUNHDL.
029510*=============================================================*
029520* 8765-DLM-START-ROW THRU 8790-DLM-WRITE-ROW - SHARED          *
029530*               DELIMITED DATA-FILE ROW BUILDER, COPIED IN     *
029540*=============================================================*
029550     COPY DLMHDL.
029600*=============================================================*
029700* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
029800*=============================================================*
