001970*               TABLE SO HR CAN SEE HOW MANY OF THEM THERE    *
001980*               ARE. LEAVE IS NOT A TERMINATION AND DOES NOT  *
001990*               FEED THE TURNOVER FIGURES.                    *
001991*   10/15/2026  RH  A 'Y' IN COLUMN 7 OF HDCCTL ALSO WRITES   *
001992*               THE FIGURES AS A COMMA-DELIMITED DATA FILE ON *
001993*               HDCCSV FOR SPREADSHEETS (SHARED DLMWS AND     *
001994*               DLMHDL): A COLUMN-NAME ROW, A DETAIL ROW PER  *
001995*               DEPARTMENT AND PER TREND MONTH WITH UNEDITED  *
001996*               COUNTS AND ISO MONTHS, AND THE ON-LEAVE COUNT *
001997*               AS A TOTAL ROW. ROW_TYPE MARKS EVERY ROW.     *
001998*   10/15/2026  RH  THE HDCCSV ON-LEAVE ROW'S MONTH IS NOW    *
001999*               CCYY-MM, NOT A FULL DATE.                     *
002000*-------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002600         FILE STATUS IS WS-CTL-FILE-STATUS.
002700     SELECT STATS-REPORT ASSIGN TO HDCRPT
002800         ORGANIZATION IS LINE SEQUENTIAL.
002810     SELECT DATA-FILE ASSIGN TO HDCCSV
002820         ORGANIZATION IS LINE SEQUENTIAL.
002900     SELECT ERROR-LOG ASSIGN TO SYSERR
003000         ORGANIZATION IS LINE SEQUENTIAL.
003100 DATA DIVISION.
003400     RECORDING MODE IS F.
003500 01  HCT-RECORD.
003600     05  HCT-REPORT-MONTH     PIC 9(06).
003610     05  HCT-DATA-FILE-FLAG   PIC X(01).
003620     05  FILLER               PIC X(73).
003800
003900 FD  STATS-REPORT
004000     RECORDING MODE IS F.
004100 01  RPT-LINE                 PIC X(80).
004110
004120 FD  DATA-FILE
004130     RECORDING MODE IS F.
004140 01  DLM-RECORD               PIC X(250).
004200
004300 FD  ERROR-LOG
004400     RECORDING MODE IS F.
005000
005100     COPY RUNWS.
005200
005210     COPY DLMWS.
005220
005300 01  WS-SWITCHES.
005400     05  WS-DEPT-EOF-SWITCH   PIC X(01) VALUE 'N'.
005500         88  WS-DEPT-EOF           VALUE 'Y'.
018300                     AND HCT-REPORT-MONTH > ZERO
018400                 MOVE HCT-REPORT-MONTH TO WS-REPORT-MONTH
018500             END-IF
018510             IF HCT-DATA-FILE-FLAG = 'Y'
018520                 MOVE 'Y' TO WS-DLM-SWITCH
018530             END-IF
018600         END-IF
018700         CLOSE CONTROL-FILE
018800     ELSE
018900         DISPLAY 'No HDCCTL - reporting on current month.'
019000     END-IF.
019010     IF WS-DLM-WANTED
019020         OPEN OUTPUT DATA-FILE
019030         PERFORM 7000-WRITE-DATA-HEADER
019040             THRU 7000-WRITE-DATA-HEADER-EXIT
019050     END-IF.
019100
019200     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
019300     EXEC SQL
025700     MOVE SPACES TO RPT-LINE.
025710     WRITE RPT-LINE.
025720     WRITE RPT-LINE FROM HDC-LEAVE-LINE.
025722     IF WS-DLM-WANTED
025724         PERFORM 7300-WRITE-DATA-LEAVE
025726             THRU 7300-WRITE-DATA-LEAVE-EXIT
025728     END-IF.
025730 2500-LEAVE-COUNT-EXIT.
025740     EXIT.
025600*=============================================================*
026100     MOVE WS-DEPT-HEADCOUNT TO HDC-DTL-HEADCOUNT.
026200     WRITE RPT-LINE FROM HDC-DEPT-DETAIL.
026300     ADD 1 TO WS-DEPT-LINES.
026310     IF WS-DLM-WANTED
026320         PERFORM 7100-WRITE-DATA-DEPT
026330             THRU 7100-WRITE-DATA-DEPT-EXIT
026340     END-IF.
026400     PERFORM 8000-FETCH-DEPT THRU 8000-FETCH-DEPT-EXIT.
026500 2100-PRINT-DEPT-EXIT.
026600     EXIT.
039500     MOVE MT-TERMS (WS-PRINT-SUB)     TO HDC-TRD-TERMS.
039600     MOVE MT-TURNOVER (WS-PRINT-SUB)  TO HDC-TRD-TURNOVER.
039700     WRITE RPT-LINE FROM HDC-TREND-DETAIL.
039710     IF WS-DLM-WANTED
039720         PERFORM 7200-WRITE-DATA-MONTH
039730             THRU 7200-WRITE-DATA-MONTH-EXIT
039740     END-IF.
039800 4100-PRINT-MONTH-EXIT.
039900     EXIT.
040000*=============================================================*
041900     END-IF.
042000 5100-STEP-MONTH-BACK-EXIT.
042100     EXIT.
042101*=============================================================*
042102* 7000-WRITE-DATA-HEADER - THE COLUMN-NAME ROW OF HDCCSV       *
042103*=============================================================*
042104 7000-WRITE-DATA-HEADER.
042105     MOVE 'ROW_TYPE' TO WS-DLM-ROW-TYPE.
042106     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
042107     MOVE 'SECTION' TO WS-DLM-TEXT.
042108     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042109     MOVE 'DEPT_ID' TO WS-DLM-TEXT.
042110     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042111     MOVE 'MONTH' TO WS-DLM-TEXT.
042112     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042113     MOVE 'HEADCOUNT' TO WS-DLM-TEXT.
042114     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042115     MOVE 'HIRES' TO WS-DLM-TEXT.
042116     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042117     MOVE 'TERMS' TO WS-DLM-TEXT.
042118     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042119     MOVE 'TURNOVER_PCT' TO WS-DLM-TEXT.
042120     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042121     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
042122 7000-WRITE-DATA-HEADER-EXIT.
042123     EXIT.
042124*=============================================================*
042125* 7100-WRITE-DATA-DEPT - ONE DEPARTMENT'S MONTH-END HEADCOUNT  *
042126*=============================================================*
042127 7100-WRITE-DATA-DEPT.
042128     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
042129     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
042130     MOVE 'DEPARTMENT' TO WS-DLM-TEXT.
042131     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042132     MOVE WS-DEPT-ID TO WS-DLM-TEXT.
042133     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042134     COMPUTE WS-DLM-DATE = WS-REPORT-MONTH * 100.
042135     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
042136     MOVE WS-DEPT-HEADCOUNT TO WS-DLM-NUMBER.
042137     MOVE ZERO TO WS-DLM-DECIMALS.
042138     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042139     MOVE SPACES TO WS-DLM-TEXT.
042140     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042141     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042142     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042143     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
042144 7100-WRITE-DATA-DEPT-EXIT.
042145     EXIT.
042146*=============================================================*
042147* 7200-WRITE-DATA-MONTH - ONE TRAILING-TWELVE-MONTH TREND ROW  *
042148*=============================================================*
042149 7200-WRITE-DATA-MONTH.
042150     MOVE 'DETAIL' TO WS-DLM-ROW-TYPE.
042151     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
042152     MOVE 'TREND' TO WS-DLM-TEXT.
042153     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042154     MOVE SPACES TO WS-DLM-TEXT.
042155     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042156     COMPUTE WS-DLM-DATE = MT-CCYYMM (WS-PRINT-SUB) * 100.
042157     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
042158     MOVE ZERO TO WS-DLM-DECIMALS.
042159     MOVE MT-HEADCOUNT (WS-PRINT-SUB) TO WS-DLM-NUMBER.
042160     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042161     MOVE MT-HIRES (WS-PRINT-SUB) TO WS-DLM-NUMBER.
042162     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042163     MOVE MT-TERMS (WS-PRINT-SUB) TO WS-DLM-NUMBER.
042164     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042165     MOVE MT-TURNOVER (WS-PRINT-SUB) TO WS-DLM-NUMBER.
042166     MOVE 2 TO WS-DLM-DECIMALS.
042167     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042168     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
042169 7200-WRITE-DATA-MONTH-EXIT.
042170     EXIT.
042171*=============================================================*
042172* 7300-WRITE-DATA-LEAVE - THE CURRENT ON-LEAVE COUNT, AS OF    *
042173*               TODAY, AS A TOTAL ROW                          *
042174*=============================================================*
042175 7300-WRITE-DATA-LEAVE.
042176     MOVE 'TOTAL' TO WS-DLM-ROW-TYPE.
042177     PERFORM 8765-DLM-START-ROW THRU 8765-DLM-START-ROW-EXIT.
042178     MOVE 'ON LEAVE' TO WS-DLM-TEXT.
042179     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042180     MOVE SPACES TO WS-DLM-TEXT.
042181     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042182     COMPUTE WS-DLM-DATE = WS-CUR-CCYYMM * 100.
042183     PERFORM 8785-DLM-ADD-DATE THRU 8785-DLM-ADD-DATE-EXIT.
042184     MOVE WS-LEAVE-COUNT TO WS-DLM-NUMBER.
042185     MOVE ZERO TO WS-DLM-DECIMALS.
042186     PERFORM 8780-DLM-ADD-NUMBER THRU 8780-DLM-ADD-NUMBER-EXIT.
042187     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042188     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042189     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
042190     PERFORM 8790-DLM-WRITE-ROW THRU 8790-DLM-WRITE-ROW-EXIT.
042191 7300-WRITE-DATA-LEAVE-EXIT.
042192     EXIT.
042200*=============================================================*
042300* 8000-FETCH-DEPT - FETCH THE NEXT DEPARTMENT HEADCOUNT ROW    *
042400*=============================================================*
044900     MOVE ZERO TO RUN-RECORDS-REJECT.
045000     PERFORM 8810-RECORD-RUN-END
045100         THRU 8810-RECORD-RUN-END-EXIT.
045110     IF WS-DLM-WANTED
045120         CLOSE DATA-FILE
045130         DISPLAY 'Data file rows:      ' WS-DLM-ROWS
045140     END-IF.
045200     CLOSE STATS-REPORT.
045300     CLOSE ERROR-LOG.
045400     DISPLAY 'Departments printed: ' WS-DEPT-LINES.
045900*               CONTROL RECORDING, COPIED IN                   *
046000*=============================================================*
046100     COPY RUNHDL.
046110*=============================================================*
046120* 8765-DLM-START-ROW THRU 8790-DLM-WRITE-ROW - SHARED          *
046130*               DELIMITED DATA-FILE ROW BUILDER, COPIED IN     *
046140*=============================================================*
046150     COPY DLMHDL.
046200*=============================================================*
046300* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
046400*=============================================================*
