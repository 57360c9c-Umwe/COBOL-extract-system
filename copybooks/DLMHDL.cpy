000100*-------------------------------------------------------------*
000200* DLMHDL - SHARED DELIMITED DATA-FILE ROW BUILDER. COPIED     *
000300*          INTO THE PROCEDURE DIVISION OF THE REPORTS THAT    *
000400*          CAN ALSO WRITE A SPREADSHEET DATA FILE. REQUIRES   *
000500*          COPY DLMWS IN WORKING-STORAGE AND AN FD WHOSE      *
000600*          RECORD IS DLM-RECORD PIC X(250), OPENED BY THE     *
000700*          CALLER ONLY WHEN WS-DLM-WANTED.                    *
000800*          8765-DLM-START-ROW  - CLEAR THE ROW, FIRST COLUMN  *
000900*                  WS-DLM-ROW-TYPE                            *
001000*          8770-DLM-ADD-TEXT   - WS-DLM-TEXT, TRAILING SPACES *
001100*                  DROPPED, IN DOUBLE QUOTES (A DOUBLE QUOTE  *
001200*                  INSIDE THE TEXT BECOMES A SINGLE QUOTE)    *
001300*          8780-DLM-ADD-NUMBER - WS-DLM-NUMBER WITH NO        *
001400*                  SEPARATORS OR LEADING ZEROS, A LEADING     *
001500*                  MINUS WHEN NEGATIVE, 0 OR 2 DECIMALS       *
001600*          8785-DLM-ADD-DATE   - WS-DLM-DATE AS AN ISO DATE   *
001700*          8790-DLM-WRITE-ROW  - WRITE THE ROW TO DLM-RECORD  *
001800*-------------------------------------------------------------*
001900 8765-DLM-START-ROW.
002000     MOVE SPACES TO WS-DLM-ROW.
002100     MOVE 1 TO WS-DLM-POS.
002200     MOVE WS-DLM-ROW-TYPE TO WS-DLM-TEXT.
002300     PERFORM 8770-DLM-ADD-TEXT THRU 8770-DLM-ADD-TEXT-EXIT.
002400 8765-DLM-START-ROW-EXIT.
002500     EXIT.
002600*-------------------------------------------------------------*
002700* 8770-DLM-ADD-TEXT - ONE QUOTED TEXT COLUMN                  *
002800*-------------------------------------------------------------*
002900 8770-DLM-ADD-TEXT.
003000     IF WS-DLM-POS > 1
003100         STRING ',' DELIMITED BY SIZE
003200             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
003300     END-IF.
003400     INSPECT WS-DLM-TEXT REPLACING ALL '"' BY "'".
003500     MOVE 40 TO WS-DLM-LEN.
003600     MOVE 'N' TO WS-DLM-TRIM-SWITCH.
003700     PERFORM 8775-DLM-TRIM-TEXT THRU 8775-DLM-TRIM-TEXT-EXIT
003800         UNTIL WS-DLM-TRIM-DONE OR WS-DLM-LEN = ZERO.
003900     STRING '"' DELIMITED BY SIZE
004000         INTO WS-DLM-ROW WITH POINTER WS-DLM-POS.
004100     IF WS-DLM-LEN > ZERO
004200         STRING WS-DLM-TEXT (1:WS-DLM-LEN) DELIMITED BY SIZE
004300             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
004400     END-IF.
004500     STRING '"' DELIMITED BY SIZE
004600         INTO WS-DLM-ROW WITH POINTER WS-DLM-POS.
004700 8770-DLM-ADD-TEXT-EXIT.
004800     EXIT.
004900*-------------------------------------------------------------*
005000* 8775-DLM-TRIM-TEXT - DROP ONE TRAILING SPACE FROM THE TEXT  *
005100*-------------------------------------------------------------*
005200 8775-DLM-TRIM-TEXT.
005300     IF WS-DLM-TEXT (WS-DLM-LEN:1) = SPACE
005400         SUBTRACT 1 FROM WS-DLM-LEN
005500     ELSE
005600         MOVE 'Y' TO WS-DLM-TRIM-SWITCH
005700     END-IF.
005800 8775-DLM-TRIM-TEXT-EXIT.
005900     EXIT.
006000*-------------------------------------------------------------*
006100* 8780-DLM-ADD-NUMBER - ONE UNEDITED NUMERIC COLUMN           *
006200*-------------------------------------------------------------*
006300 8780-DLM-ADD-NUMBER.
006400     IF WS-DLM-POS > 1
006500         STRING ',' DELIMITED BY SIZE
006600             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
006700     END-IF.
006800     MOVE ZERO TO WS-DLM-LEAD.
006900     IF WS-DLM-DECIMALS = ZERO
007000         MOVE WS-DLM-NUMBER TO WS-DLM-EDIT-0
007100         INSPECT WS-DLM-EDIT-0 TALLYING WS-DLM-LEAD
007200             FOR LEADING SPACES
007300         STRING WS-DLM-EDIT-0 (WS-DLM-LEAD + 1:)
007400             DELIMITED BY SIZE
007500             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
007600     ELSE
007700         MOVE WS-DLM-NUMBER TO WS-DLM-EDIT-2
007800         INSPECT WS-DLM-EDIT-2 TALLYING WS-DLM-LEAD
007900             FOR LEADING SPACES
008000         STRING WS-DLM-EDIT-2 (WS-DLM-LEAD + 1:)
008100             DELIMITED BY SIZE
008200             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
008300     END-IF.
008400 8780-DLM-ADD-NUMBER-EXIT.
008500     EXIT.
008600*-------------------------------------------------------------*
008700* 8785-DLM-ADD-DATE - ONE ISO DATE COLUMN                     *
008800*-------------------------------------------------------------*
008900 8785-DLM-ADD-DATE.
009000     IF WS-DLM-POS > 1
009100         STRING ',' DELIMITED BY SIZE
009200             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
009300     END-IF.
009400     IF WS-DLM-DATE = ZERO
009500         GO TO 8785-DLM-ADD-DATE-EXIT
009600     END-IF.
009700     IF WS-DLM-DD = ZERO
009800         STRING WS-DLM-CCYY '-' WS-DLM-MM
009900             DELIMITED BY SIZE
010000             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
010100     ELSE
010200         STRING WS-DLM-CCYY '-' WS-DLM-MM '-' WS-DLM-DD
010300             DELIMITED BY SIZE
010400             INTO WS-DLM-ROW WITH POINTER WS-DLM-POS
010500     END-IF.
010600 8785-DLM-ADD-DATE-EXIT.
010700     EXIT.
010800*-------------------------------------------------------------*
010900* 8790-DLM-WRITE-ROW - WRITE THE FINISHED ROW                 *
011000*-------------------------------------------------------------*
011100 8790-DLM-WRITE-ROW.
011200     WRITE DLM-RECORD FROM WS-DLM-ROW.
011300     ADD 1 TO WS-DLM-ROWS.
011400 8790-DLM-WRITE-ROW-EXIT.
011500     EXIT.
