000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ApprovalEntry.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. ONLINE SIDE OF THE     *
001000*               BatchDriver TWO-PERSON APPROVAL HOLD. THE    *
001100*               APRTRAN CARD CARRIED WHATEVER APPROVER USERID*
001200*               WAS TYPED ON IT AND THE HOLD ONLY KNEW THE   *
001300*               BATCH RUN'S ID AS ITS SUBMITTER, SO ONE CLERK*
001400*               COULD KEY A RAISE AND APPROVE IT UNDER TWO   *
001500*               NAMES. TRANSACTION EMPA (COMMAND LEVEL, SEND *
001600*               TEXT - NO BMS, SAME AS EMPC) TAKES ONE ACTION*
001700*               ON ONE HELD ITEM FROM THE APLRPT LIST: 'S' - *
001800*               THE KEYER SUBMITS IT, 'A'/'D' - A SECOND USER*
001900*               APPROVES OR DECLINES IT. THE ACTION IS       *
002000*               WRITTEN WITH THE SIGNED-ON USERID TO THE     *
002100*               EMPAPRQ KSDS (APQREC LAYOUT); NOTHING IS     *
002200*               UPDATED ONLINE - ApprovalRelease APPLIES THE *
002300*               QUEUE EACH NIGHT AGAINST APPROVAL_HOLD, WHERE*
002400*               THE SUBMITTER, THE APPROVER'S SALAPPRV       *
002500*               AUTHORITY AND APPROVER NOT = SUBMITTER ARE   *
002600*               CHECKED. ONLY USERS WITH UPDATE ACCESS TO THE*
002700*               EMPAPRQ FILE RESOURCE MAY ENTER ACTIONS.     *
002800*               USAGE: EMPA HHHHHHHHH NNNNN X (SEE BELOW).   *
002900*-------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 DATA DIVISION.
003200 WORKING-STORAGE SECTION.
003300*    INPUT AS KEYED ON A CLEARED SCREEN:
003400*      COLS  1-4  EMPA          COLS 16-20 EMP-ID
003500*      COLS  6-14 HOLD ID       COL  22    ACTION S/A/D
003600 01  WS-INPUT-AREA.
003700     05  WS-IN-TRANSID        PIC X(04).
003800     05  FILLER               PIC X(01).
003900     05  WS-IN-HOLD-ID        PIC X(09).
004000     05  WS-IN-HOLD-ID-9      REDEFINES WS-IN-HOLD-ID
004100                              PIC 9(09).
004200     05  FILLER               PIC X(01).
004300     05  WS-IN-EMP-ID         PIC X(05).
004400     05  FILLER               PIC X(01).
004500     05  WS-IN-ACTION         PIC X(01).
004600         88  WS-IN-SUBMIT          VALUE 'S'.
004700         88  WS-IN-APPROVE         VALUE 'A'.
004800         88  WS-IN-DECLINE         VALUE 'D'.
004900         88  WS-IN-ACTION-VALID    VALUES 'S' 'A' 'D'.
005000     05  FILLER               PIC X(58).
005100 01  WS-INPUT-LEN             PIC S9(04) COMP VALUE 80.
005200
005300 01  WS-RESP                  PIC S9(08) COMP VALUE ZERO.
005400*    EIBRESP CONDITION VALUES (DFHRESP): 0 NORMAL, 14 DUPLICATE
005500*    RECORD.
005600     88  WS-RESP-NORMAL            VALUE 0.
005700     88  WS-RESP-DUPREC            VALUE 14.
005800
005900 01  WS-SEC-UPDATE            PIC S9(08) COMP VALUE ZERO.
006000*    CVDA VALUES (DFHVALUE): 37 UPDATABLE, 38 NOTUPDATABLE.
006100     88  WS-SEC-UPDATABLE          VALUE 37.
006200
006300 01  WS-EDIT-SWITCH           PIC X(01) VALUE 'P'.
006400     88  WS-EDIT-FAILED            VALUE 'F'.
006500 01  WS-EDIT-REASON           PIC X(40) VALUE SPACES.
006600
006700 01  WS-ENTRY-USERID          PIC X(08) VALUE SPACES.
006800 01  WS-ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
006900 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
007000 01  WS-NOW                   PIC 9(06) VALUE ZERO.
007100
007200     COPY APQREC.
007300
007400 01  WS-MSG-TEXT              PIC X(79).
007500 01  WS-MSG-LEN               PIC S9(04) COMP VALUE 79.
007600
007700 PROCEDURE DIVISION.
007800*=============================================================*
007900* 0000-MAINLINE - RECEIVE THE ACTION, CHECK THE USER'S         *
008000*               AUTHORITY, EDIT IT AND QUEUE IT FOR THE        *
008100*               NIGHTLY RUN                                    *
008200*=============================================================*
008300 0000-MAINLINE.
008400     MOVE SPACES TO WS-INPUT-AREA.
008500     EXEC CICS RECEIVE
008600         INTO (WS-INPUT-AREA)
008700         LENGTH (WS-INPUT-LEN)
008800         RESP (WS-RESP)
008900     END-EXEC.
009000     IF WS-IN-HOLD-ID = SPACES
009100         MOVE 'ENTER: EMPA HHHHHHHHH NNNNN X (X = S/A/D)'
009200             TO WS-MSG-TEXT
009300         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
009400         GO TO 0000-RETURN
009500     END-IF.
009600     PERFORM 1000-CHECK-AUTHORITY THRU 1000-CHECK-AUTHORITY-EXIT.
009700     IF WS-EDIT-FAILED
009800         MOVE WS-EDIT-REASON TO WS-MSG-TEXT
009900         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
010000         GO TO 0000-RETURN
010100     END-IF.
010200     PERFORM 2000-EDIT-ACTION THRU 2000-EDIT-ACTION-EXIT.
010300     IF WS-EDIT-FAILED
010400         MOVE SPACES TO WS-MSG-TEXT
010500         STRING 'NOT QUEUED: ' WS-EDIT-REASON
010600             DELIMITED BY SIZE INTO WS-MSG-TEXT
010700         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
010800         GO TO 0000-RETURN
010900     END-IF.
011000     PERFORM 3000-QUEUE-ACTION THRU 3000-QUEUE-ACTION-EXIT.
011100     PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT.
011200 0000-RETURN.
011300     EXEC CICS RETURN
011400     END-EXEC.
011500     GOBACK.
011600*=============================================================*
011700* 1000-CHECK-AUTHORITY - THE SIGNED-ON USER MUST HAVE UPDATE   *
011800*               ACCESS TO THE EMPAPRQ FILE RESOURCE. WHETHER   *
011900*               THEY MAY APPROVE IS SALAPPRV'S CALL, MADE IN   *
012000*               THE NIGHTLY RUN                                *
012100*=============================================================*
012200 1000-CHECK-AUTHORITY.
012300     MOVE 'P' TO WS-EDIT-SWITCH.
012400     MOVE SPACES TO WS-EDIT-REASON.
012500     EXEC CICS ASSIGN
012600         USERID (WS-ENTRY-USERID)
012700         RESP (WS-RESP)
012800     END-EXEC.
012900     EXEC CICS QUERY SECURITY
013000         RESTYPE ('FILE')
013100         RESID ('EMPAPRQ')
013200         UPDATE (WS-SEC-UPDATE)
013300         RESP (WS-RESP)
013400     END-EXEC.
013500     IF NOT WS-RESP-NORMAL OR NOT WS-SEC-UPDATABLE
013600         MOVE 'F' TO WS-EDIT-SWITCH
013700         MOVE 'NOT AUTHORIZED TO ENTER APPROVAL ACTIONS'
013800             TO WS-EDIT-REASON
013900     END-IF.
014000 1000-CHECK-AUTHORITY-EXIT.
014100     EXIT.
014200*=============================================================*
014300* 2000-EDIT-ACTION - HOLD ID, EMP-ID AND ACTION ARE WELL       *
014400*               FORMED. APPROVAL_HOLD IS IN DB2, SO THE HOLD   *
014500*               ITSELF IS CHECKED IN THE NIGHTLY RUN           *
014600*=============================================================*
014700 2000-EDIT-ACTION.
014800     MOVE 'P' TO WS-EDIT-SWITCH.
014900     MOVE SPACES TO WS-EDIT-REASON.
015000     EXEC CICS ASKTIME
015100         ABSTIME (WS-ABSTIME)
015200     END-EXEC.
015300     EXEC CICS FORMATTIME
015400         ABSTIME (WS-ABSTIME)
015500         YYYYMMDD (WS-TODAY)
015600         TIME (WS-NOW)
015700     END-EXEC.
015800     IF WS-IN-HOLD-ID NOT NUMERIC OR WS-IN-HOLD-ID-9 = ZERO
015900         MOVE 'F' TO WS-EDIT-SWITCH
016000         MOVE 'HOLD ID MUST BE 9 DIGITS' TO WS-EDIT-REASON
016100         GO TO 2000-EDIT-ACTION-EXIT
016200     END-IF.
016300     IF WS-IN-EMP-ID = SPACES
016400         MOVE 'F' TO WS-EDIT-SWITCH
016500         MOVE 'EMP-ID IS REQUIRED' TO WS-EDIT-REASON
016600         GO TO 2000-EDIT-ACTION-EXIT
016700     END-IF.
016800     IF NOT WS-IN-ACTION-VALID
016900         MOVE 'F' TO WS-EDIT-SWITCH
017000         MOVE 'ACTION MUST BE S, A OR D' TO WS-EDIT-REASON
017100     END-IF.
017200 2000-EDIT-ACTION-EXIT.
017300     EXIT.
017400*=============================================================*
017500* 3000-QUEUE-ACTION - WRITE THE ACCEPTED ACTION TO EMPAPRQ     *
017600*               AND CONFIRM IT TO THE USER                     *
017700*=============================================================*
017800 3000-QUEUE-ACTION.
017900     MOVE SPACES TO APQ-RECORD.
018000     MOVE WS-ABSTIME      TO APQ-ENTRY-STAMP.
018100     MOVE WS-ENTRY-USERID TO APQ-USERID.
018200     MOVE WS-TODAY        TO APQ-ENTRY-DATE.
018300     MOVE WS-NOW          TO APQ-ENTRY-TIME.
018400     MOVE WS-IN-HOLD-ID-9 TO APQ-HOLD-ID.
018500     MOVE WS-IN-EMP-ID    TO APQ-EMP-ID.
018600     MOVE WS-IN-ACTION    TO APQ-ACTION.
018700     MOVE ZERO            TO APQ-PROC-DATE.
018800     EXEC CICS WRITE
018900         FILE ('EMPAPRQ')
019000         FROM (APQ-RECORD)
019100         RIDFLD (APQ-KEY)
019200         RESP (WS-RESP)
019300     END-EXEC.
019400     MOVE SPACES TO WS-MSG-TEXT.
019500     IF WS-RESP-DUPREC
019600         MOVE 'DUPLICATE QUEUE KEY - PLEASE ENTER AGAIN'
019700             TO WS-MSG-TEXT
019800         GO TO 3000-QUEUE-ACTION-EXIT
019900     END-IF.
020000     IF NOT WS-RESP-NORMAL
020100         MOVE 'APPROVAL QUEUE UNAVAILABLE - TRY LATER'
020200             TO WS-MSG-TEXT
020300         GO TO 3000-QUEUE-ACTION-EXIT
020400     END-IF.
020500     STRING 'QUEUED: HOLD ' WS-IN-HOLD-ID ' EMPLOYEE '
020600         WS-IN-EMP-ID ' ACTION ' WS-IN-ACTION
020700         ' BY ' WS-ENTRY-USERID ' FOR TONIGHT''S RUN'
020800         DELIMITED BY SIZE INTO WS-MSG-TEXT.
020900 3000-QUEUE-ACTION-EXIT.
021000     EXIT.
021100*=============================================================*
021200* 5000-SEND-MESSAGE - ONE-LINE OPERATOR MESSAGE                *
021300*=============================================================*
021400 5000-SEND-MESSAGE.
021500     EXEC CICS SEND TEXT
021600         FROM (WS-MSG-TEXT)
021700         LENGTH (WS-MSG-LEN)
021800         ERASE
021900         FREEKB
022000     END-EXEC.
022100 5000-SEND-MESSAGE-EXIT.
022200     EXIT.
