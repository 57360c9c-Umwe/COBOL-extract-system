000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MaskedUnload.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. DE-IDENTIFIED UNLOAD OF *
001000*               EMPLOYEE, EMPLOYEE_HIST, EMPLOYEE_AUDIT AND   *
001100*               EMP_PAYMENT INTO LOAD FILES FOR THE TEST      *
001200*               REGION (MSKEMP, MSKHST, MSKAUD, MSKPAY).      *
001300*               NAMES, STREETS AND PHONES ARE REPLACED FROM   *
001400*               A HASH OF THE ORIGINAL VALUE, SO THE SAME     *
001500*               VALUE BECOMES THE SAME REPLACEMENT IN EVERY   *
001600*               TABLE AND A REAL CHANGE STAYS A CHANGE. A     *
001700*               PHONE KEEPS ITS AREA CODE ON A 555 EXCHANGE;  *
001800*               A MALFORMED ONE STAYS MALFORMED. ZIP+4 IS     *
001900*               DROPPED, CITY/STATE/ZIP KEPT. EVERY SALARY    *
002000*               AND PAYMENT OF ONE EMPLOYEE IS SCALED BY THE  *
002100*               SAME FACTOR (0.85 - 1.15, FROM THE EMP-ID) SO *
002200*               RAISES KEEP THEIR SHAPE; A SALARY THAT WAS    *
002300*               INSIDE ITS SALARY_GRADE BAND IS HELD INSIDE   *
002400*               IT. KEYS, MANAGER, DEPARTMENT, STATUS, GRADE  *
002500*               AND EVERY DATE ARE COPIED AS THEY ARE. THE    *
002600*               MSKRPT CONTROL REPORT TIES THE SOURCE ROW     *
002700*               COUNTS AND THE ROWS REFERRING TO AN EMP-ID    *
002800*               NOT ON EMPLOYEE (MANAGERS, AND HISTORY LEFT   *
002900*               BY PURGED STAFF) TO THE UNLOADED FILES; ANY   *
003000*               DIFFERENCE ENDS THE RUN RC 8. REQUIRES        *
003100*               SECPARM LEVEL 2 FOR FUNCTION 'TESTUNLD'. RUN  *
003200*               ON REQUEST, NOT PART OF THE PAYNITE STREAM.   *
003300*-------------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT EMPLOYEE-UNLOAD ASSIGN TO MSKEMP
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900     SELECT HISTORY-UNLOAD ASSIGN TO MSKHST
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT AUDIT-UNLOAD ASSIGN TO MSKAUD
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT PAYMENT-UNLOAD ASSIGN TO MSKPAY
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500     SELECT CONTROL-REPORT ASSIGN TO MSKRPT
004600         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT ERROR-LOG ASSIGN TO SYSERR
004800         ORGANIZATION IS LINE SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EMPLOYEE-UNLOAD
005200     RECORDING MODE IS F.
005300 01  MKE-RECORD.
005400     05  MKE-EMP-ID           PIC X(05).
005500     05  MKE-EMP-NAME         PIC X(20).
005600     05  MKE-DEPT-ID          PIC X(04).
005700     05  MKE-HIRE-DATE        PIC 9(08).
005800     05  MKE-SALARY           PIC 9(07)V99.
005900     05  MKE-MGR-ID           PIC X(05).
006000     05  MKE-STATUS           PIC X(01).
006100     05  MKE-TERM-DATE        PIC 9(08).
006200     05  MKE-LEAVE-DATE       PIC 9(08).
006300     05  MKE-ADDR-STREET      PIC X(20).
006400     05  MKE-ADDR-CITY        PIC X(15).
006500     05  MKE-ADDR-STATE       PIC X(02).
006600     05  MKE-ADDR-ZIP         PIC X(09).
006700     05  MKE-PHONE            PIC X(10).
006800     05  MKE-GRADE            PIC X(02).
006900     05  MKE-EMPL-TYPE        PIC X(01).
007000     05  MKE-CONTRACT-END     PIC 9(08).
007100     05  FILLER               PIC X(05).
007200
007300 FD  HISTORY-UNLOAD
007400     RECORDING MODE IS F.
007500 01  MKH-RECORD.
007600     05  MKH-EMP-ID           PIC X(05).
007700     05  MKH-EMP-NAME         PIC X(20).
007800     05  MKH-DEPT-ID          PIC X(04).
007900     05  MKH-HIRE-DATE        PIC 9(08).
008000     05  MKH-SALARY           PIC 9(07)V99.
008100     05  MKH-MGR-ID           PIC X(05).
008200     05  MKH-STATUS           PIC X(01).
008300     05  MKH-DELETE-DATE      PIC 9(08).
008400     05  MKH-DELETED-BY       PIC X(08).
008500     05  FILLER               PIC X(12).
008600
008700 FD  AUDIT-UNLOAD
008800     RECORDING MODE IS F.
008900 01  MKA-RECORD.
009000     05  MKA-EMP-ID           PIC X(05).
009100     05  MKA-CHG-TYPE         PIC X(01).
009200     05  MKA-CHG-DATE         PIC 9(08).
009300     05  MKA-CHG-TIME         PIC 9(08).
009400     05  MKA-EMP-NAME         PIC X(20).
009500     05  MKA-DEPT-ID          PIC X(04).
009600     05  MKA-HIRE-DATE        PIC 9(08).
009700     05  MKA-SALARY           PIC 9(07)V99.
009800     05  MKA-MGR-ID           PIC X(05).
009900     05  MKA-STATUS           PIC X(01).
010000     05  MKA-TERM-DATE        PIC 9(08).
010100     05  MKA-GRADE            PIC X(02).
010200     05  FILLER               PIC X(01).
010300
010400 FD  PAYMENT-UNLOAD
010500     RECORDING MODE IS F.
010600 01  MKP-RECORD.
010700     05  MKP-EMP-ID           PIC X(05).
010800     05  MKP-PAY-TYPE         PIC X(02).
010900     05  MKP-PAY-DATE         PIC 9(08).
011000     05  MKP-PAY-AMOUNT       PIC 9(07)V99.
011100     05  MKP-POSTED-DATE      PIC 9(08).
011200     05  MKP-POSTED-TIME      PIC 9(08).
011300     05  MKP-POSTED-BY        PIC X(08).
011400     05  FILLER               PIC X(32).
011500
011600 FD  CONTROL-REPORT
011700     RECORDING MODE IS F.
011800 01  RPT-LINE                 PIC X(80).
011900
012000 FD  ERROR-LOG
012100     RECORDING MODE IS F.
012200     COPY ERRREC.
012300 WORKING-STORAGE SECTION.
012400     COPY DBCONN.
012500
012600 01  WS-SQLCODE               PIC S9(9) COMP.
012700
012800     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
012900
013000     COPY RUNWS.
013100
013200 01  WS-SWITCHES.
013300     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
013400         88  WS-EOF                VALUE 'Y'.
013500     05  WS-ABANDON-SWITCH    PIC X(01) VALUE 'N'.
013600         88  WS-ABANDONED          VALUE 'Y'.
013700     05  WS-BALANCE-SWITCH    PIC X(01) VALUE 'Y'.
013800         88  WS-IN-BALANCE         VALUE 'Y'.
013900
014000 01  WS-AUTH-FIELDS.
014100     05  WS-AUTH-FUNCTION     PIC X(08) VALUE 'TESTUNLD'.
014200     05  WS-AUTH-LEVEL        PIC 9(01) VALUE ZERO.
014300     05  WS-AUTH-ID           PIC X(08) VALUE SPACES.
014400
014500 01  WS-COUNTERS.
014600     05  WS-LINE-COUNT        PIC 9(03) COMP VALUE ZERO.
014700     05  WS-PAGE-COUNT        PIC 9(03) COMP VALUE ZERO.
014800     05  WS-NAMES-MASKED      PIC 9(07) COMP VALUE ZERO.
014900     05  WS-STREETS-MASKED    PIC 9(07) COMP VALUE ZERO.
015000     05  WS-PHONES-MASKED     PIC 9(07) COMP VALUE ZERO.
015100     05  WS-SALARIES-SCALED   PIC 9(07) COMP VALUE ZERO.
015200     05  WS-SALARIES-HELD     PIC 9(07) COMP VALUE ZERO.
015300     05  WS-SALARIES-OUTSIDE  PIC 9(07) COMP VALUE ZERO.
015400     05  WS-ROWS-READ         PIC 9(09) COMP VALUE ZERO.
015500     05  WS-ROWS-WRITTEN      PIC 9(09) COMP VALUE ZERO.
015600
015700 01  WS-REPORT-DATE.
015800     05  WS-REPORT-YY         PIC 9(02).
015900     05  WS-REPORT-MM         PIC 9(02).
016000     05  WS-REPORT-DD         PIC 9(02).
016100
016200*    ONE CONTROL ENTRY PER UNLOADED TABLE: ROWS ON THE SOURCE,
016300*    ROWS WRITTEN, AND ROWS WHOSE EMP-ID (MGR-ID ON EMPLOYEE)
016400*    IS NOT ON EMPLOYEE - COUNTED ON THE SOURCE BY SQL AND ON
016500*    THE UNLOAD AGAINST THE EMP-IDS ACTUALLY WRITTEN.
016600 01  WS-CONTROL-TABLE.
016700     05  WS-CTL-ENTRY OCCURS 4 TIMES.
016800         10  CTL-TABLE-NAME   PIC X(16).
016900         10  CTL-SOURCE-ROWS  PIC S9(09) COMP.
017000         10  CTL-UNLOADED     PIC S9(09) COMP.
017100         10  CTL-SOURCE-ORPH  PIC S9(09) COMP.
017200         10  CTL-UNLOAD-ORPH  PIC S9(09) COMP.
017300 01  WS-CTL-SUB               PIC 9(02) COMP VALUE ZERO.
017400 01  WS-CTL-COUNT             PIC S9(09) COMP VALUE ZERO.
017500
017600*    THE UNLOADED EMPLOYEE ROWS, IN EMP-ID ORDER, FOR THE
017700*    UNLOAD-SIDE KEY CHECKS AND THE GRADE OF A HISTORY ROW.
017800 01  WS-MSK-LIMITS.
017900     05  WS-MSK-EMP-MAX       PIC 9(05) COMP VALUE 30000.
018000     05  WS-MSK-EMP-COUNT     PIC 9(05) COMP VALUE ZERO.
018100     05  WS-MSK-GRADE-MAX     PIC 9(03) COMP VALUE 100.
018200     05  WS-MSK-GRADE-COUNT   PIC 9(03) COMP VALUE ZERO.
018300
018400 01  WS-MSK-EMP-TABLE.
018500     05  MSK-EMP-ENTRY OCCURS 30000 TIMES.
018600         10  MSK-EMP-ID       PIC X(05).
018700         10  MSK-MGR-ID       PIC X(05).
018800         10  MSK-GRADE        PIC X(02).
018900
019000 01  WS-MSK-GRADE-TABLE.
019100     05  MSK-GRADE-ENTRY OCCURS 100 TIMES.
019200         10  MSK-GRADE-ID     PIC X(02).
019300         10  MSK-GRADE-MIN    PIC 9(07)V99 COMP-3.
019400         10  MSK-GRADE-MAX    PIC 9(07)V99 COMP-3.
019500
019600 01  WS-SEARCH-FIELDS.
019700     05  WS-SUB               PIC 9(05) COMP VALUE ZERO.
019800     05  WS-LOW-SUB           PIC 9(05) COMP VALUE ZERO.
019900     05  WS-HIGH-SUB          PIC 9(05) COMP VALUE ZERO.
020000     05  WS-MID-SUB           PIC 9(05) COMP VALUE ZERO.
020100     05  WS-FOUND-SUB         PIC 9(05) COMP VALUE ZERO.
020200     05  WS-SEEK-ID           PIC X(05).
020300     05  WS-GRADE-SUB         PIC 9(03) COMP VALUE ZERO.
020400     05  WS-SEEK-GRADE        PIC X(02).
020500
020600*    HOST FIELDS FOR THE ROWS THAT ARE NOT EMPLOYEE ROWS.
020700 01  WS-HIST-FIELDS.
020800     05  WS-HIST-SALARY       PIC 9(07)V99 COMP-3.
020900     05  WS-HIST-DELETE-DATE  PIC 9(08).
021000     05  WS-HIST-DELETED-BY   PIC X(08).
021100 01  WS-AUD-FIELDS.
021200     05  WS-AUD-CHG-TYPE      PIC X(01).
021300     05  WS-AUD-CHG-DATE      PIC 9(08).
021400     05  WS-AUD-CHG-TIME      PIC 9(08).
021500 01  WS-PAY-FIELDS.
021600     05  WS-PAY-TYPE          PIC X(02).
021700     05  WS-PAY-DATE          PIC 9(08).
021800     05  WS-PAY-AMOUNT        PIC 9(07)V99 COMP-3.
021900     05  WS-PAY-POSTED-DATE   PIC 9(08).
022000     05  WS-PAY-POSTED-TIME   PIC 9(08).
022100     05  WS-PAY-POSTED-BY     PIC X(08).
022200 01  WS-GRADE-FIELDS.
022300     05  WS-GRADE-ID          PIC X(02).
022400     05  WS-GRADE-MIN         PIC 9(07)V99 COMP-3.
022500     05  WS-GRADE-MAX         PIC 9(07)V99 COMP-3.
022600
022700*    MASKING WORK. WS-MSK-TEXT IS HASHED ONE CHARACTER AT A
022800*    TIME THROUGH THE BINARY VIEW OF WS-MSK-CHAR; THE SEED IS
022900*    FIXED SO A REFRESH MASKS THE SAME VALUE THE SAME WAY.
023000 01  WS-MSK-FIELDS.
023100     05  WS-MSK-SEED          PIC 9(09) COMP VALUE 7919.
023200     05  WS-MSK-HASH          PIC 9(09) COMP VALUE ZERO.
023300     05  WS-MSK-WORK          PIC 9(12) COMP VALUE ZERO.
023400     05  WS-MSK-QUOT          PIC 9(12) COMP VALUE ZERO.
023500     05  WS-MSK-POS           PIC 9(02) COMP VALUE ZERO.
023600     05  WS-MSK-PICK-1        PIC 9(03) COMP VALUE ZERO.
023700     05  WS-MSK-PICK-2        PIC 9(03) COMP VALUE ZERO.
023800     05  WS-MSK-TEXT          PIC X(20).
023900     05  WS-MSK-RESULT        PIC X(20).
024000     05  WS-MSK-HOUSE         PIC 9(04).
024100     05  WS-MSK-LINE          PIC 9(04).
024200     05  WS-MSK-FACTOR        PIC 9V99 VALUE ZERO.
024300     05  WS-MSK-AMOUNT        PIC 9(07)V99 COMP-3.
024400     05  WS-MSK-SCALED        PIC 9(07)V99 COMP-3.
024500     05  WS-MSK-GRADE         PIC X(02).
024600 01  WS-MSK-CHAR-WORK.
024700     05  WS-MSK-CHAR-BIN      PIC 9(04) COMP VALUE ZERO.
024800     05  WS-MSK-CHAR-SPLIT    REDEFINES WS-MSK-CHAR-BIN.
024900         10  WS-MSK-CHAR-HIGH PIC X(01).
025000         10  WS-MSK-CHAR      PIC X(01).
025100
025200 01  WS-FIRST-NAME-VALUES.
025300     05  FILLER               PIC X(08) VALUE 'ALEX'.
025400     05  FILLER               PIC X(08) VALUE 'BAILEY'.
025500     05  FILLER               PIC X(08) VALUE 'CASEY'.
025600     05  FILLER               PIC X(08) VALUE 'DANA'.
025700     05  FILLER               PIC X(08) VALUE 'ELLIS'.
025800     05  FILLER               PIC X(08) VALUE 'FRANCIS'.
025900     05  FILLER               PIC X(08) VALUE 'GLENN'.
026000     05  FILLER               PIC X(08) VALUE 'HARPER'.
026100     05  FILLER               PIC X(08) VALUE 'JAMIE'.
026200     05  FILLER               PIC X(08) VALUE 'JORDAN'.
026300     05  FILLER               PIC X(08) VALUE 'KELLY'.
026400     05  FILLER               PIC X(08) VALUE 'LEE'.
026500     05  FILLER               PIC X(08) VALUE 'MORGAN'.
026600     05  FILLER               PIC X(08) VALUE 'NOEL'.
026700     05  FILLER               PIC X(08) VALUE 'PAT'.
026800     05  FILLER               PIC X(08) VALUE 'QUINN'.
026900     05  FILLER               PIC X(08) VALUE 'REESE'.
027000     05  FILLER               PIC X(08) VALUE 'RILEY'.
027100     05  FILLER               PIC X(08) VALUE 'SAM'.
027200     05  FILLER               PIC X(08) VALUE 'SHANNON'.
027300     05  FILLER               PIC X(08) VALUE 'TAYLOR'.
027400     05  FILLER               PIC X(08) VALUE 'TERRY'.
027500     05  FILLER               PIC X(08) VALUE 'VAUGHN'.
027600     05  FILLER               PIC X(08) VALUE 'ROBIN'.
027700 01  WS-FIRST-NAME-TABLE      REDEFINES WS-FIRST-NAME-VALUES.
027800     05  WS-FIRST-NAME        PIC X(08) OCCURS 24 TIMES.
027900
028000 01  WS-LAST-NAME-VALUES.
028100     05  FILLER               PIC X(10) VALUE 'ABBOTT'.
028200     05  FILLER               PIC X(10) VALUE 'BRENNAN'.
028300     05  FILLER               PIC X(10) VALUE 'CALDWELL'.
028400     05  FILLER               PIC X(10) VALUE 'DORSEY'.
028500     05  FILLER               PIC X(10) VALUE 'EASTON'.
028600     05  FILLER               PIC X(10) VALUE 'FENWICK'.
028700     05  FILLER               PIC X(10) VALUE 'GARLAND'.
028800     05  FILLER               PIC X(10) VALUE 'HOLLIS'.
028900     05  FILLER               PIC X(10) VALUE 'IVERSON'.
029000     05  FILLER               PIC X(10) VALUE 'JARVIS'.
029100     05  FILLER               PIC X(10) VALUE 'KENDRICK'.
029200     05  FILLER               PIC X(10) VALUE 'LANGFORD'.
029300     05  FILLER               PIC X(10) VALUE 'MERCER'.
029400     05  FILLER               PIC X(10) VALUE 'NORWOOD'.
029500     05  FILLER               PIC X(10) VALUE 'OSBORNE'.
029600     05  FILLER               PIC X(10) VALUE 'PRESCOTT'.
029700     05  FILLER               PIC X(10) VALUE 'RADCLIFFE'.
029800     05  FILLER               PIC X(10) VALUE 'SHELDON'.
029900     05  FILLER               PIC X(10) VALUE 'THORNTON'.
030000     05  FILLER               PIC X(10) VALUE 'UPTON'.
030100     05  FILLER               PIC X(10) VALUE 'VANCE'.
030200     05  FILLER               PIC X(10) VALUE 'WHITLOCK'.
030300     05  FILLER               PIC X(10) VALUE 'YARDLEY'.
030400     05  FILLER               PIC X(10) VALUE 'ALDRIDGE'.
030500 01  WS-LAST-NAME-TABLE       REDEFINES WS-LAST-NAME-VALUES.
030600     05  WS-LAST-NAME         PIC X(10) OCCURS 24 TIMES.
030700
030800 01  WS-STREET-VALUES.
030900     05  FILLER               PIC X(14) VALUE 'OAK ST'.
031000     05  FILLER               PIC X(14) VALUE 'MAPLE AVE'.
031100     05  FILLER               PIC X(14) VALUE 'CEDAR LN'.
031200     05  FILLER               PIC X(14) VALUE 'ELM ST'.
031300     05  FILLER               PIC X(14) VALUE 'PINE RD'.
031400     05  FILLER               PIC X(14) VALUE 'BIRCH DR'.
031500     05  FILLER               PIC X(14) VALUE 'WALNUT ST'.
031600     05  FILLER               PIC X(14) VALUE 'CHESTNUT AVE'.
031700     05  FILLER               PIC X(14) VALUE 'SPRUCE CT'.
031800     05  FILLER               PIC X(14) VALUE 'WILLOW WAY'.
031900     05  FILLER               PIC X(14) VALUE 'HICKORY LN'.
032000     05  FILLER               PIC X(14) VALUE 'ASPEN DR'.
032100     05  FILLER               PIC X(14) VALUE 'LAUREL ST'.
032200     05  FILLER               PIC X(14) VALUE 'POPLAR AVE'.
032300     05  FILLER               PIC X(14) VALUE 'SYCAMORE RD'.
032400     05  FILLER               PIC X(14) VALUE 'JUNIPER CT'.
032500 01  WS-STREET-TABLE          REDEFINES WS-STREET-VALUES.
032600     05  WS-STREET-NAME       PIC X(14) OCCURS 16 TIMES.
032700
032800 01  MSK-HEADING-1.
032900     05  FILLER               PIC X(01) VALUE SPACE.
033000     05  FILLER               PIC X(40) VALUE
033100         'TEST-REGION MASKED UNLOAD - CONTROLS'.
033200     05  MSK-HDG1-DATE        PIC X(08).
033300     05  FILLER               PIC X(05) VALUE SPACE.
033400     05  FILLER               PIC X(05) VALUE 'PAGE '.
033500     05  MSK-HDG1-PAGE        PIC ZZ9.
033600
033700 01  MSK-HEADING-2.
033800     05  FILLER               PIC X(01) VALUE SPACE.
033900     05  FILLER               PIC X(16) VALUE 'TABLE'.
034000     05  FILLER               PIC X(12) VALUE '      SOURCE'.
034100     05  FILLER               PIC X(12) VALUE '    UNLOADED'.
034200     05  FILLER               PIC X(12) VALUE '  SRC NO-EMP'.
034300     05  FILLER               PIC X(12) VALUE '  OUT NO-EMP'.
034400     05  FILLER               PIC X(02) VALUE SPACE.
034500     05  FILLER               PIC X(08) VALUE 'RESULT'.
034600
034700 01  MSK-DETAIL-LINE.
034800     05  FILLER               PIC X(01) VALUE SPACE.
034900     05  MSK-DTL-TABLE        PIC X(16).
035000     05  MSK-DTL-SOURCE       PIC ZZZ,ZZZ,ZZ9-.
035100     05  MSK-DTL-UNLOADED     PIC ZZZ,ZZZ,ZZ9-.
035200     05  MSK-DTL-SRC-ORPH     PIC ZZZ,ZZZ,ZZ9-.
035300     05  MSK-DTL-OUT-ORPH     PIC ZZZ,ZZZ,ZZ9-.
035400     05  FILLER               PIC X(02) VALUE SPACE.
035500     05  MSK-DTL-RESULT       PIC X(08).
035600
035700 01  MSK-SUMMARY-LINE.
035800     05  FILLER               PIC X(01) VALUE SPACE.
035900     05  MSK-SUM-LABEL        PIC X(40).
036000     05  MSK-SUM-COUNT        PIC ZZZ,ZZ9.
036100
036200 01  MSK-NOTE-LINE.
036300     05  FILLER               PIC X(01) VALUE SPACE.
036400     05  MSK-NOTE-TEXT        PIC X(70).
036500
036600     COPY ERRWS.
036700
036800 PROCEDURE DIVISION.
036900*=============================================================*
037000* 0000-MAINLINE                                               *
037100*=============================================================*
037200 0000-MAINLINE.
037300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
037400     IF NOT WS-ABANDONED
037500         PERFORM 2000-UNLOAD-EMPLOYEES
037600             THRU 2000-UNLOAD-EMPLOYEES-EXIT
037700     END-IF.
037800     IF NOT WS-ABANDONED
037900         PERFORM 3000-UNLOAD-HISTORY
038000             THRU 3000-UNLOAD-HISTORY-EXIT
038100     END-IF.
038200     IF NOT WS-ABANDONED
038300         PERFORM 4000-UNLOAD-AUDIT
038400             THRU 4000-UNLOAD-AUDIT-EXIT
038500     END-IF.
038600     IF NOT WS-ABANDONED
038700         PERFORM 5000-UNLOAD-PAYMENTS
038800             THRU 5000-UNLOAD-PAYMENTS-EXIT
038900     END-IF.
039000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
039100     GOBACK.
039200*=============================================================*
039300* 1000-INITIALIZE - AUTHORIZE, CONNECT, COUNT THE SOURCE AND   *
039400*               HOLD THE SALARY_GRADE BANDS                   *
039500*=============================================================*
039600 1000-INITIALIZE.
039700     OPEN OUTPUT EMPLOYEE-UNLOAD.
039800     OPEN OUTPUT HISTORY-UNLOAD.
039900     OPEN OUTPUT AUDIT-UNLOAD.
040000     OPEN OUTPUT PAYMENT-UNLOAD.
040100     OPEN OUTPUT CONTROL-REPORT.
040200     OPEN OUTPUT ERROR-LOG.
040300     ACCEPT WS-REPORT-DATE FROM DATE.
040400     MOVE 'EMPLOYEE'       TO CTL-TABLE-NAME (1).
040500     MOVE 'EMPLOYEE_HIST'  TO CTL-TABLE-NAME (2).
040600     MOVE 'EMPLOYEE_AUDIT' TO CTL-TABLE-NAME (3).
040700     MOVE 'EMP_PAYMENT'    TO CTL-TABLE-NAME (4).
040800     PERFORM 1010-CLEAR-CONTROL THRU 1010-CLEAR-CONTROL-EXIT
040900         VARYING WS-CTL-SUB FROM 1 BY 1 UNTIL WS-CTL-SUB > 4.
041000*    THE UNLOAD READS EVERY NAME, ADDRESS AND SALARY ON FILE -
041100*    THE SECPARM AUTHORIZATION RECORD FOR 'TESTUNLD' MUST
041200*    CARRY LEVEL 2 OR THE RUN REFUSES HERE.
041300     CALL 'SecurityAuthLevel' USING WS-AUTH-FUNCTION
041400         WS-AUTH-LEVEL WS-AUTH-ID.
041500     IF WS-AUTH-LEVEL < 2
041600         DISPLAY 'Masked unload not authorized - level '
041700             WS-AUTH-LEVEL ' below 2. Run refused.'
041800         MOVE 8 TO RETURN-CODE
041900         MOVE 'Y' TO WS-ABANDON-SWITCH
042000         GO TO 1000-INITIALIZE-EXIT
042100     END-IF.
042200     MOVE WS-AUTH-ID TO RUN-AUTH-USERID.
042300
042400     CALL 'SecurityAuth' USING WS-USERID WS-PASSWORD.
042500     EXEC SQL
042600         CONNECT TO 'yourdatabase'
042700         USER :WS-USERID
042800         USING :WS-PASSWORD
042900     END-EXEC.
043000     IF SQLCODE NOT = 0
043100         DISPLAY 'Connection failed: ' SQLCODE
043200         MOVE 'CONNECT' TO WS-ERROR-CONTEXT
043300         PERFORM 8900-HANDLE-SQL-ERROR
043400             THRU 8900-HANDLE-SQL-ERROR-EXIT
043500         MOVE 'Y' TO WS-ABANDON-SWITCH
043600         GO TO 1000-INITIALIZE-EXIT
043700     END-IF.
043800     MOVE 'MSK' TO RUN-PROGRAM-ID.
043900     MOVE 'Y' TO RUN-LOG-SWITCH.
044000     PERFORM 8800-RECORD-RUN-START
044100         THRU 8800-RECORD-RUN-START-EXIT.
044200     PERFORM 1100-COUNT-SOURCE THRU 1100-COUNT-SOURCE-EXIT.
044300     IF WS-ABANDONED
044400         GO TO 1000-INITIALIZE-EXIT
044500     END-IF.
044600     PERFORM 1200-LOAD-GRADES THRU 1200-LOAD-GRADES-EXIT.
044700 1000-INITIALIZE-EXIT.
044800     EXIT.
044900*=============================================================*
045000* 1010-CLEAR-CONTROL - ZERO ONE CONTROL ENTRY                  *
045100*=============================================================*
045200 1010-CLEAR-CONTROL.
045300     MOVE ZERO TO CTL-SOURCE-ROWS (WS-CTL-SUB).
045400     MOVE ZERO TO CTL-UNLOADED (WS-CTL-SUB).
045500     MOVE ZERO TO CTL-SOURCE-ORPH (WS-CTL-SUB).
045600     MOVE ZERO TO CTL-UNLOAD-ORPH (WS-CTL-SUB).
045700 1010-CLEAR-CONTROL-EXIT.
045800     EXIT.
045900*=============================================================*
046000* 1100-COUNT-SOURCE - ROW COUNTS AND NOT-ON-EMPLOYEE COUNTS    *
046100*               FROM THE SOURCE TABLES, FOR THE CONTROL REPORT *
046200*=============================================================*
046300 1100-COUNT-SOURCE.
046400     EXEC SQL
046500         SELECT COUNT(*) INTO :WS-CTL-COUNT
046600         FROM EMPLOYEE
046700     END-EXEC.
046800     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
046900     MOVE WS-CTL-COUNT TO CTL-SOURCE-ROWS (1).
047000     EXEC SQL
047100         SELECT COUNT(*) INTO :WS-CTL-COUNT
047200         FROM EMPLOYEE E
047300         WHERE E.MGR_ID <> ' '
047400             AND NOT EXISTS
047500             (SELECT 1 FROM EMPLOYEE M
047600              WHERE M.EMP_ID = E.MGR_ID)
047700     END-EXEC.
047800     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
047900     MOVE WS-CTL-COUNT TO CTL-SOURCE-ORPH (1).
048000     EXEC SQL
048100         SELECT COUNT(*) INTO :WS-CTL-COUNT
048200         FROM EMPLOYEE_HIST
048300     END-EXEC.
048400     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
048500     MOVE WS-CTL-COUNT TO CTL-SOURCE-ROWS (2).
048600     EXEC SQL
048700         SELECT COUNT(*) INTO :WS-CTL-COUNT
048800         FROM EMPLOYEE_HIST H
048900         WHERE NOT EXISTS
049000             (SELECT 1 FROM EMPLOYEE E
049100              WHERE E.EMP_ID = H.EMP_ID)
049200     END-EXEC.
049300     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
049400     MOVE WS-CTL-COUNT TO CTL-SOURCE-ORPH (2).
049500     EXEC SQL
049600         SELECT COUNT(*) INTO :WS-CTL-COUNT
049700         FROM EMPLOYEE_AUDIT
049800     END-EXEC.
049900     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
050000     MOVE WS-CTL-COUNT TO CTL-SOURCE-ROWS (3).
050100     EXEC SQL
050200         SELECT COUNT(*) INTO :WS-CTL-COUNT
050300         FROM EMPLOYEE_AUDIT A
050400         WHERE NOT EXISTS
050500             (SELECT 1 FROM EMPLOYEE E
050600              WHERE E.EMP_ID = A.EMP_ID)
050700     END-EXEC.
050800     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
050900     MOVE WS-CTL-COUNT TO CTL-SOURCE-ORPH (3).
051000     EXEC SQL
051100         SELECT COUNT(*) INTO :WS-CTL-COUNT
051200         FROM EMP_PAYMENT
051300     END-EXEC.
051400     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
051500     MOVE WS-CTL-COUNT TO CTL-SOURCE-ROWS (4).
051600     EXEC SQL
051700         SELECT COUNT(*) INTO :WS-CTL-COUNT
051800         FROM EMP_PAYMENT P
051900         WHERE NOT EXISTS
052000             (SELECT 1 FROM EMPLOYEE E
052100              WHERE E.EMP_ID = P.EMP_ID)
052200     END-EXEC.
052300     PERFORM 1190-CHECK-COUNT THRU 1190-CHECK-COUNT-EXIT.
052400     MOVE WS-CTL-COUNT TO CTL-SOURCE-ORPH (4).
052500 1100-COUNT-SOURCE-EXIT.
052600     EXIT.
052700*=============================================================*
052800* 1190-CHECK-COUNT - A FAILED SOURCE COUNT ABANDONS THE RUN    *
052900*=============================================================*
053000 1190-CHECK-COUNT.
053100     IF SQLCODE NOT = 0
053200         DISPLAY 'Source count failed: ' SQLCODE
053300         MOVE 'SOURCE-COUNT' TO WS-ERROR-CONTEXT
053400         PERFORM 8900-HANDLE-SQL-ERROR
053500             THRU 8900-HANDLE-SQL-ERROR-EXIT
053600         MOVE 'Y' TO WS-ABANDON-SWITCH
053700         MOVE ZERO TO WS-CTL-COUNT
053800     END-IF.
053900 1190-CHECK-COUNT-EXIT.
054000     EXIT.
054100*=============================================================*
054200* 1200-LOAD-GRADES - HOLD THE SALARY_GRADE BANDS               *
054300*=============================================================*
054400 1200-LOAD-GRADES.
054500     EXEC SQL
054600         DECLARE GRADE-CURSOR CURSOR FOR
054700             SELECT GRADE_ID, GRADE_MIN_SAL, GRADE_MAX_SAL
054800             FROM SALARY_GRADE
054900             ORDER BY GRADE_ID
055000     END-EXEC.
055100     EXEC SQL
055200         OPEN GRADE-CURSOR
055300     END-EXEC.
055400     IF SQLCODE NOT = 0
055500         DISPLAY 'Grade cursor open failed: ' SQLCODE
055600         MOVE 'GRADE-OPEN' TO WS-ERROR-CONTEXT
055700         PERFORM 8900-HANDLE-SQL-ERROR
055800             THRU 8900-HANDLE-SQL-ERROR-EXIT
055900         MOVE 'Y' TO WS-ABANDON-SWITCH
056000         GO TO 1200-LOAD-GRADES-EXIT
056100     END-IF.
056200     MOVE 'N' TO WS-EOF-SWITCH.
056300     PERFORM 1210-FETCH-GRADE THRU 1210-FETCH-GRADE-EXIT
056400         UNTIL WS-EOF.
056500     EXEC SQL
056600         CLOSE GRADE-CURSOR
056700     END-EXEC.
056800 1200-LOAD-GRADES-EXIT.
056900     EXIT.
057000*=============================================================*
057100* 1210-FETCH-GRADE - ONE BAND INTO THE TABLE                   *
057200*=============================================================*
057300 1210-FETCH-GRADE.
057400     EXEC SQL
057500         FETCH GRADE-CURSOR
057600         INTO :WS-GRADE-ID, :WS-GRADE-MIN, :WS-GRADE-MAX
057700     END-EXEC.
057800     IF SQLCODE = 100
057900         MOVE 'Y' TO WS-EOF-SWITCH
058000         GO TO 1210-FETCH-GRADE-EXIT
058100     END-IF.
058200     IF SQLCODE NOT = 0
058300         DISPLAY 'Grade fetch failed: ' SQLCODE
058400         MOVE 'GRADE-FETCH' TO WS-ERROR-CONTEXT
058500         PERFORM 8900-HANDLE-SQL-ERROR
058600             THRU 8900-HANDLE-SQL-ERROR-EXIT
058700         MOVE 'Y' TO WS-EOF-SWITCH
058800         MOVE 'Y' TO WS-ABANDON-SWITCH
058900         GO TO 1210-FETCH-GRADE-EXIT
059000     END-IF.
059100     IF WS-MSK-GRADE-COUNT >= WS-MSK-GRADE-MAX
059200         DISPLAY 'Grade table full at ' WS-MSK-GRADE-MAX
059300             ' bands - later grades are scaled unbounded.'
059400         MOVE 'Y' TO WS-EOF-SWITCH
059500         GO TO 1210-FETCH-GRADE-EXIT
059600     END-IF.
059700     ADD 1 TO WS-MSK-GRADE-COUNT.
059800     MOVE WS-GRADE-ID  TO MSK-GRADE-ID (WS-MSK-GRADE-COUNT).
059900     MOVE WS-GRADE-MIN TO MSK-GRADE-MIN (WS-MSK-GRADE-COUNT).
060000     MOVE WS-GRADE-MAX TO MSK-GRADE-MAX (WS-MSK-GRADE-COUNT).
060100 1210-FETCH-GRADE-EXIT.
060200     EXIT.
060300*=============================================================*
060400* 2000-UNLOAD-EMPLOYEES - EVERY EMPLOYEE ROW, IN EMP-ID ORDER, *
060500*               THEN THE MANAGER CHECK AGAINST WHAT WAS WRITTEN*
060600*=============================================================*
060700 2000-UNLOAD-EMPLOYEES.
060800     EXEC SQL
060900         DECLARE EMP-CURSOR CURSOR FOR
061000             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
061100                 SALARY, MGR_ID, EMP_STATUS, TERM_DATE,
061200                 LEAVE_DATE, ADDR_STREET, ADDR_CITY,
061300                 ADDR_STATE, ADDR_ZIP, PHONE, GRADE_ID,
061400                 EMPL_TYPE, CONTRACT_END
061500             FROM EMPLOYEE
061600             ORDER BY EMP_ID
061700     END-EXEC.
061800     EXEC SQL
061900         OPEN EMP-CURSOR
062000     END-EXEC.
062100     IF SQLCODE NOT = 0
062200         DISPLAY 'Employee cursor open failed: ' SQLCODE
062300         MOVE 'EMP-OPEN' TO WS-ERROR-CONTEXT
062400         PERFORM 8900-HANDLE-SQL-ERROR
062500             THRU 8900-HANDLE-SQL-ERROR-EXIT
062600         MOVE 'Y' TO WS-ABANDON-SWITCH
062700         GO TO 2000-UNLOAD-EMPLOYEES-EXIT
062800     END-IF.
062900     MOVE 'N' TO WS-EOF-SWITCH.
063000     PERFORM 2800-FETCH-EMPLOYEE THRU 2800-FETCH-EMPLOYEE-EXIT.
063100     PERFORM 2100-MASK-EMPLOYEE THRU 2100-MASK-EMPLOYEE-EXIT
063200         UNTIL WS-EOF.
063300     EXEC SQL
063400         CLOSE EMP-CURSOR
063500     END-EXEC.
063600     IF WS-ABANDONED
063700         GO TO 2000-UNLOAD-EMPLOYEES-EXIT
063800     END-IF.
063900     PERFORM 2200-CHECK-MANAGER THRU 2200-CHECK-MANAGER-EXIT
064000         VARYING WS-SUB FROM 1 BY 1
064100         UNTIL WS-SUB > WS-MSK-EMP-COUNT.
064200 2000-UNLOAD-EMPLOYEES-EXIT.
064300     EXIT.
064400*=============================================================*
064500* 2100-MASK-EMPLOYEE - MASK AND WRITE ONE EMPLOYEE ROW, AND    *
064600*               HOLD ITS EMP-ID, MANAGER AND GRADE             *
064700*=============================================================*
064800 2100-MASK-EMPLOYEE.
064900     IF WS-MSK-EMP-COUNT >= WS-MSK-EMP-MAX
065000         DISPLAY 'Employee table full - unload abandoned at '
065100             WS-MSK-EMP-MAX ' rows.'
065200         MOVE 8 TO RETURN-CODE
065300         MOVE 'Y' TO WS-EOF-SWITCH
065400         MOVE 'Y' TO WS-ABANDON-SWITCH
065500         GO TO 2100-MASK-EMPLOYEE-EXIT
065600     END-IF.
065700     ADD 1 TO WS-MSK-EMP-COUNT.
065800     MOVE EMP-ID     TO MSK-EMP-ID (WS-MSK-EMP-COUNT).
065900     MOVE EMP-MGR-ID TO MSK-MGR-ID (WS-MSK-EMP-COUNT).
066000     MOVE EMP-GRADE  TO MSK-GRADE (WS-MSK-EMP-COUNT).
066100     MOVE SPACES           TO MKE-RECORD.
066200     MOVE EMP-ID           TO MKE-EMP-ID.
066300     MOVE EMP-DEPT-ID      TO MKE-DEPT-ID.
066400     MOVE EMP-HIRE-DATE    TO MKE-HIRE-DATE.
066500     MOVE EMP-MGR-ID       TO MKE-MGR-ID.
066600     MOVE EMP-STATUS       TO MKE-STATUS.
066700     MOVE EMP-TERM-DATE    TO MKE-TERM-DATE.
066800     MOVE EMP-LEAVE-DATE   TO MKE-LEAVE-DATE.
066900     MOVE EMP-ADDR-CITY    TO MKE-ADDR-CITY.
067000     MOVE EMP-ADDR-STATE   TO MKE-ADDR-STATE.
067100     MOVE EMP-ADDR-ZIP (1:5) TO MKE-ADDR-ZIP.
067200     MOVE EMP-GRADE        TO MKE-GRADE.
067300     MOVE EMP-EMPL-TYPE    TO MKE-EMPL-TYPE.
067400     MOVE EMP-CONTRACT-END TO MKE-CONTRACT-END.
067500     MOVE EMP-NAME TO WS-MSK-TEXT.
067600     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT.
067700     MOVE WS-MSK-RESULT TO MKE-EMP-NAME.
067800     MOVE EMP-ADDR-STREET TO WS-MSK-TEXT.
067900     PERFORM 8200-MASK-STREET THRU 8200-MASK-STREET-EXIT.
068000     MOVE WS-MSK-RESULT TO MKE-ADDR-STREET.
068100     MOVE EMP-PHONE TO WS-MSK-TEXT.
068200     PERFORM 8300-MASK-PHONE THRU 8300-MASK-PHONE-EXIT.
068300     MOVE WS-MSK-RESULT TO MKE-PHONE.
068400     MOVE EMP-SALARY TO WS-MSK-AMOUNT.
068500     MOVE EMP-GRADE  TO WS-MSK-GRADE.
068600     PERFORM 8400-SCALE-SALARY THRU 8400-SCALE-SALARY-EXIT.
068700     MOVE WS-MSK-SCALED TO MKE-SALARY.
068800     WRITE MKE-RECORD.
068900     ADD 1 TO CTL-UNLOADED (1).
069000     PERFORM 2800-FETCH-EMPLOYEE THRU 2800-FETCH-EMPLOYEE-EXIT.
069100 2100-MASK-EMPLOYEE-EXIT.
069200     EXIT.
069300*=============================================================*
069400* 2200-CHECK-MANAGER - A MANAGER NOT AMONG THE UNLOADED ROWS   *
069500*=============================================================*
069600 2200-CHECK-MANAGER.
069700     IF MSK-MGR-ID (WS-SUB) = SPACES
069800         GO TO 2200-CHECK-MANAGER-EXIT
069900     END-IF.
070000     MOVE MSK-MGR-ID (WS-SUB) TO WS-SEEK-ID.
070100     PERFORM 8500-FIND-EMPLOYEE THRU 8500-FIND-EMPLOYEE-EXIT.
070200     IF WS-FOUND-SUB = ZERO
070300         ADD 1 TO CTL-UNLOAD-ORPH (1)
070400     END-IF.
070500 2200-CHECK-MANAGER-EXIT.
070600     EXIT.
070700*=============================================================*
070800* 2800-FETCH-EMPLOYEE - FETCH THE NEXT EMPLOYEE ROW            *
070900*=============================================================*
071000 2800-FETCH-EMPLOYEE.
071100     EXEC SQL
071200         FETCH EMP-CURSOR
071300         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
071400             :EMP-SALARY, :EMP-MGR-ID, :EMP-STATUS,
071500             :EMP-TERM-DATE, :EMP-LEAVE-DATE, :EMP-ADDR-STREET,
071600             :EMP-ADDR-CITY, :EMP-ADDR-STATE, :EMP-ADDR-ZIP,
071700             :EMP-PHONE, :EMP-GRADE, :EMP-EMPL-TYPE,
071800             :EMP-CONTRACT-END
071900     END-EXEC.
072000     IF SQLCODE = 100
072100         MOVE 'Y' TO WS-EOF-SWITCH
072200     ELSE
072300         IF SQLCODE NOT = 0
072400             DISPLAY 'Employee fetch failed: ' SQLCODE
072500             MOVE 'EMP-FETCH' TO WS-ERROR-CONTEXT
072600             PERFORM 8900-HANDLE-SQL-ERROR
072700                 THRU 8900-HANDLE-SQL-ERROR-EXIT
072800             MOVE 'Y' TO WS-EOF-SWITCH
072900             MOVE 'Y' TO WS-ABANDON-SWITCH
073000         ELSE
073100             ADD 1 TO WS-ROWS-READ
073200             MOVE EMP-ID TO WS-ERROR-KEY
073300         END-IF
073400     END-IF.
073500 2800-FETCH-EMPLOYEE-EXIT.
073600     EXIT.
073700*=============================================================*
073800* 3000-UNLOAD-HISTORY - EVERY EMPLOYEE_HIST ROW                *
073900*=============================================================*
074000 3000-UNLOAD-HISTORY.
074100     EXEC SQL
074200         DECLARE HIST-CURSOR CURSOR FOR
074300             SELECT EMP_ID, EMP_NAME, DEPT_ID, HIRE_DATE,
074400                 SALARY, MGR_ID, EMP_STATUS, DELETE_DATE,
074500                 DELETED_BY
074600             FROM EMPLOYEE_HIST
074700             ORDER BY EMP_ID, DELETE_DATE
074800     END-EXEC.
074900     EXEC SQL
075000         OPEN HIST-CURSOR
075100     END-EXEC.
075200     IF SQLCODE NOT = 0
075300         DISPLAY 'History cursor open failed: ' SQLCODE
075400         MOVE 'HIST-OPEN' TO WS-ERROR-CONTEXT
075500         PERFORM 8900-HANDLE-SQL-ERROR
075600             THRU 8900-HANDLE-SQL-ERROR-EXIT
075700         MOVE 'Y' TO WS-ABANDON-SWITCH
075800         GO TO 3000-UNLOAD-HISTORY-EXIT
075900     END-IF.
076000     MOVE 'N' TO WS-EOF-SWITCH.
076100     PERFORM 3800-FETCH-HISTORY THRU 3800-FETCH-HISTORY-EXIT.
076200     PERFORM 3100-MASK-HISTORY THRU 3100-MASK-HISTORY-EXIT
076300         UNTIL WS-EOF.
076400     EXEC SQL
076500         CLOSE HIST-CURSOR
076600     END-EXEC.
076700 3000-UNLOAD-HISTORY-EXIT.
076800     EXIT.
076900*=============================================================*
077000* 3100-MASK-HISTORY - MASK AND WRITE ONE HISTORY ROW. THE ROW  *
077100*               CARRIES NO GRADE, SO THE BAND IS THE ONE OF    *
077200*               THE EMPLOYEE ROW, WHEN THERE STILL IS ONE      *
077300*=============================================================*
077400 3100-MASK-HISTORY.
077500     MOVE SPACES              TO MKH-RECORD.
077600     MOVE EMP-ID              TO MKH-EMP-ID.
077700     MOVE EMP-DEPT-ID         TO MKH-DEPT-ID.
077800     MOVE EMP-HIRE-DATE       TO MKH-HIRE-DATE.
077900     MOVE EMP-MGR-ID          TO MKH-MGR-ID.
078000     MOVE EMP-STATUS          TO MKH-STATUS.
078100     MOVE WS-HIST-DELETE-DATE TO MKH-DELETE-DATE.
078200     MOVE WS-HIST-DELETED-BY  TO MKH-DELETED-BY.
078300     MOVE EMP-NAME TO WS-MSK-TEXT.
078400     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT.
078500     MOVE WS-MSK-RESULT TO MKH-EMP-NAME.
078600     MOVE EMP-ID TO WS-SEEK-ID.
078700     PERFORM 8500-FIND-EMPLOYEE THRU 8500-FIND-EMPLOYEE-EXIT.
078800     IF WS-FOUND-SUB = ZERO
078900         ADD 1 TO CTL-UNLOAD-ORPH (2)
079000         MOVE SPACES TO WS-MSK-GRADE
079100     ELSE
079200         MOVE MSK-GRADE (WS-FOUND-SUB) TO WS-MSK-GRADE
079300     END-IF.
079400     MOVE WS-HIST-SALARY TO WS-MSK-AMOUNT.
079500     PERFORM 8400-SCALE-SALARY THRU 8400-SCALE-SALARY-EXIT.
079600     MOVE WS-MSK-SCALED TO MKH-SALARY.
079700     WRITE MKH-RECORD.
079800     ADD 1 TO CTL-UNLOADED (2).
079900     PERFORM 3800-FETCH-HISTORY THRU 3800-FETCH-HISTORY-EXIT.
080000 3100-MASK-HISTORY-EXIT.
080100     EXIT.
080200*=============================================================*
080300* 3800-FETCH-HISTORY - FETCH THE NEXT EMPLOYEE_HIST ROW        *
080400*=============================================================*
080500 3800-FETCH-HISTORY.
080600     EXEC SQL
080700         FETCH HIST-CURSOR
080800         INTO :EMP-ID, :EMP-NAME, :EMP-DEPT-ID, :EMP-HIRE-DATE,
080900             :WS-HIST-SALARY, :EMP-MGR-ID, :EMP-STATUS,
081000             :WS-HIST-DELETE-DATE, :WS-HIST-DELETED-BY
081100     END-EXEC.
081200     IF SQLCODE = 100
081300         MOVE 'Y' TO WS-EOF-SWITCH
081400     ELSE
081500         IF SQLCODE NOT = 0
081600             DISPLAY 'History fetch failed: ' SQLCODE
081700             MOVE 'HIST-FETCH' TO WS-ERROR-CONTEXT
081800             PERFORM 8900-HANDLE-SQL-ERROR
081900                 THRU 8900-HANDLE-SQL-ERROR-EXIT
082000             MOVE 'Y' TO WS-EOF-SWITCH
082100             MOVE 'Y' TO WS-ABANDON-SWITCH
082200         ELSE
082300             ADD 1 TO WS-ROWS-READ
082400             MOVE EMP-ID TO WS-ERROR-KEY
082500         END-IF
082600     END-IF.
082700 3800-FETCH-HISTORY-EXIT.
082800     EXIT.
082900*=============================================================*
083000* 4000-UNLOAD-AUDIT - EVERY EMPLOYEE_AUDIT ROW                 *
083100*=============================================================*
083200 4000-UNLOAD-AUDIT.
083300     EXEC SQL
083400         DECLARE AUD-CURSOR CURSOR FOR
083500             SELECT EMP_ID, CHG_TYPE, CHG_DATE, CHG_TIME,
083600                 EMP_NAME, DEPT_ID, HIRE_DATE, SALARY, MGR_ID,
083700                 EMP_STATUS, TERM_DATE, GRADE_ID
083800             FROM EMPLOYEE_AUDIT
083900             ORDER BY EMP_ID, CHG_DATE, CHG_TIME
084000     END-EXEC.
084100     EXEC SQL
084200         OPEN AUD-CURSOR
084300     END-EXEC.
084400     IF SQLCODE NOT = 0
084500         DISPLAY 'Audit cursor open failed: ' SQLCODE
084600         MOVE 'AUD-OPEN' TO WS-ERROR-CONTEXT
084700         PERFORM 8900-HANDLE-SQL-ERROR
084800             THRU 8900-HANDLE-SQL-ERROR-EXIT
084900         MOVE 'Y' TO WS-ABANDON-SWITCH
085000         GO TO 4000-UNLOAD-AUDIT-EXIT
085100     END-IF.
085200     MOVE 'N' TO WS-EOF-SWITCH.
085300     PERFORM 4800-FETCH-AUDIT THRU 4800-FETCH-AUDIT-EXIT.
085400     PERFORM 4100-MASK-AUDIT THRU 4100-MASK-AUDIT-EXIT
085500         UNTIL WS-EOF.
085600     EXEC SQL
085700         CLOSE AUD-CURSOR
085800     END-EXEC.
085900 4000-UNLOAD-AUDIT-EXIT.
086000     EXIT.
086100*=============================================================*
086200* 4100-MASK-AUDIT - MASK AND WRITE ONE AUDIT ROW IMAGE         *
086300*=============================================================*
086400 4100-MASK-AUDIT.
086500     MOVE SPACES          TO MKA-RECORD.
086600     MOVE EMP-ID          TO MKA-EMP-ID.
086700     MOVE WS-AUD-CHG-TYPE TO MKA-CHG-TYPE.
086800     MOVE WS-AUD-CHG-DATE TO MKA-CHG-DATE.
086900     MOVE WS-AUD-CHG-TIME TO MKA-CHG-TIME.
087000     MOVE EMP-DEPT-ID     TO MKA-DEPT-ID.
087100     MOVE EMP-HIRE-DATE   TO MKA-HIRE-DATE.
087200     MOVE EMP-MGR-ID      TO MKA-MGR-ID.
087300     MOVE EMP-STATUS      TO MKA-STATUS.
087400     MOVE EMP-TERM-DATE   TO MKA-TERM-DATE.
087500     MOVE EMP-GRADE       TO MKA-GRADE.
087600     MOVE EMP-NAME TO WS-MSK-TEXT.
087700     PERFORM 8100-MASK-NAME THRU 8100-MASK-NAME-EXIT.
087800     MOVE WS-MSK-RESULT TO MKA-EMP-NAME.
087900     MOVE EMP-SALARY TO WS-MSK-AMOUNT.
088000     MOVE EMP-GRADE  TO WS-MSK-GRADE.
088100     PERFORM 8400-SCALE-SALARY THRU 8400-SCALE-SALARY-EXIT.
088200     MOVE WS-MSK-SCALED TO MKA-SALARY.
088300     MOVE EMP-ID TO WS-SEEK-ID.
088400     PERFORM 8500-FIND-EMPLOYEE THRU 8500-FIND-EMPLOYEE-EXIT.
088500     IF WS-FOUND-SUB = ZERO
088600         ADD 1 TO CTL-UNLOAD-ORPH (3)
088700     END-IF.
088800     WRITE MKA-RECORD.
088900     ADD 1 TO CTL-UNLOADED (3).
089000     PERFORM 4800-FETCH-AUDIT THRU 4800-FETCH-AUDIT-EXIT.
089100 4100-MASK-AUDIT-EXIT.
089200     EXIT.
089300*=============================================================*
089400* 4800-FETCH-AUDIT - FETCH THE NEXT EMPLOYEE_AUDIT ROW         *
089500*=============================================================*
089600 4800-FETCH-AUDIT.
089700     EXEC SQL
089800         FETCH AUD-CURSOR
089900         INTO :EMP-ID, :WS-AUD-CHG-TYPE, :WS-AUD-CHG-DATE,
090000             :WS-AUD-CHG-TIME, :EMP-NAME, :EMP-DEPT-ID,
090100             :EMP-HIRE-DATE, :EMP-SALARY, :EMP-MGR-ID,
090200             :EMP-STATUS, :EMP-TERM-DATE, :EMP-GRADE
090300     END-EXEC.
090400     IF SQLCODE = 100
090500         MOVE 'Y' TO WS-EOF-SWITCH
090600     ELSE
090700         IF SQLCODE NOT = 0
090800             DISPLAY 'Audit fetch failed: ' SQLCODE
090900             MOVE 'AUD-FETCH' TO WS-ERROR-CONTEXT
091000             PERFORM 8900-HANDLE-SQL-ERROR
091100                 THRU 8900-HANDLE-SQL-ERROR-EXIT
091200             MOVE 'Y' TO WS-EOF-SWITCH
091300             MOVE 'Y' TO WS-ABANDON-SWITCH
091400         ELSE
091500             ADD 1 TO WS-ROWS-READ
091600             MOVE EMP-ID TO WS-ERROR-KEY
091700         END-IF
091800     END-IF.
091900 4800-FETCH-AUDIT-EXIT.
092000     EXIT.
092100*=============================================================*
092200* 5000-UNLOAD-PAYMENTS - EVERY EMP_PAYMENT ROW                 *
092300*=============================================================*
092400 5000-UNLOAD-PAYMENTS.
092500     EXEC SQL
092600         DECLARE PAY-CURSOR CURSOR FOR
092700             SELECT EMP_ID, PAY_TYPE, PAY_DATE, PAY_AMOUNT,
092800                 POSTED_DATE, POSTED_TIME, POSTED_BY
092900             FROM EMP_PAYMENT
093000             ORDER BY EMP_ID, PAY_DATE, POSTED_DATE, POSTED_TIME
093100     END-EXEC.
093200     EXEC SQL
093300         OPEN PAY-CURSOR
093400     END-EXEC.
093500     IF SQLCODE NOT = 0
093600         DISPLAY 'Payment cursor open failed: ' SQLCODE
093700         MOVE 'PAY-OPEN' TO WS-ERROR-CONTEXT
093800         PERFORM 8900-HANDLE-SQL-ERROR
093900             THRU 8900-HANDLE-SQL-ERROR-EXIT
094000         MOVE 'Y' TO WS-ABANDON-SWITCH
094100         GO TO 5000-UNLOAD-PAYMENTS-EXIT
094200     END-IF.
094300     MOVE 'N' TO WS-EOF-SWITCH.
094400     PERFORM 5800-FETCH-PAYMENT THRU 5800-FETCH-PAYMENT-EXIT.
094500     PERFORM 5100-MASK-PAYMENT THRU 5100-MASK-PAYMENT-EXIT
094600         UNTIL WS-EOF.
094700     EXEC SQL
094800         CLOSE PAY-CURSOR
094900     END-EXEC.
095000 5000-UNLOAD-PAYMENTS-EXIT.
095100     EXIT.
095200*=============================================================*
095300* 5100-MASK-PAYMENT - SCALE AND WRITE ONE PAYMENT. A PAYMENT   *
095400*               IS NOT A SALARY, SO IT TAKES THE EMPLOYEE'S    *
095500*               FACTOR BUT NO BAND                             *
095600*=============================================================*
095700 5100-MASK-PAYMENT.
095800     MOVE SPACES             TO MKP-RECORD.
095900     MOVE EMP-ID             TO MKP-EMP-ID.
096000     MOVE WS-PAY-TYPE        TO MKP-PAY-TYPE.
096100     MOVE WS-PAY-DATE        TO MKP-PAY-DATE.
096200     MOVE WS-PAY-POSTED-DATE TO MKP-POSTED-DATE.
096300     MOVE WS-PAY-POSTED-TIME TO MKP-POSTED-TIME.
096400     MOVE WS-PAY-POSTED-BY   TO MKP-POSTED-BY.
096500     MOVE WS-PAY-AMOUNT TO WS-MSK-AMOUNT.
096600     MOVE SPACES TO WS-MSK-GRADE.
096700     PERFORM 8400-SCALE-SALARY THRU 8400-SCALE-SALARY-EXIT.
096800     MOVE WS-MSK-SCALED TO MKP-PAY-AMOUNT.
096900     MOVE EMP-ID TO WS-SEEK-ID.
097000     PERFORM 8500-FIND-EMPLOYEE THRU 8500-FIND-EMPLOYEE-EXIT.
097100     IF WS-FOUND-SUB = ZERO
097200         ADD 1 TO CTL-UNLOAD-ORPH (4)
097300     END-IF.
097400     WRITE MKP-RECORD.
097500     ADD 1 TO CTL-UNLOADED (4).
097600     PERFORM 5800-FETCH-PAYMENT THRU 5800-FETCH-PAYMENT-EXIT.
097700 5100-MASK-PAYMENT-EXIT.
097800     EXIT.
097900*=============================================================*
098000* 5800-FETCH-PAYMENT - FETCH THE NEXT EMP_PAYMENT ROW          *
098100*=============================================================*
098200 5800-FETCH-PAYMENT.
098300     EXEC SQL
098400         FETCH PAY-CURSOR
098500         INTO :EMP-ID, :WS-PAY-TYPE, :WS-PAY-DATE,
098600             :WS-PAY-AMOUNT, :WS-PAY-POSTED-DATE,
098700             :WS-PAY-POSTED-TIME, :WS-PAY-POSTED-BY
098800     END-EXEC.
098900     IF SQLCODE = 100
099000         MOVE 'Y' TO WS-EOF-SWITCH
099100     ELSE
099200         IF SQLCODE NOT = 0
099300             DISPLAY 'Payment fetch failed: ' SQLCODE
099400             MOVE 'PAY-FETCH' TO WS-ERROR-CONTEXT
099500             PERFORM 8900-HANDLE-SQL-ERROR
099600                 THRU 8900-HANDLE-SQL-ERROR-EXIT
099700             MOVE 'Y' TO WS-EOF-SWITCH
099800             MOVE 'Y' TO WS-ABANDON-SWITCH
099900         ELSE
100000             ADD 1 TO WS-ROWS-READ
100100             MOVE EMP-ID TO WS-ERROR-KEY
100200         END-IF
100300     END-IF.
100400 5800-FETCH-PAYMENT-EXIT.
100500     EXIT.
100600*=============================================================*
100700* 6000-WRITE-HEADINGS - WRITE REPORT HEADINGS FOR A NEW PAGE   *
100800*=============================================================*
100900 6000-WRITE-HEADINGS.
101000     ADD 1 TO WS-PAGE-COUNT.
101100     MOVE WS-PAGE-COUNT TO MSK-HDG1-PAGE.
101200     STRING WS-REPORT-MM '/' WS-REPORT-DD '/' WS-REPORT-YY
101300         DELIMITED BY SIZE INTO MSK-HDG1-DATE.
101400     WRITE RPT-LINE FROM MSK-HEADING-1.
101500     MOVE SPACES TO RPT-LINE.
101600     WRITE RPT-LINE.
101700     WRITE RPT-LINE FROM MSK-HEADING-2.
101800     MOVE 3 TO WS-LINE-COUNT.
101900 6000-WRITE-HEADINGS-EXIT.
102000     EXIT.
102100*=============================================================*
102200* 7000-WRITE-CONTROL - ONE TABLE'S CONTROL LINE; A COUNT THAT  *
102300*               DOES NOT TIE PUTS THE UNLOAD OUT OF BALANCE    *
102400*=============================================================*
102500 7000-WRITE-CONTROL.
102600     MOVE CTL-TABLE-NAME (WS-CTL-SUB)  TO MSK-DTL-TABLE.
102700     MOVE CTL-SOURCE-ROWS (WS-CTL-SUB) TO MSK-DTL-SOURCE.
102800     MOVE CTL-UNLOADED (WS-CTL-SUB)    TO MSK-DTL-UNLOADED.
102900     MOVE CTL-SOURCE-ORPH (WS-CTL-SUB) TO MSK-DTL-SRC-ORPH.
103000     MOVE CTL-UNLOAD-ORPH (WS-CTL-SUB) TO MSK-DTL-OUT-ORPH.
103100     IF CTL-SOURCE-ROWS (WS-CTL-SUB) = CTL-UNLOADED (WS-CTL-SUB)
103200             AND CTL-SOURCE-ORPH (WS-CTL-SUB) =
103300                 CTL-UNLOAD-ORPH (WS-CTL-SUB)
103400         MOVE 'MATCH' TO MSK-DTL-RESULT
103500     ELSE
103600         MOVE 'MISMATCH' TO MSK-DTL-RESULT
103700         MOVE 'N' TO WS-BALANCE-SWITCH
103800     END-IF.
103900     WRITE RPT-LINE FROM MSK-DETAIL-LINE.
104000     ADD 1 TO WS-LINE-COUNT.
104100     ADD CTL-UNLOADED (WS-CTL-SUB) TO WS-ROWS-WRITTEN.
104200 7000-WRITE-CONTROL-EXIT.
104300     EXIT.
104400*=============================================================*
104500* 8050-HASH-TEXT - HASH THE 20 BYTES OF WS-MSK-TEXT INTO       *
104600*               WS-MSK-HASH                                    *
104700*=============================================================*
104800 8050-HASH-TEXT.
104900     MOVE WS-MSK-SEED TO WS-MSK-HASH.
105000     PERFORM 8060-HASH-CHAR THRU 8060-HASH-CHAR-EXIT
105100         VARYING WS-MSK-POS FROM 1 BY 1 UNTIL WS-MSK-POS > 20.
105200 8050-HASH-TEXT-EXIT.
105300     EXIT.
105400*=============================================================*
105500* 8060-HASH-CHAR - FOLD ONE CHARACTER INTO THE HASH            *
105600*=============================================================*
105700 8060-HASH-CHAR.
105800     MOVE WS-MSK-TEXT (WS-MSK-POS:1) TO WS-MSK-CHAR.
105900     COMPUTE WS-MSK-WORK = WS-MSK-HASH * 31 + WS-MSK-CHAR-BIN.
106000     DIVIDE WS-MSK-WORK BY 999983 GIVING WS-MSK-QUOT
106100         REMAINDER WS-MSK-HASH.
106200 8060-HASH-CHAR-EXIT.
106300     EXIT.
106400*=============================================================*
106500* 8100-MASK-NAME - WS-MSK-TEXT TO A FIRST AND LAST NAME PICKED *
106600*               BY ITS HASH. A BLANK NAME STAYS BLANK          *
106700*=============================================================*
106800 8100-MASK-NAME.
106900     MOVE SPACES TO WS-MSK-RESULT.
107000     IF WS-MSK-TEXT = SPACES
107100         GO TO 8100-MASK-NAME-EXIT
107200     END-IF.
107300     PERFORM 8050-HASH-TEXT THRU 8050-HASH-TEXT-EXIT.
107400     DIVIDE WS-MSK-HASH BY 24 GIVING WS-MSK-QUOT
107500         REMAINDER WS-MSK-PICK-1.
107600     DIVIDE WS-MSK-QUOT BY 24 GIVING WS-MSK-QUOT
107700         REMAINDER WS-MSK-PICK-2.
107800     ADD 1 TO WS-MSK-PICK-1.
107900     ADD 1 TO WS-MSK-PICK-2.
108000     STRING WS-FIRST-NAME (WS-MSK-PICK-1) DELIMITED BY SPACE
108100         ' ' DELIMITED BY SIZE
108200         WS-LAST-NAME (WS-MSK-PICK-2) DELIMITED BY SPACE
108300         INTO WS-MSK-RESULT.
108400     ADD 1 TO WS-NAMES-MASKED.
108500 8100-MASK-NAME-EXIT.
108600     EXIT.
108700*=============================================================*
108800* 8200-MASK-STREET - WS-MSK-TEXT TO A HOUSE NUMBER AND STREET  *
108900*               PICKED BY ITS HASH. A BLANK STREET STAYS BLANK *
109000*=============================================================*
109100 8200-MASK-STREET.
109200     MOVE SPACES TO WS-MSK-RESULT.
109300     IF WS-MSK-TEXT = SPACES
109400         GO TO 8200-MASK-STREET-EXIT
109500     END-IF.
109600     PERFORM 8050-HASH-TEXT THRU 8050-HASH-TEXT-EXIT.
109700     DIVIDE WS-MSK-HASH BY 16 GIVING WS-MSK-QUOT
109800         REMAINDER WS-MSK-PICK-1.
109900     ADD 1 TO WS-MSK-PICK-1.
110000     DIVIDE WS-MSK-QUOT BY 9000 GIVING WS-MSK-QUOT
110100         REMAINDER WS-MSK-HOUSE.
110200     ADD 1000 TO WS-MSK-HOUSE.
110300     STRING WS-MSK-HOUSE ' ' WS-STREET-NAME (WS-MSK-PICK-1)
110400         DELIMITED BY SIZE INTO WS-MSK-RESULT.
110500     ADD 1 TO WS-STREETS-MASKED.
110600 8200-MASK-STREET-EXIT.
110700     EXIT.
110800*=============================================================*
110900* 8300-MASK-PHONE - KEEP THE AREA CODE, 555 EXCHANGE, LINE     *
111000*               NUMBER FROM THE HASH. BLANK STAYS BLANK; A     *
111100*               MALFORMED PHONE IS WRITTEN AS X'S SO IT STILL  *
111200*               FAILS THE PHONE EDITS                          *
111300*=============================================================*
111400 8300-MASK-PHONE.
111500     MOVE SPACES TO WS-MSK-RESULT.
111600     IF WS-MSK-TEXT = SPACES
111700         GO TO 8300-MASK-PHONE-EXIT
111800     END-IF.
111900     ADD 1 TO WS-PHONES-MASKED.
112000     IF WS-MSK-TEXT (1:10) NOT NUMERIC
112100         MOVE 'XXXXXXXXXX' TO WS-MSK-RESULT
112200         GO TO 8300-MASK-PHONE-EXIT
112300     END-IF.
112400     PERFORM 8050-HASH-TEXT THRU 8050-HASH-TEXT-EXIT.
112500     DIVIDE WS-MSK-HASH BY 10000 GIVING WS-MSK-QUOT
112600         REMAINDER WS-MSK-LINE.
112700     STRING WS-MSK-TEXT (1:3) '555' WS-MSK-LINE
112800         DELIMITED BY SIZE INTO WS-MSK-RESULT.
112900 8300-MASK-PHONE-EXIT.
113000     EXIT.
113100*=============================================================*
113200* 8400-SCALE-SALARY - WS-MSK-AMOUNT TIMES THE EMPLOYEE'S       *
113300*               FACTOR INTO WS-MSK-SCALED. WHEN WS-MSK-GRADE IS *
113400*               ON SALARY_GRADE AND THE AMOUNT WAS INSIDE THE  *
113500*               BAND, THE RESULT IS HELD INSIDE IT TOO; ONE    *
113600*               ALREADY OUTSIDE IS LEFT OUTSIDE                *
113700*=============================================================*
113800 8400-SCALE-SALARY.
113900     MOVE EMP-ID TO WS-MSK-TEXT.
114000     PERFORM 8050-HASH-TEXT THRU 8050-HASH-TEXT-EXIT.
114100     DIVIDE WS-MSK-HASH BY 31 GIVING WS-MSK-QUOT
114200         REMAINDER WS-MSK-PICK-1.
114300     COMPUTE WS-MSK-FACTOR = (85 + WS-MSK-PICK-1) / 100.
114400     COMPUTE WS-MSK-SCALED ROUNDED =
114500         WS-MSK-AMOUNT * WS-MSK-FACTOR
114600         ON SIZE ERROR
114700             MOVE WS-MSK-AMOUNT TO WS-MSK-SCALED
114800     END-COMPUTE.
114900     ADD 1 TO WS-SALARIES-SCALED.
115000     IF WS-MSK-GRADE = SPACES
115100         GO TO 8400-SCALE-SALARY-EXIT
115200     END-IF.
115300     MOVE WS-MSK-GRADE TO WS-SEEK-GRADE.
115400     PERFORM 8550-FIND-GRADE THRU 8550-FIND-GRADE-EXIT.
115500     IF WS-GRADE-SUB = ZERO
115600         GO TO 8400-SCALE-SALARY-EXIT
115700     END-IF.
115800     IF WS-MSK-AMOUNT < MSK-GRADE-MIN (WS-GRADE-SUB)
115900             OR WS-MSK-AMOUNT > MSK-GRADE-MAX (WS-GRADE-SUB)
116000         ADD 1 TO WS-SALARIES-OUTSIDE
116100         GO TO 8400-SCALE-SALARY-EXIT
116200     END-IF.
116300     IF WS-MSK-SCALED < MSK-GRADE-MIN (WS-GRADE-SUB)
116400         MOVE MSK-GRADE-MIN (WS-GRADE-SUB) TO WS-MSK-SCALED
116500         ADD 1 TO WS-SALARIES-HELD
116600     END-IF.
116700     IF WS-MSK-SCALED > MSK-GRADE-MAX (WS-GRADE-SUB)
116800         MOVE MSK-GRADE-MAX (WS-GRADE-SUB) TO WS-MSK-SCALED
116900         ADD 1 TO WS-SALARIES-HELD
117000     END-IF.
117100 8400-SCALE-SALARY-EXIT.
117200     EXIT.
117300*=============================================================*
117400* 8500-FIND-EMPLOYEE - BINARY SEARCH OF THE UNLOADED EMPLOYEES *
117500*               (IN EMP-ID ORDER) FOR WS-SEEK-ID; ZERO IF      *
117600*               ABSENT                                         *
117700*=============================================================*
117800 8500-FIND-EMPLOYEE.
117900     MOVE ZERO TO WS-FOUND-SUB.
118000     MOVE 1 TO WS-LOW-SUB.
118100     MOVE WS-MSK-EMP-COUNT TO WS-HIGH-SUB.
118200 8500-FIND-EMPLOYEE-NEXT.
118300     IF WS-LOW-SUB > WS-HIGH-SUB
118400         GO TO 8500-FIND-EMPLOYEE-EXIT
118500     END-IF.
118600     COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2.
118700     IF MSK-EMP-ID (WS-MID-SUB) = WS-SEEK-ID
118800         MOVE WS-MID-SUB TO WS-FOUND-SUB
118900         GO TO 8500-FIND-EMPLOYEE-EXIT
119000     END-IF.
119100     IF MSK-EMP-ID (WS-MID-SUB) < WS-SEEK-ID
119200         COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
119300     ELSE
119400         IF WS-MID-SUB = 1
119500             GO TO 8500-FIND-EMPLOYEE-EXIT
119600         END-IF
119700         COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
119800     END-IF.
119900     GO TO 8500-FIND-EMPLOYEE-NEXT.
120000 8500-FIND-EMPLOYEE-EXIT.
120100     EXIT.
120200*=============================================================*
120300* 8550-FIND-GRADE - WS-SEEK-GRADE IN THE BAND TABLE; ZERO IF   *
120400*               IT IS NOT ON SALARY_GRADE                      *
120500*=============================================================*
120600 8550-FIND-GRADE.
120700     MOVE ZERO TO WS-GRADE-SUB.
120800     PERFORM 8560-CHECK-GRADE THRU 8560-CHECK-GRADE-EXIT
120900         VARYING WS-SUB FROM 1 BY 1
121000         UNTIL WS-SUB > WS-MSK-GRADE-COUNT
121100             OR WS-GRADE-SUB NOT = ZERO.
121200 8550-FIND-GRADE-EXIT.
121300     EXIT.
121400*=============================================================*
121500* 8560-CHECK-GRADE - ONE BAND AGAINST WS-SEEK-GRADE            *
121600*=============================================================*
121700 8560-CHECK-GRADE.
121800     IF MSK-GRADE-ID (WS-SUB) = WS-SEEK-GRADE
121900         MOVE WS-SUB TO WS-GRADE-SUB
122000     END-IF.
122100 8560-CHECK-GRADE-EXIT.
122200     EXIT.
122300*=============================================================*
122400* 9000-TERMINATE - CONTROL REPORT, RUN-CONTROL END, CLOSE      *
122500*=============================================================*
122600 9000-TERMINATE.
122700     PERFORM 6000-WRITE-HEADINGS THRU 6000-WRITE-HEADINGS-EXIT.
122800     PERFORM 7000-WRITE-CONTROL THRU 7000-WRITE-CONTROL-EXIT
122900         VARYING WS-CTL-SUB FROM 1 BY 1 UNTIL WS-CTL-SUB > 4.
123000     MOVE SPACES TO RPT-LINE.
123100     WRITE RPT-LINE.
123200     MOVE 'NO-EMP: MANAGER (EMPLOYEE) OR EMP-ID NOT ON EMPLOYEE'
123300         TO MSK-NOTE-TEXT.
123400     WRITE RPT-LINE FROM MSK-NOTE-LINE.
123500     MOVE '        SOURCE AND UNLOAD MUST MATCH; NEED NOT BE ZERO'
123600         TO MSK-NOTE-TEXT.
123700     WRITE RPT-LINE FROM MSK-NOTE-LINE.
123800     MOVE SPACES TO RPT-LINE.
123900     WRITE RPT-LINE.
124000     MOVE 'NAMES REPLACED:' TO MSK-SUM-LABEL.
124100     MOVE WS-NAMES-MASKED TO MSK-SUM-COUNT.
124200     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
124300     MOVE 'STREETS REPLACED:' TO MSK-SUM-LABEL.
124400     MOVE WS-STREETS-MASKED TO MSK-SUM-COUNT.
124500     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
124600     MOVE 'PHONES REPLACED:' TO MSK-SUM-LABEL.
124700     MOVE WS-PHONES-MASKED TO MSK-SUM-COUNT.
124800     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
124900     MOVE 'AMOUNTS SCALED:' TO MSK-SUM-LABEL.
125000     MOVE WS-SALARIES-SCALED TO MSK-SUM-COUNT.
125100     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
125200     MOVE 'SALARIES HELD AT A BAND LIMIT:' TO MSK-SUM-LABEL.
125300     MOVE WS-SALARIES-HELD TO MSK-SUM-COUNT.
125400     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
125500     MOVE 'SALARIES OUTSIDE BAND AT SOURCE:' TO MSK-SUM-LABEL.
125600     MOVE WS-SALARIES-OUTSIDE TO MSK-SUM-COUNT.
125700     WRITE RPT-LINE FROM MSK-SUMMARY-LINE.
125800     MOVE SPACES TO RPT-LINE.
125900     WRITE RPT-LINE.
126000     IF WS-ABANDONED
126100         MOVE 'N' TO WS-BALANCE-SWITCH
126200         MOVE 'UNLOAD ABANDONED - DO NOT LOAD'
126300             TO MSK-NOTE-TEXT
126400     ELSE
126500         IF WS-IN-BALANCE
126600             MOVE 'UNLOAD IN BALANCE WITH THE SOURCE'
126700                 TO MSK-NOTE-TEXT
126800         ELSE
126900             MOVE 'UNLOAD OUT OF BALANCE - DO NOT LOAD'
127000                 TO MSK-NOTE-TEXT
127100         END-IF
127200     END-IF.
127300     WRITE RPT-LINE FROM MSK-NOTE-LINE.
127400     IF NOT WS-IN-BALANCE
127500         MOVE 8 TO RETURN-CODE
127600     END-IF.
127700     MOVE WS-ROWS-READ    TO RUN-RECORDS-IN.
127800     MOVE WS-ROWS-WRITTEN TO RUN-RECORDS-OUT.
127900     MOVE ZERO TO RUN-RECORDS-REJECT.
128000     PERFORM 8810-RECORD-RUN-END
128100         THRU 8810-RECORD-RUN-END-EXIT.
128200     CLOSE EMPLOYEE-UNLOAD.
128300     CLOSE HISTORY-UNLOAD.
128400     CLOSE AUDIT-UNLOAD.
128500     CLOSE PAYMENT-UNLOAD.
128600     CLOSE CONTROL-REPORT.
128700     CLOSE ERROR-LOG.
128800     DISPLAY 'Rows read:     ' WS-ROWS-READ.
128900     DISPLAY 'Rows unloaded: ' WS-ROWS-WRITTEN.
129000 9000-TERMINATE-EXIT.
129100     EXIT.
129200*=============================================================*
129300* 8800-RECORD-RUN-START / 8810-RECORD-RUN-END - SHARED RUN-    *
129400*               CONTROL RECORDING, COPIED IN                   *
129500*=============================================================*
129600     COPY RUNHDL.
129700*=============================================================*
129800* 8900-HANDLE-SQL-ERROR - SHARED SQL ERROR HANDLER, COPIED IN  *
129900*=============================================================*
130000     COPY ERRHDL.
