000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EmpChange.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. COMPANION TO EMPQ: HR  *
001000*               STAFF KEY ONE EMPLOYEE'S CHANGE AT THE       *
001100*               TERMINAL INSTEAD OF FILLING IN A FORM FOR    *
001200*               THE NIGHT'S TRANSACTION FILES. TRANSACTION   *
001300*               EMPC (COMMAND LEVEL, SEND TEXT - NO BMS,     *
001400*               SAME AS EMPQ). REQUEST TYPES: A - ADDRESS    *
001500*               AND/OR PHONE, D - DEPARTMENT AND/OR MANAGER, *
001600*               L - LEAVE START, V - RETURN FROM LEAVE, EACH *
001700*               WITH AN EFFECTIVE DATE (BLANK - TODAY). THE  *
001800*               SAME FIELD EDITS AS THE BATCH INTAKE (EDTVAL)*
001900*               ARE APPLIED, THE EMPLOYEE'S STATUS, THE NEW  *
002000*               DEPARTMENT AND MANAGER AND THE GRADE ARE     *
002100*               CHECKED AGAINST THE EMPSNAP/DEPTSNAP KSDS,   *
002200*               AND AN ACCEPTED REQUEST IS WRITTEN WITH THE  *
002300*               SIGNED-ON USERID TO THE EMPCHGQ KSDS (CHQREC *
002400*               LAYOUT). NOTHING IS UPDATED ONLINE -         *
002500*               ChangeQueueConvert TURNS THE QUEUE INTO THE  *
002600*               NIGHT'S TRANSACTIONS SO EVERY CHANGE TAKES   *
002700*               THE NORMAL BATCH EDITS AND AUDIT TRAIL. ONLY *
002800*               USERS WITH UPDATE ACCESS TO THE EMPCHGQ FILE *
002900*               RESOURCE MAY ENTER REQUESTS. USAGE:          *
003000*               EMPC NNNNN T CCYYMMDD DETAIL (SEE BELOW).    *
003012*   10/15/2026  RH  A TRANSFER NOW ALSO PUTS THE EMPLOYEE'S  *
003024*               GRADE THROUGH THE NIGHTLY BAND CHECK BEFORE  *
003036*               IT IS QUEUED: THE GRADE MUST BE ON THE       *
003048*               GRADSNAP KSDS AND ACTIVE AND THE CURRENT     *
003060*               SALARY INSIDE ITS BAND, SO A REQUEST THE     *
003072*               UPDATE WOULD REJECT IS REFUSED AT THE        *
003084*               TERMINAL.                                    *
003100*-------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500*    INPUT AS KEYED ON A CLEARED SCREEN:
003600*      COLS  1-4  EMPC          COLS 14-21 EFFECTIVE CCYYMMDD
003700*      COLS  6-10 EMP-ID        COLS 23-80 DETAIL BY TYPE:
003800*      COL  12    TYPE A/D/L/V
003900*      A - STREET 23-42, CITY 43-57, STATE 58-59, ZIP 60-68,
004000*          PHONE 69-78 (BLANK FIELDS STAY AS THEY ARE)
004100*      D - DEPARTMENT 23-26, MANAGER 28-32 (BLANK - NO CHANGE)
004200*      L/V - NO DETAIL
004300 01  WS-INPUT-AREA.
004400     05  WS-IN-TRANSID        PIC X(04).
004500     05  FILLER               PIC X(01).
004600     05  WS-IN-EMP-ID         PIC X(05).
004700     05  FILLER               PIC X(01).
004800     05  WS-IN-TYPE           PIC X(01).
004900         88  WS-IN-ADDRESS         VALUE 'A'.
005000         88  WS-IN-TRANSFER        VALUE 'D'.
005100         88  WS-IN-LEAVE-START     VALUE 'L'.
005200         88  WS-IN-LEAVE-RETURN    VALUE 'V'.
005300         88  WS-IN-TYPE-VALID      VALUES 'A' 'D' 'L' 'V'.
005400     05  FILLER               PIC X(01).
005500     05  WS-IN-EFF-DATE       PIC X(08).
005600     05  FILLER               PIC X(01).
005700     05  WS-IN-DETAIL         PIC X(58).
005800     05  WS-IN-ADDRESS-DETAIL REDEFINES WS-IN-DETAIL.
005900         10  WS-IN-ADDR-STREET    PIC X(20).
006000         10  WS-IN-ADDR-CITY      PIC X(15).
006100         10  WS-IN-ADDR-STATE     PIC X(02).
006200         10  WS-IN-ADDR-ZIP       PIC X(09).
006300         10  WS-IN-PHONE          PIC X(10).
006400         10  FILLER               PIC X(02).
006500     05  WS-IN-TRANSFER-DETAIL REDEFINES WS-IN-DETAIL.
006600         10  WS-IN-DEPT-ID        PIC X(04).
006700         10  FILLER               PIC X(01).
006800         10  WS-IN-MGR-ID         PIC X(05).
006900         10  FILLER               PIC X(48).
007000 01  WS-INPUT-LEN             PIC S9(04) COMP VALUE 80.
007100
007200 01  WS-RESP                  PIC S9(08) COMP VALUE ZERO.
007300*    EIBRESP CONDITION VALUES (DFHRESP): 0 NORMAL, 12 FILE
007400*    NOT FOUND, 13 RECORD NOT FOUND, 14 DUPLICATE RECORD.
007500     88  WS-RESP-NORMAL            VALUE 0.
007600     88  WS-RESP-FILENOTFOUND      VALUE 12.
007700     88  WS-RESP-NOTFND            VALUE 13.
007800     88  WS-RESP-DUPREC            VALUE 14.
007900
008000 01  WS-SEC-UPDATE            PIC S9(08) COMP VALUE ZERO.
008100*    CVDA VALUES (DFHVALUE): 37 UPDATABLE, 38 NOTUPDATABLE.
008200     88  WS-SEC-UPDATABLE          VALUE 37.
008300
008400 01  WS-ENTRY-USERID          PIC X(08) VALUE SPACES.
008500 01  WS-ABSTIME               PIC S9(15) COMP-3 VALUE ZERO.
008600 01  WS-TODAY                 PIC 9(08) VALUE ZERO.
008700 01  WS-NOW                   PIC 9(06) VALUE ZERO.
008800 01  WS-EFF-DATE              PIC 9(08) VALUE ZERO.
008900 01  WS-EFF-FLOOR             PIC 9(08) VALUE ZERO.
009000
009100 01  WS-EMP-KEY               PIC X(05).
009200 01  WS-DEPT-KEY              PIC X(04).
009300 01  WS-MGR-KEY               PIC X(05).
009350 01  WS-GRADE-KEY             PIC X(02).
009400
009500*    EMPSNAP RECORD AS SnapshotEmployee WRITES IT (LRECL 126).
009600 01  WS-SNP-RECORD.
009700     05  SNP-EMP-ID           PIC X(05).
009800     05  SNP-EMP-NAME         PIC X(20).
009900     05  SNP-DEPT-ID          PIC X(04).
010000     05  SNP-HIRE-DATE        PIC 9(08).
010100     05  SNP-SALARY           PIC 9(07)V99.
010200     05  SNP-MGR-ID           PIC X(05).
010300     05  SNP-STATUS           PIC X(01).
010400         88  SNP-ACTIVE            VALUE 'A'.
010500         88  SNP-ON-LEAVE          VALUE 'L'.
010600         88  SNP-EMPLOYED          VALUES 'A' 'L'.
010700     05  SNP-TERM-DATE        PIC 9(08).
010800     05  SNP-LEAVE-DATE       PIC 9(08).
010900     05  SNP-ADDR-STREET      PIC X(20).
011000     05  SNP-ADDR-CITY        PIC X(15).
011100     05  SNP-ADDR-STATE       PIC X(02).
011200     05  SNP-ADDR-ZIP         PIC X(09).
011300     05  SNP-PHONE            PIC X(10).
011400     05  SNP-GRADE            PIC X(02).
011500
011600 01  WS-MGR-RECORD.
011700     05  MGR-EMP-ID           PIC X(05).
011800     05  MGR-EMP-NAME         PIC X(20).
011900     05  FILLER               PIC X(26).
012000     05  MGR-STATUS           PIC X(01).
012100         88  MGR-EMPLOYED          VALUES 'A' 'L'.
012200     05  FILLER               PIC X(74).
012300
012400*    DEPTSNAP RECORD AS SnapshotEmployee WRITES IT (LRECL 46).
012500 01  WS-DSN-RECORD.
012600     05  DSN-DEPT-ID          PIC X(04).
012700     05  DSN-DEPT-NAME        PIC X(30).
012800     05  DSN-DEPT-STATUS      PIC X(01).
012900     05  DSN-DEPT-BUDGET      PIC 9(09)V99.
012912
012924*    GRADSNAP RECORD AS SnapshotEmployee WRITES IT (LRECL 21).
012936 01  WS-GSN-RECORD.
012948     05  GSN-GRADE-ID         PIC X(02).
012960     05  GSN-GRADE-STATUS     PIC X(01).
012972     05  GSN-GRADE-MIN        PIC 9(07)V99.
012984     05  GSN-GRADE-MAX        PIC 9(07)V99.
013000
013100*    ADDRESS EDIT VIEWS, THE SAME RULES AS DataQualitySweep.
013200 01  WS-ZIP-CHECK             PIC X(09).
013300 01  WS-ZIP-PARTS             REDEFINES WS-ZIP-CHECK.
013400     05  WS-ZIP-5             PIC X(05).
013500     05  WS-ZIP-4             PIC X(04).
013600 01  WS-STATE-CHECK           PIC X(02).
013700     88  WS-STATE-VALID       VALUES 'AL' 'AK' 'AZ' 'AR' 'CA'
013800         'CO' 'CT' 'DE' 'DC' 'FL' 'GA' 'HI' 'ID' 'IL' 'IN'
013900         'IA' 'KS' 'KY' 'LA' 'ME' 'MD' 'MA' 'MI' 'MN' 'MS'
014000         'MO' 'MT' 'NE' 'NV' 'NH' 'NJ' 'NM' 'NY' 'NC' 'ND'
014100         'OH' 'OK' 'OR' 'PA' 'RI' 'SC' 'SD' 'TN' 'TX' 'UT'
014200         'VT' 'VA' 'WA' 'WV' 'WI' 'WY' 'PR' 'GU' 'VI' 'AS'
014300         'MP' 'AA' 'AE' 'AP'.
014400
014500     COPY EMPREC REPLACING ==EMP-RECORD== BY ==WS-RECORD==.
014600
014700     COPY EDTWS.
014800
014900     COPY CHQREC.
015000
015100 01  WS-MSG-TEXT              PIC X(79).
015200 01  WS-MSG-LEN               PIC S9(04) COMP VALUE 79.
015300
015400 PROCEDURE DIVISION.
015500*=============================================================*
015600* 0000-MAINLINE - RECEIVE THE REQUEST, CHECK THE USER'S        *
015700*               AUTHORITY, EDIT IT AGAINST THE SNAPSHOTS AND   *
015800*               QUEUE IT FOR THE NIGHTLY RUN                   *
015900*=============================================================*
016000 0000-MAINLINE.
016100     MOVE SPACES TO WS-INPUT-AREA.
016200     EXEC CICS RECEIVE
016300         INTO (WS-INPUT-AREA)
016400         LENGTH (WS-INPUT-LEN)
016500         RESP (WS-RESP)
016600     END-EXEC.
016700     IF WS-IN-EMP-ID = SPACES
016800         MOVE 'ENTER: EMPC NNNNN T CCYYMMDD DETAIL (T = A/D/L/V)'
016900             TO WS-MSG-TEXT
017000         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
017100         GO TO 0000-RETURN
017200     END-IF.
017300     PERFORM 1000-CHECK-AUTHORITY THRU 1000-CHECK-AUTHORITY-EXIT.
017400     IF WS-EDIT-FAILED
017500         MOVE WS-EDIT-REASON TO WS-MSG-TEXT
017600         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
017700         GO TO 0000-RETURN
017800     END-IF.
017900     PERFORM 2000-EDIT-REQUEST THRU 2000-EDIT-REQUEST-EXIT.
018000     IF WS-EDIT-FAILED
018100         MOVE SPACES TO WS-MSG-TEXT
018200         STRING 'NOT QUEUED: ' WS-EDIT-REASON
018300             DELIMITED BY SIZE INTO WS-MSG-TEXT
018400         PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT
018500         GO TO 0000-RETURN
018600     END-IF.
018700     PERFORM 3000-QUEUE-REQUEST THRU 3000-QUEUE-REQUEST-EXIT.
018800     PERFORM 5000-SEND-MESSAGE THRU 5000-SEND-MESSAGE-EXIT.
018900 0000-RETURN.
019000     EXEC CICS RETURN
019100     END-EXEC.
019200     GOBACK.
019300*=============================================================*
019400* 1000-CHECK-AUTHORITY - THE SIGNED-ON USER MUST HAVE UPDATE   *
019500*               ACCESS TO THE EMPCHGQ FILE RESOURCE. EMPQ IS   *
019600*               OPEN TO ANY HR USER; ENTERING CHANGES IS NOT   *
019700*=============================================================*
019800 1000-CHECK-AUTHORITY.
019900     MOVE 'P' TO WS-EDIT-SWITCH.
020000     MOVE SPACES TO WS-EDIT-REASON.
020100     EXEC CICS ASSIGN
020200         USERID (WS-ENTRY-USERID)
020300         RESP (WS-RESP)
020400     END-EXEC.
020500     EXEC CICS QUERY SECURITY
020600         RESTYPE ('FILE')
020700         RESID ('EMPCHGQ')
020800         UPDATE (WS-SEC-UPDATE)
020900         RESP (WS-RESP)
021000     END-EXEC.
021100     IF NOT WS-RESP-NORMAL OR NOT WS-SEC-UPDATABLE
021200         MOVE 'F' TO WS-EDIT-SWITCH
021300         MOVE 'NOT AUTHORIZED TO ENTER CHANGE REQUESTS'
021400             TO WS-EDIT-REASON
021500     END-IF.
021600 1000-CHECK-AUTHORITY-EXIT.
021700     EXIT.
021800*=============================================================*
021900* 2000-EDIT-REQUEST - TYPE AND EFFECTIVE DATE, THE EMPLOYEE ON *
022000*               THE SNAPSHOT, THEN THE EDITS FOR THE TYPE.     *
022100*               ON EXIT WS-EDIT-SWITCH IS 'P' OR 'F' WITH THE  *
022200*               REASON IN WS-EDIT-REASON                       *
022300*=============================================================*
022400 2000-EDIT-REQUEST.
022500     MOVE 'P' TO WS-EDIT-SWITCH.
022600     MOVE SPACES TO WS-EDIT-REASON.
022700     EXEC CICS ASKTIME
022800         ABSTIME (WS-ABSTIME)
022900     END-EXEC.
023000     EXEC CICS FORMATTIME
023100         ABSTIME (WS-ABSTIME)
023200         YYYYMMDD (WS-TODAY)
023300         TIME (WS-NOW)
023400     END-EXEC.
023500     IF NOT WS-IN-TYPE-VALID
023600         MOVE 'F' TO WS-EDIT-SWITCH
023700         MOVE 'REQUEST TYPE MUST BE A, D, L OR V'
023800             TO WS-EDIT-REASON
023900         GO TO 2000-EDIT-REQUEST-EXIT
024000     END-IF.
024100     PERFORM 2050-EDIT-EFF-DATE THRU 2050-EDIT-EFF-DATE-EXIT.
024200     IF WS-EDIT-FAILED
024300         GO TO 2000-EDIT-REQUEST-EXIT
024400     END-IF.
024500     MOVE WS-IN-EMP-ID TO WS-EMP-KEY.
024600     EXEC CICS READ
024700         FILE ('EMPSNAP')
024800         INTO (WS-SNP-RECORD)
024900         RIDFLD (WS-EMP-KEY)
025000         RESP (WS-RESP)
025100     END-EXEC.
025200     IF WS-RESP-NOTFND
025300         MOVE 'F' TO WS-EDIT-SWITCH
025400         MOVE 'EMPLOYEE NOT ON SNAPSHOT' TO WS-EDIT-REASON
025500         GO TO 2000-EDIT-REQUEST-EXIT
025600     END-IF.
025700     IF NOT WS-RESP-NORMAL
025800         MOVE 'F' TO WS-EDIT-SWITCH
025900         MOVE 'SNAPSHOT FILE UNAVAILABLE - TRY LATER'
026000             TO WS-EDIT-REASON
026100         GO TO 2000-EDIT-REQUEST-EXIT
026200     END-IF.
026300     IF WS-IN-ADDRESS
026400         PERFORM 2100-EDIT-ADDRESS THRU 2100-EDIT-ADDRESS-EXIT
026500     END-IF.
026600     IF WS-IN-TRANSFER
026700         PERFORM 2200-EDIT-TRANSFER THRU 2200-EDIT-TRANSFER-EXIT
026800     END-IF.
026900     IF WS-IN-LEAVE-START OR WS-IN-LEAVE-RETURN
027000         PERFORM 2300-EDIT-LEAVE THRU 2300-EDIT-LEAVE-EXIT
027100     END-IF.
027200 2000-EDIT-REQUEST-EXIT.
027300     EXIT.
027400*=============================================================*
027500* 2050-EDIT-EFF-DATE - BLANK MEANS TODAY. OTHERWISE A REAL     *
027600*               CALENDAR DATE (THE SHARED HIRE-DATE EDIT) NO   *
027700*               MORE THAN A YEAR EITHER SIDE OF TODAY          *
027800*=============================================================*
027900 2050-EDIT-EFF-DATE.
028000     IF WS-IN-EFF-DATE = SPACES
028100         MOVE WS-TODAY TO WS-EFF-DATE
028200         GO TO 2050-EDIT-EFF-DATE-EXIT
028300     END-IF.
028400     MOVE 'N' TO WS-EDIT-CK-NAME.
028500     MOVE 'Y' TO WS-EDIT-CK-DATE.
028600     MOVE 'N' TO WS-EDIT-CK-SALARY.
028700     MOVE 'N' TO WS-EDIT-CK-MGR.
028800     MOVE WS-IN-EFF-DATE TO WS-EDIT-HIRE-DATE-X.
028900     COMPUTE WS-EDIT-CURRENT-DATE = WS-TODAY + 10000.
029000     PERFORM 1700-EDIT-TRANSACTION
029100         THRU 1700-EDIT-TRANSACTION-EXIT.
029200     IF WS-EDIT-FAILED
029300         IF WS-EDIT-REASON = 'HIRE DATE IS IN THE FUTURE'
029400             MOVE 'EFF DATE MORE THAN A YEAR AHEAD'
029500                 TO WS-EDIT-REASON
029600         ELSE
029700             INSPECT WS-EDIT-REASON
029800                 REPLACING ALL 'HIRE DATE' BY 'EFF DATE '
029900         END-IF
030000         GO TO 2050-EDIT-EFF-DATE-EXIT
030100     END-IF.
030200     MOVE WS-EDIT-HIRE-DATE-9 TO WS-EFF-DATE.
030300     COMPUTE WS-EFF-FLOOR = WS-TODAY - 10000.
030400     IF WS-EFF-DATE < WS-EFF-FLOOR
030500         MOVE 'F' TO WS-EDIT-SWITCH
030600         MOVE 'EFF DATE MORE THAN A YEAR BACK' TO WS-EDIT-REASON
030700     END-IF.
030800 2050-EDIT-EFF-DATE-EXIT.
030900     EXIT.
031000*=============================================================*
031100* 2100-EDIT-ADDRESS - AT LEAST ONE FIELD ENTERED; STATE, ZIP   *
031200*               AND PHONE WELL-FORMED WHERE GIVEN              *
031300*=============================================================*
031400 2100-EDIT-ADDRESS.
031500     IF NOT SNP-EMPLOYED
031600         MOVE 'F' TO WS-EDIT-SWITCH
031700         MOVE 'EMPLOYEE IS NOT ACTIVE OR ON LEAVE'
031800             TO WS-EDIT-REASON
031900         GO TO 2100-EDIT-ADDRESS-EXIT
032000     END-IF.
032100     IF WS-IN-ADDRESS-DETAIL = SPACES
032200         MOVE 'F' TO WS-EDIT-SWITCH
032300         MOVE 'NO ADDRESS OR PHONE ENTERED' TO WS-EDIT-REASON
032400         GO TO 2100-EDIT-ADDRESS-EXIT
032500     END-IF.
032600     IF WS-IN-ADDR-STATE NOT = SPACES
032700         MOVE WS-IN-ADDR-STATE TO WS-STATE-CHECK
032800         IF NOT WS-STATE-VALID
032900             MOVE 'F' TO WS-EDIT-SWITCH
033000             MOVE 'STATE CODE INVALID' TO WS-EDIT-REASON
033100             GO TO 2100-EDIT-ADDRESS-EXIT
033200         END-IF
033300     END-IF.
033400     IF WS-IN-ADDR-ZIP NOT = SPACES
033500         MOVE WS-IN-ADDR-ZIP TO WS-ZIP-CHECK
033600         IF WS-ZIP-5 NOT NUMERIC
033700                 OR (WS-ZIP-4 NOT = SPACES
033800                 AND WS-ZIP-4 NOT NUMERIC)
033900             MOVE 'F' TO WS-EDIT-SWITCH
034000             MOVE 'ZIP MUST BE 5 OR 9 DIGITS' TO WS-EDIT-REASON
034100             GO TO 2100-EDIT-ADDRESS-EXIT
034200         END-IF
034300     END-IF.
034400     IF WS-IN-PHONE NOT = SPACES
034500         IF WS-IN-PHONE NOT NUMERIC
034600             MOVE 'F' TO WS-EDIT-SWITCH
034700             MOVE 'PHONE MUST BE 10 DIGITS' TO WS-EDIT-REASON
034800         END-IF
034900     END-IF.
035000 2100-EDIT-ADDRESS-EXIT.
035100     EXIT.
035200*=============================================================*
035300* 2200-EDIT-TRANSFER - NEW DEPARTMENT ACTIVE ON DEPTSNAP, NEW  *
035400*               MANAGER WELL-FORMED (EDTVAL) AND EMPLOYED ON   *
035500*               EMPSNAP. THE NIGHTLY 'U' CARRIES THE CURRENT   *
035600*               GRADE THROUGH THE BAND CHECK, SO THE EMPLOYEE  *
035700*               MUST HAVE ONE THAT PASSES IT                   *
035800*=============================================================*
035900 2200-EDIT-TRANSFER.
036000     IF NOT SNP-EMPLOYED
036100         MOVE 'F' TO WS-EDIT-SWITCH
036200         MOVE 'EMPLOYEE IS NOT ACTIVE OR ON LEAVE'
036300             TO WS-EDIT-REASON
036400         GO TO 2200-EDIT-TRANSFER-EXIT
036500     END-IF.
036600     IF WS-IN-DEPT-ID = SPACES AND WS-IN-MGR-ID = SPACES
036700         MOVE 'F' TO WS-EDIT-SWITCH
036800         MOVE 'NO DEPARTMENT OR MANAGER ENTERED'
036900             TO WS-EDIT-REASON
037000         GO TO 2200-EDIT-TRANSFER-EXIT
037100     END-IF.
037200     IF SNP-GRADE = SPACES
037300         MOVE 'F' TO WS-EDIT-SWITCH
037400         MOVE 'NO GRADE ON FILE - REFER TO HR'
037500             TO WS-EDIT-REASON
037600         GO TO 2200-EDIT-TRANSFER-EXIT
037700     END-IF.
037720     PERFORM 2230-EDIT-GRADE THRU 2230-EDIT-GRADE-EXIT.
037740     IF WS-EDIT-FAILED
037760         GO TO 2200-EDIT-TRANSFER-EXIT
037780     END-IF.
037800     IF WS-IN-DEPT-ID NOT = SPACES
037900         PERFORM 2210-EDIT-DEPARTMENT
038000             THRU 2210-EDIT-DEPARTMENT-EXIT
038100         IF WS-EDIT-FAILED
038200             GO TO 2200-EDIT-TRANSFER-EXIT
038300         END-IF
038400     END-IF.
038500     IF WS-IN-MGR-ID NOT = SPACES
038600         PERFORM 2220-EDIT-MANAGER THRU 2220-EDIT-MANAGER-EXIT
038700     END-IF.
038800 2200-EDIT-TRANSFER-EXIT.
038900     EXIT.
039000*=============================================================*
039100* 2210-EDIT-DEPARTMENT - KEYED DEPTSNAP READ                   *
039200*=============================================================*
039300 2210-EDIT-DEPARTMENT.
039400     IF WS-IN-DEPT-ID = SNP-DEPT-ID
039500         MOVE 'F' TO WS-EDIT-SWITCH
039600         MOVE 'ALREADY IN THAT DEPARTMENT' TO WS-EDIT-REASON
039700         GO TO 2210-EDIT-DEPARTMENT-EXIT
039800     END-IF.
039900     MOVE WS-IN-DEPT-ID TO WS-DEPT-KEY.
040000     EXEC CICS READ
040100         FILE ('DEPTSNAP')
040200         INTO (WS-DSN-RECORD)
040300         RIDFLD (WS-DEPT-KEY)
040400         RESP (WS-RESP)
040500     END-EXEC.
040600     IF WS-RESP-NOTFND
040700         MOVE 'F' TO WS-EDIT-SWITCH
040800         MOVE 'DEPARTMENT NOT ON FILE' TO WS-EDIT-REASON
040900         GO TO 2210-EDIT-DEPARTMENT-EXIT
041000     END-IF.
041100     IF NOT WS-RESP-NORMAL
041200         MOVE 'F' TO WS-EDIT-SWITCH
041300         MOVE 'DEPT SNAPSHOT UNAVAILABLE - TRY LATER'
041400             TO WS-EDIT-REASON
041500         GO TO 2210-EDIT-DEPARTMENT-EXIT
041600     END-IF.
041700     IF DSN-DEPT-STATUS NOT = 'A'
041800         MOVE 'F' TO WS-EDIT-SWITCH
041900         MOVE 'DEPARTMENT IS NOT ACTIVE' TO WS-EDIT-REASON
042000     END-IF.
042100 2210-EDIT-DEPARTMENT-EXIT.
042200     EXIT.
042300*=============================================================*
042400* 2220-EDIT-MANAGER - SHARED MGR-ID FORMAT EDIT, THEN A SECOND *
042500*               KEYED EMPSNAP READ FOR THE MANAGER'S STATUS    *
042600*=============================================================*
042700 2220-EDIT-MANAGER.
042800     MOVE 'N' TO WS-EDIT-CK-NAME.
042900     MOVE 'N' TO WS-EDIT-CK-DATE.
043000     MOVE 'N' TO WS-EDIT-CK-SALARY.
043100     MOVE 'Y' TO WS-EDIT-CK-MGR.
043200     MOVE WS-IN-MGR-ID TO WS-EDIT-MGR-ID.
043300     PERFORM 1700-EDIT-TRANSACTION
043400         THRU 1700-EDIT-TRANSACTION-EXIT.
043500     IF WS-EDIT-FAILED
043600         GO TO 2220-EDIT-MANAGER-EXIT
043700     END-IF.
043800     IF WS-IN-MGR-ID = SNP-EMP-ID
043900         MOVE 'F' TO WS-EDIT-SWITCH
044000         MOVE 'EMPLOYEE CANNOT REPORT TO SELF'
044100             TO WS-EDIT-REASON
044200         GO TO 2220-EDIT-MANAGER-EXIT
044300     END-IF.
044400     IF WS-IN-MGR-ID = SNP-MGR-ID
044500         MOVE 'F' TO WS-EDIT-SWITCH
044600         MOVE 'ALREADY REPORTS TO THAT MANAGER'
044700             TO WS-EDIT-REASON
044800         GO TO 2220-EDIT-MANAGER-EXIT
044900     END-IF.
045000     MOVE SPACES TO WS-MGR-RECORD.
045100     MOVE WS-IN-MGR-ID TO WS-MGR-KEY.
045200     EXEC CICS READ
045300         FILE ('EMPSNAP')
045400         INTO (WS-MGR-RECORD)
045500         RIDFLD (WS-MGR-KEY)
045600         RESP (WS-RESP)
045700     END-EXEC.
045800     IF WS-RESP-NOTFND
045900         MOVE 'F' TO WS-EDIT-SWITCH
046000         MOVE 'MANAGER NOT ON FILE' TO WS-EDIT-REASON
046100         GO TO 2220-EDIT-MANAGER-EXIT
046200     END-IF.
046300     IF NOT WS-RESP-NORMAL
046400         MOVE 'F' TO WS-EDIT-SWITCH
046500         MOVE 'SNAPSHOT FILE UNAVAILABLE - TRY LATER'
046600             TO WS-EDIT-REASON
046700         GO TO 2220-EDIT-MANAGER-EXIT
046800     END-IF.
046900     IF NOT MGR-EMPLOYED
047000         MOVE 'F' TO WS-EDIT-SWITCH
047100         MOVE 'MANAGER IS NOT EMPLOYED' TO WS-EDIT-REASON
047200     END-IF.
047300 2220-EDIT-MANAGER-EXIT.
047400     EXIT.
047402*=============================================================*
047404* 2230-EDIT-GRADE - KEYED GRADSNAP READ: THE GRADE ON FILE AND *
047406*               ACTIVE, THE CURRENT SALARY INSIDE ITS BAND,    *
047408*               AS THE NIGHTLY UPDATE WILL CHECK IT            *
047410*=============================================================*
047412 2230-EDIT-GRADE.
047414     MOVE SNP-GRADE TO WS-GRADE-KEY.
047416     EXEC CICS READ
047418         FILE ('GRADSNAP')
047420         INTO (WS-GSN-RECORD)
047422         RIDFLD (WS-GRADE-KEY)
047424         RESP (WS-RESP)
047426     END-EXEC.
047428     IF WS-RESP-NOTFND
047430         MOVE 'F' TO WS-EDIT-SWITCH
047432         MOVE 'GRADE NOT ON FILE - REFER TO HR' TO WS-EDIT-REASON
047434         GO TO 2230-EDIT-GRADE-EXIT
047436     END-IF.
047438     IF NOT WS-RESP-NORMAL
047440         MOVE 'F' TO WS-EDIT-SWITCH
047442         MOVE 'GRADE SNAPSHOT UNAVAILABLE - TRY LATER'
047444             TO WS-EDIT-REASON
047446         GO TO 2230-EDIT-GRADE-EXIT
047448     END-IF.
047450     IF GSN-GRADE-STATUS NOT = 'A'
047452         MOVE 'F' TO WS-EDIT-SWITCH
047454         MOVE 'GRADE IS NOT ACTIVE - REFER TO HR'
047455             TO WS-EDIT-REASON
047456         GO TO 2230-EDIT-GRADE-EXIT
047458     END-IF.
047460     IF SNP-SALARY < GSN-GRADE-MIN OR SNP-SALARY > GSN-GRADE-MAX
047462         MOVE 'F' TO WS-EDIT-SWITCH
047464         MOVE 'SALARY OUTSIDE GRADE BAND - REFER TO HR'
047466             TO WS-EDIT-REASON
047468     END-IF.
047470 2230-EDIT-GRADE-EXIT.
047472     EXIT.
047500*=============================================================*
047600* 2300-EDIT-LEAVE - A LEAVE STARTS FOR AN ACTIVE EMPLOYEE AND  *
047700*               ENDS FOR ONE ON LEAVE, NO EARLIER THAN IT BEGAN*
047800*=============================================================*
047900 2300-EDIT-LEAVE.
048000     IF WS-IN-LEAVE-START
048100         IF NOT SNP-ACTIVE
048200             MOVE 'F' TO WS-EDIT-SWITCH
048300             MOVE 'EMPLOYEE IS NOT ACTIVE' TO WS-EDIT-REASON
048400         END-IF
048500         GO TO 2300-EDIT-LEAVE-EXIT
048600     END-IF.
048700     IF NOT SNP-ON-LEAVE
048800         MOVE 'F' TO WS-EDIT-SWITCH
048900         MOVE 'EMPLOYEE IS NOT ON LEAVE' TO WS-EDIT-REASON
049000         GO TO 2300-EDIT-LEAVE-EXIT
049100     END-IF.
049200     IF WS-EFF-DATE < SNP-LEAVE-DATE
049300         MOVE 'F' TO WS-EDIT-SWITCH
049400         MOVE 'RETURN DATE IS BEFORE LEAVE START'
049500             TO WS-EDIT-REASON
049600     END-IF.
049700 2300-EDIT-LEAVE-EXIT.
049800     EXIT.
049900*=============================================================*
050000* 3000-QUEUE-REQUEST - WRITE THE ACCEPTED REQUEST TO EMPCHGQ   *
050100*               AND CONFIRM IT TO THE USER                     *
050200*=============================================================*
050300 3000-QUEUE-REQUEST.
050400     MOVE SPACES TO CHQ-RECORD.
050500     MOVE WS-ABSTIME      TO CHQ-ENTRY-STAMP.
050600     MOVE WS-ENTRY-USERID TO CHQ-USERID.
050700     MOVE WS-TODAY        TO CHQ-ENTRY-DATE.
050800     MOVE WS-NOW          TO CHQ-ENTRY-TIME.
050900     MOVE WS-IN-TYPE      TO CHQ-REQ-TYPE.
051000     MOVE WS-IN-EMP-ID    TO CHQ-EMP-ID.
051100     MOVE WS-EFF-DATE     TO CHQ-EFF-DATE.
051200     MOVE ZERO            TO CHQ-CONV-DATE.
051300     IF WS-IN-TRANSFER
051400         MOVE WS-IN-DEPT-ID TO CHQ-DEPT-ID
051500         MOVE WS-IN-MGR-ID  TO CHQ-MGR-ID
051600     END-IF.
051700     IF WS-IN-ADDRESS
051800         MOVE WS-IN-ADDR-STREET TO CHQ-ADDR-STREET
051900         MOVE WS-IN-ADDR-CITY   TO CHQ-ADDR-CITY
052000         MOVE WS-IN-ADDR-STATE  TO CHQ-ADDR-STATE
052100         MOVE WS-IN-ADDR-ZIP    TO CHQ-ADDR-ZIP
052200         MOVE WS-IN-PHONE       TO CHQ-PHONE
052300     END-IF.
052400     EXEC CICS WRITE
052500         FILE ('EMPCHGQ')
052600         FROM (CHQ-RECORD)
052700         RIDFLD (CHQ-KEY)
052800         RESP (WS-RESP)
052900     END-EXEC.
053000     MOVE SPACES TO WS-MSG-TEXT.
053100     IF WS-RESP-DUPREC
053200         MOVE 'DUPLICATE QUEUE KEY - PLEASE ENTER AGAIN'
053300             TO WS-MSG-TEXT
053400         GO TO 3000-QUEUE-REQUEST-EXIT
053500     END-IF.
053600     IF NOT WS-RESP-NORMAL
053700         MOVE 'CHANGE QUEUE UNAVAILABLE - TRY LATER'
053800             TO WS-MSG-TEXT
053900         GO TO 3000-QUEUE-REQUEST-EXIT
054000     END-IF.
054100     STRING 'QUEUED: EMPLOYEE ' WS-IN-EMP-ID ' TYPE '
054200         WS-IN-TYPE ' EFFECTIVE ' WS-EFF-DATE
054300         ' FOR TONIGHT''S RUN'
054400         DELIMITED BY SIZE INTO WS-MSG-TEXT.
054500 3000-QUEUE-REQUEST-EXIT.
054600     EXIT.
054700*=============================================================*
054800* 5000-SEND-MESSAGE - ONE-LINE OPERATOR MESSAGE                *
054900*=============================================================*
055000 5000-SEND-MESSAGE.
055100     EXEC CICS SEND TEXT
055200         FROM (WS-MSG-TEXT)
055300         LENGTH (WS-MSG-LEN)
055400         ERASE
055500         FREEKB
055600     END-EXEC.
055700 5000-SEND-MESSAGE-EXIT.
055800     EXIT.
055900*=============================================================*
056000* 1700-1720 - SHARED TRANSACTION FIELD EDITS, COPIED IN        *
056100*=============================================================*
056200     COPY EDTVAL.
