000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SecurityAuthUser.
000300 AUTHOR. R HOLLOWAY.
000400 INSTALLATION. PAYROLL SYSTEMS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*-------------------------------------------------------------*
000800* MODIFICATION HISTORY                                       *
000900*   10/15/2026  RH  ORIGINAL VERSION. SecurityAuthLevel       *
001000*               ANSWERS "WHO MAY RUN THIS FUNCTION" WITH ONE  *
001100*               AUTHORIZER PER FUNCTION, WHICH IS ENOUGH FOR  *
001200*               A BATCH STEP BUT NOT FOR ApprovalRelease,     *
001300*               WHERE EACH QUEUED ACTION CARRIES THE USERID   *
001400*               SIGNED ON TO EMPA AND THAT USER'S OWN         *
001500*               AUTHORITY IS WHAT COUNTS. THIS COMPANION      *
001600*               MODULE RETURNS THE LEVEL OF THE SECPARM       *
001700*               AUTHORIZATION RECORD FOR THE GIVEN FUNCTION   *
001800*               WHOSE AUTHORIZING USERID IS THE GIVEN USERID  *
001900*               - ZERO WHEN THERE IS NONE, SO A USER WHO IS   *
002000*               NOT LISTED IS DENIED BY DEFAULT. A FUNCTION   *
002100*               MAY BE LISTED ONCE PER AUTHORIZED USER; FOR   *
002200*               ONE USER THE LAST MATCHING RECORD WINS, AS IN *
002300*               SecurityAuthLevel.                            *
002400*-------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT SECURITY-PARM-FILE ASSIGN TO SECPARM
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  SECURITY-PARM-FILE
003300     RECORDING MODE IS F.
003400 01  SEC-PARM-RECORD.
003500     05  SEC-FUNC-CODE        PIC X(08).
003600     05  SEC-FUNC-LEVEL       PIC 9(01).
003700     05  SEC-FUNC-LEVEL-X     REDEFINES SEC-FUNC-LEVEL
003800                              PIC X(01).
003900     05  SEC-FUNC-AUTH-ID     PIC X(08).
004000
004100 WORKING-STORAGE SECTION.
004200 01  WS-SWITCHES.
004300     05  WS-EOF-SWITCH        PIC X(01) VALUE 'N'.
004400         88  WS-EOF                VALUE 'Y'.
004500     05  WS-FIRST-SWITCH      PIC X(01).
004600         88  WS-FIRST-RECORD       VALUE 'Y'.
004700
004800 LINKAGE SECTION.
004900 01  LK-FUNCTION              PIC X(08).
005000 01  LK-USERID                PIC X(08).
005100 01  LK-AUTH-LEVEL            PIC 9(01).
005200
005300 PROCEDURE DIVISION USING LK-FUNCTION LK-USERID LK-AUTH-LEVEL.
005400*=============================================================*
005500* 0000-MAINLINE - SCAN THE AUTHORIZATION RECORDS BEHIND THE    *
005600*               CREDENTIAL RECORD FOR THE CALLER'S FUNCTION    *
005700*               AND USERID                                    *
005800*=============================================================*
005900 0000-MAINLINE.
006000     MOVE ZERO   TO LK-AUTH-LEVEL.
006100     MOVE 'N'    TO WS-EOF-SWITCH.
006200     MOVE 'Y'    TO WS-FIRST-SWITCH.
006300     IF LK-USERID = SPACES
006400         GOBACK
006500     END-IF.
006600     OPEN INPUT SECURITY-PARM-FILE.
006700     PERFORM 2000-SCAN-RECORD THRU 2000-SCAN-RECORD-EXIT
006800         UNTIL WS-EOF.
006900     CLOSE SECURITY-PARM-FILE.
007000     GOBACK.
007100*=============================================================*
007200* 2000-SCAN-RECORD - THE FIRST RECORD IS THE CREDENTIAL PAIR   *
007300*               AND IS SKIPPED; THE LAST RECORD MATCHING BOTH  *
007400*               FUNCTION AND USERID WINS                      *
007500*=============================================================*
007600 2000-SCAN-RECORD.
007700     READ SECURITY-PARM-FILE
007800         AT END
007900             MOVE 'Y' TO WS-EOF-SWITCH
008000     END-READ.
008100     IF WS-EOF
008200         GO TO 2000-SCAN-RECORD-EXIT
008300     END-IF.
008400     IF WS-FIRST-RECORD
008500         MOVE 'N' TO WS-FIRST-SWITCH
008600         GO TO 2000-SCAN-RECORD-EXIT
008700     END-IF.
008800     IF SEC-FUNC-CODE = LK-FUNCTION
008900             AND SEC-FUNC-AUTH-ID = LK-USERID
009000             AND SEC-FUNC-LEVEL-X NUMERIC
009100         MOVE SEC-FUNC-LEVEL TO LK-AUTH-LEVEL
009200     END-IF.
009300 2000-SCAN-RECORD-EXIT.
009400     EXIT.
