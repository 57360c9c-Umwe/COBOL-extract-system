002180*               UNTOUCHED. THE RELSUM TRAILER NOW SHOWS THE   *
002182*               CARRIED-IN AND HELD-FORWARD COUNTS SO THE     *
002184*               STORE'S HEALTH STAYS VISIBLE.                 *
002186*   10/15/2026  RH  EFFECTIVE DATES NOW ROLL TO THE NEXT      *
002187*               BUSINESS DAY. A DATE ON OR AFTER THE RUN DATE *
002188*               THAT FALLS ON A WEEKEND OR AN ACTIVE HOLIDAY  *
002189*               ON THE NEW BUSINESS_CALENDAR TABLE (SHARED    *
002190*               DAYSWS/DAYSHDL, LOADED BY CALHDL) IS MOVED TO *
002191*               THE FIRST BUSINESS DAY AFTER IT, REWRITTEN ON *
002192*               THE TRANSACTION, HELD UNTIL THEN AND SHOWN AS *
002193*               'ROLLED' ON RELSUM. WITH NO CONNECT OR A      *
002194*               FAILED CALENDAR LOAD ONLY WEEKENDS ROLL - IT  *
002195*               IS DISPLAYED, NOT A NONZERO RC, SINCE EVERY   *
002196*               LATER PAYBATC STEP TESTS RELSTEP FOR ZERO.    *
002200*-------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
007500         88  WS-PND-EOF            VALUE 'Y'.
007600     05  WS-NEW-EOF-SWITCH    PIC X(01) VALUE 'N'.
007700         88  WS-NEW-EOF            VALUE 'Y'.
007710     05  WS-ROLLED-SWITCH     PIC X(01) VALUE 'N'.
007720         88  WS-ROLLED             VALUE 'Y'.
007800
007900 01  WS-PND-FILE-STATUS       PIC X(02).
008000
008400     05  WS-TRANS-LATE        PIC 9(07) COMP VALUE ZERO.
008500     05  WS-TRANS-HELD        PIC 9(07) COMP VALUE ZERO.
008510     05  WS-CARRIED-IN        PIC 9(07) COMP VALUE ZERO.
008515     05  WS-TRANS-ROLLED      PIC 9(07) COMP VALUE ZERO.
008520
008530*    FUTURE-DATED WORK COLLECTS HERE AND A CLEAN RUN REWRITES
008540*    THE PENDING STORE FROM IT AT END - NO MORE NIGHTLY
008600     05  WS-HELD-ENTRY        PIC X(80) OCCURS 10000 TIMES.
008600
008700 01  WS-RUN-DATE              PIC 9(08).
008710
008720     COPY DAYSWS.
008800
008900 01  WS-SUMMARY-DETAIL.
009000     05  FILLER               PIC X(01) VALUE SPACE.
011050     05  FILLER          PIC X(01) VALUE SPACE.
011060     05  FILLER          PIC X(10) VALUE 'HELD FWD: '.
011070     05  TRL-HELD-FWD    PIC ZZZ,ZZ9.
011072     05  FILLER          PIC X(01) VALUE SPACE.
011074     05  FILLER          PIC X(08) VALUE 'ROLLED: '.
011076     05  TRL-ROLLED      PIC ZZZ,ZZ9.
011080
011100 PROCEDURE DIVISION.
011200*=============================================================*
013290         MOVE 'Y' TO RUN-LOG-SWITCH
013292         PERFORM 8800-RECORD-RUN-START
013294             THRU 8800-RECORD-RUN-START-EXIT
013295         PERFORM 1970-LOAD-CALENDAR THRU 1970-LOAD-CALENDAR-EXIT
013296     ELSE
013298         DISPLAY 'Connect failed - run not logged: ' SQLCODE
013299     END-IF.
013316     IF NOT WS-DAYS-CAL-LOADED
013333         DISPLAY 'Business calendar not loaded - only weekends '
013349             'roll.'
013366     END-IF.
013383     OPEN INPUT PENDING-STORE-FILE.
013400     IF WS-PND-FILE-STATUS NOT = '00'
013500         DISPLAY 'Pending store open failed, status '
013550             WS-PND-FILE-STATUS ' - treated as empty.'
016900     IF WS-EFF-DATE-X NOT NUMERIC
017000         MOVE ZERO TO WS-EFF-DATE
017100     END-IF.
017110     MOVE 'N' TO WS-ROLLED-SWITCH.
017120     IF WS-EFF-DATE NOT < WS-RUN-DATE
017130         PERFORM 4200-ROLL-EFFECTIVE-DATE
017140             THRU 4200-ROLL-EFFECTIVE-DATE-EXIT
017150     END-IF.
017200     IF WS-EFF-DATE > WS-RUN-DATE
017300         PERFORM 4100-HOLD-TRANSACTION
017400             THRU 4100-HOLD-TRANSACTION-EXIT
017600         IF WS-ROLLED
017610             MOVE 'ROLLED' TO SUM-ACTION
017620         ELSE
017630             MOVE 'HELD' TO SUM-ACTION
017640         END-IF
017700         PERFORM 7000-WRITE-SUMMARY THRU 7000-WRITE-SUMMARY-EXIT
017800         GO TO 4000-ROUTE-TRANSACTION-EXIT
017900     END-IF.
019360     MOVE WS-TRANS-RECORD TO WS-HELD-ENTRY (WS-HELD-COUNT).
019370 4100-HOLD-TRANSACTION-EXIT.
019380     EXIT.
019381*=============================================================*
019382* 4200-ROLL-EFFECTIVE-DATE - A DATE THAT IS NOT A BUSINESS DAY *
019383*               MOVES TO THE NEXT ONE ON THE TRANSACTION       *
019384*               ITSELF, SO THE STORE CARRIES THE ROLLED DATE   *
019386*=============================================================*
019387 4200-ROLL-EFFECTIVE-DATE.
019388     MOVE WS-EFF-DATE TO WS-DAYS-DATE.
019389     PERFORM 8620-NEXT-BUSINESS-DAY
019390         THRU 8620-NEXT-BUSINESS-DAY-EXIT.
019391     IF WS-DAYS-DATE NOT = WS-EFF-DATE
019392         MOVE WS-DAYS-DATE TO WS-EFF-DATE
019393         MOVE 'Y' TO WS-ROLLED-SWITCH
019394         ADD 1 TO WS-TRANS-ROLLED
019396     END-IF.
019397 4200-ROLL-EFFECTIVE-DATE-EXIT.
019398     EXIT.
019399*=============================================================*
019400* 7000-WRITE-SUMMARY - ONE ROUTING RESULT ON THE RELSUM REPORT *
019500*=============================================================*
019600 7000-WRITE-SUMMARY.
023000     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER.
023010     MOVE WS-CARRIED-IN   TO TRL-CARRIED.
023020     MOVE WS-HELD-COUNT   TO TRL-HELD-FWD.
023025     MOVE WS-TRANS-ROLLED TO TRL-ROLLED.
023030     WRITE SUM-LINE FROM WS-SUMMARY-TRAILER-2.
023100     IF WS-PND-FILE-STATUS = '00'
023200         CLOSE PENDING-STORE-FILE
024000     DISPLAY 'Late (past-effective): ' WS-TRANS-LATE.
024100     DISPLAY 'Held pending:          ' WS-TRANS-HELD.
024110     DISPLAY 'Carried in from store: ' WS-CARRIED-IN.
024120     DISPLAY 'Rolled to business day:' WS-TRANS-ROLLED.
024200 9000-TERMINATE-EXIT.
024300     EXIT.
024302*=============================================================*
024330*               CONTROL RECORDING, COPIED IN                   *
024340*=============================================================*
024350     COPY RUNHDL.
024360*=============================================================*
024362* 8600-8634 - SHARED DATE, WEEKDAY AND BUSINESS-DAY            *
024364*               ARITHMETIC, COPIED IN                          *
024366*=============================================================*
024368     COPY DAYSHDL.
024370*=============================================================*
024372* 1970-LOAD-CALENDAR - SHARED BUSINESS-CALENDAR LOAD, COPIED IN*
024374*=============================================================*
024376     COPY CALHDL.
