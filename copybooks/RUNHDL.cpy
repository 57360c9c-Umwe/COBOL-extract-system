001200*          NOT A PROCESSING DEPENDENCY. REQUIRES COPY RUNWS.  *
001300*          IN WORKING-STORAGE; CALLER SETS RUN-PROGRAM-ID     *
001400*          AND RUN-LOG-SWITCH 'Y' AFTER A CLEAN CONNECT.      *
001410*          ONCE ITS OWN ROW IS COMMITTED, 8800 ALSO ENFORCES   *
001420*          THE RUN INTERLOCK: RUN_CONFLICT (CONFLICT_GROUP,    *
001430*          PROGRAM_ID, STALE_HOURS) LISTS THE PROGRAMS THAT    *
001440*          MUST NEVER RUN AT THE SAME TIME - E.G. GROUP        *
001450*          'EMPMAINT' FOR CRT UPT DLT UPS PRE REL DRV MSL MDT  *
001460*          PRG, GROUP 'EMPUNLD' FOR SNP AND PRG. IF ANOTHER    *
001470*          PROGRAM IN ANY OF THIS PROGRAM'S GROUPS HAS ITS     *
001480*          LATEST RUN ROW STILL AT 'R', THIS RUN STAMPS ITS    *
001490*          OWN ROW ENDED WITH RC 12, NAMES THE COLLIDING RUN   *
001491*          ON SYSOUT AND STOPS WITH RETURN-CODE 12 BEFORE IT   *
001492*          HAS DONE ANY WORK. A PROGRAM'S OWN EARLIER ROWS     *
001493*          NEVER COUNT - A RERUN AFTER AN ABEND IS THE RESTART *
001494*          PATH (RSTHDL). AN 'R' ROW LEFT BY AN ABEND BLOCKS   *
001495*          THE GROUP UNTIL THAT PROGRAM RUNS AGAIN OR, ONCE    *
001496*          OLDER THAN THE GROUP'S STALE_HOURS, AN AUTHORIZED   *
001497*          OPERATOR CLEARS IT WITH RunClear. A FAILED CONFLICT *
001498*          QUERY IS REPORTED AND THE RUN GOES ON, AS ABOVE.    *
001499*          A CALLER IN A CONFLICT GROUP MUST NOT OPEN A SHARED *
001500*          DATASET FOR OUTPUT BEFORE PERFORMING 8800.          *
001501*          THE PARALLEL RANGE STREAMS DRV1-DRV8 (EACH LISTED   *
001502*          IN 'EMPMAINT' BESIDE DRV AND DRVX) ARE ONE LOAD     *
001503*          MODULE WORKING DISJOINT KEY RANGES AND MUST RUN     *
001504*          TOGETHER, SO THEY NEVER COUNT AGAINST EACH OTHER.   *
001505*          DRVX AND A PLAIN DRV RUN ARE NOT EXEMPT - THEY STOP *
001506*          WHILE ANY RANGE STREAM IS STILL AT 'R', AS THE      *
001507*          STREAMS DO WHILE EITHER OF THEM IS.                 *
001510*-------------------------------------------------------------*
001600 8800-RECORD-RUN-START.
001700     IF NOT RUN-LOG-ACTIVE
001800         GO TO 8800-RECORD-RUN-START-EXIT
003700     EXEC SQL
003800         COMMIT
003900     END-EXEC.
003909*    THE ROW GOES IN FIRST, SO TWO CONFLICTING PROGRAMS STARTING
003918*    TOGETHER SEE EACH OTHER AND BOTH STOP RATHER THAN BOTH RUN.
003927     EXEC SQL
003936         DECLARE RUN-CONFLICT-CURSOR CURSOR FOR
003945             SELECT C1.CONFLICT_GROUP, R.PROGRAM_ID, R.RUN_DATE,
003954                 R.START_TIME, R.AUTH_USER, C1.STALE_HOURS
003963             FROM RUN_CONFLICT C1, RUN_CONFLICT C2, RUN_CONTROL R
003972             WHERE C1.PROGRAM_ID = :RUN-PROGRAM-ID
003981                 AND C2.CONFLICT_GROUP = C1.CONFLICT_GROUP
003990                 AND C2.PROGRAM_ID <> :RUN-PROGRAM-ID
003999                 AND NOT (C2.PROGRAM_ID IN ('DRV1', 'DRV2',
004008                     'DRV3', 'DRV4', 'DRV5', 'DRV6', 'DRV7',
004012                     'DRV8')
004017                 AND :RUN-PROGRAM-ID IN ('DRV1', 'DRV2', 'DRV3',
004026                     'DRV4', 'DRV5', 'DRV6', 'DRV7', 'DRV8'))
004035                 AND R.PROGRAM_ID = C2.PROGRAM_ID
004044                 AND R.RUN_STATUS = 'R'
004053                 AND NOT EXISTS
004062                     (SELECT 1 FROM RUN_CONTROL L
004071                      WHERE L.PROGRAM_ID = R.PROGRAM_ID
004080                          AND (L.RUN_DATE > R.RUN_DATE
004089                          OR (L.RUN_DATE = R.RUN_DATE
004098                          AND L.START_TIME > R.START_TIME)))
004107             ORDER BY R.RUN_DATE, R.START_TIME
004116     END-EXEC.
004125     EXEC SQL
004134         OPEN RUN-CONFLICT-CURSOR
004143     END-EXEC.
004152     IF SQLCODE NOT = 0
004161         DISPLAY 'Run interlock check failed: ' SQLCODE
004170         GO TO 8800-RECORD-RUN-START-EXIT
004179     END-IF.
004188     EXEC SQL
004197         FETCH RUN-CONFLICT-CURSOR
004206         INTO :RUN-CNF-GROUP, :RUN-CNF-PROGRAM-ID,
004215             :RUN-CNF-RUN-DATE, :RUN-CNF-START-TIME,
004224             :RUN-CNF-AUTH-USER, :RUN-CNF-STALE-HOURS
004233     END-EXEC.
004242     IF SQLCODE NOT = 0
004251         IF SQLCODE NOT = 100
004260             DISPLAY 'Run interlock check failed: ' SQLCODE
004269         END-IF
004278         EXEC SQL
004287             CLOSE RUN-CONFLICT-CURSOR
004296         END-EXEC
004305         GO TO 8800-RECORD-RUN-START-EXIT
004314     END-IF.
004323     EXEC SQL
004332         CLOSE RUN-CONFLICT-CURSOR
004341     END-EXEC.
004350     DISPLAY 'RUN INTERLOCK - ' RUN-PROGRAM-ID
004359         ' NOT STARTED. CONFLICT GROUP ' RUN-CNF-GROUP.
004368     DISPLAY 'Colliding run: ' RUN-CNF-PROGRAM-ID
004377         ' started ' RUN-CNF-RUN-DATE ' ' RUN-CNF-START-TIME
004386         ' by ' RUN-CNF-AUTH-USER ' is still running.'.
004395     DISPLAY 'If it abended, rerun it, or after '
004404         RUN-CNF-STALE-HOURS ' hours clear it with RunClear.'.
004413     MOVE 12 TO RETURN-CODE.
004422     PERFORM 8810-RECORD-RUN-END
004431         THRU 8810-RECORD-RUN-END-EXIT.
004440     GOBACK.
004449 8800-RECORD-RUN-START-EXIT.
004458     EXIT.
004467*-------------------------------------------------------------*
004476* 8810-RECORD-RUN-END - STAMP THE RUN ROW COMPLETE.           *
004485*-------------------------------------------------------------*
004500 8810-RECORD-RUN-END.
004600     IF NOT RUN-LOG-ACTIVE
004700         GO TO 8810-RECORD-RUN-END-EXIT
