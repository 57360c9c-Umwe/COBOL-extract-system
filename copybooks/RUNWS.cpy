002150     05  RUN-AUTH-USERID      PIC X(08) VALUE SPACES.
002200     05  RUN-LOG-SWITCH       PIC X(01) VALUE 'N'.
002300         88  RUN-LOG-ACTIVE            VALUE 'Y'.
002400*    THE IN-FLIGHT RUN 8800-RECORD-RUN-START COLLIDED WITH, FROM
002500*    THE RUN_CONFLICT GROUPS THIS PROGRAM BELONGS TO.
002600     05  RUN-CNF-GROUP        PIC X(08).
002700     05  RUN-CNF-PROGRAM-ID   PIC X(08).
002800     05  RUN-CNF-RUN-DATE     PIC 9(08).
002900     05  RUN-CNF-START-TIME   PIC 9(08).
003000     05  RUN-CNF-AUTH-USER    PIC X(08).
003100     05  RUN-CNF-STALE-HOURS  PIC S9(04) COMP.
