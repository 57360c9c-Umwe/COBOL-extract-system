002300*               AND HANDS A CLEAN FILE (HRXTRAN) TO           *
002400*               TransPreEdit. UNMAPPABLE RECORDS REJECT TO    *
002500*               HRXREJ WITH A DISTINCT REASON EACH.           *
002510*   10/15/2026  RH  THE FEED NOW CARRIES AN EMPLOYMENT TYPE   *
002520*               (P/C/S, BLANK = P) AND A CONTRACT END DATE.   *
002530*               A HIRE OR REHIRE MAPS BOTH TO THE DRV-RECORD  *
002540*               PAY-TYPE/PAY-DATE BYTES BatchDriver EDITS;    *
002550*               ON A CHANGE A CONTRACT END DATE IS AN         *
002560*               EXTENSION AND MAPS TO THE PAY DATE ALONE. AN  *
002570*               UNKNOWN TYPE OR NON-NUMERIC END DATE REJECTS. *
002600*-------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006200     05  HRF-MGR-NBR.
006300         10  HRF-MGR-PREFIX   PIC X(04).
006400         10  HRF-MGR-LOW      PIC X(05).
006410     05  HRF-EMPL-TYPE        PIC X(01).
006420     05  HRF-CONTRACT-END     PIC 9(08).
006430     05  HRF-CONTRACT-END-X   REDEFINES HRF-CONTRACT-END
006440                              PIC X(08).
006450     05  FILLER               PIC X(17).
006600
006700 FD  CLEAN-TRANS-FILE
006800     RECORDING MODE IS F.
007700     05  OUT-EFF-DATE         PIC 9(08).
007800     05  OUT-EMP-GRADE        PIC X(02).
007900     05  OUT-BAND-OVERRIDE    PIC X(01).
007910     05  OUT-EMPL-TYPE        PIC X(01).
007920     05  FILLER               PIC X(01).
007930     05  OUT-CONTRACT-END     PIC 9(08).
007940     05  FILLER               PIC X(07).
008100
008200 FD  REJECT-REPORT
008300     RECORDING MODE IS F.
015600     MOVE ZERO TO OUT-EMP-HIRE-DATE.
015700     MOVE ZERO TO OUT-EMP-SALARY.
015800     MOVE ZERO TO OUT-EFF-DATE.
015810     MOVE ZERO TO OUT-CONTRACT-END.
015900     EVALUATE TRUE
016000         WHEN HRF-IS-HIRE
016100             MOVE 'I' TO OUT-TRANS-CODE
023200     IF HRF-IS-HIRE OR HRF-IS-REHIRE
023300         MOVE HRF-EFF-DATE TO OUT-EMP-HIRE-DATE
023400     END-IF.
023410     PERFORM 2300-MAP-CONTRACT THRU 2300-MAP-CONTRACT-EXIT.
023420     IF WS-RECORD-REJECTED
023430         GO TO 2000-NEXT-RECORD
023440     END-IF.
023500 2000-WRITE-CLEAN.
023600     MOVE 'N' TO OUT-BAND-OVERRIDE.
023700     WRITE OUT-RECORD.
025800     MOVE HRF-MGR-LOW TO OUT-EMP-MGR-ID.
025900 2200-MAP-MANAGER-EXIT.
026000     EXIT.
026002*=============================================================*
026004* 2300-MAP-CONTRACT - A HIRE OR REHIRE CARRIES ITS EMPLOYMENT  *
026006*               TYPE AND ANY CONTRACT END DATE; A CHANGE ONLY  *
026008*               AN EXTENDED END DATE. THE CALENDAR AND TYPE/   *
026010*               DATE CONSISTENCY EDITS ARE BatchDriver'S       *
026012*=============================================================*
026014 2300-MAP-CONTRACT.
026016     IF HRF-CONTRACT-END-X NOT = SPACES
026018             AND HRF-CONTRACT-END-X NOT NUMERIC
026020         MOVE 'CONTRACT END DATE NOT NUMERIC' TO REJ-REASON
026022         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
026024         GO TO 2300-MAP-CONTRACT-EXIT
026026     END-IF.
026028     IF HRF-CONTRACT-END-X NUMERIC
026030         MOVE HRF-CONTRACT-END TO OUT-CONTRACT-END
026032     END-IF.
026034     IF HRF-IS-CHANGE
026036         GO TO 2300-MAP-CONTRACT-EXIT
026038     END-IF.
026040     IF HRF-EMPL-TYPE NOT = SPACE AND HRF-EMPL-TYPE NOT = 'P'
026042             AND HRF-EMPL-TYPE NOT = 'C'
026044             AND HRF-EMPL-TYPE NOT = 'S'
026046         MOVE 'EMPLOYMENT TYPE NOT P, C OR S' TO REJ-REASON
026048         PERFORM 7000-WRITE-REJECT THRU 7000-WRITE-REJECT-EXIT
026050         GO TO 2300-MAP-CONTRACT-EXIT
026052     END-IF.
026054     MOVE HRF-EMPL-TYPE TO OUT-EMPL-TYPE.
026056 2300-MAP-CONTRACT-EXIT.
026058     EXIT.
026100*=============================================================*
026200* 7000-WRITE-REJECT - ONE UNMAPPABLE FEED RECORD WITH ITS      *
026300*               REASON                                        *
