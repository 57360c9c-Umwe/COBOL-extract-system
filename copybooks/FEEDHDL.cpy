000100*-------------------------------------------------------------*
000200* FEEDHDL - SHARED OUTBOUND FEED CATALOG LOOKUP. COPIED INTO  *
000300*          THE PROCEDURE DIVISION OF RefDataMaint AND         *
000400*          OutboundFeed. REQUIRES COPY FEEDCAT IN WORKING-    *
000500*          STORAGE.                                           *
000600*          8750-FIND-FEED-FIELD - THE CALLER MOVES AN EMPREC  *
000700*                  FIELD NAME TO WS-FCT-FIND-NAME; WS-FCT-HIT *
000800*                  COMES BACK AS ITS CATALOG ENTRY, OR ZERO   *
000900*                  WHEN THE NAME IS NOT IN THE CATALOG        *
001000*-------------------------------------------------------------*
001100 8750-FIND-FEED-FIELD.
001200     MOVE ZERO TO WS-FCT-HIT.
001300     PERFORM 8755-SCAN-FEED-CATALOG
001400         THRU 8755-SCAN-FEED-CATALOG-EXIT
001500         VARYING WS-FCT-SUB FROM 1 BY 1
001600         UNTIL WS-FCT-SUB > WS-FCT-MAX
001700             OR WS-FCT-HIT > ZERO.
001800 8750-FIND-FEED-FIELD-EXIT.
001900     EXIT.
002000*-------------------------------------------------------------*
002100* 8755-SCAN-FEED-CATALOG - COMPARE ONE CATALOG ENTRY          *
002200*-------------------------------------------------------------*
002300 8755-SCAN-FEED-CATALOG.
002400     IF FCT-NAME (WS-FCT-SUB) = WS-FCT-FIND-NAME
002500         MOVE WS-FCT-SUB TO WS-FCT-HIT
002600     END-IF.
002700 8755-SCAN-FEED-CATALOG-EXIT.
002800     EXIT.
