000170* DATE       BY   DESCRIPTION
000180* ---------- ---- -----------------------------------------------
000190* 2026-09-02 JMG  ORIGINAL PROGRAM.
000191* 2026-10-15 JMG  EACH LOCATION NOW SHOWS STOCK ALLOCATED TO
000192*                 CUSTOMER SALES ORDERS AND THE QUANTITY STILL
000193*                 AVAILABLE TO PROMISE (ON HAND LESS ALLOCATED).
000194*                 SUSPENSE LAYOUT CARRIES THE SALES ORDER LINE.
000195* 2026-10-15 JMG  SUSPENSE LAYOUT CARRIES THE RETURN TO VENDOR
000196*                 SUPPLIER AND PO LINE.
000197* 2026-10-15 JMG  SUSPENSE LAYOUT CARRIES THE ISSUE COST CENTER.
000198* 2026-10-15 JMG  SUSPENSE LAYOUT CARRIES THE LOT AND EXPIRY DATE;
000199*                 A SUSPENDED LOT-CONTROLLED TRANSACTION SHOWS ITS
000200*                 LOT.
000201* 2026-10-15 JMG  EACH LOCATION ALSO SHOWS ITS MIN/MAX LEVELS.
000202* 2026-10-15 JMG  SHOWS THE ITEM'S ABC CLASS AND LAST COUNTED
000203*                 DATE.
000204******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ITMINQ.
000230 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000630         10  ST_LOC PIC X(03).
000640         10  ST_TO_LOC PIC X(03).
000650         10  ST_COST PIC 9(06)V99.
000651         10  ST_SO_NUMBER PIC 9(06).
000652         10  ST_SO_LINE PIC 9(03).
000653         10  ST_SUPPLIER_ID PIC 9(05).
000654         10  ST_PO_NUMBER PIC 9(06).
000655         10  ST_PO_LINE PIC 9(03).
000656         10  ST_REPLACE PIC X(01).
000657         10  ST_COST_CENTER PIC X(04).
000658         10  ST_LOT PIC X(10).
000659         10  ST_EXPIRY PIC 9(08).

000660 WORKING-STORAGE SECTION.
000670     COPY "ITEMSTAT.cpy".
000920 77  WS-SEARCH-ID PIC 9(05) VALUE ZERO.
000930 77  WS-LOC-COUNT PIC 9(05) COMP VALUE ZERO.
000940 77  WS-LOC-TOTAL PIC 9(09) VALUE ZERO.
000942 77  WS-ALLOC-TOTAL PIC 9(09) VALUE ZERO.
000944 77  WS-LOC-AVAIL PIC S9(09) VALUE ZERO.
000946 77  WS-AVAIL-EDIT PIC -(08)9.
000950 77  WS-SUSP-COUNT PIC 9(05) COMP VALUE ZERO.
000960 77  WS-PEND-COUNT PIC 9(05) COMP VALUE ZERO.
000970 77  WS-MOV-COUNT PIC 9(07) COMP VALUE ZERO.
001650     DISPLAY "ON HAND       : " ITEM_QTY.
001660     DISPLAY "REORDER POINT : " ITEM_REORDER_POINT
001670         "  REORDER QTY: " ITEM_REORDER_QTY.
001671     IF ITEM_LAST_COUNT_DATE = ZERO
001672         DISPLAY "ABC CLASS     : " ITEM_ABC_CLASS
001673             "  LAST COUNTED: NEVER"
001674     ELSE
001675         DISPLAY "ABC CLASS     : " ITEM_ABC_CLASS
001676             "  LAST COUNTED: " ITEM_LAST_COUNT_DATE
001677     END-IF.
001680     PERFORM 3100-SHOW-SUPPLIER THRU 3100-EXIT.
001690     CLOSE ITEMLIST.
001700 3000-EXIT.
001970 4000-SHOW-LOCATIONS.
001980     DISPLAY " ".
001990     DISPLAY "ON-HAND BY LOCATION:".
001993     DISPLAY "  LOC NAME                     ON HAND ALLOCATED"
001996         " AVAILABLE     MIN     MAX".
002000     MOVE ZERO TO WS-LOC-COUNT.
002010     MOVE ZERO TO WS-LOC-TOTAL.
002015     MOVE ZERO TO WS-ALLOC-TOTAL.
002020     MOVE 'N' TO WS-ILOC-EOF-SW.
002030     OPEN INPUT ITEMLOC.
002040     IF WS-ITEMLOC-NOTCREATED
002190         DISPLAY "  NO LOCATION BALANCES FOR THIS ITEM."
002200     ELSE
002210         DISPLAY "  LOCATION TOTAL: " WS-LOC-TOTAL
002212         COMPUTE WS-LOC-AVAIL = WS-LOC-TOTAL - WS-ALLOC-TOTAL
002214         MOVE WS-LOC-AVAIL TO WS-AVAIL-EDIT
002216         DISPLAY "  ALLOCATED TO SALES ORDERS: " WS-ALLOC-TOTAL
002218         DISPLAY "  AVAILABLE TO PROMISE     : " WS-AVAIL-EDIT
002220     END-IF.
002230     CLOSE LOCATION-FILE.
002240     CLOSE ITEMLOC.
002410         NOT INVALID KEY
002420             MOVE 'Y' TO WS-LOC-FOUND-SW
002430     END-READ.
002433     COMPUTE WS-LOC-AVAIL = ILOC_QTY - ILOC_ALLOCATED.
002436     MOVE WS-LOC-AVAIL TO WS-AVAIL-EDIT.
002440     IF WS-LOC-FOUND
002450         DISPLAY "  " ILOC_LOC_CODE " " LOC_NAME " " ILOC_QTY
002453             "   " ILOC_ALLOCATED " " WS-AVAIL-EDIT
002456             " " ILOC_MIN " " ILOC_MAX
002460     ELSE
002470         DISPLAY "  " ILOC_LOC_CODE " (NOT ON LOCATION MASTER) "
002480             ILOC_QTY "   " ILOC_ALLOCATED " " WS-AVAIL-EDIT
002485             " " ILOC_MIN " " ILOC_MAX
002490     END-IF.
002500     ADD 1 TO WS-LOC-COUNT.
002510     ADD ILOC_QTY TO WS-LOC-TOTAL.
002515     ADD ILOC_ALLOCATED TO WS-ALLOC-TOTAL.
002520 4100-EXIT.
002530     EXIT.

002810     DISPLAY "  " SUSP_RUN_DATE " " ST_TYPE " QTY " ST_QTY
002820         " AT " ST_LOC " REASON " SUSP_REASON
002830         " BY " SUSP_OPERATOR.
002831     IF ST_SO_NUMBER NUMERIC AND ST_SO_NUMBER > ZERO
002832         DISPLAY "      FOR SALES ORDER " ST_SO_NUMBER "/"
002833             ST_SO_LINE
002834     END-IF.
002835     IF ST_TYPE = 'I' AND ST_COST_CENTER NOT = SPACES
002836         DISPLAY "      FOR COST CENTER " ST_COST_CENTER
002837     END-IF.
002838     IF ST_LOT NOT = SPACES
002839         DISPLAY "      LOT " ST_LOT
002840     END-IF.
002841     ADD 1 TO WS-SUSP-COUNT.
002850 5100-EXIT.
002860     EXIT.

