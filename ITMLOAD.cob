000222* 2026-09-02 JMG  NEW ROWS LOAD AS ACTIVE; A ROW WHOSE ITEM ID
000224*                 EXISTS AS OBSOLETE REJECTS WITH ITS OWN REASON
000226*                 SO A RETIRED ID CANNOT COME BACK VIA THE LOAD.
000228* 2026-10-15 JMG  LOADED ITEMS ARE NOT LOT-CONTROLLED; THE FLAG IS
000230*                 SET AFTERWARDS THROUGH ITMMAINT.
000232* 2026-10-15 JMG  LOADED ITEMS START UNCLASSIFIED (ABC CLASS
000234*                 SPACE) AND NEVER COUNTED.
000236******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ITMLOAD.
000260 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
002860     MOVE WS-ROW-RP TO ITEM_REORDER_POINT.
002870     MOVE WS-ROW-RQ TO ITEM_REORDER_QTY.
002875     MOVE 'A' TO ITEM_STATUS.
002876     MOVE 'N' TO ITEM_LOT_CONTROL.
002877     MOVE SPACE TO ITEM_ABC_CLASS.
002878     MOVE ZERO TO ITEM_LAST_COUNT_DATE.
002880     WRITE ITEMS
002890         INVALID KEY
002900             MOVE "DUPLICATE ITEM ID" TO WS-REJ-REASON
