000222* 2026-09-02 JMG  HELD AND OBSOLETE ITEMS ARE SKIPPED - A HELD
000224*                 ITEM TAKES NO NEW RECEIPTS AND AN OBSOLETE
000226*                 ITEM TAKES NO POSTING AT ALL.
000228* 2026-10-15 JMG  NEW PO LINES START WITH NO RECEIPT COST.
000230* 2026-10-15 JMG  EACH NEW PO LINE CARRIES THE AGREED UNIT PRICE
000232*                 (THE ITEM'S CURRENT COST WHEN THE LINE IS
000234*                 RAISED), PRINTED ON THE REGISTER, FOR ITMMATCH
000236*                 TO CHECK SUPPLIER INVOICES AGAINST.
000238******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ITMPOGEN.
000260 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000550 FD  REPORT-FILE
000560     LINAGE IS 60 LINES
000570         WITH FOOTING AT 55.
000580 01  REPORT-LINE PIC X(90).

000590 WORKING-STORAGE SECTION.
000600     COPY "ITEMSTAT.cpy".
000840     05  FILLER PIC X(10) VALUE "ON HAND".
000850     05  FILLER PIC X(11) VALUE "ON ORDER".
000860     05  FILLER PIC X(12) VALUE "ORDER QTY".
000865     05  FILLER PIC X(10) VALUE "UNIT PRICE".
000870*    DETAIL AND TOTAL LINES
000880 01  WS-DETAIL-LINE.
000890     05  WS-D-LINE PIC ZZ9.
000970     05  WS-D-ON-ORDER PIC ZZZ,ZZ9.
000980     05  FILLER PIC X(5) VALUE SPACES.
000990     05  WS-D-ORDER-QTY PIC ZZZ,ZZ9.
000993     05  FILLER PIC X(3) VALUE SPACES.
000996     05  WS-D-UNIT-PRICE PIC ZZZ,ZZ9.99.
001000 01  WS-TOTAL-LINE.
001010     05  FILLER PIC X(25) VALUE "PURCHASE ORDERS RAISED: ".
001020     05  WS-T-PO-COUNT PIC ZZZ,ZZ9.
002410     MOVE ZERO TO PO_QTY_RECEIVED.
002420     MOVE 'O' TO PO_STATUS.
002430     MOVE 'N' TO PO_OVER_FLAG.
002432     MOVE ZERO TO PO_RECEIPT_COST.
002434     MOVE ITEM_COST TO PO_UNIT_PRICE.
002436     MOVE ZERO TO PO_QTY_INVOICED.
002440     WRITE PORDER-RECORD
002450         INVALID KEY
002460             DISPLAY "PO LINE WRITE FAILED - FILE STATUS "
003020     MOVE ITEM_QTY TO WS-D-ON-HAND.
003030     MOVE WS-ON-ORDER TO WS-D-ON-ORDER.
003040     MOVE WS-ORDER-QTY TO WS-D-ORDER-QTY.
003045     MOVE ITEM_COST TO WS-D-UNIT-PRICE.
003050     WRITE REPORT-LINE FROM WS-DETAIL-LINE
003060         AT END-OF-PAGE
003070             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
