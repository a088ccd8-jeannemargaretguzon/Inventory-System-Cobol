000010******************************************************************
000020* COPYBOOK: SORDREC
000030* PURPOSE:  RECORD LAYOUT FOR THE CUSTOMER SALES ORDER FILE
000040*           (SORDER.DAT), KEYED BY SO NUMBER PLUS LINE NUMBER.
000050*           ONE RECORD PER ORDER LINE; THE CUSTOMER AND DATES ARE
000060*           CARRIED ON EVERY LINE OF THE ORDER.  A LINE'S ORDERED
000070*           QUANTITY IS SPLIT BETWEEN WHAT IS ALLOCATED AGAINST
000080*           THE LOCATION BALANCE (RESERVED, STILL ON HAND), WHAT
000090*           IS ON BACKORDER (BACKORD.DAT), AND WHAT HAS SHIPPED.
000100*           LINES ARE WRITTEN BY ITMSORD, SHIPPED BY ITMTRAN AS
000110*           THE CONFIRMED TYPE 'I' ISSUES POST, AND TOPPED UP
000120*           FROM BACKORDER BY ITMTRAN AS TYPE 'R' RECEIPTS POST.
000130*
000140*           SO_STATUS:  'O' OPEN - HOLDS ALLOCATED STOCK READY TO
000150*                           CONFIRM FOR SHIPMENT
000160*                       'B' BACKORDERED - NOTHING ALLOCATED, ALL
000170*                           OUTSTANDING QUANTITY ON BACKORDER
000180*                       'C' CONFIRMED - SHIPMENT ISSUE WRITTEN TO
000190*                           TRANFILE.DAT, AWAITING POSTING
000200*                       'S' SHIPPED - NOTHING LEFT OUTSTANDING
000210*                       'X' CANCELLED
000220*
000230* MODIFICATION HISTORY
000240* DATE       BY   DESCRIPTION
000250* ---------- ---- -----------------------------------------------
000260* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000270******************************************************************
000280 01  SORDER-RECORD.
000290     05  SO-KEY.
000300         10  SO_NUMBER PIC 9(6).
000310         10  SO_LINE PIC 9(3).
000320     05  SO_CUSTOMER PIC X(25).
000330     05  SO_ORDER_DATE PIC 9(8).
000340     05  SO_REQ_DATE PIC 9(8).
000350     05  SO_ITEM_ID PIC 9(5).
000360     05  SO_LOC PIC X(3).
000370     05  SO_QTY_ORDERED PIC 9(7).
000380     05  SO_QTY_ALLOCATED PIC 9(7).
000390     05  SO_QTY_BACKORDER PIC 9(7).
000400     05  SO_QTY_SHIPPED PIC 9(7).
000410     05  SO_STATUS PIC X(1).
000420         88  SO-OPEN VALUE 'O'.
000430         88  SO-BACKORDERED VALUE 'B'.
000440         88  SO-CONFIRMED VALUE 'C'.
000450         88  SO-SHIPPED VALUE 'S'.
000460         88  SO-CANCELLED VALUE 'X'.
000470     05  SO_OPERATOR PIC X(3).
