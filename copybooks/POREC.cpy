000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-09-02 JMG  ORIGINAL COPYBOOK.
000151* 2026-10-15 JMG  ADDED PO_RECEIPT_COST - THE UNIT COST OF THE
000152*                 LAST RECEIPT ITMTRAN POSTED AGAINST THE LINE,
000153*                 USED TO VALUE RETURNS TO THE VENDOR.  A
000154*                 RETURN (TRAN TYPE 'V') BACKS ITS QUANTITY OUT
000155*                 OF PO_QTY_RECEIVED.
000156* 2026-10-15 JMG  ADDED PO_UNIT_PRICE - THE PRICE AGREED WITH THE
000157*                 SUPPLIER WHEN THE LINE WAS RAISED - AND
000158*                 PO_QTY_INVOICED, THE QUANTITY ON SUPPLIER
000159*                 INVOICES ITMMATCH HAS APPROVED FOR PAYMENT.
000160******************************************************************
000170 01  PORDER-RECORD.
000180     05  PO-KEY.
000280         88  PO-CLOSED VALUE 'C'.
000290     05  PO_OVER_FLAG PIC X(1).
000300         88  PO-OVER-RECEIPT VALUE 'Y'.
000310     05  PO_RECEIPT_COST PIC 9(6)V99.
000320     05  PO_UNIT_PRICE PIC 9(6)V99.
000330     05  PO_QTY_INVOICED PIC 9(7).
