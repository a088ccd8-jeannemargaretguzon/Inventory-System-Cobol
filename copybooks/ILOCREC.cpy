000100* DATE       BY   DESCRIPTION
000110* ---------- ---- -----------------------------------------------
000120* 2026-08-22 JMG  ORIGINAL COPYBOOK.
000121* 2026-10-15 JMG  ADDED ILOC_ALLOCATED - QUANTITY RESERVED FOR
000122*                 CUSTOMER SALES ORDERS BUT STILL ON HAND.
000123*                 AVAILABLE-TO-PROMISE IS ILOC_QTY LESS THIS.
000124* 2026-10-15 JMG  ADDED ILOC_MIN AND ILOC_MAX - THE STOREROOM
000125*                 MIN/MAX LEVELS SET IN ITMLOC.  ITMREPL PROPOSES
000126*                 A TRANSFER UP TO MAX WHEN THE STOCK AVAILABLE
000127*                 IS AT OR BELOW MIN.  ZERO MAX MEANS NOT MANAGED.
000130******************************************************************
000140 01  ITEMLOC-RECORD.
000150     05  ILOC-KEY.
000160         10  ILOC_ITEM_ID PIC 9(5).
000170         10  ILOC_LOC_CODE PIC X(3).
000180     05  ILOC_QTY PIC 9(7).
000190     05  ILOC_ALLOCATED PIC 9(7).
000200     05  ILOC_MIN PIC 9(7).
000210     05  ILOC_MAX PIC 9(7).
