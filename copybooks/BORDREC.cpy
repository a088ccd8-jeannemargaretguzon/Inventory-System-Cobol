000010******************************************************************
000020* COPYBOOK: BORDREC
000030* PURPOSE:  RECORD LAYOUT FOR THE CUSTOMER BACKORDER FILE
000040*           (BACKORD.DAT).  ONE RECORD PER SALES ORDER LINE THAT
000050*           COULD NOT BE FILLED FROM AVAILABLE STOCK WHEN IT WAS
000060*           TAKEN, HOLDING THE QUANTITY STILL OWED.  THE KEY
000070*           LEADS WITH THE ITEM AND THE ORIGINAL ORDER DATE, SO
000080*           ITMTRAN RELEASES BACKORDERS OLDEST FIRST AS TYPE 'R'
000090*           RECEIPTS POST; A RECORD IS DELETED ONCE NOTHING IS
000100*           OWED ON IT.
000110*
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000160******************************************************************
000170 01  BACKORD-RECORD.
000180     05  BO-KEY.
000190         10  BO_ITEM_ID PIC 9(5).
000200         10  BO_ORDER_DATE PIC 9(8).
000210         10  BO_SO_NUMBER PIC 9(6).
000220         10  BO_SO_LINE PIC 9(3).
000230     05  BO_LOC PIC X(3).
000240     05  BO_QTY PIC 9(7).
000250     05  BO_REQ_DATE PIC 9(8).
