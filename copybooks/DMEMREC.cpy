000010******************************************************************
000020* COPYBOOK: DMEMREC
000030* PURPOSE:  RECORD LAYOUT FOR THE VENDOR DEBIT MEMO FILE
000040*           (DEBITMEM.DAT).  ONE RECORD PER RETURN TO VENDOR
000050*           POSTED BY ITMTRAN: THE SUPPLIER AND ORDER LINE THE
000060*           GOODS CAME IN ON, THE QUANTITY SENT BACK, AND ITS
000070*           VALUE AT THE UNIT COST OF THE RECEIPT (PO_RECEIPT_
000080*           COST, OR ITEM_COST IF THE LINE HAS NONE RECORDED).
000090*           DM_REPLACE IS 'Y' WHEN THE VENDOR IS TO SEND
000100*           REPLACEMENT GOODS RATHER THAN CREDIT THE INVOICE.
000110*
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000160******************************************************************
000170 01  DEBITMEM-RECORD.
000180     05  DM_SUPPLIER_ID PIC 9(5).
000190     05  DM_DATE PIC 9(8).
000200     05  DM_TIME PIC 9(6).
000210     05  DM_PO_NUMBER PIC 9(6).
000220     05  DM_PO_LINE PIC 9(3).
000230     05  DM_ITEM_ID PIC 9(5).
000240     05  DM_LOC PIC X(3).
000250     05  DM_QTY PIC 9(7).
000260     05  DM_UNIT_COST PIC 9(6)V99.
000270     05  DM_VALUE PIC 9(11)V99.
000280     05  DM_REPLACE PIC X(1).
000290         88  DM-REPLACEMENT-DUE VALUE 'Y'.
000300     05  DM_OPERATOR PIC X(3).
