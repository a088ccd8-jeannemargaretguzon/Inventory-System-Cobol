000010******************************************************************
000020* COPYBOOK: INVREC
000030* PURPOSE:  RECORD LAYOUT FOR THE SUPPLIER INVOICE FILE
000040*           (INVOICE.DAT), KEYED BY SUPPLIER, INVOICE NUMBER, AND
000050*           LINE.  ONE RECORD PER INVOICE LINE, EACH BILLED
000060*           AGAINST ONE PURCHASE ORDER LINE.  LINES ARE KEYED BY
000070*           ACCOUNTS PAYABLE IN ITMINVC AND SETTLED BY ITMMATCH,
000080*           WHICH APPROVES OR HOLDS THE INVOICE AS A WHOLE.
000090*
000100*           INV_STATUS: 'E' ENTERED - NOT YET MATCHED
000110*                       'A' APPROVED FOR PAYMENT - WRITTEN TO THE
000120*                           APPROVED EXTRACT (APPROVED.DAT)
000130*                       'H' HELD - SEE INV_HOLD_REASON; RE-MATCHED
000140*                           ON EVERY RUN UNTIL IT CLEARS
000150*
000160* MODIFICATION HISTORY
000170* DATE       BY   DESCRIPTION
000180* ---------- ---- -----------------------------------------------
000190* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000200******************************************************************
000210 01  INVOICE-RECORD.
000220     05  INV-KEY.
000230         10  INV_SUPPLIER_ID PIC 9(5).
000240         10  INV_NUMBER PIC X(10).
000250         10  INV_LINE PIC 9(3).
000260     05  INV_DATE PIC 9(8).
000270     05  INV_PO_NUMBER PIC 9(6).
000280     05  INV_PO_LINE PIC 9(3).
000290     05  INV_ITEM_ID PIC 9(5).
000300     05  INV_QTY PIC 9(7).
000310     05  INV_UNIT_PRICE PIC 9(6)V99.
000320     05  INV_STATUS PIC X(1).
000330         88  INV-ENTERED VALUE 'E'.
000340         88  INV-APPROVED VALUE 'A'.
000350         88  INV-HELD VALUE 'H'.
000360     05  INV_HOLD_REASON PIC X(8).
000370     05  INV_MATCH_DATE PIC 9(8).
000380     05  INV_OPERATOR PIC X(3).
