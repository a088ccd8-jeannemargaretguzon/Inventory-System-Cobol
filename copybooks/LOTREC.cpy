000010******************************************************************
000020* COPYBOOK: LOTREC
000030* PURPOSE:  RECORD LAYOUT FOR THE ITEM/LOCATION/LOT BALANCE FILE
000040*           (LOTBAL.DAT).  ONE RECORD PER LOT OF A LOT-CONTROLLED
000050*           ITEM AT ONE LOCATION, CREATED BY THE RECEIPT THAT
000060*           BROUGHT THE LOT IN.  THE LOT QUANTITIES OF AN ITEM AT
000070*           A LOCATION ADD UP TO THE ITEMLOC BALANCE (LESS ANY
000080*           STOCK ON HAND BEFORE THE ITEM WAS LOT-CONTROLLED).
000090*           A LOT DRAWN TO ZERO IS KEPT SO IT CAN STILL BE TRACED
000100*           BACK TO ITS PURCHASE ORDER.
000110*
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000160******************************************************************
000170 01  LOTBAL-RECORD.
000180     05  LOT-KEY.
000190         10  LOT_ITEM_ID PIC 9(5).
000200         10  LOT_LOC PIC X(3).
000210         10  LOT_NUMBER PIC X(10).
000220     05  LOT_EXPIRY PIC 9(8).
000230     05  LOT_QTY PIC 9(7).
000240     05  LOT_RECEIVED_DATE PIC 9(8).
000250     05  LOT_SUPPLIER_ID PIC 9(5).
000260     05  LOT_PO_NUMBER PIC 9(6).
000270     05  LOT_PO_LINE PIC 9(3).
