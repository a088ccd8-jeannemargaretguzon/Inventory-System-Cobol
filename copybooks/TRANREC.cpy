000010******************************************************************
000020* COPYBOOK: TRANREC
000030* PURPOSE:  RECORD LAYOUTS FOR THE DAILY STOCK TRANSACTION FILE
000040*           (TRANFILE.DAT): ONE TRAN-RECORD PER RECEIPT, ISSUE,
000050*           TRANSFER, COUNT ADJUSTMENT, OR RETURN TO VENDOR,
000060*           FOLLOWED BY ONE TYPE '9' TRAN-TRAILER CARRYING THE
000070*           TRANSACTION COUNT AND THE QUANTITY HASH TOTAL (LOW
000080*           SEVEN DIGITS OF THE SUM OF TRAN_QTY) THAT ITMTRAN
000085*           VERIFIES BEFORE POSTING.
000090*           COPIED INTO THE FD BY ITMTRAN AND INTO WORKING-
000100*           STORAGE BY THE PROGRAMS THAT BUILD THE FILE.
000110*
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-10-15 JMG  ORIGINAL COPYBOOK, TAKEN FROM THE LAYOUT THAT
000160*                 WAS CODED IN LINE IN ITMTRAN.
000162* 2026-10-15 JMG  ADDED TRAN_SO_NUMBER / TRAN_SO_LINE.  A TYPE
000164*                 'I' ISSUE CARRYING A SALES ORDER LINE IS A
000166*                 CUSTOMER SHIPMENT AND RELIEVES THE STOCK
000168*                 ALLOCATED TO THAT LINE; ZERO ON EVERY OTHER
000169*                 TRANSACTION.
000171* 2026-10-15 JMG  ADDED TRAN TYPE 'V' - RETURN TO VENDOR - WITH
000172*                 TRAN_SUPPLIER_ID, TRAN_PO_NUMBER / TRAN_PO_LINE
000173*                 (THE ORDER LINE THE GOODS WERE RECEIVED ON) AND
000174*                 TRAN_REPLACE ('Y' IF THE VENDOR WILL SEND A
000175*                 REPLACEMENT).  ZERO / SPACE ON OTHER TYPES.
000177* 2026-10-15 JMG  ADDED TRAN_COST_CENTER - THE DEPARTMENT THAT
000179*                 REQUESTED A TYPE 'I' ISSUE, VALIDATED ON
000181*                 COSTCTR.DAT.  SPACES ON CUSTOMER SHIPMENTS AND
000183*                 ON EVERY OTHER TYPE.
000184* 2026-10-15 JMG  ADDED TRAN_LOT AND TRAN_EXPIRY FOR LOT-
000185*                 CONTROLLED ITEMS.  A RECEIPT CARRIES THE LOT
000186*                 AND ITS EXPIRY DATE; AN ISSUE, TRANSFER OR
000187*                 RETURN MAY NAME A LOT, OTHERWISE ITMTRAN DRAWS
000188*                 THE OLDEST EXPIRY FIRST.  A COUNT ADJUSTMENT
000189*                 NAMES THE LOT COUNTED.
000190* 2026-10-15 JMG  ADDED TRAN TYPES 'B' - BUILD KITS - AND 'D' -
000191*                 DISASSEMBLE KITS.  TRAN_ITEM_ID IS THE KIT AND
000192*                 TRAN_QTY THE NUMBER OF KITS; THE COMPONENTS
000193*                 COME FROM THE KIT BILL OF MATERIALS (KITBOM)
000194*                 AND MOVE AT TRAN_LOC.
000195******************************************************************
000196 01  TRAN-RECORD.
000197     05  TRAN_TYPE PIC X(01).
000200         88  TRAN-RECEIPT VALUE 'R'.
000210         88  TRAN-ISSUE VALUE 'I'.
000220         88  TRAN-ADJUSTMENT VALUE 'A'.
000230         88  TRAN-TRANSFER VALUE 'T'.
000235         88  TRAN-RETURN VALUE 'V'.
000236         88  TRAN-BUILD VALUE 'B'.
000237         88  TRAN-DISASSEMBLE VALUE 'D'.
000240     05  TRAN_ITEM_ID PIC 9(05).
000250     05  TRAN_QTY PIC 9(07).
000260     05  TRAN_LOC PIC X(03).
000270     05  TRAN_TO_LOC PIC X(03).
000280     05  TRAN_COST PIC 9(06)V99.
000282     05  TRAN_SO_NUMBER PIC 9(06).
000284     05  TRAN_SO_LINE PIC 9(03).
000285     05  TRAN_SUPPLIER_ID PIC 9(05).
000286     05  TRAN_PO_NUMBER PIC 9(06).
000287     05  TRAN_PO_LINE PIC 9(03).
000288     05  TRAN_REPLACE PIC X(01).
000289         88  TRAN-REPLACEMENT-DUE VALUE 'Y'.
000291     05  TRAN_COST_CENTER PIC X(04).
000293     05  TRAN_LOT PIC X(10).
000295     05  TRAN_EXPIRY PIC 9(08).
000297 01  TRAN-TRAILER.
000300     05  TRLR_TYPE PIC X(01).
000310         88  TRLR-RECORD VALUE '9'.
000320     05  TRLR_TRAN_COUNT PIC 9(05).
000330     05  TRLR_QTY_HASH PIC 9(07).
000340     05  FILLER PIC X(60).
