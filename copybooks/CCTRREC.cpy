000010******************************************************************
000020* COPYBOOK: CCTRREC
000030* PURPOSE:  RECORD LAYOUT FOR THE COST CENTER MASTER
000040*           (COSTCTR.DAT).  ONE RECORD PER DEPARTMENT THAT DRAWS
000050*           STOCK FROM THE STOREROOM: ITS NAME, THE GENERAL
000060*           LEDGER EXPENSE ACCOUNT ITS ISSUES ARE CHARGED TO AT
000070*           MONTH END, AND ITS MONTHLY STORES BUDGET.  MAINTAINED
000080*           BY ITMCCTR.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000140******************************************************************
000150 01  COSTCTR-RECORD.
000160     05  CC_CODE PIC X(4).
000170     05  CC_NAME PIC X(25).
000180     05  CC_GL_ACCOUNT PIC X(8).
000190     05  CC_MONTHLY_BUDGET PIC 9(9)V99.
