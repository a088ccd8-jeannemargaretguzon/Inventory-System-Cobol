000010******************************************************************
000020* COPYBOOK: CCTRSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE COST CENTER MASTER
000040*           (COSTCTR.DAT).  KEYED BY CC_CODE SO THE REQUESTING
000050*           COST CENTER ON AN ISSUE CAN BE VALIDATED BY RANDOM
000060*           READ.  REQUIRES WS-COSTCTR-STATUS (COPYBOOK
000070*           CCTRSTAT) IN WORKING-STORAGE.
000080*
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- -----------------------------------------------
000120* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000130******************************************************************
000140 SELECT COSTCTR ASSIGN TO "C:\Cobol\COSTCTR.dat"
000150     ORGANIZATION IS INDEXED
000160     ACCESS MODE IS DYNAMIC
000170     RECORD KEY IS CC_CODE
000180     FILE STATUS IS WS-COSTCTR-STATUS.
