000010******************************************************************
000020* COPYBOOK: LOTSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE ITEM/LOCATION/LOT BALANCE
000040*           FILE (LOTBAL.DAT).  KEYED BY ITEM_ID, LOCATION CODE
000050*           AND LOT NUMBER SO ONE ITEM'S LOTS AT ONE LOCATION CAN
000060*           BE READ TOGETHER WITH A START.  REQUIRES
000070*           WS-LOTBAL-STATUS (COPYBOOK LOTSTAT) IN WORKING-
000080*           STORAGE.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000140******************************************************************
000150 SELECT LOTBAL ASSIGN TO "C:\Cobol\LOTBAL.dat"
000160     ORGANIZATION IS INDEXED
000170     ACCESS MODE IS DYNAMIC
000180     RECORD KEY IS LOT-KEY
000190     FILE STATUS IS WS-LOTBAL-STATUS.
