000010******************************************************************
000020* COPYBOOK: BORDSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE CUSTOMER BACKORDER FILE
000040*           (BACKORD.DAT).  KEYED BY ITEM, ORDER DATE, AND SALES
000050*           ORDER LINE SO RECEIVING CAN START AT AN ITEM AND
000060*           RELEASE ITS BACKORDERS OLDEST FIRST.  REQUIRES
000070*           WS-BACKORD-STATUS (COPYBOOK BORDSTAT) IN
000080*           WORKING-STORAGE.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000140******************************************************************
000150 SELECT BACKORD ASSIGN TO "C:\Cobol\BACKORD.dat"
000160     ORGANIZATION IS INDEXED
000170     ACCESS MODE IS DYNAMIC
000180     RECORD KEY IS BO-KEY
000190     FILE STATUS IS WS-BACKORD-STATUS.
