000010******************************************************************
000020* COPYBOOK: SORDSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE CUSTOMER SALES ORDER FILE
000040*           (SORDER.DAT).  KEYED BY SALES ORDER NUMBER PLUS LINE
000050*           NUMBER SO AN ORDER LISTS IN LINE ORDER AND POSTING
000060*           CAN REWRITE ONE LINE BY RANDOM ACCESS.  REQUIRES
000070*           WS-SORDER-STATUS (COPYBOOK SORDSTAT) IN
000080*           WORKING-STORAGE.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000140******************************************************************
000150 SELECT SORDER ASSIGN TO "C:\Cobol\SORDER.dat"
000160     ORGANIZATION IS INDEXED
000170     ACCESS MODE IS DYNAMIC
000180     RECORD KEY IS SO-KEY
000190     FILE STATUS IS WS-SORDER-STATUS.
