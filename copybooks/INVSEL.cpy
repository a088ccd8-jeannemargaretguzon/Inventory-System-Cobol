000010******************************************************************
000020* COPYBOOK: INVSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE SUPPLIER INVOICE FILE
000040*           (INVOICE.DAT).  KEYED BY SUPPLIER, INVOICE NUMBER,
000050*           AND LINE SO ALL LINES OF ONE INVOICE READ TOGETHER
000060*           FOR THE MATCH RUN.  REQUIRES WS-INVOICE-STATUS
000070*           (COPYBOOK INVSTAT) IN WORKING-STORAGE.
000080*
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- -----------------------------------------------
000120* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000130******************************************************************
000140 SELECT INVOICE ASSIGN TO "C:\Cobol\INVOICE.dat"
000150     ORGANIZATION IS INDEXED
000160     ACCESS MODE IS DYNAMIC
000170     RECORD KEY IS INV-KEY
000180     FILE STATUS IS WS-INVOICE-STATUS.
