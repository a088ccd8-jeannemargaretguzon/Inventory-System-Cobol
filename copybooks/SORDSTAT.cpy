000010******************************************************************
000020* COPYBOOK: SORDSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE CUSTOMER SALES ORDER FILE.
000040*           COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT
000050*           SELECTS SORDER VIA COPYBOOK SORDSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-SORDER-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-SORDER-OK VALUE '00'.
000140     88  WS-SORDER-EOF VALUE '10'.
000150     88  WS-SORDER-NOTFOUND VALUE '23'.
000160     88  WS-SORDER-DUPLICATE VALUE '22'.
000170     88  WS-SORDER-NOTCREATED VALUE '35'.
