000010******************************************************************
000020* COPYBOOK: INVSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE SUPPLIER INVOICE FILE.
000040*           COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT
000050*           SELECTS INVOICE VIA COPYBOOK INVSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-INVOICE-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-INVOICE-OK VALUE '00'.
000140     88  WS-INVOICE-EOF VALUE '10'.
000150     88  WS-INVOICE-NOTFOUND VALUE '23'.
000160     88  WS-INVOICE-DUPLICATE VALUE '22'.
000170     88  WS-INVOICE-NOTCREATED VALUE '35'.
