000010******************************************************************
000020* COPYBOOK: LOTSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE ITEM/LOCATION/LOT BALANCE
000040*           FILE.  COPIED INTO WORKING-STORAGE BY EVERY PROGRAM
000050*           THAT SELECTS LOTBAL VIA COPYBOOK LOTSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-LOTBAL-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-LOTBAL-OK VALUE '00'.
000140     88  WS-LOTBAL-EOF VALUE '10'.
000150     88  WS-LOTBAL-NOTFOUND VALUE '23'.
000160     88  WS-LOTBAL-DUPLICATE VALUE '22'.
000170     88  WS-LOTBAL-NOTCREATED VALUE '35'.
