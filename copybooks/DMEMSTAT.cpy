000010******************************************************************
000020* COPYBOOK: DMEMSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE VENDOR DEBIT MEMO FILE.
000040*           COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT
000050*           SELECTS DEBITMEM VIA COPYBOOK DMEMSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-DEBITMEM-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-DEBITMEM-OK VALUE '00'.
000140     88  WS-DEBITMEM-EOF VALUE '10'.
000150     88  WS-DEBITMEM-NOTCREATED VALUE '35'.
