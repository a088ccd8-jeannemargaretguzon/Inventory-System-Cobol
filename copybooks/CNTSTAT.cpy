000010******************************************************************
000020* COPYBOOK: CNTSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE CYCLE COUNT FILE.  COPIED
000040*           INTO WORKING-STORAGE BY EVERY PROGRAM THAT SELECTS
000050*           COUNTFILE VIA COPYBOOK CNTSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-COUNTFILE-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-COUNTFILE-OK VALUE '00'.
000140     88  WS-COUNTFILE-EOF VALUE '10'.
000150     88  WS-COUNTFILE-NOTCREATED VALUE '35'.
