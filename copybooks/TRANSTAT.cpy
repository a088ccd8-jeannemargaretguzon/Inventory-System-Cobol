000010******************************************************************
000020* COPYBOOK: TRANSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE DAILY STOCK TRANSACTION
000040*           FILE.  COPIED INTO WORKING-STORAGE BY EVERY PROGRAM
000050*           THAT SELECTS TRANFILE VIA COPYBOOK TRANSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-TRANFILE-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-TRANFILE-OK VALUE '00'.
000140     88  WS-TRANFILE-EOF VALUE '10'.
000150     88  WS-TRANFILE-NOTCREATED VALUE '35'.
