000010******************************************************************
000020* COPYBOOK: CLOGSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE MASTER FILE CHANGE LOG.
000040*           COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT
000050*           SELECTS CHGLOG VIA COPYBOOK CLOGSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-CHGLOG-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-CHGLOG-OK VALUE '00'.
000140     88  WS-CHGLOG-EOF VALUE '10'.
000150     88  WS-CHGLOG-NOTCREATED VALUE '35'.
