000010******************************************************************
000020* COPYBOOK: CLOGSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE MASTER FILE CHANGE LOG
000040*           (CHGLOG.DAT).  REQUIRES WS-CHGLOG-STATUS (COPYBOOK
000050*           CLOGSTAT) IN WORKING-STORAGE.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 SELECT CHGLOG ASSIGN TO "C:\Cobol\CHGLOG.dat"
000130     ORGANIZATION IS SEQUENTIAL
000140     ACCESS MODE IS SEQUENTIAL
000150     FILE STATUS IS WS-CHGLOG-STATUS.
