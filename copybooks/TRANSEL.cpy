000010******************************************************************
000020* COPYBOOK: TRANSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE DAILY STOCK TRANSACTION
000040*           FILE (TRANFILE.DAT) BUILT BY ITMENTRY AND POSTED BY
000050*           ITMTRAN.  REQUIRES WS-TRANFILE-STATUS (COPYBOOK
000060*           TRANSTAT) IN WORKING-STORAGE.
000070*
000080* MODIFICATION HISTORY
000090* DATE       BY   DESCRIPTION
000100* ---------- ---- -----------------------------------------------
000110* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000120******************************************************************
000130 SELECT TRANFILE ASSIGN TO "C:\Cobol\TRANFILE.dat"
000140     ORGANIZATION IS SEQUENTIAL
000150     ACCESS MODE IS SEQUENTIAL
000160     FILE STATUS IS WS-TRANFILE-STATUS.
