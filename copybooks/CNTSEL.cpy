000010******************************************************************
000020* COPYBOOK: CNTSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE CYCLE COUNT FILE
000040*           (COUNTFILE.DAT).  SEQUENTIAL; COUNTS ARE APPENDED AS
000050*           THEY ARE KEYED OR SCHEDULED AND REWRITTEN IN PLACE AS
000060*           THEY ARE COUNTED AND POSTED.  REQUIRES
000070*           WS-COUNTFILE-STATUS (COPYBOOK CNTSTAT) IN
000080*           WORKING-STORAGE.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK, TAKEN FROM ITMCOUNT SO THE
000140*                 COUNT SCHEDULER (ITMCYCL) CAN SEED THE FILE.
000150******************************************************************
000160 SELECT COUNTFILE ASSIGN TO "C:\Cobol\COUNTFILE.dat"
000170     ORGANIZATION IS SEQUENTIAL
000180     ACCESS MODE IS SEQUENTIAL
000190     FILE STATUS IS WS-COUNTFILE-STATUS.
