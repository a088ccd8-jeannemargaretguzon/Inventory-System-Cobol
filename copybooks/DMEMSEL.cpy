000010******************************************************************
000020* COPYBOOK: DMEMSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE VENDOR DEBIT MEMO FILE
000040*           (DEBITMEM.DAT).  ITMTRAN APPENDS ONE RECORD FOR EACH
000050*           RETURN TO VENDOR IT POSTS; ITMDEBIT PRINTS THEM AS
000060*           THE DEBIT MEMO REGISTER FOR ACCOUNTS PAYABLE.
000070*           REQUIRES WS-DEBITMEM-STATUS (COPYBOOK DMEMSTAT) IN
000080*           WORKING-STORAGE.
000090*
000100* MODIFICATION HISTORY
000110* DATE       BY   DESCRIPTION
000120* ---------- ---- -----------------------------------------------
000130* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000140******************************************************************
000150 SELECT DEBITMEM ASSIGN TO "C:\Cobol\DEBITMEM.dat"
000160     ORGANIZATION IS SEQUENTIAL
000170     ACCESS MODE IS SEQUENTIAL
000180     FILE STATUS IS WS-DEBITMEM-STATUS.
