000010******************************************************************
000020* COPYBOOK: BOMSEL
000030* PURPOSE:  FILE-CONTROL ENTRY FOR THE KIT BILL OF MATERIALS
000040*           (KITBOM.DAT).  KEYED BY KIT ITEM_ID AND COMPONENT
000050*           ITEM_ID SO ONE KIT'S COMPONENTS CAN BE READ TOGETHER
000060*           WITH A START.  REQUIRES WS-KITBOM-STATUS (COPYBOOK
000070*           BOMSTAT) IN WORKING-STORAGE.
000080*
000090* MODIFICATION HISTORY
000100* DATE       BY   DESCRIPTION
000110* ---------- ---- -----------------------------------------------
000120* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000130******************************************************************
000140 SELECT KITBOM ASSIGN TO "C:\Cobol\KITBOM.dat"
000150     ORGANIZATION IS INDEXED
000160     ACCESS MODE IS DYNAMIC
000170     RECORD KEY IS BOM-KEY
000180     FILE STATUS IS WS-KITBOM-STATUS.
