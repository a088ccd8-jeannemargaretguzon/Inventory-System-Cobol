000010******************************************************************
000020* COPYBOOK: BOMSTAT
000030* PURPOSE:  FILE STATUS FIELD FOR THE KIT BILL OF MATERIALS.
000040*           COPIED INTO WORKING-STORAGE BY EVERY PROGRAM THAT
000050*           SELECTS KITBOM VIA COPYBOOK BOMSEL.
000060*
000070* MODIFICATION HISTORY
000080* DATE       BY   DESCRIPTION
000090* ---------- ---- -----------------------------------------------
000100* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000110******************************************************************
000120 01  WS-KITBOM-STATUS PIC X(02) VALUE SPACES.
000130     88  WS-KITBOM-OK VALUE '00'.
000140     88  WS-KITBOM-EOF VALUE '10'.
000150     88  WS-KITBOM-NOTFOUND VALUE '23'.
000160     88  WS-KITBOM-DUPLICATE VALUE '22'.
000170     88  WS-KITBOM-NOTCREATED VALUE '35'.
