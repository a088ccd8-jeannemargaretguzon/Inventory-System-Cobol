000010******************************************************************
000020* COPYBOOK: BOMREC
000030* PURPOSE:  RECORD LAYOUT FOR THE KIT BILL OF MATERIALS
000040*           (KITBOM.DAT).  ONE RECORD PER COMPONENT OF A KIT
000050*           BUILT IN-HOUSE: THE KIT ITEM, THE COMPONENT ITEM, AND
000060*           HOW MANY OF THE COMPONENT GO INTO ONE KIT.  BOTH ARE
000070*           ORDINARY ITEMS ON ITEMLIST.DAT.  MAINTAINED BY ITMBOM;
000080*           READ BY ITMTRAN TO POST TYPE 'B' BUILDS AND TYPE 'D'
000090*           DISASSEMBLIES, AND BY ITMWHERE FOR WHERE-USED.
000100*
000110* MODIFICATION HISTORY
000120* DATE       BY   DESCRIPTION
000130* ---------- ---- -----------------------------------------------
000140* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000150******************************************************************
000160 01  KITBOM-RECORD.
000170     05  BOM-KEY.
000180         10  BOM_KIT_ID PIC 9(5).
000190         10  BOM_COMP_ID PIC 9(5).
000200     05  BOM_QTY_PER PIC 9(5).
000210     05  BOM_CHANGED_DATE PIC 9(8).
000220     05  BOM_CHANGED_BY PIC X(3).
