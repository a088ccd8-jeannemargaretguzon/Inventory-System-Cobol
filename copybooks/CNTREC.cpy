000010******************************************************************
000020* COPYBOOK: CNTREC
000030* PURPOSE:  RECORD LAYOUT FOR THE CYCLE COUNT FILE
000040*           (COUNTFILE.DAT).  ONE RECORD PER ITEM / LOCATION
000050*           COUNT.  A SCHEDULED RECORD ('S') IS WRITTEN BY ITMCYCL
000060*           WITH NO QUANTITY AND THE DATE IT WAS SCHEDULED; KEYING
000070*           THE COUNT IN ITMCOUNT FILLS IN THE QUANTITY AND COUNT
000080*           DATE AND MAKES IT ENTERED ('E').  A SCHEDULED COUNT
000090*           NOT TAKEN BY THE NEXT SCHEDULING RUN IS CANCELLED
000100*           ('X').
000110*
000120* MODIFICATION HISTORY
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- -----------------------------------------------
000150* 2026-10-15 JMG  ORIGINAL COPYBOOK, TAKEN FROM ITMCOUNT, WITH
000160*                 THE SCHEDULED AND CANCELLED STATUSES ADDED.
000170******************************************************************
000180 01  CNT-RECORD.
000190     05  CNT_ITEM_ID PIC 9(5).
000200     05  CNT_LOC PIC X(3).
000210     05  CNT_QTY PIC 9(7).
000220     05  CNT_DATE PIC 9(8).
000230     05  CNT_STATUS PIC X(1).
000240         88  CNT-SCHEDULED VALUE 'S'.
000250         88  CNT-ENTERED VALUE 'E'.
000260         88  CNT-POSTED VALUE 'P'.
000270         88  CNT-CANCELLED VALUE 'X'.
