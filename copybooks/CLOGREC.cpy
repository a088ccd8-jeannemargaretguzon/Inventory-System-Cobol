000010******************************************************************
000020* COPYBOOK: CLOGREC
000030* PURPOSE:  RECORD LAYOUT FOR THE MASTER FILE CHANGE LOG
000040*           (CHGLOG.DAT).  ONE RECORD IS APPENDED FOR EVERY ADD,
000050*           CHANGE, AND DELETE MADE TO THE ITEM, SUPPLIER,
000060*           LOCATION, AND OPERATOR MASTERS BY THEIR MAINTENANCE
000070*           PROGRAMS (ITMMAINT, ACTIVITY4, ITMSUPP, ITMLOC, AND
000080*           ITMOPER), CARRYING THE WHOLE RECORD AS IT STOOD BEFORE
000090*           AND AFTER, SO NO OLD VALUE IS LOST AND EVERY CHANGE
000100*           SHOWS WHO MADE IT.  THE BEFORE IMAGE OF AN ADD AND THE
000110*           AFTER IMAGE OF A DELETE ARE SPACES.  OPERATOR
000120*           PASSWORDS ARE NEVER LOGGED - THEIR PLACE IN THE IMAGE
000130*           IS MASKED.  ITMCHLOG PRINTS THE LOG FOR SIGN-OFF.
000140*
000150* MODIFICATION HISTORY
000160* DATE       BY   DESCRIPTION
000170* ---------- ---- -----------------------------------------------
000180* 2026-10-15 JMG  ORIGINAL COPYBOOK.
000182* 2026-10-15 JMG  ADDED FILE ITEMLOC - MIN/MAX LEVEL CHANGES MADE
000184*                 IN ITMLOC.  KEY IS ITEM ID PLUS LOCATION.
000190******************************************************************
000200 01  CHGLOG-RECORD.
000210     05  CL_DATE PIC 9(8).
000220     05  CL_TIME PIC 9(6).
000230     05  CL_OPERATOR PIC X(3).
000240     05  CL_PROGRAM PIC X(10).
000250     05  CL_FILE PIC X(8).
000260         88  CL-FILE-ITEM VALUE 'ITEMLIST'.
000270         88  CL-FILE-SUPPLIER VALUE 'SUPPLIER'.
000280         88  CL-FILE-LOCATION VALUE 'LOCATION'.
000290         88  CL-FILE-OPERATOR VALUE 'OPERMAST'.
000295         88  CL-FILE-BALANCE VALUE 'ITEMLOC'.
000300     05  CL_ACTION PIC X(1).
000310         88  CL-ADD VALUE 'A'.
000320         88  CL-CHANGE VALUE 'C'.
000330         88  CL-DELETE VALUE 'D'.
000340     05  CL_KEY PIC X(10).
000350     05  CL_BEFORE PIC X(100).
000360     05  CL_AFTER PIC X(100).
