000240*                 WHOLE HISTORY END TO END; ADDED THE ARCHIVE
000250*                 PERIOD OPTION FOR MOVEMENTS ALREADY MOVED TO
000260*                 DATED ARCHIVE FILES BY ITMARCH.
000262* 2026-10-15 JMG  ARCHIVE RECORD NOW CARRIES THE COST CENTER OF
000264*                 A DEPARTMENT ISSUE (56 BYTES).
000266* 2026-10-15 JMG  ARCHIVE RECORD LENGTHENED FOR THE MOVEMENT LOT
000268*                 NUMBER (MOV_LOT).
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. ITMHIST.
000450     COPY "MOVREC.cpy".

000460 FD  ARCHFILE.
000470 01  ARCH-RECORD PIC X(66).

000480 WORKING-STORAGE SECTION.
000490     COPY "MOVSTAT.cpy".
