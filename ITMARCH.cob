000160* DATE       BY   DESCRIPTION
000170* ---------- ---- -----------------------------------------------
000180* 2026-09-02 JMG  ORIGINAL PROGRAM.
000182* 2026-10-15 JMG  MOVEMENT RECORD NOW CARRIES THE COST CENTER OF
000184*                 A DEPARTMENT ISSUE (56 BYTES).
000186* 2026-10-15 JMG  ARCHIVE RECORD LENGTHENED FOR THE MOVEMENT LOT
000188*                 NUMBER (MOV_LOT).
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ITMARCH.
000530     05  PCT_CLOSE_DATE PIC 9(8).

000540 FD  NEWMOV.
000550 01  NEWMOV-RECORD PIC X(66).

000560 FD  ARCHCTL.
000570 01  ARCHCTL-RECORD.
000620     05  AC_RUN_DATE PIC 9(8).

000630 FD  ARCHFILE.
000640 01  ARCH-RECORD PIC X(66).

000650 WORKING-STORAGE SECTION.
000660     COPY "MOVSTAT.cpy".
