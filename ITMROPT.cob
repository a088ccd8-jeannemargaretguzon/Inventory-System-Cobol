000230* DATE       BY   DESCRIPTION
000240* ---------- ---- -----------------------------------------------
000250* 2026-09-02 JMG  ORIGINAL PROGRAM.
000252* 2026-10-15 JMG  COMPONENTS CONSUMED BY KIT BUILDS (MOVEMENT
000254*                 TYPE 'K') NOW COUNT AS USAGE ALONGSIDE ISSUES,
000256*                 SO A PART USED ONLY IN KITS STILL GETS A
000258*                 REORDER POINT.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ITMROPT.
002940         MOVE 'Y' TO WS-MOV-EOF-SW
002950         GO TO 3200-EXIT
002960     END-IF.
002970     IF MOV_TYPE = 'I' OR MOV_TYPE = 'K'
002980         ADD MOV_QTY TO WS-ISSUE-QTY
002990     END-IF.
003000 3200-EXIT.
