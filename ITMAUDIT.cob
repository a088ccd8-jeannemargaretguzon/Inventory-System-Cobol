000220* DATE       BY   DESCRIPTION
000230* ---------- ---- -----------------------------------------------
000240* 2026-09-02 JMG  ORIGINAL PROGRAM.
000243* 2026-10-15 JMG  CORRECTING MOVEMENTS CARRY NO COST CENTER.
000246* 2026-10-15 JMG  CORRECTING MOVEMENTS CARRY NO LOT.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ITMAUDIT.
003890     MOVE SPACES TO MOV_LOC.
003900     MOVE SPACES TO MOV_TO_LOC.
003910     MOVE WS-OPERATOR TO MOV_OPERATOR.
003913     MOVE SPACES TO MOV_COST_CENTER.
003916     MOVE SPACES TO MOV_LOT.
003920     MOVE 'N' TO WS-MOV-DONE-SW.
003930     PERFORM 6200-WRITE-CORRECTION-TRY THRU 6200-EXIT
003940         UNTIL WS-MOV-DONE.
