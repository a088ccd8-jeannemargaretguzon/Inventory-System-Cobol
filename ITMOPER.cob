000140* DATE       BY   DESCRIPTION
000150* ---------- ---- -----------------------------------------------
000160* 2026-09-02 JMG  ORIGINAL PROGRAM.
000162* 2026-10-15 JMG  EVERY OPERATOR ADD, CHANGE, AND DELETE IS NOW
000164*                 LOGGED TO THE MASTER FILE CHANGE LOG
000166*                 (CHGLOG.DAT) WITH BEFORE AND AFTER IMAGES AND
000168*                 THE SIGNED-ON OPERATOR ID FROM OPERSESS.DAT.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ITMOPER.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY "OPERSEL.cpy".
000273     COPY "SESSSEL.cpy".
000276     COPY "CLOGSEL.cpy".

000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  OPERMAST.
000310     COPY "OPERREC.cpy".

000312 FD  OPERSESS.
000314     COPY "SESSREC.cpy".

000316 FD  CHGLOG.
000318     COPY "CLOGREC.cpy".

000320 WORKING-STORAGE SECTION.
000330     COPY "OPERSTAT.cpy".
000333     COPY "SESSSTAT.cpy".
000336     COPY "CLOGSTAT.cpy".
000340*    PROGRAM SWITCHES AND WORK FIELDS
000350 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000360     88  WS-DONE VALUE 'Y'.
000480 77  WS-LEVEL-OK-SW PIC X(01) VALUE 'N'.
000490     88  WS-LEVEL-OK VALUE 'Y'.
000500 77  WS-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
000501*    MASTER FILE CHANGE LOG WORK FIELDS
000502 77  WS-OPERATOR PIC X(03) VALUE "***".
000503 77  WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.
000504 77  WS-LOG-ACTION PIC X(01) VALUE SPACE.
000505 01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
000506 01  WS-AFTER-IMAGE PIC X(100) VALUE SPACES.
000507 77  WS-OLD-PASSWORD PIC X(08) VALUE SPACES.

000510 PROCEDURE DIVISION.
000520 0000-MAINLINE.
000525     PERFORM 1000-READ-SESSION THRU 1000-EXIT.
000530     MOVE 'N' TO WS-DONE-SW.
000540     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000550         UNTIL WS-DONE.
000560     GOBACK.

000561******************************************************************
000562* 1000 PICKS UP THE OPERATOR SIGNED ON AT ITMMENU SO EVERY
000563* OPERATOR ADD, CHANGE, AND DELETE IS LOGGED WITH WHO MADE IT.
000564* A RUN WITH NO SESSION FILE STAMPS '***'.
000565******************************************************************
000566 1000-READ-SESSION.
000567     MOVE "***" TO WS-OPERATOR.
000568     OPEN INPUT OPERSESS.
000569     IF WS-OPERSESS-NOTCREATED
000570         GO TO 1000-EXIT
000571     END-IF.
000572     READ OPERSESS
000573         AT END
000574             CONTINUE
000575         NOT AT END
000576             MOVE SESS_OPER_ID TO WS-OPERATOR
000577     END-READ.
000578     CLOSE OPERSESS.
000579 1000-EXIT.
000580     EXIT.

000581 2000-PROCESS-MENU.
000582     DISPLAY "----------------------------------------".
000590     DISPLAY "  OPERATOR MAINTENANCE".
000600     DISPLAY "----------------------------------------".
000610     DISPLAY "  1. ADD AN OPERATOR".
001080                 WS-OPERMAST-STATUS
001090         NOT INVALID KEY
001100             DISPLAY "OPERATOR " WS-LOOKUP-ID " ADDED."
001103             MOVE 'A' TO WS-LOG-ACTION
001106             PERFORM 9000-LOG-OPERATOR-CHANGE THRU 9000-EXIT
001110     END-WRITE.
001120     CLOSE OPERMAST.
001130 3000-EXIT.
001300     END-IF.
001310     DISPLAY "CURRENT NAME  : " OPER_NAME.
001320     DISPLAY "CURRENT LEVEL : " OPER_AUTH_LEVEL.
001323     MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE.
001326     MOVE OPER_PASSWORD TO WS-OLD-PASSWORD.
001330     PERFORM 7100-GET-OPERATOR-FIELDS THRU 7100-EXIT.
001340     MOVE WS-NEW-NAME TO OPER_NAME.
001350     MOVE WS-NEW-PASSWORD TO OPER_PASSWORD.
001400                 WS-OPERMAST-STATUS
001410         NOT INVALID KEY
001420             DISPLAY "OPERATOR " WS-LOOKUP-ID " UPDATED."
001423             MOVE 'C' TO WS-LOG-ACTION
001426             PERFORM 9000-LOG-OPERATOR-CHANGE THRU 9000-EXIT
001430     END-REWRITE.
001440     CLOSE OPERMAST.
001450 4000-EXIT.
001650     MOVE 'N' TO WS-CONFIRM-SW.
001660     ACCEPT WS-CONFIRM-SW.
001670     IF WS-CONFIRMED
001675         MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
001680         DELETE OPERMAST
001690             INVALID KEY
001700                 DISPLAY "DELETE FAILED - FILE STATUS "
001710                     WS-OPERMAST-STATUS
001720             NOT INVALID KEY
001730                 DISPLAY "OPERATOR " WS-LOOKUP-ID " DELETED."
001733                 MOVE 'D' TO WS-LOG-ACTION
001736                 PERFORM 9000-LOG-OPERATOR-CHANGE THRU 9000-EXIT
001740         END-DELETE
001750     ELSE
001760         DISPLAY "DELETE CANCELLED."
002360     END-IF.
002370 7200-EXIT.
002380     EXIT.

002390******************************************************************
002400* 9000 APPENDS ONE RECORD TO THE MASTER FILE CHANGE LOG WITH THE
002410* OPERATOR RECORD AS IT STOOD BEFORE AND AFTER THE CHANGE,
002420* AND WHO MADE THE CHANGE.  AN ADD HAS NO BEFORE IMAGE AND A
002430* DELETE NO AFTER IMAGE.  AN UPDATE THAT CHANGED NOTHING IS NOT
002440* LOGGED.  THE PASSWORD IS NEVER WRITTEN TO THE LOG - ITS PLACE
002450* IN EACH IMAGE IS MASKED, AND A CHANGED PASSWORD SHOWS ONLY AS
002460* '*CHANGED' SO THE CHANGE ITSELF IS STILL ON RECORD.
002470******************************************************************
002480 9000-LOG-OPERATOR-CHANGE.
002490     IF WS-LOG-ACTION = 'D'
002500         MOVE SPACES TO WS-AFTER-IMAGE
002510     ELSE
002520         MOVE OPERATOR-RECORD TO WS-AFTER-IMAGE
002530     END-IF.
002540     IF WS-LOG-ACTION = 'A'
002550         MOVE SPACES TO WS-BEFORE-IMAGE
002560     END-IF.
002570     IF WS-BEFORE-IMAGE NOT = SPACES
002580         MOVE "********" TO WS-BEFORE-IMAGE(29:8)
002590     END-IF.
002600     IF WS-AFTER-IMAGE NOT = SPACES
002610         IF WS-LOG-ACTION = 'C'
002620             AND OPER_PASSWORD NOT = WS-OLD-PASSWORD
002630             MOVE "*CHANGED" TO WS-AFTER-IMAGE(29:8)
002640         ELSE
002650             MOVE "********" TO WS-AFTER-IMAGE(29:8)
002660         END-IF
002670     END-IF.
002680     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
002690         GO TO 9000-EXIT
002700     END-IF.
002710     OPEN EXTEND CHGLOG.
002720     IF WS-CHGLOG-NOTCREATED
002730         OPEN OUTPUT CHGLOG
002740     END-IF.
002750     ACCEPT CL_DATE FROM DATE YYYYMMDD.
002760     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002770     MOVE WS-RUN-TIME-RAW(1:6) TO CL_TIME.
002780     MOVE WS-OPERATOR TO CL_OPERATOR.
002790     MOVE "ITMOPER" TO CL_PROGRAM.
002800     MOVE "OPERMAST" TO CL_FILE.
002810     MOVE WS-LOG-ACTION TO CL_ACTION.
002820     MOVE WS-LOOKUP-ID TO CL_KEY.
002830     MOVE WS-BEFORE-IMAGE TO CL_BEFORE.
002840     MOVE WS-AFTER-IMAGE TO CL_AFTER.
002850     WRITE CHGLOG-RECORD.
002860     CLOSE CHGLOG.
002870 9000-EXIT.
002880     EXIT.
