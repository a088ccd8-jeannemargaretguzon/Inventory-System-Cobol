000150* 2026-08-22 JMG  DELETE NOW REFUSES WHILE ITEMS ON ITEMLIST.DAT
000160*                 STILL REFERENCE THE SUPPLIER, SO A SUPPLIER IN
000170*                 USE CAN NO LONGER BE REMOVED BY ACCIDENT.
000172* 2026-10-15 JMG  EVERY SUPPLIER ADD, CHANGE, AND DELETE IS NOW
000174*                 LOGGED TO THE MASTER FILE CHANGE LOG
000176*                 (CHGLOG.DAT) WITH BEFORE AND AFTER IMAGES AND
000178*                 THE SIGNED-ON OPERATOR ID FROM OPERSESS.DAT.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ITMSUPP.
000270 FILE-CONTROL.
000280     COPY "SUPPSEL.cpy".
000290     COPY "ITEMSEL.cpy".
000293     COPY "SESSSEL.cpy".
000296     COPY "CLOGSEL.cpy".

000300 DATA DIVISION.
000310 FILE SECTION.
000340 FD  ITEMLIST.
000350     COPY "ITEMREC.cpy".

000352 FD  OPERSESS.
000354     COPY "SESSREC.cpy".

000356 FD  CHGLOG.
000358     COPY "CLOGREC.cpy".

000360 WORKING-STORAGE SECTION.
000370     COPY "SUPPSTAT.cpy".
000380     COPY "ITEMSTAT.cpy".
000383     COPY "SESSSTAT.cpy".
000386     COPY "CLOGSTAT.cpy".
000390*    PROGRAM SWITCHES AND COUNTERS
000400 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000410     88  WS-DONE VALUE 'Y'.
000500 77  WS-ITEM-EOF-SW PIC X(01) VALUE 'N'.
000510     88  WS-ITEM-EOF VALUE 'Y'.
000520 77  WS-REF-COUNT PIC 9(05) COMP VALUE ZERO.
000521*    MASTER FILE CHANGE LOG WORK FIELDS
000522 77  WS-OPERATOR PIC X(03) VALUE "***".
000523 77  WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.
000524 77  WS-LOG-ACTION PIC X(01) VALUE SPACE.
000525 01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
000526 01  WS-AFTER-IMAGE PIC X(100) VALUE SPACES.

000530 PROCEDURE DIVISION.
000540 0000-MAINLINE.
000545     PERFORM 1000-READ-SESSION THRU 1000-EXIT.
000550     MOVE 'N' TO WS-DONE-SW.
000560     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000570         UNTIL WS-DONE.
000580     GOBACK.

000581******************************************************************
000582* 1000 PICKS UP THE OPERATOR SIGNED ON AT ITMMENU SO EVERY
000583* SUPPLIER ADD, CHANGE, AND DELETE IS LOGGED WITH WHO MADE IT.
000584* A RUN WITH NO SESSION FILE STAMPS '***'.
000585******************************************************************
000586 1000-READ-SESSION.
000587     MOVE "***" TO WS-OPERATOR.
000588     OPEN INPUT OPERSESS.
000589     IF WS-OPERSESS-NOTCREATED
000590         GO TO 1000-EXIT
000591     END-IF.
000592     READ OPERSESS
000593         AT END
000594             CONTINUE
000595         NOT AT END
000596             MOVE SESS_OPER_ID TO WS-OPERATOR
000597     END-READ.
000598     CLOSE OPERSESS.
000599 1000-EXIT.
000600     EXIT.

000601 2000-PROCESS-MENU.
000602     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
000610     ACCEPT WS-MENU-CHOICE.
000620     EVALUATE WS-MENU-CHOICE
000630         WHEN 1
000960     END-IF.
000970     DISPLAY "SUPPLIER ID:" WITH NO ADVANCING.
000980     ACCEPT SUPPLIER_ID OF SUPPLIER.
000985     MOVE SUPPLIER_ID OF SUPPLIER TO WS-SEARCH-ID.
000990     DISPLAY "SUPPLIER NAME:" WITH NO ADVANCING.
001000     ACCEPT SUPPLIER_NAME.
001010     DISPLAY "SUPPLIER CONTACT:" WITH NO ADVANCING.
001070             DISPLAY "SUPPLIER ID ALREADY EXISTS."
001080         NOT INVALID KEY
001090             DISPLAY "SUPPLIER ADDED."
001093             MOVE 'A' TO WS-LOG-ACTION
001096             PERFORM 9000-LOG-SUPPLIER-CHANGE THRU 9000-EXIT
001100     END-WRITE.
001110     CLOSE SUPPLIER-FILE.
001120 3000-EXIT.
001160     IF NOT WS-FOUND
001170         GO TO 4000-EXIT
001180     END-IF.
001185     MOVE SUPPLIER TO WS-BEFORE-IMAGE.
001190     DISPLAY "SUPPLIER NAME:" WITH NO ADVANCING.
001200     ACCEPT SUPPLIER_NAME.
001210     DISPLAY "SUPPLIER CONTACT:" WITH NO ADVANCING.
001270             DISPLAY "UPDATE FAILED."
001280         NOT INVALID KEY
001290             DISPLAY "SUPPLIER UPDATED."
001293             MOVE 'C' TO WS-LOG-ACTION
001296             PERFORM 9000-LOG-SUPPLIER-CHANGE THRU 9000-EXIT
001300     END-REWRITE.
001310     CLOSE SUPPLIER-FILE.
001320 4000-EXIT.
001470     DISPLAY "DELETE THIS SUPPLIER? (Y/N):" WITH NO ADVANCING.
001480     ACCEPT WS-CONFIRM.
001490     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
001495         MOVE SUPPLIER TO WS-BEFORE-IMAGE
001500         DELETE SUPPLIER-FILE
001510             INVALID KEY
001520                 DISPLAY "DELETE FAILED."
001530             NOT INVALID KEY
001540                 DISPLAY "SUPPLIER DELETED."
001543                 MOVE 'D' TO WS-LOG-ACTION
001546                 PERFORM 9000-LOG-SUPPLIER-CHANGE THRU 9000-EXIT
001550         END-DELETE
001560     ELSE
001570         DISPLAY "DELETE CANCELLED."
002240     END-IF.
002250 7000-EXIT.
002260     EXIT.

002270******************************************************************
002280* 9000 APPENDS ONE RECORD TO THE MASTER FILE CHANGE LOG WITH THE
002290* SUPPLIER RECORD AS IT STOOD BEFORE AND AFTER THE CHANGE,
002300* AND WHO MADE THE CHANGE.  AN ADD HAS NO BEFORE IMAGE AND A
002310* DELETE NO AFTER IMAGE.  AN UPDATE THAT CHANGED NOTHING IS NOT
002320* LOGGED.
002330******************************************************************
002340 9000-LOG-SUPPLIER-CHANGE.
002350     IF WS-LOG-ACTION = 'D'
002360         MOVE SPACES TO WS-AFTER-IMAGE
002370     ELSE
002380         MOVE SUPPLIER TO WS-AFTER-IMAGE
002390     END-IF.
002400     IF WS-LOG-ACTION = 'A'
002410         MOVE SPACES TO WS-BEFORE-IMAGE
002420     END-IF.
002430     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
002440         GO TO 9000-EXIT
002450     END-IF.
002460     OPEN EXTEND CHGLOG.
002470     IF WS-CHGLOG-NOTCREATED
002480         OPEN OUTPUT CHGLOG
002490     END-IF.
002500     ACCEPT CL_DATE FROM DATE YYYYMMDD.
002510     ACCEPT WS-RUN-TIME-RAW FROM TIME.
002520     MOVE WS-RUN-TIME-RAW(1:6) TO CL_TIME.
002530     MOVE WS-OPERATOR TO CL_OPERATOR.
002540     MOVE "ITMSUPP" TO CL_PROGRAM.
002550     MOVE "SUPPLIER" TO CL_FILE.
002560     MOVE WS-LOG-ACTION TO CL_ACTION.
002570     MOVE WS-SEARCH-ID TO CL_KEY.
002580     MOVE WS-BEFORE-IMAGE TO CL_BEFORE.
002590     MOVE WS-AFTER-IMAGE TO CL_AFTER.
002600     WRITE CHGLOG-RECORD.
002610     CLOSE CHGLOG.
002620 9000-EXIT.
002630     EXIT.
