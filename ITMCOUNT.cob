000280*                 SEQUENCE NUMBER BUMPED ON A DUPLICATE KEY.
000290* 2026-09-02 JMG  THE SIGNED-ON OPERATOR ID (FROM OPERSESS.DAT)
000300*                 IS NOW STAMPED ON EVERY POSTED ADJUSTMENT.
000301* 2026-10-15 JMG  A NEW ITEM-LOCATION BALANCE IS WRITTEN WITH NO
000302*                 STOCK ALLOCATED TO SALES ORDERS.
000303* 2026-10-15 JMG  COUNT ADJUSTMENTS CARRY NO COST CENTER.
000304* 2026-10-15 JMG  A VARIANCE ON A LOT-CONTROLLED ITEM IS NOT
000305*                 POSTED HERE - THE COUNT HAS TO BE KEYED BY LOT
000306*                 AS A TYPE 'A' ADJUSTMENT SO THE LOT BALANCES
000307*                 FOLLOW.  ITS COUNT RECORD STAYS ENTERED.  COUNT
000308*                 ADJUSTMENTS CARRY NO LOT.
000309* 2026-10-15 JMG  A NEW LOCATION BALANCE STARTS WITH NO
000310*                 MIN/MAX LEVELS (SET IN ITMLOC).
000311* 2026-10-15 JMG  THE COUNT FILE LAYOUT MOVED TO COPYBOOKS
000312*                 CNTSEL/CNTREC/CNTSTAT.  NEW OPTION 4 WALKS THE
000313*                 COUNT LIST SEEDED BY ITMCYCL AND TAKES A BLIND
000314*                 COUNT FOR EACH SCHEDULED ITEM AND LOCATION; EXIT
000315*                 MOVES TO 5.  POSTING A COUNT (MATCHED OR
000316*                 ADJUSTED) SETS THE ITEM'S LAST COUNTED DATE.
000317******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ITMCOUNT.
000340 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000430     COPY "LOCSEL.cpy".
000440     COPY "ILOCSEL.cpy".
000450     COPY "SESSSEL.cpy".
000460     COPY "CNTSEL.cpy".
000500     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\COUNTVAR.PRT"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000640     COPY "SESSREC.cpy".

000650 FD  COUNTFILE.
000660     COPY "CNTREC.cpy".

000740 FD  REPORT-FILE
000750     LINAGE IS 60 LINES
000810     COPY "LOCSTAT.cpy".
000820     COPY "ILOCSTAT.cpy".
000830     COPY "SESSSTAT.cpy".
000840     COPY "CNTSTAT.cpy".
000860 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000870*    REPORT HEADING LINES
000880 01  WS-HEADING-1.
001750         WHEN 3
001760             PERFORM 5000-POST-VARIANCES THRU 5000-EXIT
001770         WHEN 4
001773             PERFORM 6000-ENTER-SCHEDULED THRU 6000-EXIT
001776         WHEN 5
001780             MOVE 'Y' TO WS-DONE-SW
001790         WHEN OTHER
001800             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 5."
001810     END-EVALUATE.
001820 2000-EXIT.
001830     EXIT.
001880     DISPLAY "  1. ENTER COUNTS".
001890     DISPLAY "  2. PRINT VARIANCE REPORT".
001900     DISPLAY "  3. POST APPROVED VARIANCES".
001910     DISPLAY "  4. ENTER COUNTS FROM THE COUNT LIST".
001915     DISPLAY "  5. EXIT".
001920     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
001930 2100-EXIT.
001940     EXIT.
003970     IF CNT_QTY = WS-BOOK-QTY
003980         DISPLAY "ITEM " CNT_ITEM_ID " AT " CNT_LOC
003990             " COUNT MATCHES BOOK - NO ADJUSTMENT."
003991         PERFORM 5700-STAMP-COUNT-DATE THRU 5700-EXIT
003992         REWRITE ITEMS
003993             INVALID KEY
003994                 DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
003995         END-REWRITE
004000         PERFORM 5300-MARK-COUNT-POSTED THRU 5300-EXIT
004010         GO TO 5100-EXIT
004020     END-IF.
004021     IF ITEM-LOT-CONTROLLED
004022         DISPLAY "ITEM " CNT_ITEM_ID " AT " CNT_LOC
004023             " IS LOT-CONTROLLED - KEY THE COUNT BY LOT AS A "
004024             "TYPE A ADJUSTMENT."
004025         ADD 1 TO WS-SKIPPED-COUNT
004026         GO TO 5100-EXIT
004027     END-IF.
004030     COMPUTE WS-VARIANCE = CNT_QTY - WS-BOOK-QTY.
004040     DISPLAY "ITEM " CNT_ITEM_ID " " ITEM_NAME " AT " CNT_LOC.
004050     DISPLAY "  BOOK " WS-BOOK-QTY " COUNTED " CNT_QTY
004250         COMPUTE ITEM_QTY = ITEM_QTY + WS-ILOC-DELTA
004260     END-IF.
004270     PERFORM 5500-SET-LOC-BALANCE THRU 5500-EXIT.
004275     PERFORM 5700-STAMP-COUNT-DATE THRU 5700-EXIT.
004280     REWRITE ITEMS
004290         INVALID KEY
004300             DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
004480     MOVE CNT_LOC TO MOV_LOC.
004490     MOVE SPACES TO MOV_TO_LOC.
004500     MOVE WS-OPERATOR TO MOV_OPERATOR.
004503     MOVE SPACES TO MOV_COST_CENTER.
004506     MOVE SPACES TO MOV_LOT.
004510     MOVE 'N' TO WS-MOV-DONE-SW.
004520     PERFORM 5260-WRITE-MOVEMENT-TRY THRU 5260-EXIT
004530         UNTIL WS-MOV-DONE.
005150         MOVE CNT_ITEM_ID TO ILOC_ITEM_ID
005160         MOVE CNT_LOC TO ILOC_LOC_CODE
005170         MOVE CNT_QTY TO ILOC_QTY
005172         MOVE ZERO TO ILOC_ALLOCATED
005174         MOVE ZERO TO ILOC_MIN
005176         MOVE ZERO TO ILOC_MAX
005180         WRITE ITEMLOC-RECORD
005190     END-IF.
005200 5500-EXIT.
005250 5300-EXIT.
005260     EXIT.

005270******************************************************************
005280* 5700 RECORDS THE COUNT DATE AS THE ITEM'S LAST COUNTED DATE,
005290* WHICH THE COUNT SCHEDULER (ITMCYCL) WORKS FROM.  AN OLDER
005300* COUNT POSTED LATE DOES NOT SET THE DATE BACK.
005310******************************************************************
005320 5700-STAMP-COUNT-DATE.
005330     IF CNT_DATE > ITEM_LAST_COUNT_DATE
005340         MOVE CNT_DATE TO ITEM_LAST_COUNT_DATE
005350     END-IF.
005360 5700-EXIT.
005370     EXIT.

005380******************************************************************
005390* 6000 WALKS THE COUNT LIST SEEDED BY THE COUNT SCHEDULER
005400* (ITMCYCL), ASKING FOR THE COUNTED QUANTITY OF EACH SCHEDULED
005410* ITEM AND LOCATION IN TURN WITHOUT SHOWING THE BOOK FIGURE.  A
005420* BLANK ENTRY LEAVES THE COUNT SCHEDULED FOR LATER; Q STOPS THE
005430* WALK.  COUNTS TAKEN HERE ARE ENTERED COUNTS LIKE ANY OTHER AND
005440* GO THROUGH THE VARIANCE REPORT AND APPROVAL AS USUAL.
005450******************************************************************
005460 6000-ENTER-SCHEDULED.
005470     MOVE 'N' TO WS-EOF-SW.
005480     MOVE ZERO TO WS-ENTERED-COUNT.
005490     MOVE ZERO TO WS-SKIPPED-COUNT.
005500     OPEN I-O COUNTFILE.
005510     IF WS-COUNTFILE-NOTCREATED
005520         DISPLAY "NO COUNTS ON FILE."
005530         GO TO 6000-EXIT
005540     END-IF.
005550     OPEN INPUT ITEMLIST.
005560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005570     PERFORM 6100-ENTER-ONE-SCHEDULED THRU 6100-EXIT
005580         UNTIL WS-EOF.
005590     CLOSE COUNTFILE.
005600     CLOSE ITEMLIST.
005610     DISPLAY WS-ENTERED-COUNT " COUNT(S) RECORDED, "
005620         WS-SKIPPED-COUNT " LEFT ON THE LIST.".
005630 6000-EXIT.
005640     EXIT.

005650 6100-ENTER-ONE-SCHEDULED.
005660     READ COUNTFILE
005670         AT END
005680             MOVE 'Y' TO WS-EOF-SW
005690             GO TO 6100-EXIT
005700     END-READ.
005710     IF NOT CNT-SCHEDULED
005720         GO TO 6100-EXIT
005730     END-IF.
005740     MOVE CNT_ITEM_ID TO ITEM_ID.
005750     READ ITEMLIST
005760         INVALID KEY
005770             MOVE "** NOT ON ITEM MASTER **" TO ITEM_NAME
005780     END-READ.
005790     DISPLAY "ITEM " CNT_ITEM_ID " " ITEM_NAME " AT " CNT_LOC.
005800     DISPLAY "COUNTED QUANTITY (BLANK = LATER, Q = QUIT): "
005810         WITH NO ADVANCING.
005820     MOVE SPACES TO WS-COUNT-QTY-EDIT.
005830     ACCEPT WS-COUNT-QTY-EDIT.
005840     IF WS-COUNT-QTY-EDIT = "Q" OR WS-COUNT-QTY-EDIT = "q"
005850         OR WS-COUNT-QTY-EDIT = "      Q"
005860         OR WS-COUNT-QTY-EDIT = "      q"
005870         ADD 1 TO WS-SKIPPED-COUNT
005880         MOVE 'Y' TO WS-EOF-SW
005890         GO TO 6100-EXIT
005900     END-IF.
005910     IF WS-COUNT-QTY-EDIT = SPACES
005920         ADD 1 TO WS-SKIPPED-COUNT
005930         GO TO 6100-EXIT
005940     END-IF.
005950     INSPECT WS-COUNT-QTY-EDIT REPLACING ALL SPACES BY ZEROS.
005960     IF WS-COUNT-QTY-EDIT NOT NUMERIC
005970         DISPLAY "COUNTED QUANTITY MUST BE NUMERIC - LEFT ON THE "
005980             "LIST."
005990         ADD 1 TO WS-SKIPPED-COUNT
006000         GO TO 6100-EXIT
006010     END-IF.
006020     MOVE WS-COUNT-QTY TO CNT_QTY.
006030     MOVE WS-RUN-DATE TO CNT_DATE.
006040     MOVE 'E' TO CNT_STATUS.
006050     REWRITE CNT-RECORD.
006060     ADD 1 TO WS-ENTERED-COUNT.
006070 6100-EXIT.
006080     EXIT.

006090 7000-PRINT-HEADINGS.
006100     ADD 1 TO WS-PAGE-NUMBER.
006110     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
006120     WRITE REPORT-LINE FROM WS-HEADING-1
006130         AFTER ADVANCING PAGE.
006140     WRITE REPORT-LINE FROM WS-HEADING-2
006150         AFTER ADVANCING 2 LINES.
006160 7000-EXIT.
006170     EXIT.
