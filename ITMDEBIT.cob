000010******************************************************************
000020* PROGRAM: ITMDEBIT
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: VENDOR DEBIT MEMO REGISTER FOR ACCOUNTS PAYABLE.
000070*          ITMTRAN WRITES ONE DEBIT MEMO TO DEBITMEM.DAT FOR EVERY
000080*          RETURN TO VENDOR (TRAN TYPE 'V') IT POSTS, VALUED AT
000090*          THE UNIT COST OF THE ORIGINAL RECEIPT.  THIS PROGRAM
000100*          READS THE SUPPLIER MASTER IN KEY ORDER AND, FOR EACH
000110*          SUPPLIER, SWEEPS DEBITMEM.DAT FOR THE MEMOS POSTED IN
000120*          THE DATE RANGE THE OPERATOR KEYS, PRINTING EACH RETURN
000130*          WITH ITS PO LINE AND A TOTAL PER SUPPLIER SO PAYABLES
000140*          CAN SHORT-PAY THE VENDOR'S INVOICE.  RETURNS THE
000150*          VENDOR IS TO REPLACE ARE MARKED REPLACE RATHER THAN
000160*          CREDIT.  MEMOS FOR A SUPPLIER NO LONGER ON THE MASTER
000170*          PRINT IN A SEPARATE BLOCK AT THE END SO NOTHING IS
000180*          LEFT OFF.  THE REGISTER GOES TO DEBITMEM.PRT.
000190*
000200* MODIFICATION HISTORY
000210* DATE       BY   DESCRIPTION
000220* ---------- ---- -----------------------------------------------
000230* 2026-10-15 JMG  ORIGINAL PROGRAM.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. ITMDEBIT.
000270 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000280 INSTALLATION. INVENTORY CONTROL.
000290 DATE-WRITTEN. OCTOBER 2026.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY "ITEMSEL.cpy".
000350     COPY "SUPPSEL.cpy".
000360     COPY "DMEMSEL.cpy".
000370     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\DEBITMEM.PRT"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-REPORT-STATUS.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  ITEMLIST.
000430     COPY "ITEMREC.cpy".

000440 FD  SUPPLIER-FILE.
000450     COPY "SUPPREC.cpy".

000460 FD  DEBITMEM.
000470     COPY "DMEMREC.cpy".

000480 FD  REPORT-FILE
000490     LINAGE IS 60 LINES
000500         WITH FOOTING AT 55.
000510 01  REPORT-LINE PIC X(110).

000520 WORKING-STORAGE SECTION.
000530     COPY "ITEMSTAT.cpy".
000540     COPY "SUPPSTAT.cpy".
000550     COPY "DMEMSTAT.cpy".
000560 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000570*    REPORT HEADING LINES
000580 01  WS-HEADING-1.
000590     05  FILLER PIC X(30) VALUE SPACES.
000600     05  FILLER PIC X(30) VALUE "VENDOR DEBIT MEMO REGISTER".
000610     05  FILLER PIC X(10) VALUE SPACES.
000620     05  FILLER PIC X(5) VALUE "PAGE ".
000630     05  WS-H-PAGE-NUMBER PIC ZZZ9.
000640 01  WS-HEADING-1B.
000650     05  FILLER PIC X(30) VALUE SPACES.
000660     05  FILLER PIC X(20) VALUE "RETURNS POSTED FROM ".
000670     05  WS-H-FROM-DATE PIC 9(8).
000680     05  FILLER PIC X(9) VALUE " THROUGH ".
000690     05  WS-H-TO-DATE PIC 9(8).
000700 01  WS-SUPP-LINE.
000710     05  FILLER PIC X(10) VALUE "SUPPLIER: ".
000720     05  WS-P-SUPPLIER-ID PIC ZZZZ9.
000730     05  FILLER PIC X(2) VALUE SPACES.
000740     05  WS-P-SUPPLIER-NAME PIC X(25).
000750 01  WS-HEADING-2.
000760     05  FILLER PIC X(10) VALUE "DATE".
000770     05  FILLER PIC X(12) VALUE "PO/LINE".
000780     05  FILLER PIC X(7) VALUE "ITEM".
000790     05  FILLER PIC X(27) VALUE "ITEM NAME".
000800     05  FILLER PIC X(5) VALUE "LOC".
000810     05  FILLER PIC X(9) VALUE "    QTY".
000820     05  FILLER PIC X(12) VALUE " UNIT COST".
000830     05  FILLER PIC X(19) VALUE "            VALUE".
000840     05  FILLER PIC X(6) VALUE "ACTION".
000850*    DETAIL AND TOTAL LINES
000860 01  WS-DETAIL-LINE.
000870     05  WS-D-DATE PIC 9(8).
000880     05  FILLER PIC X(2) VALUE SPACES.
000890     05  WS-D-PO-NUMBER PIC 9(6).
000900     05  FILLER PIC X(1) VALUE "/".
000910     05  WS-D-PO-LINE PIC 9(3).
000920     05  FILLER PIC X(2) VALUE SPACES.
000930     05  WS-D-ITEM-ID PIC ZZZZ9.
000940     05  FILLER PIC X(2) VALUE SPACES.
000950     05  WS-D-ITEM-NAME PIC X(25).
000960     05  FILLER PIC X(2) VALUE SPACES.
000970     05  WS-D-LOC PIC X(3).
000980     05  FILLER PIC X(2) VALUE SPACES.
000990     05  WS-D-QTY PIC ZZZ,ZZ9.
001000     05  FILLER PIC X(2) VALUE SPACES.
001010     05  WS-D-UNIT-COST PIC ZZZ,ZZ9.99.
001020     05  FILLER PIC X(2) VALUE SPACES.
001030     05  WS-D-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001040     05  FILLER PIC X(2) VALUE SPACES.
001050     05  WS-D-ACTION PIC X(7).
001060 01  WS-SUPP-TOTAL-LINE.
001070     05  FILLER PIC X(10) VALUE SPACES.
001080     05  WS-S-LABEL PIC X(26).
001090     05  WS-S-SUPPLIER-ID PIC ZZZZ9.
001100     05  FILLER PIC X(2) VALUE SPACES.
001110     05  WS-S-COUNT PIC ZZZ9.
001120     05  FILLER PIC X(10) VALUE " MEMO(S)".
001130     05  FILLER PIC X(25) VALUE SPACES.
001140     05  WS-S-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001150 01  WS-GRAND-TOTAL-LINE.
001160     05  FILLER PIC X(10) VALUE SPACES.
001170     05  FILLER PIC X(26) VALUE "TOTAL DEBIT MEMOS".
001180     05  WS-G-COUNT PIC ZZ,ZZ9.
001190     05  FILLER PIC X(10) VALUE " MEMO(S)".
001200     05  FILLER PIC X(30) VALUE SPACES.
001210     05  WS-G-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001220 01  WS-NONE-LINE.
001230     05  FILLER PIC X(10) VALUE SPACES.
001240     05  FILLER PIC X(40)
001250         VALUE "NO RETURNS TO VENDOR IN THE DATE RANGE.".
001260*    PROGRAM SWITCHES AND COUNTERS
001270 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001280     88  WS-STOP-RUN VALUE 'Y'.
001290 77  WS-SUPP-EOF-SW PIC X(01) VALUE 'N'.
001300     88  WS-SUPP-EOF VALUE 'Y'.
001310 77  WS-DM-EOF-SW PIC X(01) VALUE 'N'.
001320     88  WS-DM-EOF VALUE 'Y'.
001330 77  WS-BLOCK-OPEN-SW PIC X(01) VALUE 'N'.
001340     88  WS-BLOCK-OPEN VALUE 'Y'.
001350 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
001360 77  WS-SUPP-COUNT PIC 9(05) COMP VALUE ZERO.
001370 77  WS-GRAND-COUNT PIC 9(05) COMP VALUE ZERO.
001380 77  WS-SUPP-VALUE PIC 9(11)V99 VALUE ZERO.
001390 77  WS-GRAND-VALUE PIC 9(11)V99 VALUE ZERO.
001400 77  WS-CURR-SUPPLIER-ID PIC 9(05) VALUE ZERO.
001410 77  WS-LAST-ORPHAN-ID PIC 9(05) VALUE ZERO.
001420 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001430 77  WS-FROM-DATE PIC 9(08) VALUE ZERO.
001440 77  WS-FROM-DATE-EDIT REDEFINES WS-FROM-DATE
001450         PIC X(08) JUSTIFIED RIGHT.
001460 77  WS-TO-DATE PIC 9(08) VALUE ZERO.
001470 77  WS-TO-DATE-EDIT REDEFINES WS-TO-DATE
001480         PIC X(08) JUSTIFIED RIGHT.

001490 PROCEDURE DIVISION.
001500 0000-MAINLINE.
001510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001520     IF WS-STOP-RUN
001530         GOBACK
001540     END-IF.
001550     PERFORM 2000-PROCESS-SUPPLIER THRU 2000-EXIT
001560         UNTIL WS-SUPP-EOF.
001570     PERFORM 6000-LIST-ORPHAN-MEMOS THRU 6000-EXIT.
001580     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001600     GOBACK.

001610 1000-INITIALIZE.
001620     MOVE 'N' TO WS-STOP-SW.
001630     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001640     PERFORM 1100-GET-DATE-RANGE THRU 1100-EXIT.
001650     IF WS-STOP-RUN
001660         GO TO 1000-EXIT
001670     END-IF.
001680     OPEN INPUT DEBITMEM.
001690     IF WS-DEBITMEM-NOTCREATED
001700         DISPLAY "NO DEBIT MEMO FILE - NO RETURNS TO VENDOR HAVE "
001710             "BEEN POSTED."
001720         MOVE 'Y' TO WS-STOP-SW
001730         GO TO 1000-EXIT
001740     END-IF.
001750     CLOSE DEBITMEM.
001760     OPEN INPUT ITEMLIST.
001770     OPEN INPUT SUPPLIER-FILE.
001780     OPEN OUTPUT REPORT-FILE.
001790     MOVE ZERO TO WS-PAGE-NUMBER.
001800     MOVE ZERO TO WS-GRAND-COUNT.
001810     MOVE ZERO TO WS-GRAND-VALUE.
001820     MOVE 'N' TO WS-SUPP-EOF-SW.
001830     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
001840     PERFORM 2100-READ-SUPPLIER THRU 2100-EXIT.
001850 1000-EXIT.
001860     EXIT.

001870******************************************************************
001880* 1100 COLLECTS THE POSTING DATE RANGE.  A BLANK FROM DATE OR TO
001890* DATE TAKES TODAY, SO A PLAIN RUN LISTS TODAY'S RETURNS.
001900******************************************************************
001910 1100-GET-DATE-RANGE.
001920     DISPLAY "RETURNS POSTED FROM YYYYMMDD (SPACE FOR TODAY): "
001930         WITH NO ADVANCING.
001940     ACCEPT WS-FROM-DATE-EDIT.
001950     INSPECT WS-FROM-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
001960     IF WS-FROM-DATE-EDIT NOT NUMERIC
001970         DISPLAY "FROM DATE MUST BE NUMERIC YYYYMMDD."
001980         MOVE 'Y' TO WS-STOP-SW
001990         GO TO 1100-EXIT
002000     END-IF.
002010     IF WS-FROM-DATE = ZERO
002020         MOVE WS-RUN-DATE TO WS-FROM-DATE
002030     END-IF.
002040     DISPLAY "THROUGH YYYYMMDD (SPACE FOR TODAY): "
002050         WITH NO ADVANCING.
002060     ACCEPT WS-TO-DATE-EDIT.
002070     INSPECT WS-TO-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
002080     IF WS-TO-DATE-EDIT NOT NUMERIC
002090         DISPLAY "THROUGH DATE MUST BE NUMERIC YYYYMMDD."
002100         MOVE 'Y' TO WS-STOP-SW
002110         GO TO 1100-EXIT
002120     END-IF.
002130     IF WS-TO-DATE = ZERO
002140         MOVE WS-RUN-DATE TO WS-TO-DATE
002150     END-IF.
002160     IF WS-TO-DATE < WS-FROM-DATE
002170         DISPLAY "THROUGH DATE IS BEFORE THE FROM DATE."
002180         MOVE 'Y' TO WS-STOP-SW
002190     END-IF.
002200 1100-EXIT.
002210     EXIT.

002220 2000-PROCESS-SUPPLIER.
002230     MOVE SUPPLIER_ID OF SUPPLIER TO WS-CURR-SUPPLIER-ID.
002240     MOVE 'N' TO WS-BLOCK-OPEN-SW.
002250     MOVE ZERO TO WS-SUPP-COUNT.
002260     MOVE ZERO TO WS-SUPP-VALUE.
002270     MOVE 'N' TO WS-DM-EOF-SW.
002280     OPEN INPUT DEBITMEM.
002290     PERFORM 3000-CHECK-MEMO THRU 3000-EXIT
002300         UNTIL WS-DM-EOF.
002310     CLOSE DEBITMEM.
002320     IF WS-BLOCK-OPEN
002330         MOVE "TOTAL FOR SUPPLIER" TO WS-S-LABEL
002340         MOVE WS-CURR-SUPPLIER-ID TO WS-S-SUPPLIER-ID
002350         PERFORM 5100-PRINT-SUPPLIER-TOTAL THRU 5100-EXIT
002360     END-IF.
002370     PERFORM 2100-READ-SUPPLIER THRU 2100-EXIT.
002380 2000-EXIT.
002390     EXIT.

002400 2100-READ-SUPPLIER.
002410     READ SUPPLIER-FILE NEXT
002420         AT END
002430             MOVE 'Y' TO WS-SUPP-EOF-SW
002440     END-READ.
002450 2100-EXIT.
002460     EXIT.

002470 3000-CHECK-MEMO.
002480     READ DEBITMEM
002490         AT END
002500             MOVE 'Y' TO WS-DM-EOF-SW
002510             GO TO 3000-EXIT
002520     END-READ.
002530     IF DM_SUPPLIER_ID NOT = WS-CURR-SUPPLIER-ID
002540         OR DM_DATE < WS-FROM-DATE
002550         OR DM_DATE > WS-TO-DATE
002560         GO TO 3000-EXIT
002570     END-IF.
002580     IF NOT WS-BLOCK-OPEN
002590         MOVE WS-CURR-SUPPLIER-ID TO WS-P-SUPPLIER-ID
002600         MOVE SUPPLIER_NAME TO WS-P-SUPPLIER-NAME
002610         PERFORM 4000-OPEN-BLOCK THRU 4000-EXIT
002620     END-IF.
002630     PERFORM 5000-PRINT-MEMO-LINE THRU 5000-EXIT.
002640 3000-EXIT.
002650     EXIT.

002660 4000-OPEN-BLOCK.
002670     MOVE 'Y' TO WS-BLOCK-OPEN-SW.
002680     WRITE REPORT-LINE FROM WS-SUPP-LINE
002690         AFTER ADVANCING 2 LINES.
002700     WRITE REPORT-LINE FROM WS-HEADING-2
002710         AFTER ADVANCING 1 LINE.
002720 4000-EXIT.
002730     EXIT.

002740 5000-PRINT-MEMO-LINE.
002750     MOVE DM_DATE TO WS-D-DATE.
002760     MOVE DM_PO_NUMBER TO WS-D-PO-NUMBER.
002770     MOVE DM_PO_LINE TO WS-D-PO-LINE.
002780     MOVE DM_ITEM_ID TO WS-D-ITEM-ID.
002790     MOVE DM_ITEM_ID TO ITEM_ID.
002800     READ ITEMLIST
002810         INVALID KEY
002820             MOVE "** NOT ON ITEM MASTER **" TO ITEM_NAME
002830     END-READ.
002840     MOVE ITEM_NAME TO WS-D-ITEM-NAME.
002850     MOVE DM_LOC TO WS-D-LOC.
002860     MOVE DM_QTY TO WS-D-QTY.
002870     MOVE DM_UNIT_COST TO WS-D-UNIT-COST.
002880     MOVE DM_VALUE TO WS-D-VALUE.
002890     IF DM-REPLACEMENT-DUE
002900         MOVE "REPLACE" TO WS-D-ACTION
002910     ELSE
002920         MOVE "CREDIT" TO WS-D-ACTION
002930     END-IF.
002940     WRITE REPORT-LINE FROM WS-DETAIL-LINE
002950         AT END-OF-PAGE
002960             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002970     END-WRITE.
002980     ADD 1 TO WS-SUPP-COUNT.
002990     ADD DM_VALUE TO WS-SUPP-VALUE.
003000     ADD 1 TO WS-GRAND-COUNT.
003010     ADD DM_VALUE TO WS-GRAND-VALUE.
003020 5000-EXIT.
003030     EXIT.

003040 5100-PRINT-SUPPLIER-TOTAL.
003050     MOVE WS-SUPP-COUNT TO WS-S-COUNT.
003060     MOVE WS-SUPP-VALUE TO WS-S-VALUE.
003070     WRITE REPORT-LINE FROM WS-SUPP-TOTAL-LINE
003080         AFTER ADVANCING 1 LINE.
003090 5100-EXIT.
003100     EXIT.

003110******************************************************************
003120* 6000 MAKES ONE MORE PASS OF DEBITMEM.DAT FOR MEMOS IN THE RANGE
003130* WHOSE SUPPLIER IS NO LONGER ON THE SUPPLIER MASTER.  THE VENDOR
003140* STILL OWES THE CREDIT, SO THEY PRINT UNDER THEIR SUPPLIER ID
003150* WITH ONE TOTAL FOR THE BLOCK.
003160******************************************************************
003170 6000-LIST-ORPHAN-MEMOS.
003180     MOVE 'N' TO WS-BLOCK-OPEN-SW.
003190     MOVE ZERO TO WS-SUPP-COUNT.
003200     MOVE ZERO TO WS-SUPP-VALUE.
003210     MOVE ZERO TO WS-LAST-ORPHAN-ID.
003220     MOVE 'N' TO WS-DM-EOF-SW.
003230     OPEN INPUT DEBITMEM.
003240     PERFORM 6100-CHECK-ORPHAN THRU 6100-EXIT
003250         UNTIL WS-DM-EOF.
003260     CLOSE DEBITMEM.
003270     IF WS-BLOCK-OPEN
003280         MOVE "TOTAL NOT ON MASTER" TO WS-S-LABEL
003290         MOVE ZERO TO WS-S-SUPPLIER-ID
003300         PERFORM 5100-PRINT-SUPPLIER-TOTAL THRU 5100-EXIT
003310     END-IF.
003320 6000-EXIT.
003330     EXIT.

003340 6100-CHECK-ORPHAN.
003350     READ DEBITMEM
003360         AT END
003370             MOVE 'Y' TO WS-DM-EOF-SW
003380             GO TO 6100-EXIT
003390     END-READ.
003400     IF DM_DATE < WS-FROM-DATE
003410         OR DM_DATE > WS-TO-DATE
003420         GO TO 6100-EXIT
003430     END-IF.
003440     MOVE DM_SUPPLIER_ID TO SUPPLIER_ID OF SUPPLIER.
003450     READ SUPPLIER-FILE
003460         INVALID KEY
003470             CONTINUE
003480         NOT INVALID KEY
003490             GO TO 6100-EXIT
003500     END-READ.
003510     IF NOT WS-BLOCK-OPEN
003520         OR DM_SUPPLIER_ID NOT = WS-LAST-ORPHAN-ID
003530         MOVE DM_SUPPLIER_ID TO WS-P-SUPPLIER-ID
003540         MOVE "*NOT ON SUPPLIER MASTER*" TO WS-P-SUPPLIER-NAME
003550         MOVE DM_SUPPLIER_ID TO WS-LAST-ORPHAN-ID
003560         PERFORM 4000-OPEN-BLOCK THRU 4000-EXIT
003570     END-IF.
003580     PERFORM 5000-PRINT-MEMO-LINE THRU 5000-EXIT.
003590 6100-EXIT.
003600     EXIT.

003610 7000-PRINT-HEADINGS.
003620     ADD 1 TO WS-PAGE-NUMBER.
003630     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
003640     MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
003650     MOVE WS-TO-DATE TO WS-H-TO-DATE.
003660     WRITE REPORT-LINE FROM WS-HEADING-1
003670         AFTER ADVANCING PAGE.
003680     WRITE REPORT-LINE FROM WS-HEADING-1B
003690         AFTER ADVANCING 1 LINE.
003700 7000-EXIT.
003710     EXIT.

003720 8000-PRINT-TOTALS.
003730     IF WS-GRAND-COUNT = ZERO
003740         WRITE REPORT-LINE FROM WS-NONE-LINE
003750             AFTER ADVANCING 2 LINES
003760         GO TO 8000-EXIT
003770     END-IF.
003780     MOVE WS-GRAND-COUNT TO WS-G-COUNT.
003790     MOVE WS-GRAND-VALUE TO WS-G-VALUE.
003800     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
003810         AFTER ADVANCING 2 LINES.
003820 8000-EXIT.
003830     EXIT.

003840 9000-TERMINATE.
003850     CLOSE ITEMLIST.
003860     CLOSE SUPPLIER-FILE.
003870     CLOSE REPORT-FILE.
003880     DISPLAY WS-GRAND-COUNT " DEBIT MEMO(S) LISTED TO "
003890         "DEBITMEM.PRT.".
003900 9000-EXIT.
003910     EXIT.
