000010******************************************************************
000020* PROGRAM: ITMCHGB
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: MONTHLY COST CENTER CHARGE-BACK REPORT FOR FINANCE.
000070*          ITMTRAN STAMPS EVERY DEPARTMENT ISSUE (TRAN TYPE 'I')
000080*          WITH THE COST CENTER THAT ASKED FOR IT.  THIS PROGRAM
000090*          READS THE COST CENTER MASTER IN KEY ORDER AND, FOR
000100*          EACH COST CENTER, SWEEPS STKMOV.DAT FOR ITS ISSUES IN
000110*          THE MONTH THE OPERATOR KEYS, PRINTING ONE LINE PER
000120*          ITEM (ISSUES, QUANTITY, MOVING-AVERAGE COST FROM THE
000130*          ITEM MASTER, AND EXTENDED VALUE) AND THEN THE MONTH'S
000140*          CHARGE AGAINST THE COST CENTER'S MONTHLY BUDGET - RUN
000150*          PART WAY THROUGH A MONTH IT GIVES MONTH TO DATE.
000160*          ISSUES WITH NO COST CENTER (CUSTOMER SHIPMENTS) OR ONE
000170*          NO LONGER ON THE MASTER PRINT IN A SEPARATE BLOCK AT
000180*          THE END SO THE REPORT ACCOUNTS FOR EVERY ISSUE.  THE
000190*          MONTH MUST STILL BE ON STKMOV.DAT (NOT YET ARCHIVED BY
000200*          ITMARCH).  THE REPORT GOES TO CHARGEBK.PRT.
000210*
000220* MODIFICATION HISTORY
000230* DATE       BY   DESCRIPTION
000240* ---------- ---- -----------------------------------------------
000250* 2026-10-15 JMG  ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ITMCHGB.
000290 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000300 INSTALLATION. INVENTORY CONTROL.
000310 DATE-WRITTEN. OCTOBER 2026.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY "ITEMSEL.cpy".
000370     COPY "CCTRSEL.cpy".
000380     COPY "MOVSEL.cpy".
000390     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\CHARGEBK.PRT"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.

000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ITEMLIST.
000450     COPY "ITEMREC.cpy".

000460 FD  COSTCTR.
000470     COPY "CCTRREC.cpy".

000480 FD  STKMOV.
000490     COPY "MOVREC.cpy".

000500 FD  REPORT-FILE
000510     LINAGE IS 60 LINES
000520         WITH FOOTING AT 55.
000530 01  REPORT-LINE PIC X(110).

000540 WORKING-STORAGE SECTION.
000550     COPY "ITEMSTAT.cpy".
000560     COPY "CCTRSTAT.cpy".
000570     COPY "MOVSTAT.cpy".
000580 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000590*    REPORT HEADING LINES
000600 01  WS-HEADING-1.
000610     05  FILLER PIC X(30) VALUE SPACES.
000620     05  FILLER PIC X(30) VALUE "COST CENTER CHARGE-BACK".
000630     05  FILLER PIC X(10) VALUE SPACES.
000640     05  FILLER PIC X(5) VALUE "PAGE ".
000650     05  WS-H-PAGE-NUMBER PIC ZZZ9.
000660 01  WS-HEADING-1B.
000670     05  FILLER PIC X(30) VALUE SPACES.
000680     05  FILLER PIC X(17) VALUE "ISSUES FOR MONTH ".
000690     05  WS-H-MONTH PIC 9(6).
000700     05  FILLER PIC X(12) VALUE "   RUN DATE ".
000710     05  WS-H-RUN-DATE PIC 9(8).
000720 01  WS-CC-LINE.
000730     05  FILLER PIC X(13) VALUE "COST CENTER: ".
000740     05  WS-P-CC-CODE PIC X(4).
000750     05  FILLER PIC X(2) VALUE SPACES.
000760     05  WS-P-CC-NAME PIC X(25).
000770     05  FILLER PIC X(2) VALUE SPACES.
000780     05  WS-P-ACCT-LABEL PIC X(12).
000790     05  WS-P-CC-ACCT PIC X(8).
000800 01  WS-HEADING-2.
000810     05  FILLER PIC X(7) VALUE "ITEM".
000820     05  FILLER PIC X(27) VALUE "ITEM NAME".
000830     05  FILLER PIC X(8) VALUE "ISSUES".
000840     05  FILLER PIC X(11) VALUE "      QTY".
000850     05  FILLER PIC X(12) VALUE "  AVG COST".
000860     05  FILLER PIC X(17) VALUE "            VALUE".
000870*    DETAIL, BUDGET, AND TOTAL LINES
000880 01  WS-DETAIL-LINE.
000890     05  WS-D-ITEM-ID PIC ZZZZ9.
000900     05  FILLER PIC X(2) VALUE SPACES.
000910     05  WS-D-ITEM-NAME PIC X(25).
000920     05  FILLER PIC X(2) VALUE SPACES.
000930     05  WS-D-ISSUES PIC ZZZZZ9.
000940     05  FILLER PIC X(2) VALUE SPACES.
000950     05  WS-D-QTY PIC Z,ZZZ,ZZ9.
000960     05  FILLER PIC X(2) VALUE SPACES.
000970     05  WS-D-COST PIC ZZZ,ZZ9.99.
000980     05  FILLER PIC X(2) VALUE SPACES.
000990     05  WS-D-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001000 01  WS-CC-TOTAL-LINE.
001010     05  FILLER PIC X(7) VALUE SPACES.
001020     05  WS-T-LABEL PIC X(27).
001030     05  WS-T-ISSUES PIC ZZZZZ9.
001040     05  FILLER PIC X(25) VALUE SPACES.
001050     05  WS-T-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001060 01  WS-BUDGET-LINE.
001070     05  FILLER PIC X(7) VALUE SPACES.
001080     05  FILLER PIC X(15) VALUE "MONTHLY BUDGET ".
001090     05  WS-B-BUDGET PIC ZZZ,ZZZ,ZZ9.99.
001100     05  FILLER PIC X(12) VALUE "  REMAINING ".
001110     05  WS-B-REMAIN PIC -ZZZ,ZZZ,ZZ9.99.
001120     05  FILLER PIC X(7) VALUE "  USED ".
001130     05  WS-B-PCT PIC ZZZ9.9.
001140     05  FILLER PIC X(1) VALUE "%".
001150     05  FILLER PIC X(2) VALUE SPACES.
001160     05  WS-B-FLAG PIC X(11).
001170 01  WS-NO-BUDGET-LINE.
001180     05  FILLER PIC X(7) VALUE SPACES.
001190     05  FILLER PIC X(30) VALUE "NO MONTHLY BUDGET ON FILE.".
001200 01  WS-NO-ISSUE-LINE.
001210     05  FILLER PIC X(7) VALUE SPACES.
001220     05  FILLER PIC X(30) VALUE "NO ISSUES IN THE MONTH.".
001230 01  WS-GRAND-TOTAL-LINE.
001240     05  FILLER PIC X(7) VALUE SPACES.
001250     05  WS-G-LABEL PIC X(27).
001260     05  WS-G-ISSUES PIC ZZZZZ9.
001270     05  FILLER PIC X(25) VALUE SPACES.
001280     05  WS-G-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001290*    PROGRAM SWITCHES AND COUNTERS
001300 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001310     88  WS-STOP-RUN VALUE 'Y'.
001320 77  WS-CC-EOF-SW PIC X(01) VALUE 'N'.
001330     88  WS-CC-EOF VALUE 'Y'.
001340 77  WS-MOV-EOF-SW PIC X(01) VALUE 'N'.
001350     88  WS-MOV-EOF VALUE 'Y'.
001360 77  WS-BLOCK-OPEN-SW PIC X(01) VALUE 'N'.
001370     88  WS-BLOCK-OPEN VALUE 'Y'.
001380 77  WS-ITEM-OPEN-SW PIC X(01) VALUE 'N'.
001390     88  WS-ITEM-OPEN VALUE 'Y'.
001400 77  WS-PASS-SW PIC X(01) VALUE 'C'.
001410     88  WS-PASS-COST-CENTER VALUE 'C'.
001420     88  WS-PASS-UNCHARGED VALUE 'U'.
001430 77  WS-UNCHARGED-SW PIC X(01) VALUE 'N'.
001440     88  WS-FOUND-UNCHARGED VALUE 'Y'.
001450 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
001460 77  WS-CURR-CC PIC X(04) VALUE SPACES.
001470 77  WS-CURR-ITEM-ID PIC 9(05) VALUE ZERO.
001480 77  WS-ITEM-ISSUES PIC 9(06) COMP VALUE ZERO.
001490 77  WS-ITEM-QTY PIC 9(09) VALUE ZERO.
001500 77  WS-ITEM-VALUE PIC 9(11)V99 VALUE ZERO.
001510 77  WS-CC-ISSUES PIC 9(06) COMP VALUE ZERO.
001520 77  WS-CC-VALUE PIC 9(11)V99 VALUE ZERO.
001530 77  WS-CC-BUDGET PIC 9(09)V99 VALUE ZERO.
001540 77  WS-CC-REMAIN PIC S9(11)V99 VALUE ZERO.
001550 77  WS-CC-PCT PIC 9(04)V9 VALUE ZERO.
001560 77  WS-CHARGED-ISSUES PIC 9(06) COMP VALUE ZERO.
001570 77  WS-CHARGED-VALUE PIC 9(11)V99 VALUE ZERO.
001580 77  WS-GRAND-ISSUES PIC 9(06) COMP VALUE ZERO.
001590 77  WS-GRAND-VALUE PIC 9(11)V99 VALUE ZERO.
001600 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001610 77  WS-MONTH PIC 9(06) VALUE ZERO.
001620 77  WS-MONTH-EDIT REDEFINES WS-MONTH
001630         PIC X(06) JUSTIFIED RIGHT.
001640 77  WS-MONTH-MM PIC 9(02) VALUE ZERO.
001650 77  WS-FROM-DATE PIC 9(08) VALUE ZERO.
001660 77  WS-TO-DATE PIC 9(08) VALUE ZERO.

001670 PROCEDURE DIVISION.
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     IF WS-STOP-RUN
001710         GOBACK
001720     END-IF.
001730     PERFORM 2000-PROCESS-COST-CENTER THRU 2000-EXIT
001740         UNTIL WS-CC-EOF.
001750     PERFORM 6000-LIST-UNCHARGED THRU 6000-EXIT.
001760     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001770     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001780     GOBACK.

001790 1000-INITIALIZE.
001800     MOVE 'N' TO WS-STOP-SW.
001810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001820     PERFORM 1100-GET-MONTH THRU 1100-EXIT.
001830     IF WS-STOP-RUN
001840         GO TO 1000-EXIT
001850     END-IF.
001860     OPEN INPUT COSTCTR.
001870     IF WS-COSTCTR-NOTCREATED
001880         DISPLAY "NO COST CENTER FILE - SET UP COST CENTERS IN "
001890             "ITMCCTR FIRST."
001900         MOVE 'Y' TO WS-STOP-SW
001910         GO TO 1000-EXIT
001920     END-IF.
001930     OPEN INPUT STKMOV.
001940     IF WS-STKMOV-NOTCREATED
001950         DISPLAY "NO MOVEMENT FILE - NOTHING HAS BEEN POSTED."
001960         CLOSE COSTCTR
001970         MOVE 'Y' TO WS-STOP-SW
001980         GO TO 1000-EXIT
001990     END-IF.
002000     CLOSE STKMOV.
002010     OPEN INPUT ITEMLIST.
002020     OPEN OUTPUT REPORT-FILE.
002030     MOVE ZERO TO WS-PAGE-NUMBER.
002040     MOVE ZERO TO WS-CHARGED-ISSUES.
002050     MOVE ZERO TO WS-CHARGED-VALUE.
002060     MOVE ZERO TO WS-GRAND-ISSUES.
002070     MOVE ZERO TO WS-GRAND-VALUE.
002080     MOVE 'N' TO WS-CC-EOF-SW.
002090     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002100     PERFORM 2100-READ-COST-CENTER THRU 2100-EXIT.
002110 1000-EXIT.
002120     EXIT.

002130******************************************************************
002140* 1100 COLLECTS THE MONTH TO CHARGE BACK AS YYYYMM.  A BLANK TAKES
002150* THE CURRENT MONTH, WHICH GIVES MONTH TO DATE.
002160******************************************************************
002170 1100-GET-MONTH.
002180     DISPLAY "CHARGE-BACK MONTH YYYYMM (SPACE FOR THIS MONTH): "
002190         WITH NO ADVANCING.
002200     ACCEPT WS-MONTH-EDIT.
002210     INSPECT WS-MONTH-EDIT REPLACING ALL SPACES BY ZEROS.
002220     IF WS-MONTH-EDIT NOT NUMERIC
002230         DISPLAY "MONTH MUST BE NUMERIC YYYYMM."
002240         MOVE 'Y' TO WS-STOP-SW
002250         GO TO 1100-EXIT
002260     END-IF.
002270     IF WS-MONTH = ZERO
002280         DIVIDE WS-RUN-DATE BY 100 GIVING WS-MONTH
002290     END-IF.
002300     DIVIDE WS-MONTH BY 100 GIVING WS-FROM-DATE
002310         REMAINDER WS-MONTH-MM.
002320     IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
002330         DISPLAY "MONTH " WS-MONTH " IS NOT A VALID YYYYMM."
002340         MOVE 'Y' TO WS-STOP-SW
002350         GO TO 1100-EXIT
002360     END-IF.
002370     COMPUTE WS-FROM-DATE = WS-MONTH * 100 + 1.
002380     COMPUTE WS-TO-DATE = WS-MONTH * 100 + 31.
002390 1100-EXIT.
002400     EXIT.

002410******************************************************************
002420* 2000 PRINTS ONE COST CENTER: ITS ISSUES FOR THE MONTH BY ITEM,
002430* THEN THE TOTAL CHARGED AGAINST ITS MONTHLY BUDGET.  EVERY COST
002440* CENTER PRINTS, SO ONE WITH NOTHING DRAWN STILL SHOWS ITS BUDGET.
002450******************************************************************
002460 2000-PROCESS-COST-CENTER.
002470     MOVE CC_CODE TO WS-CURR-CC.
002480     MOVE CC_MONTHLY_BUDGET TO WS-CC-BUDGET.
002490     MOVE CC_CODE TO WS-P-CC-CODE.
002500     MOVE CC_NAME TO WS-P-CC-NAME.
002510     MOVE "GL ACCOUNT: " TO WS-P-ACCT-LABEL.
002520     MOVE CC_GL_ACCOUNT TO WS-P-CC-ACCT.
002530     PERFORM 4000-OPEN-BLOCK THRU 4000-EXIT.
002540     MOVE ZERO TO WS-CC-ISSUES.
002550     MOVE ZERO TO WS-CC-VALUE.
002560     MOVE 'C' TO WS-PASS-SW.
002570     PERFORM 2500-SWEEP-MOVEMENTS THRU 2500-EXIT.
002580     IF WS-CC-ISSUES = ZERO
002590         WRITE REPORT-LINE FROM WS-NO-ISSUE-LINE
002600             AFTER ADVANCING 1 LINE
002610     ELSE
002620         MOVE "TOTAL CHARGED TO COST CTR" TO WS-T-LABEL
002630         PERFORM 5100-PRINT-CC-TOTAL THRU 5100-EXIT
002640     END-IF.
002650     PERFORM 5200-PRINT-BUDGET THRU 5200-EXIT.
002660     ADD WS-CC-ISSUES TO WS-CHARGED-ISSUES.
002670     ADD WS-CC-VALUE TO WS-CHARGED-VALUE.
002680     PERFORM 2100-READ-COST-CENTER THRU 2100-EXIT.
002690 2000-EXIT.
002700     EXIT.

002710 2100-READ-COST-CENTER.
002720     READ COSTCTR NEXT
002730         AT END
002740             MOVE 'Y' TO WS-CC-EOF-SW
002750     END-READ.
002760 2100-EXIT.
002770     EXIT.

002780******************************************************************
002790* 2500 READS STKMOV.DAT END TO END FOR THE CURRENT PASS.  THE FILE
002800* IS IN ITEM ORDER, SO THE ISSUES FOR ONE ITEM ARRIVE TOGETHER AND
002810* ARE PRINTED AS ONE LINE WHEN THE ITEM CHANGES.
002820******************************************************************
002830 2500-SWEEP-MOVEMENTS.
002840     MOVE 'N' TO WS-ITEM-OPEN-SW.
002850     MOVE 'N' TO WS-MOV-EOF-SW.
002860     OPEN INPUT STKMOV.
002870     PERFORM 3000-CHECK-MOVEMENT THRU 3000-EXIT
002880         UNTIL WS-MOV-EOF.
002890     CLOSE STKMOV.
002900     PERFORM 3900-PRINT-ITEM THRU 3900-EXIT.
002910 2500-EXIT.
002920     EXIT.

002930 3000-CHECK-MOVEMENT.
002940     READ STKMOV NEXT
002950         AT END
002960             MOVE 'Y' TO WS-MOV-EOF-SW
002970             GO TO 3000-EXIT
002980     END-READ.
002990     IF MOV_TYPE NOT = 'I'
003000         OR MOV_DATE < WS-FROM-DATE
003010         OR MOV_DATE > WS-TO-DATE
003020         GO TO 3000-EXIT
003030     END-IF.
003040     IF WS-PASS-COST-CENTER
003050         IF MOV_COST_CENTER NOT = WS-CURR-CC
003060             GO TO 3000-EXIT
003070         END-IF
003080     ELSE
003090         PERFORM 3100-CHECK-UNCHARGED THRU 3100-EXIT
003100         IF NOT WS-FOUND-UNCHARGED
003110             GO TO 3000-EXIT
003120         END-IF
003130     END-IF.
003140     IF WS-ITEM-OPEN AND MOV_ITEM_ID NOT = WS-CURR-ITEM-ID
003150         PERFORM 3900-PRINT-ITEM THRU 3900-EXIT
003160     END-IF.
003170     IF NOT WS-ITEM-OPEN
003180         MOVE 'Y' TO WS-ITEM-OPEN-SW
003190         MOVE MOV_ITEM_ID TO WS-CURR-ITEM-ID
003200         MOVE ZERO TO WS-ITEM-ISSUES
003210         MOVE ZERO TO WS-ITEM-QTY
003220     END-IF.
003230     ADD 1 TO WS-ITEM-ISSUES.
003240     ADD MOV_QTY TO WS-ITEM-QTY.
003250 3000-EXIT.
003260     EXIT.

003270******************************************************************
003280* 3100 DECIDES WHETHER AN ISSUE BELONGS IN THE UNCHARGED BLOCK:
003290* IT CARRIES NO COST CENTER, OR ONE NOT ON COSTCTR.DAT.  THE FIRST
003300* SUCH ISSUE OPENS THE BLOCK.
003310******************************************************************
003320 3100-CHECK-UNCHARGED.
003330     MOVE 'Y' TO WS-UNCHARGED-SW.
003340     IF MOV_COST_CENTER NOT = SPACES
003350         MOVE MOV_COST_CENTER TO CC_CODE
003360         READ COSTCTR
003370             INVALID KEY
003380                 CONTINUE
003390             NOT INVALID KEY
003400                 MOVE 'N' TO WS-UNCHARGED-SW
003410         END-READ
003420     END-IF.
003430     IF WS-FOUND-UNCHARGED AND NOT WS-BLOCK-OPEN
003440         MOVE SPACES TO WS-P-CC-CODE
003450         MOVE "*NOT CHARGED TO A COST CTR*" TO WS-P-CC-NAME
003460         MOVE SPACES TO WS-P-ACCT-LABEL
003470         MOVE SPACES TO WS-P-CC-ACCT
003480         PERFORM 4000-OPEN-BLOCK THRU 4000-EXIT
003490     END-IF.
003500 3100-EXIT.
003510     EXIT.

003520******************************************************************
003530* 3900 PRINTS THE ITEM JUST FINISHED, EXTENDED AT THE ITEM'S
003540* MOVING-AVERAGE COST, AND ADDS IT INTO THE BLOCK AND REPORT
003550* TOTALS.
003560******************************************************************
003570 3900-PRINT-ITEM.
003580     IF NOT WS-ITEM-OPEN
003590         GO TO 3900-EXIT
003600     END-IF.
003610     MOVE 'N' TO WS-ITEM-OPEN-SW.
003620     MOVE WS-CURR-ITEM-ID TO ITEM_ID.
003630     READ ITEMLIST
003640         INVALID KEY
003650             MOVE "** NOT ON ITEM MASTER **" TO ITEM_NAME
003660             MOVE ZERO TO ITEM_COST
003670     END-READ.
003680     COMPUTE WS-ITEM-VALUE = WS-ITEM-QTY * ITEM_COST.
003690     MOVE WS-CURR-ITEM-ID TO WS-D-ITEM-ID.
003700     MOVE ITEM_NAME TO WS-D-ITEM-NAME.
003710     MOVE WS-ITEM-ISSUES TO WS-D-ISSUES.
003720     MOVE WS-ITEM-QTY TO WS-D-QTY.
003730     MOVE ITEM_COST TO WS-D-COST.
003740     MOVE WS-ITEM-VALUE TO WS-D-VALUE.
003750     WRITE REPORT-LINE FROM WS-DETAIL-LINE
003760         AT END-OF-PAGE
003770             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003780     END-WRITE.
003790     ADD WS-ITEM-ISSUES TO WS-CC-ISSUES.
003800     ADD WS-ITEM-VALUE TO WS-CC-VALUE.
003810     ADD WS-ITEM-ISSUES TO WS-GRAND-ISSUES.
003820     ADD WS-ITEM-VALUE TO WS-GRAND-VALUE.
003830 3900-EXIT.
003840     EXIT.

003850 4000-OPEN-BLOCK.
003860     MOVE 'Y' TO WS-BLOCK-OPEN-SW.
003870     WRITE REPORT-LINE FROM WS-CC-LINE
003880         AFTER ADVANCING 2 LINES.
003890     WRITE REPORT-LINE FROM WS-HEADING-2
003900         AFTER ADVANCING 1 LINE.
003910 4000-EXIT.
003920     EXIT.

003930 5100-PRINT-CC-TOTAL.
003940     MOVE WS-CC-ISSUES TO WS-T-ISSUES.
003950     MOVE WS-CC-VALUE TO WS-T-VALUE.
003960     WRITE REPORT-LINE FROM WS-CC-TOTAL-LINE
003970         AFTER ADVANCING 1 LINE.
003980 5100-EXIT.
003990     EXIT.

004000******************************************************************
004010* 5200 SETS THE MONTH'S CHARGE AGAINST THE COST CENTER'S BUDGET:
004020* WHAT IS LEFT (NEGATIVE WHEN OVERSPENT) AND THE PERCENT USED.
004030******************************************************************
004040 5200-PRINT-BUDGET.
004050     IF WS-CC-BUDGET = ZERO
004060         WRITE REPORT-LINE FROM WS-NO-BUDGET-LINE
004070             AFTER ADVANCING 1 LINE
004080         GO TO 5200-EXIT
004090     END-IF.
004100     COMPUTE WS-CC-REMAIN = WS-CC-BUDGET - WS-CC-VALUE.
004110     COMPUTE WS-CC-PCT ROUNDED =
004120         WS-CC-VALUE * 100 / WS-CC-BUDGET
004130         ON SIZE ERROR
004140             MOVE 9999.9 TO WS-CC-PCT
004150     END-COMPUTE.
004160     MOVE WS-CC-BUDGET TO WS-B-BUDGET.
004170     MOVE WS-CC-REMAIN TO WS-B-REMAIN.
004180     MOVE WS-CC-PCT TO WS-B-PCT.
004190     IF WS-CC-REMAIN < ZERO
004200         MOVE "OVER BUDGET" TO WS-B-FLAG
004210     ELSE
004220         MOVE SPACES TO WS-B-FLAG
004230     END-IF.
004240     WRITE REPORT-LINE FROM WS-BUDGET-LINE
004250         AFTER ADVANCING 1 LINE.
004260 5200-EXIT.
004270     EXIT.

004280******************************************************************
004290* 6000 MAKES ONE MORE PASS OF STKMOV.DAT FOR THE MONTH'S ISSUES
004300* NOT CHARGED TO A COST CENTER ON FILE - CUSTOMER SHIPMENTS, AND
004310* ANY ISSUE WHOSE COST CENTER HAS SINCE BEEN REMOVED.  THEY ARE
004320* NOT CHARGED BACK, BUT ARE LISTED SO THE REPORT TIES TO THE
004330* MONTH'S TOTAL ISSUES.
004340******************************************************************
004350 6000-LIST-UNCHARGED.
004360     MOVE 'N' TO WS-BLOCK-OPEN-SW.
004370     MOVE ZERO TO WS-CC-ISSUES.
004380     MOVE ZERO TO WS-CC-VALUE.
004390     MOVE 'U' TO WS-PASS-SW.
004400     PERFORM 2500-SWEEP-MOVEMENTS THRU 2500-EXIT.
004410     IF WS-BLOCK-OPEN
004420         MOVE "TOTAL NOT CHARGED BACK" TO WS-T-LABEL
004430         PERFORM 5100-PRINT-CC-TOTAL THRU 5100-EXIT
004440     END-IF.
004450 6000-EXIT.
004460     EXIT.

004470 7000-PRINT-HEADINGS.
004480     ADD 1 TO WS-PAGE-NUMBER.
004490     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
004500     MOVE WS-MONTH TO WS-H-MONTH.
004510     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
004520     WRITE REPORT-LINE FROM WS-HEADING-1
004530         AFTER ADVANCING PAGE.
004540     WRITE REPORT-LINE FROM WS-HEADING-1B
004550         AFTER ADVANCING 1 LINE.
004560 7000-EXIT.
004570     EXIT.

004580 8000-PRINT-TOTALS.
004590     MOVE "TOTAL CHARGED BACK" TO WS-G-LABEL.
004600     MOVE WS-CHARGED-ISSUES TO WS-G-ISSUES.
004610     MOVE WS-CHARGED-VALUE TO WS-G-VALUE.
004620     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
004630         AFTER ADVANCING 2 LINES.
004640     MOVE "TOTAL NOT CHARGED BACK" TO WS-G-LABEL.
004650     COMPUTE WS-G-ISSUES = WS-GRAND-ISSUES - WS-CHARGED-ISSUES.
004660     COMPUTE WS-G-VALUE = WS-GRAND-VALUE - WS-CHARGED-VALUE.
004670     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
004680         AFTER ADVANCING 1 LINE.
004690     MOVE "TOTAL ISSUES FOR THE MONTH" TO WS-G-LABEL.
004700     MOVE WS-GRAND-ISSUES TO WS-G-ISSUES.
004710     MOVE WS-GRAND-VALUE TO WS-G-VALUE.
004720     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
004730         AFTER ADVANCING 1 LINE.
004740 8000-EXIT.
004750     EXIT.

004760 9000-TERMINATE.
004770     CLOSE ITEMLIST.
004780     CLOSE COSTCTR.
004790     CLOSE REPORT-FILE.
004800     DISPLAY WS-GRAND-ISSUES " ISSUE(S) FOR MONTH " WS-MONTH
004810         " CHARGED BACK TO CHARGEBK.PRT.".
004820 9000-EXIT.
004830     EXIT.
