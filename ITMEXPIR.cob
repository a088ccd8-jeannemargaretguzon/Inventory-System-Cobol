000010******************************************************************
000020* PROGRAM: ITMEXPIR
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: WEEKLY EXPIRING-STOCK REPORT.  READS THE LOT BALANCE
000070*          FILE (LOTBAL.DAT) AND LISTS EVERY LOT STILL HOLDING
000080*          STOCK THAT HAS ALREADY EXPIRED OR EXPIRES WITHIN 90
000090*          DAYS OF THE RUN DATE, IN FOUR SECTIONS - EXPIRED,
000100*          WITHIN 30 DAYS, 31 TO 60 DAYS, AND 61 TO 90 DAYS.
000110*          EACH LOT IS VALUED AT THE ITEM'S MOVING-AVERAGE COST
000120*          (ITEM_COST) SO STORES CAN SEE WHAT IS AT RISK AND
000130*          ISSUE OR RETURN IT FIRST.  THE CUT-OFF DATES ARE WORKED
000140*          OUT A DAY AT A TIME FROM THE RUN DATE SO MONTH ENDS AND
000150*          LEAP YEARS FALL WHERE THEY SHOULD.  THE REPORT GOES TO
000160*          EXPIRING.PRT.
000170*
000180* MODIFICATION HISTORY
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- -----------------------------------------------
000210* 2026-10-15 JMG  ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ITMEXPIR.
000250 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000260 INSTALLATION. INVENTORY CONTROL.
000270 DATE-WRITTEN. OCTOBER 2026.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY "ITEMSEL.cpy".
000330     COPY "LOTSEL.cpy".
000340     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\EXPIRING.PRT"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-REPORT-STATUS.

000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  ITEMLIST.
000400     COPY "ITEMREC.cpy".

000410 FD  LOTBAL.
000420     COPY "LOTREC.cpy".

000430 FD  REPORT-FILE
000440     LINAGE IS 60 LINES
000450         WITH FOOTING AT 55.
000460 01  REPORT-LINE PIC X(110).

000470 WORKING-STORAGE SECTION.
000480     COPY "ITEMSTAT.cpy".
000490     COPY "LOTSTAT.cpy".
000500 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000510*    REPORT HEADING LINES
000520 01  WS-HEADING-1.
000530     05  FILLER PIC X(30) VALUE SPACES.
000540     05  FILLER PIC X(30) VALUE "EXPIRING STOCK REPORT".
000550     05  FILLER PIC X(10) VALUE SPACES.
000560     05  FILLER PIC X(5) VALUE "PAGE ".
000570     05  WS-H-PAGE-NUMBER PIC ZZZ9.
000580 01  WS-HEADING-1B.
000590     05  FILLER PIC X(30) VALUE SPACES.
000600     05  FILLER PIC X(9) VALUE "RUN DATE ".
000610     05  WS-H-RUN-DATE PIC 9(8).
000620     05  FILLER PIC X(13) VALUE "   LOOK AHEAD".
000630     05  FILLER PIC X(9) VALUE " 90 DAYS ".
000640     05  FILLER PIC X(3) VALUE "TO ".
000650     05  WS-H-LIMIT-DATE PIC 9(8).
000660 01  WS-SECTION-LINE.
000670     05  FILLER PIC X(9) VALUE "SECTION: ".
000680     05  WS-S-LABEL PIC X(30).
000690     05  WS-S-RANGE-LABEL PIC X(12).
000700     05  WS-S-FROM-DATE PIC 9(8).
000710     05  WS-S-TO-LABEL PIC X(4).
000720     05  WS-S-TO-DATE PIC X(8).
000730 01  WS-HEADING-2.
000740     05  FILLER PIC X(7) VALUE "ITEM".
000750     05  FILLER PIC X(27) VALUE "ITEM NAME".
000760     05  FILLER PIC X(5) VALUE "LOC".
000770     05  FILLER PIC X(12) VALUE "LOT".
000780     05  FILLER PIC X(10) VALUE "EXPIRY".
000790     05  FILLER PIC X(11) VALUE "      QTY".
000800     05  FILLER PIC X(12) VALUE "  UNIT COST".
000810     05  FILLER PIC X(17) VALUE "            VALUE".
000820*    DETAIL AND TOTAL LINES
000830 01  WS-DETAIL-LINE.
000840     05  WS-D-ITEM-ID PIC ZZZZ9.
000850     05  FILLER PIC X(2) VALUE SPACES.
000860     05  WS-D-ITEM-NAME PIC X(25).
000870     05  FILLER PIC X(2) VALUE SPACES.
000880     05  WS-D-LOC PIC X(3).
000890     05  FILLER PIC X(2) VALUE SPACES.
000900     05  WS-D-LOT PIC X(10).
000910     05  FILLER PIC X(2) VALUE SPACES.
000920     05  WS-D-EXPIRY PIC 9(8).
000930     05  FILLER PIC X(2) VALUE SPACES.
000940     05  WS-D-QTY PIC Z,ZZZ,ZZ9.
000950     05  FILLER PIC X(2) VALUE SPACES.
000960     05  WS-D-COST PIC ZZZ,ZZ9.99.
000970     05  FILLER PIC X(2) VALUE SPACES.
000980     05  WS-D-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000990 01  WS-NO-LOT-LINE.
001000     05  FILLER PIC X(7) VALUE SPACES.
001010     05  FILLER PIC X(30) VALUE "NO LOTS IN THIS SECTION.".
001020 01  WS-TOTAL-LINE.
001030     05  FILLER PIC X(7) VALUE SPACES.
001040     05  WS-T-LABEL PIC X(30).
001050     05  WS-T-LOTS PIC ZZZZZ9.
001060     05  FILLER PIC X(6) VALUE " LOTS ".
001070     05  FILLER PIC X(15) VALUE SPACES.
001080     05  WS-T-QTY PIC Z,ZZZ,ZZ9.
001090     05  FILLER PIC X(14) VALUE SPACES.
001100     05  WS-T-VALUE PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001110*    SECTION NAMES, ONE PER PASS OF THE LOT FILE
001120 01  WS-SECTION-NAMES.
001130     05  FILLER PIC X(30) VALUE "ALREADY EXPIRED".
001140     05  FILLER PIC X(30) VALUE "EXPIRING WITHIN 30 DAYS".
001150     05  FILLER PIC X(30) VALUE "EXPIRING IN 31 TO 60 DAYS".
001160     05  FILLER PIC X(30) VALUE "EXPIRING IN 61 TO 90 DAYS".
001170 01  WS-SECTION-TABLE REDEFINES WS-SECTION-NAMES.
001180     05  WS-SECTION-NAME PIC X(30) OCCURS 4 TIMES.
001190*    SECTION TOTALS, KEPT FOR THE SUMMARY AT THE END
001200 01  WS-SECTION-TOTALS.
001210     05  WS-SECT-ENTRY OCCURS 4 TIMES.
001220         10  WS-SECT-LOTS PIC 9(06) COMP.
001230         10  WS-SECT-QTY PIC 9(09).
001240         10  WS-SECT-VALUE PIC 9(11)V99.
001250*    DAYS IN EACH MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS
001260 01  WS-MONTH-DAYS-VALUES.
001270     05  FILLER PIC X(24) VALUE "312831303130313130313031".
001280 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001290     05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
001300*    DATE BEING STEPPED FORWARD A DAY AT A TIME
001310 01  WS-CALC-DATE PIC 9(08) VALUE ZERO.
001320 01  WS-CALC-PARTS REDEFINES WS-CALC-DATE.
001330     05  WS-CALC-YEAR PIC 9(04).
001340     05  WS-CALC-MONTH PIC 9(02).
001350     05  WS-CALC-DAY PIC 9(02).
001360*    PROGRAM SWITCHES AND COUNTERS
001370 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001380     88  WS-STOP-RUN VALUE 'Y'.
001390 77  WS-LOT-EOF-SW PIC X(01) VALUE 'N'.
001400     88  WS-LOT-EOF VALUE 'Y'.
001410 77  WS-LEAP-SW PIC X(01) VALUE 'N'.
001420     88  WS-LEAP-YEAR VALUE 'Y'.
001430 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
001440 77  WS-SECT PIC 9(02) COMP VALUE ZERO.
001450 77  WS-SECT-IX PIC 9(02) COMP VALUE ZERO.
001460 77  WS-LOT-SECT PIC 9(02) COMP VALUE ZERO.
001470 77  WS-MONTH-LEN PIC 9(02) VALUE ZERO.
001480 77  WS-LEAP-QUOT PIC 9(04) VALUE ZERO.
001490 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
001500 77  WS-LOT-VALUE PIC 9(11)V99 VALUE ZERO.
001510 77  WS-GRAND-LOTS PIC 9(06) COMP VALUE ZERO.
001520 77  WS-GRAND-QTY PIC 9(09) VALUE ZERO.
001530 77  WS-GRAND-VALUE PIC 9(11)V99 VALUE ZERO.
001540 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001550 77  WS-DATE-30 PIC 9(08) VALUE ZERO.
001560 77  WS-DATE-60 PIC 9(08) VALUE ZERO.
001570 77  WS-DATE-90 PIC 9(08) VALUE ZERO.

001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF WS-STOP-RUN
001620         GOBACK
001630     END-IF.
001640     MOVE 1 TO WS-SECT.
001650     PERFORM 2000-PROCESS-SECTION THRU 2000-EXIT
001660         UNTIL WS-SECT > 4.
001670     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001690     GOBACK.

001700 1000-INITIALIZE.
001710     MOVE 'N' TO WS-STOP-SW.
001720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001730     OPEN INPUT LOTBAL.
001740     IF WS-LOTBAL-NOTCREATED
001750         DISPLAY "NO LOT BALANCE FILE - NO LOT-CONTROLLED STOCK "
001760             "HAS BEEN RECEIVED."
001770         MOVE 'Y' TO WS-STOP-SW
001780         GO TO 1000-EXIT
001790     END-IF.
001800     CLOSE LOTBAL.
001810     PERFORM 1100-SET-CUTOFF-DATES THRU 1100-EXIT.
001820     OPEN INPUT ITEMLIST.
001830     OPEN OUTPUT REPORT-FILE.
001840     MOVE ZERO TO WS-PAGE-NUMBER.
001850     MOVE ZERO TO WS-GRAND-LOTS.
001860     MOVE ZERO TO WS-GRAND-QTY.
001870     MOVE ZERO TO WS-GRAND-VALUE.
001880     MOVE 1 TO WS-SECT-IX.
001890     PERFORM 1300-CLEAR-SECTION THRU 1300-EXIT
001900         UNTIL WS-SECT-IX > 4.
001910     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
001920 1000-EXIT.
001930     EXIT.

001940******************************************************************
001950* 1100 WORKS OUT THE 30, 60, AND 90 DAY CUT-OFF DATES BY STEPPING
001960* THE RUN DATE FORWARD ONE DAY AT A TIME.
001970******************************************************************
001980 1100-SET-CUTOFF-DATES.
001990     MOVE WS-RUN-DATE TO WS-CALC-DATE.
002000     PERFORM 1200-NEXT-DAY THRU 1200-EXIT 30 TIMES.
002010     MOVE WS-CALC-DATE TO WS-DATE-30.
002020     PERFORM 1200-NEXT-DAY THRU 1200-EXIT 30 TIMES.
002030     MOVE WS-CALC-DATE TO WS-DATE-60.
002040     PERFORM 1200-NEXT-DAY THRU 1200-EXIT 30 TIMES.
002050     MOVE WS-CALC-DATE TO WS-DATE-90.
002060 1100-EXIT.
002070     EXIT.

002080 1200-NEXT-DAY.
002090     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-MONTH-LEN.
002100     IF WS-CALC-MONTH = 2
002110         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
002120         IF WS-LEAP-YEAR
002130             MOVE 29 TO WS-MONTH-LEN
002140         END-IF
002150     END-IF.
002160     ADD 1 TO WS-CALC-DAY.
002170     IF WS-CALC-DAY NOT > WS-MONTH-LEN
002180         GO TO 1200-EXIT
002190     END-IF.
002200     MOVE 1 TO WS-CALC-DAY.
002210     ADD 1 TO WS-CALC-MONTH.
002220     IF WS-CALC-MONTH > 12
002230         MOVE 1 TO WS-CALC-MONTH
002240         ADD 1 TO WS-CALC-YEAR
002250     END-IF.
002260 1200-EXIT.
002270     EXIT.

002280******************************************************************
002290* 1250 - A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4, EXCEPT A
002300* CENTURY YEAR, WHICH MUST DIVIDE BY 400.
002310******************************************************************
002320 1250-CHECK-LEAP-YEAR.
002330     MOVE 'N' TO WS-LEAP-SW.
002340     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOT
002350         REMAINDER WS-LEAP-REM.
002360     IF WS-LEAP-REM NOT = ZERO
002370         GO TO 1250-EXIT
002380     END-IF.
002390     MOVE 'Y' TO WS-LEAP-SW.
002400     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOT
002410         REMAINDER WS-LEAP-REM.
002420     IF WS-LEAP-REM NOT = ZERO
002430         GO TO 1250-EXIT
002440     END-IF.
002450     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOT
002460         REMAINDER WS-LEAP-REM.
002470     IF WS-LEAP-REM NOT = ZERO
002480         MOVE 'N' TO WS-LEAP-SW
002490     END-IF.
002500 1250-EXIT.
002510     EXIT.

002520 1300-CLEAR-SECTION.
002530     MOVE ZERO TO WS-SECT-LOTS (WS-SECT-IX).
002540     MOVE ZERO TO WS-SECT-QTY (WS-SECT-IX).
002550     MOVE ZERO TO WS-SECT-VALUE (WS-SECT-IX).
002560     ADD 1 TO WS-SECT-IX.
002570 1300-EXIT.
002580     EXIT.

002590******************************************************************
002600* 2000 PRINTS ONE SECTION OF THE REPORT.  EACH SECTION IS ITS OWN
002610* PASS OF LOTBAL.DAT, SO WITHIN A SECTION THE LOTS COME OUT IN
002620* ITEM / LOCATION / LOT ORDER.
002630******************************************************************
002640 2000-PROCESS-SECTION.
002650     MOVE WS-SECTION-NAME (WS-SECT) TO WS-S-LABEL.
002660     EVALUATE WS-SECT
002670         WHEN 1
002680             MOVE "BEFORE     " TO WS-S-RANGE-LABEL
002690             MOVE WS-RUN-DATE TO WS-S-FROM-DATE
002700             MOVE SPACES TO WS-S-TO-LABEL
002710             MOVE SPACES TO WS-S-TO-DATE
002720         WHEN 2
002730             MOVE "FROM       " TO WS-S-RANGE-LABEL
002740             MOVE WS-RUN-DATE TO WS-S-FROM-DATE
002750             MOVE " TO " TO WS-S-TO-LABEL
002760             MOVE WS-DATE-30 TO WS-S-TO-DATE
002770         WHEN 3
002780             MOVE "AFTER      " TO WS-S-RANGE-LABEL
002790             MOVE WS-DATE-30 TO WS-S-FROM-DATE
002800             MOVE " TO " TO WS-S-TO-LABEL
002810             MOVE WS-DATE-60 TO WS-S-TO-DATE
002820         WHEN OTHER
002830             MOVE "AFTER      " TO WS-S-RANGE-LABEL
002840             MOVE WS-DATE-60 TO WS-S-FROM-DATE
002850             MOVE " TO " TO WS-S-TO-LABEL
002860             MOVE WS-DATE-90 TO WS-S-TO-DATE
002870     END-EVALUATE.
002880     WRITE REPORT-LINE FROM WS-SECTION-LINE
002890         AFTER ADVANCING 2 LINES.
002900     WRITE REPORT-LINE FROM WS-HEADING-2
002910         AFTER ADVANCING 1 LINE.
002920     MOVE 'N' TO WS-LOT-EOF-SW.
002930     OPEN INPUT LOTBAL.
002940     PERFORM 3000-CHECK-LOT THRU 3000-EXIT
002950         UNTIL WS-LOT-EOF.
002960     CLOSE LOTBAL.
002970     IF WS-SECT-LOTS (WS-SECT) = ZERO
002980         WRITE REPORT-LINE FROM WS-NO-LOT-LINE
002990             AFTER ADVANCING 1 LINE
003000     ELSE
003010         MOVE "TOTAL FOR SECTION" TO WS-T-LABEL
003020         MOVE WS-SECT-LOTS (WS-SECT) TO WS-T-LOTS
003030         MOVE WS-SECT-QTY (WS-SECT) TO WS-T-QTY
003040         MOVE WS-SECT-VALUE (WS-SECT) TO WS-T-VALUE
003050         WRITE REPORT-LINE FROM WS-TOTAL-LINE
003060             AFTER ADVANCING 1 LINE
003070     END-IF.
003080     ADD 1 TO WS-SECT.
003090 2000-EXIT.
003100     EXIT.

003110******************************************************************
003120* 3000 PLACES ONE LOT IN ITS SECTION BY EXPIRY DATE AND PRINTS IT
003130* WHEN IT BELONGS TO THE SECTION BEING PRINTED.  LOTS DRAWN TO
003140* ZERO ARE KEPT ON FILE FOR TRACING BUT ARE NOT AT RISK, SO THEY
003150* ARE SKIPPED.
003160******************************************************************
003170 3000-CHECK-LOT.
003180     READ LOTBAL NEXT
003190         AT END
003200             MOVE 'Y' TO WS-LOT-EOF-SW
003210             GO TO 3000-EXIT
003220     END-READ.
003230     IF LOT_QTY = ZERO
003240         GO TO 3000-EXIT
003250     END-IF.
003260     EVALUATE TRUE
003270         WHEN LOT_EXPIRY < WS-RUN-DATE
003280             MOVE 1 TO WS-LOT-SECT
003290         WHEN LOT_EXPIRY NOT > WS-DATE-30
003300             MOVE 2 TO WS-LOT-SECT
003310         WHEN LOT_EXPIRY NOT > WS-DATE-60
003320             MOVE 3 TO WS-LOT-SECT
003330         WHEN LOT_EXPIRY NOT > WS-DATE-90
003340             MOVE 4 TO WS-LOT-SECT
003350         WHEN OTHER
003360             MOVE ZERO TO WS-LOT-SECT
003370     END-EVALUATE.
003380     IF WS-LOT-SECT NOT = WS-SECT
003390         GO TO 3000-EXIT
003400     END-IF.
003410     PERFORM 3100-PRINT-LOT THRU 3100-EXIT.
003420 3000-EXIT.
003430     EXIT.

003440******************************************************************
003450* 3100 PRINTS ONE LOT VALUED AT THE ITEM'S MOVING-AVERAGE COST AND
003460* ADDS IT INTO THE SECTION AND REPORT TOTALS.
003470******************************************************************
003480 3100-PRINT-LOT.
003490     MOVE LOT_ITEM_ID TO ITEM_ID.
003500     READ ITEMLIST
003510         INVALID KEY
003520             MOVE "** NOT ON ITEM MASTER **" TO ITEM_NAME
003530             MOVE ZERO TO ITEM_COST
003540     END-READ.
003550     COMPUTE WS-LOT-VALUE = LOT_QTY * ITEM_COST.
003560     MOVE LOT_ITEM_ID TO WS-D-ITEM-ID.
003570     MOVE ITEM_NAME TO WS-D-ITEM-NAME.
003580     MOVE LOT_LOC TO WS-D-LOC.
003590     MOVE LOT_NUMBER TO WS-D-LOT.
003600     MOVE LOT_EXPIRY TO WS-D-EXPIRY.
003610     MOVE LOT_QTY TO WS-D-QTY.
003620     MOVE ITEM_COST TO WS-D-COST.
003630     MOVE WS-LOT-VALUE TO WS-D-VALUE.
003640     WRITE REPORT-LINE FROM WS-DETAIL-LINE
003650         AT END-OF-PAGE
003660             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003670     END-WRITE.
003680     ADD 1 TO WS-SECT-LOTS (WS-SECT).
003690     ADD LOT_QTY TO WS-SECT-QTY (WS-SECT).
003700     ADD WS-LOT-VALUE TO WS-SECT-VALUE (WS-SECT).
003710     ADD 1 TO WS-GRAND-LOTS.
003720     ADD LOT_QTY TO WS-GRAND-QTY.
003730     ADD WS-LOT-VALUE TO WS-GRAND-VALUE.
003740 3100-EXIT.
003750     EXIT.

003760 7000-PRINT-HEADINGS.
003770     ADD 1 TO WS-PAGE-NUMBER.
003780     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
003790     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
003800     MOVE WS-DATE-90 TO WS-H-LIMIT-DATE.
003810     WRITE REPORT-LINE FROM WS-HEADING-1
003820         AFTER ADVANCING PAGE.
003830     WRITE REPORT-LINE FROM WS-HEADING-1B
003840         AFTER ADVANCING 1 LINE.
003850 7000-EXIT.
003860     EXIT.

003870******************************************************************
003880* 8000 REPEATS THE FOUR SECTION TOTALS TOGETHER AND THE TOTAL
003890* STOCK AT RISK WITHIN 90 DAYS.
003900******************************************************************
003910 8000-PRINT-SUMMARY.
003920     MOVE SPACES TO REPORT-LINE.
003930     MOVE "SUMMARY" TO REPORT-LINE.
003940     WRITE REPORT-LINE
003950         AFTER ADVANCING 2 LINES.
003960     MOVE 1 TO WS-SECT-IX.
003970     PERFORM 8100-PRINT-SECTION-TOTAL THRU 8100-EXIT
003980         UNTIL WS-SECT-IX > 4.
003990     MOVE "TOTAL EXPIRED OR WITHIN 90" TO WS-T-LABEL.
004000     MOVE WS-GRAND-LOTS TO WS-T-LOTS.
004010     MOVE WS-GRAND-QTY TO WS-T-QTY.
004020     MOVE WS-GRAND-VALUE TO WS-T-VALUE.
004030     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004040         AFTER ADVANCING 2 LINES.
004050 8000-EXIT.
004060     EXIT.

004070 8100-PRINT-SECTION-TOTAL.
004080     MOVE WS-SECTION-NAME (WS-SECT-IX) TO WS-T-LABEL.
004090     MOVE WS-SECT-LOTS (WS-SECT-IX) TO WS-T-LOTS.
004100     MOVE WS-SECT-QTY (WS-SECT-IX) TO WS-T-QTY.
004110     MOVE WS-SECT-VALUE (WS-SECT-IX) TO WS-T-VALUE.
004120     WRITE REPORT-LINE FROM WS-TOTAL-LINE
004130         AFTER ADVANCING 1 LINE.
004140     ADD 1 TO WS-SECT-IX.
004150 8100-EXIT.
004160     EXIT.

004170 9000-TERMINATE.
004180     CLOSE ITEMLIST.
004190     CLOSE REPORT-FILE.
004200     DISPLAY WS-GRAND-LOTS " LOT(S) EXPIRED OR EXPIRING BY "
004210         WS-DATE-90 " LISTED TO EXPIRING.PRT.".
004220 9000-EXIT.
004230     EXIT.
