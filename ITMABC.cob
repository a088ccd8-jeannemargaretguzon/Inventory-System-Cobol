000010******************************************************************
000020* PROGRAM: ITMABC
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: ABC CLASSIFICATION BY ANNUAL USAGE VALUE.  TOTALS EACH
000070*          ITEM'S USAGE OVER THE TWELVE MONTHS TO THE RUN DATE
000080*          (TYPE 'I' ISSUES AND TYPE 'K' KIT COMPONENTS CONSUMED)
000090*          FROM THE LIVE MOVEMENT FILE (STKMOV.DAT) AND THE DATED
000100*          ARCHIVE FILES WRITTEN BY ITMARCH, VALUES IT AT THE
000110*          CURRENT ITEM_COST, AND RANKS THE ITEMS HIGHEST VALUE
000120*          FIRST.  WORKING DOWN THE RANKING, ITEMS ARE CLASS 'A'
000130*          UNTIL THE CUMULATIVE VALUE REACHES THE A BREAK (DEFAULT
000140*          80 PERCENT), CLASS 'B' UNTIL IT REACHES THE B BREAK
000150*          (DEFAULT 95 PERCENT), AND CLASS 'C' AFTER THAT; AN ITEM
000160*          WITH NO USAGE IS ALWAYS 'C'.  THE PARETO REPORT
000170*          (ABCCLASS.PRT) SHOWS EVERY ITEM WITH ITS SHARE AND THE
000180*          CUMULATIVE SHARE OF THE TOTAL, AND A SUMMARY BY CLASS.
000190*          RUN MODE 'R' ONLY REPORTS; RUN MODE 'A' ALSO STORES THE
000200*          NEW CLASS IN ITEM_ABC_CLASS, WHICH THE COUNT SCHEDULER
000210*          (ITMCYCL) WORKS FROM.  OBSOLETE ITEMS ARE LEFT OUT.
000220*
000230*          TWO WORK FILES ARE REBUILT ON EVERY RUN: ABCUSE.DAT
000240*          TOTALS THE USAGE BY ITEM, AND ABCRANK.DAT HOLDS THE
000250*          VALUED ITEMS KEYED SO THEY READ BACK HIGHEST VALUE
000260*          FIRST.
000270*
000280* MODIFICATION HISTORY
000290* DATE       BY   DESCRIPTION
000300* ---------- ---- -----------------------------------------------
000310* 2026-10-15 JMG  ORIGINAL PROGRAM.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ITMABC.
000350 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000360 INSTALLATION. INVENTORY CONTROL.
000370 DATE-WRITTEN. OCTOBER 2026.
000380 DATE-COMPILED.

000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     COPY "ITEMSEL.cpy".
000430     COPY "MOVSEL.cpy".
000440     SELECT ARCHFILE ASSIGN TO WS-ARCH-FILENAME
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE IS SEQUENTIAL
000470         FILE STATUS IS WS-ARCHFILE-STATUS.
000480     SELECT ABCUSE ASSIGN TO "C:\Cobol\ABCUSE.dat"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS AU_ITEM_ID
000520         FILE STATUS IS WS-ABCUSE-STATUS.
000530     SELECT ABCRANK ASSIGN TO "C:\Cobol\ABCRANK.dat"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS AR-KEY
000570         FILE STATUS IS WS-ABCRANK-STATUS.
000580     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\ABCCLASS.PRT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ITEMLIST.
000640     COPY "ITEMREC.cpy".

000650 FD  STKMOV.
000660     COPY "MOVREC.cpy".

000670 FD  ARCHFILE.
000680 01  ARCH-RECORD PIC X(66).

000690*    USAGE QUANTITY IN THE WINDOW, ONE RECORD PER ITEM USED
000700 FD  ABCUSE.
000710 01  ABCUSE-RECORD.
000720     05  AU_ITEM_ID PIC 9(5).
000730     05  AU_USAGE_QTY PIC 9(9).

000740*    ONE VALUED ITEM.  THE KEY CARRIES THE VALUE SUBTRACTED FROM
000750*    ALL NINES SO THE FILE READS BACK HIGHEST VALUE FIRST, WITH
000760*    THE ITEM ID TO BREAK TIES.
000770 FD  ABCRANK.
000780 01  ABCRANK-RECORD.
000790     05  AR-KEY.
000800         10  AR_INV_VALUE PIC 9(13)V99.
000810         10  AR_ITEM_ID PIC 9(5).
000820     05  AR_USAGE_QTY PIC 9(9).
000830     05  AR_VALUE PIC 9(13)V99.

000840 FD  REPORT-FILE
000850     LINAGE IS 60 LINES
000860         WITH FOOTING AT 55.
000870 01  REPORT-LINE PIC X(120).

000880 WORKING-STORAGE SECTION.
000890     COPY "ITEMSTAT.cpy".
000900     COPY "MOVSTAT.cpy".
000910 77  WS-ARCHFILE-STATUS PIC X(02) VALUE SPACES.
000920     88  WS-ARCHFILE-NOTCREATED VALUE '35'.
000930 77  WS-ABCUSE-STATUS PIC X(02) VALUE SPACES.
000940 77  WS-ABCRANK-STATUS PIC X(02) VALUE SPACES.
000950 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000960 01  WS-ARCH-FILENAME PIC X(40) VALUE SPACES.
000970*    REPORT HEADING LINES
000980 01  WS-HEADING-1.
000990     05  FILLER PIC X(20) VALUE SPACES.
001000     05  FILLER PIC X(40)
001010         VALUE "ABC CLASSIFICATION - PARETO OF USAGE".
001020     05  FILLER PIC X(6) VALUE "MODE ".
001030     05  WS-H-RUN-MODE PIC X(1).
001040     05  FILLER PIC X(3) VALUE SPACES.
001050     05  FILLER PIC X(5) VALUE "PAGE ".
001060     05  WS-H-PAGE-NUMBER PIC ZZZ9.
001070 01  WS-HEADING-2.
001080     05  FILLER PIC X(24) VALUE "USAGE FROM MOVEMENTS".
001090     05  FILLER PIC X(6) VALUE "AFTER ".
001100     05  WS-H-FROM-DATE PIC 9(8).
001110     05  FILLER PIC X(9) VALUE " THROUGH ".
001120     05  WS-H-RUN-DATE PIC 9(8).
001130     05  FILLER PIC X(12) VALUE "   A BREAK ".
001140     05  WS-H-A-BREAK PIC Z9.
001150     05  FILLER PIC X(12) VALUE "%   B BREAK ".
001160     05  WS-H-B-BREAK PIC Z9.
001170     05  FILLER PIC X(1) VALUE "%".
001180 01  WS-HEADING-3.
001190     05  FILLER PIC X(7) VALUE "RANK".
001200     05  FILLER PIC X(7) VALUE "ITEM".
001210     05  FILLER PIC X(27) VALUE "ITEM NAME".
001220     05  FILLER PIC X(13) VALUE "  USAGE QTY".
001230     05  FILLER PIC X(12) VALUE " UNIT COST".
001240     05  FILLER PIC X(19) VALUE "     ANNUAL VALUE".
001250     05  FILLER PIC X(8) VALUE "   PCT".
001260     05  FILLER PIC X(8) VALUE "CUM PCT".
001270     05  FILLER PIC X(9) VALUE "OLD  NEW".
001280*    DETAIL LINE
001290 01  WS-DETAIL-LINE.
001300     05  WS-D-RANK PIC ZZZZ9.
001310     05  FILLER PIC X(2) VALUE SPACES.
001320     05  WS-D-ITEM-ID PIC ZZZZ9.
001330     05  FILLER PIC X(2) VALUE SPACES.
001340     05  WS-D-ITEM-NAME PIC X(25).
001350     05  FILLER PIC X(2) VALUE SPACES.
001360     05  WS-D-USAGE-QTY PIC ZZZ,ZZZ,ZZ9.
001370     05  FILLER PIC X(2) VALUE SPACES.
001380     05  WS-D-UNIT-COST PIC ZZZ,ZZ9.99.
001390     05  FILLER PIC X(2) VALUE SPACES.
001400     05  WS-D-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001410     05  FILLER PIC X(2) VALUE SPACES.
001420     05  WS-D-PCT PIC ZZ9.99.
001430     05  FILLER PIC X(2) VALUE SPACES.
001440     05  WS-D-CUM-PCT PIC ZZ9.99.
001450     05  FILLER PIC X(3) VALUE SPACES.
001460     05  WS-D-OLD-CLASS PIC X(1).
001470     05  FILLER PIC X(4) VALUE SPACES.
001480     05  WS-D-NEW-CLASS PIC X(1).
001490     05  FILLER PIC X(2) VALUE SPACES.
001500     05  WS-D-CHANGED PIC X(7).
001510*    CLASS SUMMARY LINES
001520 01  WS-SUMMARY-HEADING.
001530     05  FILLER PIC X(8) VALUE "CLASS".
001540     05  FILLER PIC X(10) VALUE "   ITEMS".
001550     05  FILLER PIC X(10) VALUE " PCT ITEMS".
001560     05  FILLER PIC X(22) VALUE "           TOTAL VALUE".
001570     05  FILLER PIC X(10) VALUE " PCT VALUE".
001580 01  WS-SUMMARY-LINE.
001590     05  FILLER PIC X(2) VALUE SPACES.
001600     05  WS-S-CLASS PIC X(1).
001610     05  FILLER PIC X(5) VALUE SPACES.
001620     05  WS-S-COUNT PIC ZZZ,ZZ9.
001630     05  FILLER PIC X(4) VALUE SPACES.
001640     05  WS-S-COUNT-PCT PIC ZZ9.99.
001650     05  FILLER PIC X(3) VALUE SPACES.
001660     05  WS-S-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001670     05  FILLER PIC X(4) VALUE SPACES.
001680     05  WS-S-VALUE-PCT PIC ZZ9.99.
001690 01  WS-TOTAL-LINE.
001700     05  FILLER PIC X(8) VALUE "TOTAL".
001710     05  WS-T-COUNT PIC ZZZ,ZZ9.
001720     05  FILLER PIC X(13) VALUE SPACES.
001730     05  WS-T-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001740 01  WS-APPLIED-LINE.
001750     05  FILLER PIC X(30) VALUE "ITEM CLASSES CHANGED:".
001760     05  WS-T-APPLIED-COUNT PIC ZZZ,ZZ9.
001770*    ITEM COUNT AND VALUE BY CLASS - 1 = A, 2 = B, 3 = C
001780 01  WS-CLASS-NAMES PIC X(03) VALUE "ABC".
001790 01  WS-CLASS-TABLE.
001800     05  WS-CLASS-ENTRY OCCURS 3 TIMES.
001810         10  WS-CL-COUNT PIC 9(07) COMP.
001820         10  WS-CL-VALUE PIC 9(13)V99.
001830*    PROGRAM SWITCHES AND WORK FIELDS
001840 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001850     88  WS-STOP-RUN VALUE 'Y'.
001860 77  WS-EOF-SW PIC X(01) VALUE 'N'.
001870     88  WS-EOF VALUE 'Y'.
001880 77  WS-RUN-MODE PIC X(01) VALUE SPACE.
001890     88  WS-REPORT-MODE VALUE 'R'.
001900     88  WS-APPLY-MODE VALUE 'A'.
001910 77  WS-A-BREAK PIC 9(02) VALUE ZERO.
001920 77  WS-A-BREAK-EDIT REDEFINES WS-A-BREAK
001930         PIC X(02) JUSTIFIED RIGHT.
001940 77  WS-B-BREAK PIC 9(02) VALUE ZERO.
001950 77  WS-B-BREAK-EDIT REDEFINES WS-B-BREAK
001960         PIC X(02) JUSTIFIED RIGHT.
001970 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001980 77  WS-RUN-PERIOD PIC 9(06) VALUE ZERO.
001990 77  WS-FROM-DATE PIC 9(08) VALUE ZERO.
002000 01  WS-ARCH-PERIOD PIC 9(06) VALUE ZERO.
002010 01  WS-ARCH-PERIOD-PARTS REDEFINES WS-ARCH-PERIOD.
002020     05  WS-ARCH-YEAR PIC 9(04).
002030     05  WS-ARCH-MONTH PIC 9(02).
002040 77  WS-ARCH-COUNT PIC 9(05) COMP VALUE ZERO.
002050 77  WS-MOVE-COUNT PIC 9(09) COMP VALUE ZERO.
002060 77  WS-RANKED-COUNT PIC 9(07) COMP VALUE ZERO.
002070 77  WS-RANK PIC 9(07) COMP VALUE ZERO.
002080 77  WS-APPLIED-COUNT PIC 9(07) COMP VALUE ZERO.
002090 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
002100 77  WS-CL-IX PIC 9(02) COMP VALUE ZERO.
002110 77  WS-USAGE-QTY PIC 9(09) VALUE ZERO.
002120 77  WS-VALUE PIC 9(13)V99 VALUE ZERO.
002130 77  WS-TOTAL-VALUE PIC 9(13)V99 VALUE ZERO.
002140 77  WS-CUM-VALUE PIC 9(13)V99 VALUE ZERO.
002150 77  WS-CUM-BEFORE-PCT PIC 9(03)V99 VALUE ZERO.
002160 77  WS-ITEM-PCT PIC 9(03)V99 VALUE ZERO.
002170 77  WS-CUM-PCT PIC 9(03)V99 VALUE ZERO.
002180 77  WS-NEW-CLASS PIC X(01) VALUE SPACE.

002190 PROCEDURE DIVISION.
002200 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220     IF WS-STOP-RUN
002230         GOBACK
002240     END-IF.
002250     PERFORM 2000-GATHER-USAGE THRU 2000-EXIT.
002260     PERFORM 3000-VALUE-ITEMS THRU 3000-EXIT.
002270     PERFORM 4000-CLASSIFY-ITEMS THRU 4000-EXIT.
002280     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     GOBACK.

002310******************************************************************
002320* 1000 COLLECTS THE RUN MODE AND THE CLASS BREAKS AND SETS THE
002330* WINDOW: MOVEMENTS DATED AFTER THE SAME DAY ONE YEAR BACK, UP TO
002340* AND INCLUDING THE RUN DATE.  THE WORK FILES ARE EMPTIED.
002350******************************************************************
002360 1000-INITIALIZE.
002370     PERFORM 1100-GET-RUN-MODE THRU 1100-EXIT
002380         UNTIL WS-REPORT-MODE OR WS-APPLY-MODE.
002390     PERFORM 1200-GET-BREAKS THRU 1200-EXIT.
002400     IF WS-STOP-RUN
002410         GO TO 1000-EXIT
002420     END-IF.
002430     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002440     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.
002450     COMPUTE WS-FROM-DATE = WS-RUN-DATE - 10000.
002460     IF WS-APPLY-MODE
002470         OPEN I-O ITEMLIST
002480     ELSE
002490         OPEN INPUT ITEMLIST
002500     END-IF.
002510     OPEN OUTPUT ABCUSE.
002520     CLOSE ABCUSE.
002530     OPEN I-O ABCUSE.
002540     OPEN OUTPUT ABCRANK.
002550     CLOSE ABCRANK.
002560     OPEN I-O ABCRANK.
002570     OPEN OUTPUT REPORT-FILE.
002580     MOVE ZERO TO WS-PAGE-NUMBER.
002590     MOVE WS-RUN-MODE TO WS-H-RUN-MODE.
002600     MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
002610     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
002620     MOVE WS-A-BREAK TO WS-H-A-BREAK.
002630     MOVE WS-B-BREAK TO WS-H-B-BREAK.
002640 1000-EXIT.
002650     EXIT.

002660 1100-GET-RUN-MODE.
002670     DISPLAY "RUN MODE - R = REPORT ONLY, A = APPLY: "
002680         WITH NO ADVANCING.
002690     ACCEPT WS-RUN-MODE.
002700     IF WS-RUN-MODE = 'r'
002710         MOVE 'R' TO WS-RUN-MODE
002720     END-IF.
002730     IF WS-RUN-MODE = 'a'
002740         MOVE 'A' TO WS-RUN-MODE
002750     END-IF.
002760     IF NOT WS-REPORT-MODE AND NOT WS-APPLY-MODE
002770         DISPLAY "PLEASE ENTER R OR A."
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.

002810******************************************************************
002820* 1200 COLLECTS THE CUMULATIVE VALUE PERCENTAGES WHERE CLASS A
002830* ENDS AND CLASS B ENDS.  A ZERO ENTRY TAKES THE USUAL DEFAULTS
002840* (80 AND 95).
002850******************************************************************
002860 1200-GET-BREAKS.
002870     DISPLAY "CLASS A UP TO CUMULATIVE PERCENT (0 = 80): "
002880         WITH NO ADVANCING.
002890     ACCEPT WS-A-BREAK-EDIT.
002900     INSPECT WS-A-BREAK-EDIT REPLACING ALL SPACES BY ZEROS.
002910     IF WS-A-BREAK-EDIT NOT NUMERIC
002920         MOVE ZERO TO WS-A-BREAK
002930     END-IF.
002940     IF WS-A-BREAK = ZERO
002950         MOVE 80 TO WS-A-BREAK
002960     END-IF.
002970     DISPLAY "CLASS B UP TO CUMULATIVE PERCENT (0 = 95): "
002980         WITH NO ADVANCING.
002990     ACCEPT WS-B-BREAK-EDIT.
003000     INSPECT WS-B-BREAK-EDIT REPLACING ALL SPACES BY ZEROS.
003010     IF WS-B-BREAK-EDIT NOT NUMERIC
003020         MOVE ZERO TO WS-B-BREAK
003030     END-IF.
003040     IF WS-B-BREAK = ZERO
003050         MOVE 95 TO WS-B-BREAK
003060     END-IF.
003070     IF WS-B-BREAK NOT > WS-A-BREAK
003080         DISPLAY "THE B BREAK MUST BE ABOVE THE A BREAK."
003090         MOVE 'Y' TO WS-STOP-SW
003100     END-IF.
003110 1200-EXIT.
003120     EXIT.

003130******************************************************************
003140* 2000 TOTALS THE USAGE BY ITEM INTO ABCUSE.DAT, FIRST FROM THE
003150* DATED ARCHIVE FILES ONE MONTH AT A TIME FROM THE MONTH THE
003160* WINDOW OPENS, THEN FROM THE LIVE MOVEMENT FILE.  A MONTH WITH NO
003170* ARCHIVE FILE IS PASSED OVER.
003180******************************************************************
003190 2000-GATHER-USAGE.
003200     MOVE ZERO TO WS-ARCH-COUNT.
003210     MOVE ZERO TO WS-MOVE-COUNT.
003220     DIVIDE WS-FROM-DATE BY 100 GIVING WS-ARCH-PERIOD.
003230     PERFORM 2100-READ-ARCHIVE-PERIOD THRU 2100-EXIT
003240         UNTIL WS-ARCH-PERIOD > WS-RUN-PERIOD.
003250     MOVE 'N' TO WS-EOF-SW.
003260     OPEN INPUT STKMOV.
003270     IF WS-STKMOV-NOTCREATED
003280         DISPLAY "NO LIVE MOVEMENT HISTORY ON FILE."
003290         GO TO 2000-EXIT
003300     END-IF.
003310     PERFORM 2300-READ-LIVE-MOVEMENT THRU 2300-EXIT
003320         UNTIL WS-EOF.
003330     CLOSE STKMOV.
003340 2000-EXIT.
003350     EXIT.

003360 2100-READ-ARCHIVE-PERIOD.
003370     MOVE SPACES TO WS-ARCH-FILENAME.
003380     STRING "C:\Cobol\STKMOV" DELIMITED BY SIZE
003390            WS-ARCH-PERIOD DELIMITED BY SIZE
003400            ".ARC" DELIMITED BY SIZE
003410            INTO WS-ARCH-FILENAME
003420     END-STRING.
003430     MOVE 'N' TO WS-EOF-SW.
003440     OPEN INPUT ARCHFILE.
003450     IF WS-ARCHFILE-NOTCREATED
003460         GO TO 2100-NEXT-PERIOD
003470     END-IF.
003480     ADD 1 TO WS-ARCH-COUNT.
003490     PERFORM 2200-READ-ARCHIVE THRU 2200-EXIT
003500         UNTIL WS-EOF.
003510     CLOSE ARCHFILE.
003520 2100-NEXT-PERIOD.
003530     ADD 1 TO WS-ARCH-MONTH.
003540     IF WS-ARCH-MONTH > 12
003550         MOVE 1 TO WS-ARCH-MONTH
003560         ADD 1 TO WS-ARCH-YEAR
003570     END-IF.
003580 2100-EXIT.
003590     EXIT.

003600 2200-READ-ARCHIVE.
003610     READ ARCHFILE INTO STKMOV-RECORD
003620         AT END
003630             MOVE 'Y' TO WS-EOF-SW
003640             GO TO 2200-EXIT
003650     END-READ.
003660     PERFORM 2400-ADD-USAGE THRU 2400-EXIT.
003670 2200-EXIT.
003680     EXIT.

003690 2300-READ-LIVE-MOVEMENT.
003700     READ STKMOV NEXT
003710         AT END
003720             MOVE 'Y' TO WS-EOF-SW
003730             GO TO 2300-EXIT
003740     END-READ.
003750     PERFORM 2400-ADD-USAGE THRU 2400-EXIT.
003760 2300-EXIT.
003770     EXIT.

003780******************************************************************
003790* 2400 ADDS ONE MOVEMENT TO ITS ITEM'S USAGE IF IT IS AN ISSUE OR
003800* A KIT COMPONENT CONSUMED AND FALLS INSIDE THE WINDOW.
003810******************************************************************
003820 2400-ADD-USAGE.
003830     IF MOV_TYPE NOT = 'I' AND MOV_TYPE NOT = 'K'
003840         GO TO 2400-EXIT
003850     END-IF.
003860     IF MOV_DATE NOT > WS-FROM-DATE OR MOV_DATE > WS-RUN-DATE
003870         GO TO 2400-EXIT
003880     END-IF.
003890     ADD 1 TO WS-MOVE-COUNT.
003900     MOVE MOV_ITEM_ID TO AU_ITEM_ID.
003910     READ ABCUSE
003920         INVALID KEY
003930             MOVE MOV_QTY TO AU_USAGE_QTY
003940             WRITE ABCUSE-RECORD
003950             GO TO 2400-EXIT
003960     END-READ.
003970     ADD MOV_QTY TO AU_USAGE_QTY
003980         ON SIZE ERROR
003990             MOVE 999999999 TO AU_USAGE_QTY
004000     END-ADD.
004010     REWRITE ABCUSE-RECORD.
004020 2400-EXIT.
004030     EXIT.

004040******************************************************************
004050* 3000 VALUES EVERY ITEM NOT OBSOLETE AT ITS CURRENT COST AND
004060* FILES IT IN ABCRANK.DAT, KEEPING THE GRAND TOTAL THE PERCENTAGES
004070* ARE TAKEN OF.  AN ITEM WITH NO USAGE IS FILED AT ZERO VALUE.
004080******************************************************************
004090 3000-VALUE-ITEMS.
004100     MOVE ZERO TO WS-TOTAL-VALUE.
004110     MOVE ZERO TO WS-RANKED-COUNT.
004120     MOVE 'N' TO WS-EOF-SW.
004130     PERFORM 3100-VALUE-ONE-ITEM THRU 3100-EXIT
004140         UNTIL WS-EOF.
004150 3000-EXIT.
004160     EXIT.

004170 3100-VALUE-ONE-ITEM.
004180     READ ITEMLIST NEXT
004190         AT END
004200             MOVE 'Y' TO WS-EOF-SW
004210             GO TO 3100-EXIT
004220     END-READ.
004230     IF ITEM-OBSOLETE
004240         GO TO 3100-EXIT
004250     END-IF.
004260     MOVE ITEM_ID TO AU_ITEM_ID.
004270     READ ABCUSE
004280         INVALID KEY
004290             MOVE ZERO TO AU_USAGE_QTY
004300     END-READ.
004310     MOVE AU_USAGE_QTY TO WS-USAGE-QTY.
004320     COMPUTE WS-VALUE = WS-USAGE-QTY * ITEM_COST
004330         ON SIZE ERROR
004340             MOVE 9999999999999.99 TO WS-VALUE
004350     END-COMPUTE.
004360     COMPUTE AR_INV_VALUE = 9999999999999.99 - WS-VALUE.
004370     MOVE ITEM_ID TO AR_ITEM_ID.
004380     MOVE WS-USAGE-QTY TO AR_USAGE_QTY.
004390     MOVE WS-VALUE TO AR_VALUE.
004400     WRITE ABCRANK-RECORD
004410         INVALID KEY
004420             DISPLAY "RANKING WRITE FAILED FOR ITEM " ITEM_ID
004430                 " - FILE STATUS " WS-ABCRANK-STATUS
004440             GO TO 3100-EXIT
004450     END-WRITE.
004460     ADD 1 TO WS-RANKED-COUNT.
004470     ADD WS-VALUE TO WS-TOTAL-VALUE
004480         ON SIZE ERROR
004490             MOVE 9999999999999.99 TO WS-TOTAL-VALUE
004500     END-ADD.
004510 3100-EXIT.
004520     EXIT.

004530******************************************************************
004540* 4000 READS THE RANKING BACK HIGHEST VALUE FIRST, RUNNING UP THE
004550* CUMULATIVE VALUE.  AN ITEM IS CLASSED BY THE CUMULATIVE SHARE
004560* REACHED BEFORE IT, SO THE ITEM THAT CROSSES A BREAK STAYS IN THE
004570* HIGHER CLASS.
004580******************************************************************
004590 4000-CLASSIFY-ITEMS.
004600     MOVE ZERO TO WS-CUM-VALUE.
004610     MOVE ZERO TO WS-RANK.
004620     MOVE ZERO TO WS-APPLIED-COUNT.
004630     MOVE 1 TO WS-CL-IX.
004640     PERFORM 4050-CLEAR-CLASS-TOTAL THRU 4050-EXIT
004650         UNTIL WS-CL-IX > 3.
004660     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
004670     MOVE 'N' TO WS-EOF-SW.
004680     MOVE LOW-VALUES TO AR-KEY.
004690     START ABCRANK KEY NOT LESS THAN AR-KEY
004700         INVALID KEY
004710             MOVE 'Y' TO WS-EOF-SW
004720     END-START.
004730     PERFORM 4100-CLASSIFY-ONE-ITEM THRU 4100-EXIT
004740         UNTIL WS-EOF.
004750 4000-EXIT.
004760     EXIT.

004770 4050-CLEAR-CLASS-TOTAL.
004780     MOVE ZERO TO WS-CL-COUNT (WS-CL-IX).
004790     MOVE ZERO TO WS-CL-VALUE (WS-CL-IX).
004800     ADD 1 TO WS-CL-IX.
004810 4050-EXIT.
004820     EXIT.

004830 4100-CLASSIFY-ONE-ITEM.
004840     READ ABCRANK NEXT
004850         AT END
004860             MOVE 'Y' TO WS-EOF-SW
004870             GO TO 4100-EXIT
004880     END-READ.
004890     ADD 1 TO WS-RANK.
004900     MOVE ZERO TO WS-CUM-BEFORE-PCT.
004910     MOVE ZERO TO WS-ITEM-PCT.
004920     IF WS-TOTAL-VALUE > ZERO
004930         COMPUTE WS-CUM-BEFORE-PCT =
004940             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
004950         COMPUTE WS-ITEM-PCT ROUNDED =
004960             AR_VALUE * 100 / WS-TOTAL-VALUE
004970     END-IF.
004980     ADD AR_VALUE TO WS-CUM-VALUE.
004990     MOVE ZERO TO WS-CUM-PCT.
005000     IF WS-TOTAL-VALUE > ZERO
005010         COMPUTE WS-CUM-PCT ROUNDED =
005020             WS-CUM-VALUE * 100 / WS-TOTAL-VALUE
005030     END-IF.
005040     EVALUATE TRUE
005050         WHEN AR_VALUE = ZERO
005060             MOVE 'C' TO WS-NEW-CLASS
005070             MOVE 3 TO WS-CL-IX
005080         WHEN WS-CUM-BEFORE-PCT < WS-A-BREAK
005090             MOVE 'A' TO WS-NEW-CLASS
005100             MOVE 1 TO WS-CL-IX
005110         WHEN WS-CUM-BEFORE-PCT < WS-B-BREAK
005120             MOVE 'B' TO WS-NEW-CLASS
005130             MOVE 2 TO WS-CL-IX
005140         WHEN OTHER
005150             MOVE 'C' TO WS-NEW-CLASS
005160             MOVE 3 TO WS-CL-IX
005170     END-EVALUATE.
005180     ADD 1 TO WS-CL-COUNT (WS-CL-IX).
005190     ADD AR_VALUE TO WS-CL-VALUE (WS-CL-IX).
005200     MOVE AR_ITEM_ID TO ITEM_ID.
005210     READ ITEMLIST
005220         INVALID KEY
005230             DISPLAY "ITEM " AR_ITEM_ID " NO LONGER ON THE ITEM "
005240                 "MASTER - NOT CLASSIFIED."
005250             GO TO 4100-EXIT
005260     END-READ.
005270     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
005280     IF WS-APPLY-MODE AND WS-NEW-CLASS NOT = ITEM_ABC_CLASS
005290         PERFORM 5000-APPLY-CLASS THRU 5000-EXIT
005300     END-IF.
005310 4100-EXIT.
005320     EXIT.

005330 4200-PRINT-DETAIL.
005340     MOVE WS-RANK TO WS-D-RANK.
005350     MOVE ITEM_ID TO WS-D-ITEM-ID.
005360     MOVE ITEM_NAME TO WS-D-ITEM-NAME.
005370     MOVE AR_USAGE_QTY TO WS-D-USAGE-QTY.
005380     MOVE ITEM_COST TO WS-D-UNIT-COST.
005390     MOVE AR_VALUE TO WS-D-VALUE.
005400     MOVE WS-ITEM-PCT TO WS-D-PCT.
005410     MOVE WS-CUM-PCT TO WS-D-CUM-PCT.
005420     MOVE ITEM_ABC_CLASS TO WS-D-OLD-CLASS.
005430     MOVE WS-NEW-CLASS TO WS-D-NEW-CLASS.
005440     IF WS-NEW-CLASS = ITEM_ABC_CLASS
005450         MOVE SPACES TO WS-D-CHANGED
005460     ELSE
005470         MOVE "CHANGED" TO WS-D-CHANGED
005480     END-IF.
005490     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005500         AT END-OF-PAGE
005510             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005520     END-WRITE.
005530 4200-EXIT.
005540     EXIT.

005550 5000-APPLY-CLASS.
005560     MOVE WS-NEW-CLASS TO ITEM_ABC_CLASS.
005570     REWRITE ITEMS
005580         INVALID KEY
005590             DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
005600         NOT INVALID KEY
005610             ADD 1 TO WS-APPLIED-COUNT
005620     END-REWRITE.
005630 5000-EXIT.
005640     EXIT.

005650 7000-PRINT-HEADINGS.
005660     ADD 1 TO WS-PAGE-NUMBER.
005670     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
005680     WRITE REPORT-LINE FROM WS-HEADING-1
005690         AFTER ADVANCING PAGE.
005700     WRITE REPORT-LINE FROM WS-HEADING-2
005710         AFTER ADVANCING 1 LINE.
005720     WRITE REPORT-LINE FROM WS-HEADING-3
005730         AFTER ADVANCING 2 LINES.
005740 7000-EXIT.
005750     EXIT.

005760******************************************************************
005770* 8000 PRINTS THE ITEM COUNT AND VALUE OF EACH CLASS WITH ITS
005780* SHARE OF THE ITEMS AND OF THE TOTAL VALUE.
005790******************************************************************
005800 8000-PRINT-SUMMARY.
005810     WRITE REPORT-LINE FROM WS-SUMMARY-HEADING
005820         AFTER ADVANCING 3 LINES.
005830     MOVE 1 TO WS-CL-IX.
005840     PERFORM 8100-PRINT-CLASS-LINE THRU 8100-EXIT
005850         UNTIL WS-CL-IX > 3.
005860     MOVE WS-RANKED-COUNT TO WS-T-COUNT.
005870     MOVE WS-TOTAL-VALUE TO WS-T-VALUE.
005880     WRITE REPORT-LINE FROM WS-TOTAL-LINE
005890         AFTER ADVANCING 2 LINES.
005900     IF WS-APPLY-MODE
005910         MOVE WS-APPLIED-COUNT TO WS-T-APPLIED-COUNT
005920         WRITE REPORT-LINE FROM WS-APPLIED-LINE
005930             AFTER ADVANCING 2 LINES
005940     END-IF.
005950 8000-EXIT.
005960     EXIT.

005970 8100-PRINT-CLASS-LINE.
005980     MOVE WS-CLASS-NAMES (WS-CL-IX:1) TO WS-S-CLASS.
005990     MOVE WS-CL-COUNT (WS-CL-IX) TO WS-S-COUNT.
006000     MOVE WS-CL-VALUE (WS-CL-IX) TO WS-S-VALUE.
006010     MOVE ZERO TO WS-S-COUNT-PCT.
006020     MOVE ZERO TO WS-S-VALUE-PCT.
006030     IF WS-RANKED-COUNT > ZERO
006040         COMPUTE WS-S-COUNT-PCT ROUNDED =
006050             WS-CL-COUNT (WS-CL-IX) * 100 / WS-RANKED-COUNT
006060     END-IF.
006070     IF WS-TOTAL-VALUE > ZERO
006080         COMPUTE WS-S-VALUE-PCT ROUNDED =
006090             WS-CL-VALUE (WS-CL-IX) * 100 / WS-TOTAL-VALUE
006100     END-IF.
006110     WRITE REPORT-LINE FROM WS-SUMMARY-LINE
006120         AFTER ADVANCING 1 LINE.
006130     ADD 1 TO WS-CL-IX.
006140 8100-EXIT.
006150     EXIT.

006160 9000-TERMINATE.
006170     CLOSE ITEMLIST.
006180     CLOSE ABCUSE.
006190     CLOSE ABCRANK.
006200     CLOSE REPORT-FILE.
006210     DISPLAY WS-MOVE-COUNT " USAGE MOVEMENT(S) COUNTED, "
006220         WS-ARCH-COUNT " ARCHIVE PERIOD(S) SEARCHED.".
006230     DISPLAY WS-RANKED-COUNT " ITEM(S) CLASSIFIED, "
006240         WS-APPLIED-COUNT " CLASS(ES) CHANGED.".
006250     DISPLAY "PARETO REPORT WRITTEN TO ABCCLASS.PRT.".
006260 9000-EXIT.
006270     EXIT.
