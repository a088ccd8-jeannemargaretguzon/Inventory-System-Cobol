000010******************************************************************
000020* PROGRAM: ITMCYCL
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: CYCLE COUNT SCHEDULER.  EVERY ITEM NOT OBSOLETE FALLS
000070*          DUE FOR COUNT A SET NUMBER OF MONTHS AFTER ITS LAST
000080*          COUNTED DATE ACCORDING TO ITS ABC CLASS (SET BY ITMABC)
000090*          - BY DEFAULT CLASS A MONTHLY, CLASS B QUARTERLY, AND
000100*          CLASS C (AND ANY ITEM NOT YET CLASSIFIED) YEARLY.  AN
000110*          ITEM NEVER COUNTED IS DUE AT ONCE.  THE ITEMS DUE ARE
000120*          TAKEN EARLIEST DUE FIRST, CLASS A BEFORE B BEFORE C ON
000130*          THE SAME DATE, UP TO AN OPTIONAL DAILY LIMIT, AND MAKE
000140*          UP THE DAY'S COUNT LIST: ONE LINE FOR EVERY LOCATION
000150*          THE ITEM HAS A BALANCE RECORD AT, PRINTED BY LOCATION
000160*          TO COUNTLST.PRT WITHOUT THE BOOK QUANTITY, AND
000170*          PRE-SEEDED INTO COUNTFILE.DAT AS SCHEDULED COUNTS FOR
000180*          ITMCOUNT OPTION 4 TO FILL IN.  ANY SCHEDULED COUNT LEFT
000190*          FROM AN EARLIER LIST IS CANCELLED FIRST, SO AN ITEM
000200*          STILL DUE SIMPLY COMES BACK ON TODAY'S.  A
000210*          LOT-CONTROLLED ITEM IS LISTED BUT NOT SEEDED - ITS
000220*          COUNT IS KEYED LOT BY LOT AS TYPE 'A' ADJUSTMENTS.
000230*
000240*          EVERY ITEM WHOSE DUE DATE HAS ALREADY PASSED, OR THAT
000250*          HAS NEVER BEEN COUNTED, IS ALSO PRINTED TO OVERDUE.PRT
000260*          WITH WHETHER IT MADE TODAY'S LIST.
000270*
000280*          TWO WORK FILES ARE REBUILT ON EVERY RUN: CYCDUE.DAT
000290*          HOLDS THE ITEMS DUE KEYED BY DUE DATE AND CLASS, AND
000300*          CYCLIST.DAT HOLDS THE DAY'S COUNTS KEYED BY LOCATION.
000310*
000320* MODIFICATION HISTORY
000330* DATE       BY   DESCRIPTION
000340* ---------- ---- -----------------------------------------------
000350* 2026-10-15 JMG  ORIGINAL PROGRAM.
000360******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. ITMCYCL.
000390 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000400 INSTALLATION. INVENTORY CONTROL.
000410 DATE-WRITTEN. OCTOBER 2026.
000420 DATE-COMPILED.

000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     COPY "ITEMSEL.cpy".
000470     COPY "LOCSEL.cpy".
000480     COPY "ILOCSEL.cpy".
000490     COPY "CNTSEL.cpy".
000500     SELECT CYCDUE ASSIGN TO "C:\Cobol\CYCDUE.dat"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CD-KEY
000540         FILE STATUS IS WS-CYCDUE-STATUS.
000550     SELECT CYCLIST ASSIGN TO "C:\Cobol\CYCLIST.dat"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS CL-KEY
000590         FILE STATUS IS WS-CYCLIST-STATUS.
000600     SELECT LIST-FILE ASSIGN TO "C:\Cobol\COUNTLST.PRT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-LIST-STATUS.
000630     SELECT OVERDUE-FILE ASSIGN TO "C:\Cobol\OVERDUE.PRT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-OVERDUE-STATUS.

000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ITEMLIST.
000690     COPY "ITEMREC.cpy".

000700 FD  LOCATION-FILE.
000710     COPY "LOCREC.cpy".

000720 FD  ITEMLOC.
000730     COPY "ILOCREC.cpy".

000740 FD  COUNTFILE.
000750     COPY "CNTREC.cpy".

000760*    ONE ITEM DUE FOR COUNT.  CD_CLASS_RANK IS 1 FOR CLASS A,
000770*    2 FOR B AND 3 FOR C, SO THE FILE READS BACK EARLIEST DUE
000780*    FIRST AND THE HIGHER CLASS FIRST ON THE SAME DATE.
000790 FD  CYCDUE.
000800 01  CYCDUE-RECORD.
000810     05  CD-KEY.
000820         10  CD_DUE_DATE PIC 9(8).
000830         10  CD_CLASS_RANK PIC 9(1).
000840         10  CD_ITEM_ID PIC 9(5).

000850*    ONE ITEM AND LOCATION ON TODAY'S COUNT LIST
000860 FD  CYCLIST.
000870 01  CYCLIST-RECORD.
000880     05  CL-KEY.
000890         10  CL_LOC PIC X(3).
000900         10  CL_ITEM_ID PIC 9(5).

000910 FD  LIST-FILE
000920     LINAGE IS 60 LINES
000930         WITH FOOTING AT 55.
000940 01  LIST-LINE PIC X(100).

000950 FD  OVERDUE-FILE
000960     LINAGE IS 60 LINES
000970         WITH FOOTING AT 55.
000980 01  OVERDUE-LINE PIC X(100).

000990 WORKING-STORAGE SECTION.
001000     COPY "ITEMSTAT.cpy".
001010     COPY "LOCSTAT.cpy".
001020     COPY "ILOCSTAT.cpy".
001030     COPY "CNTSTAT.cpy".
001040 77  WS-CYCDUE-STATUS PIC X(02) VALUE SPACES.
001050 77  WS-CYCLIST-STATUS PIC X(02) VALUE SPACES.
001060 77  WS-LIST-STATUS PIC X(02) VALUE SPACES.
001070 77  WS-OVERDUE-STATUS PIC X(02) VALUE SPACES.
001080*    COUNT LIST HEADING LINES
001090 01  WS-LIST-HEADING-1.
001100     05  FILLER PIC X(20) VALUE SPACES.
001110     05  FILLER PIC X(30) VALUE "CYCLE COUNT LIST FOR".
001120     05  WS-LH-RUN-DATE PIC 9(8).
001130     05  FILLER PIC X(12) VALUE SPACES.
001140     05  FILLER PIC X(5) VALUE "PAGE ".
001150     05  WS-LH-PAGE-NUMBER PIC ZZZ9.
001160 01  WS-LIST-HEADING-2.
001170     05  FILLER PIC X(9) VALUE "ITEM ID".
001180     05  FILLER PIC X(27) VALUE "ITEM NAME".
001190     05  FILLER PIC X(7) VALUE "CLASS".
001200     05  FILLER PIC X(14) VALUE "LAST COUNTED".
001210     05  FILLER PIC X(20) VALUE "COUNTED QUANTITY".
001220 01  WS-LOC-LINE.
001230     05  FILLER PIC X(9) VALUE "LOCATION ".
001240     05  WS-L-LOC PIC X(3).
001250     05  FILLER PIC X(2) VALUE SPACES.
001260     05  WS-L-LOC-NAME PIC X(25).
001270*    COUNT LIST DETAIL LINE
001280 01  WS-COUNT-LINE.
001290     05  WS-C-ITEM-ID PIC ZZZZ9.
001300     05  FILLER PIC X(4) VALUE SPACES.
001310     05  WS-C-ITEM-NAME PIC X(25).
001320     05  FILLER PIC X(4) VALUE SPACES.
001330     05  WS-C-CLASS PIC X(1).
001340     05  FILLER PIC X(4) VALUE SPACES.
001350     05  WS-C-LAST-COUNTED PIC X(8).
001360     05  FILLER PIC X(6) VALUE SPACES.
001370     05  WS-C-COUNTED PIC X(40).
001380 01  WS-SIGNOFF-LINE.
001390     05  FILLER PIC X(40)
001400         VALUE "COUNTED BY: ____________________".
001410     05  FILLER PIC X(30)
001420         VALUE "DATE: __________".
001430 01  WS-LIST-TOTAL-LINE.
001440     05  FILLER PIC X(30) VALUE "COUNTS ON THIS LIST:".
001450     05  WS-LT-COUNT PIC ZZZ,ZZ9.
001460     05  FILLER PIC X(4) VALUE SPACES.
001470     05  FILLER PIC X(20) VALUE "SEEDED TO COUNTFILE:".
001480     05  WS-LT-SEEDED PIC ZZZ,ZZ9.
001490*    OVERDUE REPORT HEADING LINES
001500 01  WS-OVERDUE-HEADING-1.
001510     05  FILLER PIC X(20) VALUE SPACES.
001520     05  FILLER PIC X(30) VALUE "ITEMS OVERDUE FOR COUNT AT".
001530     05  WS-OH-RUN-DATE PIC 9(8).
001540     05  FILLER PIC X(12) VALUE SPACES.
001550     05  FILLER PIC X(5) VALUE "PAGE ".
001560     05  WS-OH-PAGE-NUMBER PIC ZZZ9.
001570 01  WS-OVERDUE-HEADING-2.
001580     05  FILLER PIC X(9) VALUE "ITEM ID".
001590     05  FILLER PIC X(27) VALUE "ITEM NAME".
001600     05  FILLER PIC X(7) VALUE "CLASS".
001610     05  FILLER PIC X(14) VALUE "LAST COUNTED".
001620     05  FILLER PIC X(10) VALUE "DUE".
001630     05  FILLER PIC X(20) VALUE "TODAY".
001640*    OVERDUE REPORT DETAIL LINE
001650 01  WS-OVERDUE-DETAIL.
001660     05  WS-O-ITEM-ID PIC ZZZZ9.
001670     05  FILLER PIC X(4) VALUE SPACES.
001680     05  WS-O-ITEM-NAME PIC X(25).
001690     05  FILLER PIC X(4) VALUE SPACES.
001700     05  WS-O-CLASS PIC X(1).
001710     05  FILLER PIC X(4) VALUE SPACES.
001720     05  WS-O-LAST-COUNTED PIC X(8).
001730     05  FILLER PIC X(6) VALUE SPACES.
001740     05  WS-O-DUE PIC X(8).
001750     05  FILLER PIC X(2) VALUE SPACES.
001760     05  WS-O-TODAY PIC X(25).
001770 01  WS-OVERDUE-TOTAL-LINE.
001780     05  FILLER PIC X(30) VALUE "ITEMS OVERDUE:".
001790     05  WS-OT-COUNT PIC ZZZ,ZZ9.
001800     05  FILLER PIC X(4) VALUE SPACES.
001810     05  FILLER PIC X(20) VALUE "NOT ON TODAY'S LIST:".
001820     05  WS-OT-LEFT PIC ZZZ,ZZ9.
001830*    DAYS IN EACH MONTH, FEBRUARY ADJUSTED FOR LEAP YEARS
001840 01  WS-MONTH-DAYS-VALUES.
001850     05  FILLER PIC X(24) VALUE "312831303130313130313031".
001860 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001870     05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
001880*    DATE BEING MOVED FORWARD BY THE COUNT INTERVAL
001890 01  WS-CALC-DATE PIC 9(08) VALUE ZERO.
001900 01  WS-CALC-PARTS REDEFINES WS-CALC-DATE.
001910     05  WS-CALC-YEAR PIC 9(04).
001920     05  WS-CALC-MONTH PIC 9(02).
001930     05  WS-CALC-DAY PIC 9(02).
001940*    PROGRAM SWITCHES AND WORK FIELDS
001950 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001960     88  WS-STOP-RUN VALUE 'Y'.
001970 77  WS-EOF-SW PIC X(01) VALUE 'N'.
001980     88  WS-EOF VALUE 'Y'.
001990 77  WS-ILOC-EOF-SW PIC X(01) VALUE 'N'.
002000     88  WS-ILOC-EOF VALUE 'Y'.
002010 77  WS-LEAP-SW PIC X(01) VALUE 'N'.
002020     88  WS-LEAP-YEAR VALUE 'Y'.
002030 77  WS-A-MONTHS PIC 9(02) VALUE ZERO.
002040 77  WS-A-MONTHS-EDIT REDEFINES WS-A-MONTHS
002050         PIC X(02) JUSTIFIED RIGHT.
002060 77  WS-B-MONTHS PIC 9(02) VALUE ZERO.
002070 77  WS-B-MONTHS-EDIT REDEFINES WS-B-MONTHS
002080         PIC X(02) JUSTIFIED RIGHT.
002090 77  WS-C-MONTHS PIC 9(02) VALUE ZERO.
002100 77  WS-C-MONTHS-EDIT REDEFINES WS-C-MONTHS
002110         PIC X(02) JUSTIFIED RIGHT.
002120 77  WS-DAY-LIMIT PIC 9(04) VALUE ZERO.
002130 77  WS-DAY-LIMIT-EDIT REDEFINES WS-DAY-LIMIT
002140         PIC X(04) JUSTIFIED RIGHT.
002150 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
002160 77  WS-DUE-DATE PIC 9(08) VALUE ZERO.
002170 77  WS-INTERVAL PIC 9(02) VALUE ZERO.
002180 77  WS-MONTH-NUMBER PIC 9(07) VALUE ZERO.
002190 77  WS-MONTH-REM PIC 9(02) VALUE ZERO.
002200 77  WS-MONTH-LEN PIC 9(02) VALUE ZERO.
002210 77  WS-LEAP-QUOT PIC 9(04) VALUE ZERO.
002220 77  WS-LEAP-REM PIC 9(04) VALUE ZERO.
002230 77  WS-CURRENT-LOC PIC X(03) VALUE SPACES.
002240 77  WS-ITEM-LOCS PIC 9(05) COMP VALUE ZERO.
002250 77  WS-CANCELLED-COUNT PIC 9(07) COMP VALUE ZERO.
002260 77  WS-DUE-COUNT PIC 9(07) COMP VALUE ZERO.
002270 77  WS-SELECTED-COUNT PIC 9(07) COMP VALUE ZERO.
002280 77  WS-LISTED-COUNT PIC 9(07) COMP VALUE ZERO.
002290 77  WS-SEEDED-COUNT PIC 9(07) COMP VALUE ZERO.
002300 77  WS-OVERDUE-COUNT PIC 9(07) COMP VALUE ZERO.
002310 77  WS-LEFT-COUNT PIC 9(07) COMP VALUE ZERO.
002320 77  WS-LIST-PAGE PIC 9(05) COMP VALUE ZERO.
002330 77  WS-OVERDUE-PAGE PIC 9(05) COMP VALUE ZERO.

002340 PROCEDURE DIVISION.
002350 0000-MAINLINE.
002360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002370     IF WS-STOP-RUN
002380         GOBACK
002390     END-IF.
002400     PERFORM 2000-CANCEL-OLD-LIST THRU 2000-EXIT.
002410     PERFORM 3000-FIND-DUE-ITEMS THRU 3000-EXIT.
002420     PERFORM 4000-SELECT-COUNTS THRU 4000-EXIT.
002430     PERFORM 5000-PRINT-COUNT-LIST THRU 5000-EXIT.
002440     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002460     GOBACK.

002470 1000-INITIALIZE.
002480     PERFORM 1100-GET-INTERVALS THRU 1100-EXIT.
002490     IF WS-STOP-RUN
002500         GO TO 1000-EXIT
002510     END-IF.
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002530     OPEN INPUT ITEMLIST.
002540     OPEN INPUT LOCATION-FILE.
002550     IF WS-LOCATION-NOTCREATED
002560         OPEN OUTPUT LOCATION-FILE
002570         CLOSE LOCATION-FILE
002580         OPEN INPUT LOCATION-FILE
002590     END-IF.
002600     OPEN INPUT ITEMLOC.
002610     IF WS-ITEMLOC-NOTCREATED
002620         OPEN OUTPUT ITEMLOC
002630         CLOSE ITEMLOC
002640         OPEN INPUT ITEMLOC
002650     END-IF.
002660     OPEN OUTPUT CYCDUE.
002670     CLOSE CYCDUE.
002680     OPEN I-O CYCDUE.
002690     OPEN OUTPUT CYCLIST.
002700     CLOSE CYCLIST.
002710     OPEN I-O CYCLIST.
002720     OPEN OUTPUT LIST-FILE.
002730     OPEN OUTPUT OVERDUE-FILE.
002740     MOVE WS-RUN-DATE TO WS-LH-RUN-DATE.
002750     MOVE WS-RUN-DATE TO WS-OH-RUN-DATE.
002760     MOVE ZERO TO WS-LIST-PAGE.
002770     MOVE ZERO TO WS-OVERDUE-PAGE.
002780 1000-EXIT.
002790     EXIT.

002800******************************************************************
002810* 1100 COLLECTS THE MONTHS BETWEEN COUNTS FOR EACH CLASS AND THE
002820* MOST ITEMS TO PUT ON ONE DAY'S LIST.  A ZERO ENTRY TAKES THE
002830* USUAL DEFAULTS (A 1, B 3, C 12 MONTHS, NO DAILY LIMIT).
002840******************************************************************
002850 1100-GET-INTERVALS.
002860     DISPLAY "MONTHS BETWEEN COUNTS, CLASS A (0 = 1): "
002870         WITH NO ADVANCING.
002880     ACCEPT WS-A-MONTHS-EDIT.
002890     INSPECT WS-A-MONTHS-EDIT REPLACING ALL SPACES BY ZEROS.
002900     IF WS-A-MONTHS-EDIT NOT NUMERIC OR WS-A-MONTHS = ZERO
002910         MOVE 1 TO WS-A-MONTHS
002920     END-IF.
002930     DISPLAY "MONTHS BETWEEN COUNTS, CLASS B (0 = 3): "
002940         WITH NO ADVANCING.
002950     ACCEPT WS-B-MONTHS-EDIT.
002960     INSPECT WS-B-MONTHS-EDIT REPLACING ALL SPACES BY ZEROS.
002970     IF WS-B-MONTHS-EDIT NOT NUMERIC OR WS-B-MONTHS = ZERO
002980         MOVE 3 TO WS-B-MONTHS
002990     END-IF.
003000     DISPLAY "MONTHS BETWEEN COUNTS, CLASS C (0 = 12): "
003010         WITH NO ADVANCING.
003020     ACCEPT WS-C-MONTHS-EDIT.
003030     INSPECT WS-C-MONTHS-EDIT REPLACING ALL SPACES BY ZEROS.
003040     IF WS-C-MONTHS-EDIT NOT NUMERIC OR WS-C-MONTHS = ZERO
003050         MOVE 12 TO WS-C-MONTHS
003060     END-IF.
003070     DISPLAY "MOST ITEMS TO COUNT TODAY (0 = NO LIMIT): "
003080         WITH NO ADVANCING.
003090     ACCEPT WS-DAY-LIMIT-EDIT.
003100     INSPECT WS-DAY-LIMIT-EDIT REPLACING ALL SPACES BY ZEROS.
003110     IF WS-DAY-LIMIT-EDIT NOT NUMERIC
003120         DISPLAY "DAILY LIMIT MUST BE NUMERIC."
003130         MOVE 'Y' TO WS-STOP-SW
003140     END-IF.
003150 1100-EXIT.
003160     EXIT.

003170******************************************************************
003180* 2000 CANCELS EVERY SCHEDULED COUNT STILL WAITING FROM AN EARLIER
003190* LIST.  COUNTS ALREADY KEYED ARE LEFT FOR THE VARIANCE REPORT.
003200******************************************************************
003210 2000-CANCEL-OLD-LIST.
003220     MOVE ZERO TO WS-CANCELLED-COUNT.
003230     MOVE 'N' TO WS-EOF-SW.
003240     OPEN I-O COUNTFILE.
003250     IF WS-COUNTFILE-NOTCREATED
003260         GO TO 2000-EXIT
003270     END-IF.
003280     PERFORM 2100-CANCEL-ONE-COUNT THRU 2100-EXIT
003290         UNTIL WS-EOF.
003300     CLOSE COUNTFILE.
003310 2000-EXIT.
003320     EXIT.

003330 2100-CANCEL-ONE-COUNT.
003340     READ COUNTFILE
003350         AT END
003360             MOVE 'Y' TO WS-EOF-SW
003370             GO TO 2100-EXIT
003380     END-READ.
003390     IF CNT-SCHEDULED
003400         MOVE 'X' TO CNT_STATUS
003410         REWRITE CNT-RECORD
003420         ADD 1 TO WS-CANCELLED-COUNT
003430     END-IF.
003440 2100-EXIT.
003450     EXIT.

003460******************************************************************
003470* 3000 WORKS OUT EVERY ITEM'S DUE DATE AND FILES THOSE DUE ON OR
003480* BEFORE TODAY IN CYCDUE.DAT.
003490******************************************************************
003500 3000-FIND-DUE-ITEMS.
003510     MOVE ZERO TO WS-DUE-COUNT.
003520     MOVE 'N' TO WS-EOF-SW.
003530     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
003540         UNTIL WS-EOF.
003550 3000-EXIT.
003560     EXIT.

003570 3100-CHECK-ONE-ITEM.
003580     READ ITEMLIST NEXT
003590         AT END
003600             MOVE 'Y' TO WS-EOF-SW
003610             GO TO 3100-EXIT
003620     END-READ.
003630     IF ITEM-OBSOLETE
003640         GO TO 3100-EXIT
003650     END-IF.
003660     EVALUATE TRUE
003670         WHEN ITEM-CLASS-A
003680             MOVE WS-A-MONTHS TO WS-INTERVAL
003690             MOVE 1 TO CD_CLASS_RANK
003700         WHEN ITEM-CLASS-B
003710             MOVE WS-B-MONTHS TO WS-INTERVAL
003720             MOVE 2 TO CD_CLASS_RANK
003730         WHEN OTHER
003740             MOVE WS-C-MONTHS TO WS-INTERVAL
003750             MOVE 3 TO CD_CLASS_RANK
003760     END-EVALUATE.
003770     PERFORM 3200-SET-DUE-DATE THRU 3200-EXIT.
003780     IF WS-DUE-DATE > WS-RUN-DATE
003790         GO TO 3100-EXIT
003800     END-IF.
003810     MOVE WS-DUE-DATE TO CD_DUE_DATE.
003820     MOVE ITEM_ID TO CD_ITEM_ID.
003830     WRITE CYCDUE-RECORD
003840         INVALID KEY
003850             DISPLAY "DUE LIST WRITE FAILED FOR ITEM " ITEM_ID
003860                 " - FILE STATUS " WS-CYCDUE-STATUS
003870             GO TO 3100-EXIT
003880     END-WRITE.
003890     ADD 1 TO WS-DUE-COUNT.
003900 3100-EXIT.
003910     EXIT.

003920******************************************************************
003930* 3200 ADDS THE CLASS INTERVAL IN MONTHS TO THE LAST COUNTED DATE.
003940* A DAY PAST THE END OF THE NEW MONTH IS PULLED BACK TO ITS LAST
003950* DAY.  AN ITEM NEVER COUNTED IS DUE FROM DAY ZERO.
003960******************************************************************
003970 3200-SET-DUE-DATE.
003980     MOVE ZERO TO WS-DUE-DATE.
003990     IF ITEM_LAST_COUNT_DATE = ZERO
004000         GO TO 3200-EXIT
004010     END-IF.
004020     MOVE ITEM_LAST_COUNT_DATE TO WS-CALC-DATE.
004030     COMPUTE WS-MONTH-NUMBER =
004040         WS-CALC-YEAR * 12 + WS-CALC-MONTH - 1 + WS-INTERVAL.
004050     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CALC-YEAR
004060         REMAINDER WS-MONTH-REM.
004070     COMPUTE WS-CALC-MONTH = WS-MONTH-REM + 1.
004080     MOVE WS-MONTH-DAYS (WS-CALC-MONTH) TO WS-MONTH-LEN.
004090     IF WS-CALC-MONTH = 2
004100         PERFORM 3250-CHECK-LEAP-YEAR THRU 3250-EXIT
004110         IF WS-LEAP-YEAR
004120             MOVE 29 TO WS-MONTH-LEN
004130         END-IF
004140     END-IF.
004150     IF WS-CALC-DAY > WS-MONTH-LEN
004160         MOVE WS-MONTH-LEN TO WS-CALC-DAY
004170     END-IF.
004180     MOVE WS-CALC-DATE TO WS-DUE-DATE.
004190 3200-EXIT.
004200     EXIT.

004210******************************************************************
004220* 3250 - A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4, EXCEPT A
004230* CENTURY YEAR, WHICH MUST DIVIDE BY 400.
004240******************************************************************
004250 3250-CHECK-LEAP-YEAR.
004260     MOVE 'N' TO WS-LEAP-SW.
004270     DIVIDE WS-CALC-YEAR BY 4 GIVING WS-LEAP-QUOT
004280         REMAINDER WS-LEAP-REM.
004290     IF WS-LEAP-REM NOT = ZERO
004300         GO TO 3250-EXIT
004310     END-IF.
004320     MOVE 'Y' TO WS-LEAP-SW.
004330     DIVIDE WS-CALC-YEAR BY 100 GIVING WS-LEAP-QUOT
004340         REMAINDER WS-LEAP-REM.
004350     IF WS-LEAP-REM NOT = ZERO
004360         GO TO 3250-EXIT
004370     END-IF.
004380     DIVIDE WS-CALC-YEAR BY 400 GIVING WS-LEAP-QUOT
004390         REMAINDER WS-LEAP-REM.
004400     IF WS-LEAP-REM NOT = ZERO
004410         MOVE 'N' TO WS-LEAP-SW
004420     END-IF.
004430 3250-EXIT.
004440     EXIT.

004450******************************************************************
004460* 4000 TAKES THE ITEMS DUE IN ORDER UNTIL THE DAILY LIMIT IS
004470* MET, FILING EACH ONE'S LOCATIONS IN CYCLIST.DAT, AND PRINTS
004480* EVERY ITEM PAST ITS DUE DATE TO THE OVERDUE REPORT.  AN ITEM
004490* WITH NO LOCATION BALANCE HAS NOTHING TO COUNT AND DOES NOT USE
004500* UP THE LIMIT.
004510******************************************************************
004520 4000-SELECT-COUNTS.
004530     MOVE ZERO TO WS-SELECTED-COUNT.
004540     MOVE ZERO TO WS-LISTED-COUNT.
004550     MOVE ZERO TO WS-OVERDUE-COUNT.
004560     MOVE ZERO TO WS-LEFT-COUNT.
004570     PERFORM 7100-PRINT-OVERDUE-HEADINGS THRU 7100-EXIT.
004580     MOVE 'N' TO WS-EOF-SW.
004590     MOVE LOW-VALUES TO CD-KEY.
004600     START CYCDUE KEY NOT LESS THAN CD-KEY
004610         INVALID KEY
004620             MOVE 'Y' TO WS-EOF-SW
004630     END-START.
004640     PERFORM 4100-SELECT-ONE-ITEM THRU 4100-EXIT
004650         UNTIL WS-EOF.
004660 4000-EXIT.
004670     EXIT.

004680 4100-SELECT-ONE-ITEM.
004690     READ CYCDUE NEXT
004700         AT END
004710             MOVE 'Y' TO WS-EOF-SW
004720             GO TO 4100-EXIT
004730     END-READ.
004740     MOVE CD_ITEM_ID TO ITEM_ID.
004750     READ ITEMLIST
004760         INVALID KEY
004770             GO TO 4100-EXIT
004780     END-READ.
004790     MOVE ZERO TO WS-ITEM-LOCS.
004800     IF WS-DAY-LIMIT = ZERO OR WS-SELECTED-COUNT < WS-DAY-LIMIT
004810         PERFORM 4200-LIST-ITEM-LOCATIONS THRU 4200-EXIT
004820         IF WS-ITEM-LOCS > ZERO
004830             ADD 1 TO WS-SELECTED-COUNT
004840         END-IF
004850     END-IF.
004860     IF CD_DUE_DATE < WS-RUN-DATE
004870         PERFORM 4300-PRINT-OVERDUE THRU 4300-EXIT
004880     END-IF.
004890 4100-EXIT.
004900     EXIT.

004910 4200-LIST-ITEM-LOCATIONS.
004920     MOVE 'N' TO WS-ILOC-EOF-SW.
004930     MOVE ITEM_ID TO ILOC_ITEM_ID.
004940     MOVE LOW-VALUES TO ILOC_LOC_CODE.
004950     START ITEMLOC KEY NOT LESS THAN ILOC-KEY
004960         INVALID KEY
004970             MOVE 'Y' TO WS-ILOC-EOF-SW
004980     END-START.
004990     PERFORM 4250-ADD-ONE-LOCATION THRU 4250-EXIT
005000         UNTIL WS-ILOC-EOF.
005010 4200-EXIT.
005020     EXIT.

005030 4250-ADD-ONE-LOCATION.
005040     READ ITEMLOC NEXT
005050         AT END
005060             MOVE 'Y' TO WS-ILOC-EOF-SW
005070             GO TO 4250-EXIT
005080     END-READ.
005090     IF ILOC_ITEM_ID NOT = ITEM_ID
005100         MOVE 'Y' TO WS-ILOC-EOF-SW
005110         GO TO 4250-EXIT
005120     END-IF.
005130     MOVE ILOC_LOC_CODE TO CL_LOC.
005140     MOVE ITEM_ID TO CL_ITEM_ID.
005150     WRITE CYCLIST-RECORD
005160         INVALID KEY
005170             GO TO 4250-EXIT
005180     END-WRITE.
005190     ADD 1 TO WS-ITEM-LOCS.
005200     ADD 1 TO WS-LISTED-COUNT.
005210 4250-EXIT.
005220     EXIT.

005230 4300-PRINT-OVERDUE.
005240     ADD 1 TO WS-OVERDUE-COUNT.
005250     MOVE ITEM_ID TO WS-O-ITEM-ID.
005260     MOVE ITEM_NAME TO WS-O-ITEM-NAME.
005270     MOVE ITEM_ABC_CLASS TO WS-O-CLASS.
005280     IF ITEM_LAST_COUNT_DATE = ZERO
005290         MOVE "NEVER" TO WS-O-LAST-COUNTED
005300         MOVE "AT ONCE" TO WS-O-DUE
005310     ELSE
005320         MOVE ITEM_LAST_COUNT_DATE TO WS-O-LAST-COUNTED
005330         MOVE CD_DUE_DATE TO WS-O-DUE
005340     END-IF.
005350     EVALUATE TRUE
005360         WHEN WS-ITEM-LOCS > ZERO
005370             MOVE "ON TODAY'S LIST" TO WS-O-TODAY
005380         WHEN WS-DAY-LIMIT > ZERO
005390             AND WS-SELECTED-COUNT NOT < WS-DAY-LIMIT
005400             MOVE "OVER THE DAILY LIMIT" TO WS-O-TODAY
005410             ADD 1 TO WS-LEFT-COUNT
005420         WHEN OTHER
005430             MOVE "NO LOCATION BALANCE" TO WS-O-TODAY
005440             ADD 1 TO WS-LEFT-COUNT
005450     END-EVALUATE.
005460     WRITE OVERDUE-LINE FROM WS-OVERDUE-DETAIL
005470         AT END-OF-PAGE
005480             PERFORM 7100-PRINT-OVERDUE-HEADINGS THRU 7100-EXIT
005490     END-WRITE.
005500 4300-EXIT.
005510     EXIT.

005520******************************************************************
005530* 5000 PRINTS THE DAY'S COUNT LIST LOCATION BY LOCATION AND SEEDS
005540* A SCHEDULED COUNT FOR EACH LINE, EXCEPT LOT-CONTROLLED ITEMS.
005550******************************************************************
005560 5000-PRINT-COUNT-LIST.
005570     MOVE ZERO TO WS-SEEDED-COUNT.
005580     MOVE SPACES TO WS-CURRENT-LOC.
005590     OPEN EXTEND COUNTFILE.
005600     IF WS-COUNTFILE-NOTCREATED
005610         OPEN OUTPUT COUNTFILE
005620     END-IF.
005630     PERFORM 7000-PRINT-LIST-HEADINGS THRU 7000-EXIT.
005640     MOVE 'N' TO WS-EOF-SW.
005650     MOVE LOW-VALUES TO CL-KEY.
005660     START CYCLIST KEY NOT LESS THAN CL-KEY
005670         INVALID KEY
005680             MOVE 'Y' TO WS-EOF-SW
005690     END-START.
005700     PERFORM 5100-PRINT-ONE-COUNT THRU 5100-EXIT
005710         UNTIL WS-EOF.
005720     CLOSE COUNTFILE.
005730 5000-EXIT.
005740     EXIT.

005750 5100-PRINT-ONE-COUNT.
005760     READ CYCLIST NEXT
005770         AT END
005780             MOVE 'Y' TO WS-EOF-SW
005790             GO TO 5100-EXIT
005800     END-READ.
005810     IF CL_LOC NOT = WS-CURRENT-LOC
005820         PERFORM 5200-LOCATION-BREAK THRU 5200-EXIT
005830     END-IF.
005840     MOVE CL_ITEM_ID TO ITEM_ID.
005850     READ ITEMLIST
005860         INVALID KEY
005870             GO TO 5100-EXIT
005880     END-READ.
005890     MOVE ITEM_ID TO WS-C-ITEM-ID.
005900     MOVE ITEM_NAME TO WS-C-ITEM-NAME.
005910     MOVE ITEM_ABC_CLASS TO WS-C-CLASS.
005920     IF ITEM_LAST_COUNT_DATE = ZERO
005930         MOVE "NEVER" TO WS-C-LAST-COUNTED
005940     ELSE
005950         MOVE ITEM_LAST_COUNT_DATE TO WS-C-LAST-COUNTED
005960     END-IF.
005970     IF ITEM-LOT-CONTROLLED
005980         MOVE "LOT ITEM - KEY EACH LOT AS TYPE A" TO WS-C-COUNTED
005990     ELSE
006000         MOVE "__________" TO WS-C-COUNTED
006010         MOVE CL_ITEM_ID TO CNT_ITEM_ID
006020         MOVE CL_LOC TO CNT_LOC
006030         MOVE ZERO TO CNT_QTY
006040         MOVE WS-RUN-DATE TO CNT_DATE
006050         MOVE 'S' TO CNT_STATUS
006060         WRITE CNT-RECORD
006070         ADD 1 TO WS-SEEDED-COUNT
006080     END-IF.
006090     WRITE LIST-LINE FROM WS-COUNT-LINE
006100         AFTER ADVANCING 2 LINES
006110         AT END-OF-PAGE
006120             PERFORM 7000-PRINT-LIST-HEADINGS THRU 7000-EXIT
006130     END-WRITE.
006140 5100-EXIT.
006150     EXIT.

006160 5200-LOCATION-BREAK.
006170     MOVE CL_LOC TO WS-CURRENT-LOC.
006180     MOVE CL_LOC TO WS-L-LOC.
006190     MOVE CL_LOC TO LOC_CODE.
006200     READ LOCATION-FILE
006210         INVALID KEY
006220             MOVE "** NOT ON LOCATION MASTER" TO WS-L-LOC-NAME
006230         NOT INVALID KEY
006240             MOVE LOC_NAME TO WS-L-LOC-NAME
006250     END-READ.
006260     WRITE LIST-LINE FROM WS-LOC-LINE
006270         AFTER ADVANCING 3 LINES
006280         AT END-OF-PAGE
006290             PERFORM 7000-PRINT-LIST-HEADINGS THRU 7000-EXIT
006300     END-WRITE.
006310 5200-EXIT.
006320     EXIT.

006330 7000-PRINT-LIST-HEADINGS.
006340     ADD 1 TO WS-LIST-PAGE.
006350     MOVE WS-LIST-PAGE TO WS-LH-PAGE-NUMBER.
006360     WRITE LIST-LINE FROM WS-LIST-HEADING-1
006370         AFTER ADVANCING PAGE.
006380     WRITE LIST-LINE FROM WS-LIST-HEADING-2
006390         AFTER ADVANCING 2 LINES.
006400 7000-EXIT.
006410     EXIT.

006420 7100-PRINT-OVERDUE-HEADINGS.
006430     ADD 1 TO WS-OVERDUE-PAGE.
006440     MOVE WS-OVERDUE-PAGE TO WS-OH-PAGE-NUMBER.
006450     WRITE OVERDUE-LINE FROM WS-OVERDUE-HEADING-1
006460         AFTER ADVANCING PAGE.
006470     WRITE OVERDUE-LINE FROM WS-OVERDUE-HEADING-2
006480         AFTER ADVANCING 2 LINES.
006490 7100-EXIT.
006500     EXIT.

006510 8000-PRINT-TOTALS.
006520     MOVE WS-LISTED-COUNT TO WS-LT-COUNT.
006530     MOVE WS-SEEDED-COUNT TO WS-LT-SEEDED.
006540     WRITE LIST-LINE FROM WS-LIST-TOTAL-LINE
006550         AFTER ADVANCING 3 LINES.
006560     WRITE LIST-LINE FROM WS-SIGNOFF-LINE
006570         AFTER ADVANCING 3 LINES.
006580     MOVE WS-OVERDUE-COUNT TO WS-OT-COUNT.
006590     MOVE WS-LEFT-COUNT TO WS-OT-LEFT.
006600     WRITE OVERDUE-LINE FROM WS-OVERDUE-TOTAL-LINE
006610         AFTER ADVANCING 3 LINES.
006620 8000-EXIT.
006630     EXIT.

006640 9000-TERMINATE.
006650     CLOSE ITEMLIST.
006660     CLOSE LOCATION-FILE.
006670     CLOSE ITEMLOC.
006680     CLOSE CYCDUE.
006690     CLOSE CYCLIST.
006700     CLOSE LIST-FILE.
006710     CLOSE OVERDUE-FILE.
006720     IF WS-CANCELLED-COUNT > ZERO
006730         DISPLAY WS-CANCELLED-COUNT " SCHEDULED COUNT(S) FROM AN "
006740             "EARLIER LIST CANCELLED."
006750     END-IF.
006760     DISPLAY WS-DUE-COUNT " ITEM(S) DUE, " WS-SELECTED-COUNT
006770         " ON TODAY'S LIST (" WS-LISTED-COUNT " LOCATION COUNTS, "
006780         WS-SEEDED-COUNT " SEEDED).".
006790     DISPLAY WS-OVERDUE-COUNT " ITEM(S) OVERDUE, " WS-LEFT-COUNT
006800         " NOT ON TODAY'S LIST.".
006810     DISPLAY "COUNT LIST WRITTEN TO COUNTLST.PRT, OVERDUE "
006820         "ITEMS TO OVERDUE.PRT.".
006830 9000-EXIT.
006840     EXIT.
