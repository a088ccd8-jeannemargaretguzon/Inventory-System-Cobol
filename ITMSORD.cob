000010******************************************************************
000020* PROGRAM: ITMSORD
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: CUSTOMER SALES ORDERS.  THE ORDER DESK KEYS AN ORDER
000070*          (CUSTOMER, REQUESTED DATE, AND ONE LINE PER ITEM AND
000080*          SHIPPING LOCATION) UNDER THE NEXT NUMBER FROM
000090*          SOCTL.DAT.  EACH LINE RESERVES WHAT IT CAN OF THE
000100*          STOCK AT ITS LOCATION THAT IS NOT ALREADY PROMISED -
000110*          ILOC_ALLOCATED ON ITEMLOC.DAT GOES UP, ON-HAND DOES
000120*          NOT MOVE - AND ANY SHORTFALL IS WRITTEN TO THE
000130*          BACKORDER FILE (BACKORD.DAT) FOR ITMTRAN TO RELEASE
000140*          WHEN STOCK IS RECEIVED.  CONFIRMING AN ORDER FOR
000150*          SHIPMENT ADDS ONE TYPE 'I' ISSUE PER ALLOCATED LINE,
000160*          CARRYING THE ORDER LINE, TO TRANFILE.DAT WITH A FRESH
000170*          TRAILER, SO THE SHIPMENT IS POSTED BY THE NORMAL
000180*          ITMTRAN RUN.  LINES NOT YET SHIPPED MAY BE CANCELLED,
000190*          WHICH RETURNS THEIR ALLOCATION TO STOCK.
000200*
000210*          A CONFIRMED LINE STAYS CONFIRMED UNTIL ITMTRAN POSTS
000220*          ITS ISSUE.  IF THE TRANFILE.DAT LINE IS VOIDED OR THE
000230*          BATCH REPLACED BEFORE POSTING, OPTION 5 PUTS THE LINE
000240*          BACK TO OPEN SO IT CAN BE CONFIRMED AGAIN.
000250*
000260* MODIFICATION HISTORY
000270* DATE       BY   DESCRIPTION
000280* ---------- ---- -----------------------------------------------
000290* 2026-10-15 JMG  ORIGINAL PROGRAM.
000292* 2026-10-15 JMG  TRANSACTION RECORD NOW CARRIES THE RETURN TO
000294*                 VENDOR PO REFERENCE; SHIPMENTS LEAVE IT ZERO.
000296* 2026-10-15 JMG  TRANSACTION RECORD NOW CARRIES THE ISSUING COST
000298*                 CENTER; SHIPMENTS LEAVE IT BLANK.
000300* 2026-10-15 JMG  TRANSACTION RECORD LENGTHENED FOR THE LOT AND
000302*                 EXPIRY FIELDS; SHIPMENTS LEAVE THEM BLANK AND
000304*                 ITMTRAN DRAWS LOT-CONTROLLED STOCK OLDEST
000306*                 EXPIRY FIRST.
000308******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ITMSORD.
000330 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000340 INSTALLATION. INVENTORY CONTROL.
000350 DATE-WRITTEN. OCTOBER 2026.
000360 DATE-COMPILED.

000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     COPY "ITEMSEL.cpy".
000410     COPY "LOCSEL.cpy".
000420     COPY "ILOCSEL.cpy".
000430     COPY "SORDSEL.cpy".
000440     COPY "BORDSEL.cpy".
000450     COPY "TRANSEL.cpy".
000460     COPY "SESSSEL.cpy".
000470     SELECT SOCTL ASSIGN TO "C:\Cobol\SOCTL.dat"
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE IS SEQUENTIAL
000500         FILE STATUS IS WS-SOCTL-STATUS.
000510     SELECT TRANWORK ASSIGN TO "C:\Cobol\TRANWORK.dat"
000520         ORGANIZATION IS SEQUENTIAL
000530         ACCESS MODE IS SEQUENTIAL
000540         FILE STATUS IS WS-TRANWORK-STATUS.
000550     SELECT CHKPT ASSIGN TO "C:\Cobol\TRANCKPT.dat"
000560         ORGANIZATION IS SEQUENTIAL
000570         ACCESS MODE IS SEQUENTIAL
000580         FILE STATUS IS WS-CHKPT-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ITEMLIST.
000620     COPY "ITEMREC.cpy".

000630 FD  LOCATION-FILE.
000640     COPY "LOCREC.cpy".

000650 FD  ITEMLOC.
000660     COPY "ILOCREC.cpy".

000670 FD  SORDER.
000680     COPY "SORDREC.cpy".

000690 FD  BACKORD.
000700     COPY "BORDREC.cpy".

000710 FD  TRANFILE.
000720 01  TRANFILE-RECORD PIC X(73).

000730 FD  OPERSESS.
000740     COPY "SESSREC.cpy".

000750 FD  SOCTL.
000760 01  SOCTL-RECORD.
000770     05  SOC_LAST_NUMBER PIC 9(6).
000780     05  SOC_RUN_DATE PIC 9(8).

000790 FD  TRANWORK.
000800 01  TRANWORK-RECORD PIC X(73).

000810 FD  CHKPT.
000820 01  CKPT-RECORD.
000830     05  CKPT_PROCESSED PIC 9(07).
000840     05  CKPT_RUN_DATE PIC 9(08).
000850     05  CKPT_STATUS PIC X(01).
000860         88  CKPT-ACTIVE VALUE 'A'.
000870         88  CKPT-COMPLETE VALUE 'C'.

000880 WORKING-STORAGE SECTION.
000890     COPY "ITEMSTAT.cpy".
000900     COPY "LOCSTAT.cpy".
000910     COPY "ILOCSTAT.cpy".
000920     COPY "SORDSTAT.cpy".
000930     COPY "BORDSTAT.cpy".
000940     COPY "TRANSTAT.cpy".
000950     COPY "SESSSTAT.cpy".
000960 77  WS-SOCTL-STATUS PIC X(02) VALUE SPACES.
000970     88  WS-SOCTL-NOTCREATED VALUE '35'.
000980 77  WS-TRANWORK-STATUS PIC X(02) VALUE SPACES.
000990 77  WS-CHKPT-STATUS PIC X(02) VALUE SPACES.
001000     88  WS-CHKPT-NOTCREATED VALUE '35'.
001010*    SHIPMENT TRANSACTION AND TRAILER BEING BUILT
001020     COPY "TRANREC.cpy".
001030*    ORDER LINE DETAIL FOR THE DISPLAY
001040 01  WS-ORDER-LINE.
001050     05  WS-O-LINE PIC ZZ9.
001060     05  FILLER PIC X(2) VALUE SPACES.
001070     05  WS-O-ITEM-ID PIC ZZZZ9.
001080     05  FILLER PIC X(2) VALUE SPACES.
001090     05  WS-O-LOC PIC X(3).
001100     05  FILLER PIC X(2) VALUE SPACES.
001110     05  WS-O-ORDERED PIC ZZZ,ZZ9.
001120     05  FILLER PIC X(2) VALUE SPACES.
001130     05  WS-O-ALLOCATED PIC ZZZ,ZZ9.
001140     05  FILLER PIC X(2) VALUE SPACES.
001150     05  WS-O-BACKORDER PIC ZZZ,ZZ9.
001160     05  FILLER PIC X(2) VALUE SPACES.
001170     05  WS-O-SHIPPED PIC ZZZ,ZZ9.
001180     05  FILLER PIC X(2) VALUE SPACES.
001190     05  WS-O-STATUS PIC X(11).
001200*    PROGRAM SWITCHES AND WORK FIELDS
001210 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001220     88  WS-STOP-RUN VALUE 'Y'.
001230 77  WS-DONE-SW PIC X(01) VALUE 'N'.
001240     88  WS-DONE VALUE 'Y'.
001250 77  WS-ENTRY-DONE-SW PIC X(01) VALUE 'N'.
001260     88  WS-ENTRY-DONE VALUE 'Y'.
001270 77  WS-EOF-SW PIC X(01) VALUE 'N'.
001280     88  WS-EOF VALUE 'Y'.
001290 77  WS-FOUND-SW PIC X(01) VALUE 'N'.
001300     88  WS-FOUND VALUE 'Y'.
001310 77  WS-ILOC-FOUND-SW PIC X(01) VALUE 'N'.
001320     88  WS-ILOC-FOUND VALUE 'Y'.
001330 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
001340 77  WS-CONFIRM PIC X(01) VALUE SPACE.
001350 77  WS-BATCH-CHOICE PIC X(01) VALUE SPACE.
001360     88  WS-BATCH-ADD VALUE 'A'.
001370     88  WS-BATCH-NEW VALUE 'N'.
001380 77  WS-OPERATOR PIC X(03) VALUE "***".
001390 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001400 77  WS-CUSTOMER PIC X(25) VALUE SPACES.
001410 77  WS-REQ-DATE PIC 9(08) VALUE ZERO.
001420 77  WS-REQ-DATE-EDIT REDEFINES WS-REQ-DATE
001430         PIC X(08) JUSTIFIED RIGHT.
001440 77  WS-ENTRY-ID PIC 9(05) VALUE ZERO.
001450 77  WS-ENTRY-LOC PIC X(03) VALUE SPACES.
001460 77  WS-ENTRY-QTY PIC 9(07) VALUE ZERO.
001470 77  WS-ENTRY-QTY-EDIT REDEFINES WS-ENTRY-QTY
001480         PIC X(07) JUSTIFIED RIGHT.
001490 77  WS-ENTRY-SO PIC 9(06) VALUE ZERO.
001500 77  WS-ENTRY-SO-EDIT REDEFINES WS-ENTRY-SO
001510         PIC X(06) JUSTIFIED RIGHT.
001520 77  WS-ENTRY-LINE PIC 9(03) VALUE ZERO.
001530 77  WS-ENTRY-LINE-EDIT REDEFINES WS-ENTRY-LINE
001540         PIC X(03) JUSTIFIED RIGHT.
001550 77  WS-NEXT-SO-NUMBER PIC 9(06) VALUE ZERO.
001560 77  WS-CURR-SO-NUMBER PIC 9(06) VALUE ZERO.
001570 77  WS-CURR-SO-LINE PIC 9(03) VALUE ZERO.
001580 77  WS-AVAILABLE PIC 9(07) VALUE ZERO.
001590 77  WS-ALLOC-QTY PIC 9(07) VALUE ZERO.
001600 77  WS-BACK-QTY PIC 9(07) VALUE ZERO.
001610 77  WS-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
001620 77  WS-SHIP-COUNT PIC 9(05) COMP VALUE ZERO.
001630 77  WS-TRAN-COUNT PIC 9(05) COMP VALUE ZERO.
001640 77  WS-QTY-HASH-BIG PIC 9(13) VALUE ZERO.
001650 77  WS-QTY-HASH PIC 9(07) VALUE ZERO.

001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     IF WS-STOP-RUN
001700         GOBACK
001710     END-IF.
001720     MOVE 'N' TO WS-DONE-SW.
001730     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001740         UNTIL WS-DONE.
001750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001760     GOBACK.

001770 1000-INITIALIZE.
001780     MOVE 'N' TO WS-STOP-SW.
001790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001800     PERFORM 1200-READ-SESSION THRU 1200-EXIT.
001810     OPEN INPUT ITEMLIST.
001820     IF WS-ITEMLIST-NOTCREATED
001830         DISPLAY "NO ITEM MASTER ON FILE - NO ORDERS CAN BE "
001840             "TAKEN."
001850         MOVE 'Y' TO WS-STOP-SW
001860         GO TO 1000-EXIT
001870     END-IF.
001880     OPEN INPUT LOCATION-FILE.
001890     IF WS-LOCATION-NOTCREATED
001900         DISPLAY "NO LOCATION MASTER ON FILE - SET UP LOCATIONS "
001910             "IN ITMLOC FIRST."
001920         CLOSE ITEMLIST
001930         MOVE 'Y' TO WS-STOP-SW
001940         GO TO 1000-EXIT
001950     END-IF.
001960     OPEN I-O ITEMLOC.
001970     IF WS-ITEMLOC-NOTCREATED
001980         OPEN OUTPUT ITEMLOC
001990         CLOSE ITEMLOC
002000         OPEN I-O ITEMLOC
002010     END-IF.
002020     OPEN I-O SORDER.
002030     IF WS-SORDER-NOTCREATED
002040         OPEN OUTPUT SORDER
002050         CLOSE SORDER
002060         OPEN I-O SORDER
002070     END-IF.
002080     OPEN I-O BACKORD.
002090     IF WS-BACKORD-NOTCREATED
002100         OPEN OUTPUT BACKORD
002110         CLOSE BACKORD
002120         OPEN I-O BACKORD
002130     END-IF.
002140 1000-EXIT.
002150     EXIT.

002160 1200-READ-SESSION.
002170     MOVE "***" TO WS-OPERATOR.
002180     OPEN INPUT OPERSESS.
002190     IF WS-OPERSESS-NOTCREATED
002200         GO TO 1200-EXIT
002210     END-IF.
002220     READ OPERSESS
002230         AT END
002240             CONTINUE
002250         NOT AT END
002260             MOVE SESS_OPER_ID TO WS-OPERATOR
002270     END-READ.
002280     CLOSE OPERSESS.
002290 1200-EXIT.
002300     EXIT.

002310 2000-PROCESS-MENU.
002320     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002330     ACCEPT WS-MENU-CHOICE.
002340     EVALUATE WS-MENU-CHOICE
002350         WHEN 1
002360             PERFORM 3000-ENTER-ORDER THRU 3000-EXIT
002370         WHEN 2
002380             PERFORM 4000-DISPLAY-ORDER THRU 4000-EXIT
002390         WHEN 3
002400             PERFORM 5000-CONFIRM-ORDER THRU 5000-EXIT
002410         WHEN 4
002420             PERFORM 6000-CANCEL-LINE THRU 6000-EXIT
002430         WHEN 5
002440             PERFORM 7000-REOPEN-LINE THRU 7000-EXIT
002450         WHEN 6
002460             MOVE 'Y' TO WS-DONE-SW
002470         WHEN OTHER
002480             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 6."
002490     END-EVALUATE.
002500 2000-EXIT.
002510     EXIT.

002520 2100-DISPLAY-MENU.
002530     DISPLAY "----------------------------------------".
002540     DISPLAY "  CUSTOMER SALES ORDERS".
002550     DISPLAY "----------------------------------------".
002560     DISPLAY "  1. ENTER A NEW ORDER".
002570     DISPLAY "  2. DISPLAY AN ORDER".
002580     DISPLAY "  3. CONFIRM AN ORDER FOR SHIPMENT".
002590     DISPLAY "  4. CANCEL AN ORDER LINE".
002600     DISPLAY "  5. REOPEN A CONFIRMED LINE".
002610     DISPLAY "  6. EXIT".
002620     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
002630 2100-EXIT.
002640     EXIT.

002650******************************************************************
002660* 3000 TAKES ONE ORDER.  THE NUMBER IS THE NEXT ONE AFTER
002670* SOC_LAST_NUMBER, AND SOCTL.DAT IS ONLY REWRITTEN IF AT LEAST ONE
002680* LINE WAS WRITTEN, SO AN ABANDONED ORDER USES NO NUMBER.
002690******************************************************************
002700 3000-ENTER-ORDER.
002710     PERFORM 3050-READ-SO-CONTROL THRU 3050-EXIT.
002720     ADD 1 TO WS-NEXT-SO-NUMBER GIVING WS-CURR-SO-NUMBER.
002730     DISPLAY "CUSTOMER NAME (SPACE TO CANCEL): "
002740         WITH NO ADVANCING.
002750     MOVE SPACES TO WS-CUSTOMER.
002760     ACCEPT WS-CUSTOMER.
002770     IF WS-CUSTOMER = SPACES
002780         GO TO 3000-EXIT
002790     END-IF.
002800     DISPLAY "REQUESTED DATE YYYYMMDD (SPACE FOR TODAY): "
002810         WITH NO ADVANCING.
002820     ACCEPT WS-REQ-DATE-EDIT.
002830     INSPECT WS-REQ-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
002840     IF WS-REQ-DATE-EDIT NOT NUMERIC
002850         DISPLAY "REQUESTED DATE MUST BE NUMERIC - ORDER NOT "
002860             "TAKEN."
002870         GO TO 3000-EXIT
002880     END-IF.
002890     IF WS-REQ-DATE = ZERO
002900         MOVE WS-RUN-DATE TO WS-REQ-DATE
002910     END-IF.
002920     IF WS-REQ-DATE < WS-RUN-DATE
002930         DISPLAY "REQUESTED DATE IS IN THE PAST - ORDER NOT "
002940             "TAKEN."
002950         GO TO 3000-EXIT
002960     END-IF.
002970     DISPLAY "SALES ORDER " WS-CURR-SO-NUMBER " FOR " WS-CUSTOMER.
002980     MOVE ZERO TO WS-CURR-SO-LINE.
002990     MOVE 'N' TO WS-ENTRY-DONE-SW.
003000     PERFORM 3100-ENTER-ONE-LINE THRU 3100-EXIT
003010         UNTIL WS-ENTRY-DONE.
003020     IF WS-CURR-SO-LINE = ZERO
003030         DISPLAY "NO LINES ENTERED - ORDER NOT TAKEN."
003040         GO TO 3000-EXIT
003050     END-IF.
003060     MOVE WS-CURR-SO-NUMBER TO WS-NEXT-SO-NUMBER.
003070     PERFORM 3060-WRITE-SO-CONTROL THRU 3060-EXIT.
003080     DISPLAY "SALES ORDER " WS-CURR-SO-NUMBER " TAKEN - "
003090         WS-CURR-SO-LINE " LINE(S).".
003100 3000-EXIT.
003110     EXIT.

003120 3050-READ-SO-CONTROL.
003130     MOVE ZERO TO WS-NEXT-SO-NUMBER.
003140     OPEN INPUT SOCTL.
003150     IF WS-SOCTL-NOTCREATED
003160         GO TO 3050-EXIT
003170     END-IF.
003180     READ SOCTL
003190         AT END
003200             MOVE ZERO TO SOC_LAST_NUMBER
003210     END-READ.
003220     MOVE SOC_LAST_NUMBER TO WS-NEXT-SO-NUMBER.
003230     CLOSE SOCTL.
003240 3050-EXIT.
003250     EXIT.

003260 3060-WRITE-SO-CONTROL.
003270     MOVE WS-NEXT-SO-NUMBER TO SOC_LAST_NUMBER.
003280     MOVE WS-RUN-DATE TO SOC_RUN_DATE.
003290     OPEN OUTPUT SOCTL.
003300     WRITE SOCTL-RECORD.
003310     CLOSE SOCTL.
003320 3060-EXIT.
003330     EXIT.

003340******************************************************************
003350* 3100 KEYS ONE ORDER LINE AND RESERVES STOCK FOR IT.  WHAT CAN BE
003360* PROMISED IS THE LOCATION'S ON-HAND LESS WHAT IS ALREADY
003370* ALLOCATED TO OTHER ORDERS.  IF THAT DOES NOT COVER THE LINE THE
003380* CLERK IS SHOWN THE SPLIT AND MAY DROP THE LINE; OTHERWISE THE
003390* SHORTFALL IS BACKORDERED.
003400******************************************************************
003410 3100-ENTER-ONE-LINE.
003420     IF WS-CURR-SO-LINE NOT < 999
003430         DISPLAY "ORDER IS FULL - START ANOTHER ORDER."
003440         MOVE 'Y' TO WS-ENTRY-DONE-SW
003450         GO TO 3100-EXIT
003460     END-IF.
003470     DISPLAY " ".
003480     DISPLAY "ITEM ID (0 TO END ORDER): " WITH NO ADVANCING.
003490     ACCEPT WS-ENTRY-ID.
003500     IF WS-ENTRY-ID = ZERO
003510         MOVE 'Y' TO WS-ENTRY-DONE-SW
003520         GO TO 3100-EXIT
003530     END-IF.
003540     MOVE WS-ENTRY-ID TO ITEM_ID.
003550     READ ITEMLIST
003560         INVALID KEY
003570             MOVE 'N' TO WS-FOUND-SW
003580         NOT INVALID KEY
003590             MOVE 'Y' TO WS-FOUND-SW
003600     END-READ.
003610     IF NOT WS-FOUND
003620         DISPLAY "ITEM ID " WS-ENTRY-ID " NOT ON ITEM MASTER."
003630         GO TO 3100-EXIT
003640     END-IF.
003650     DISPLAY "ITEM NAME : " ITEM_NAME.
003660     IF ITEM-OBSOLETE
003670         DISPLAY "ITEM " ITEM_ID " IS OBSOLETE - IT CANNOT BE "
003680             "SOLD."
003690         GO TO 3100-EXIT
003700     END-IF.
003710     DISPLAY "SHIP FROM LOCATION CODE: " WITH NO ADVANCING.
003720     ACCEPT WS-ENTRY-LOC.
003730     MOVE WS-ENTRY-LOC TO LOC_CODE.
003740     READ LOCATION-FILE
003750         INVALID KEY
003760             DISPLAY "LOCATION " WS-ENTRY-LOC " NOT ON LOCATION "
003770                 "MASTER."
003780             GO TO 3100-EXIT
003790     END-READ.
003800     PERFORM 3200-READ-AVAILABLE THRU 3200-EXIT.
003810     DISPLAY "AT " WS-ENTRY-LOC "  ON HAND " ILOC_QTY
003820         "  ALLOCATED " ILOC_ALLOCATED
003830         "  AVAILABLE " WS-AVAILABLE.
003840     DISPLAY "QUANTITY ORDERED: " WITH NO ADVANCING.
003850     ACCEPT WS-ENTRY-QTY-EDIT.
003860     INSPECT WS-ENTRY-QTY-EDIT REPLACING ALL SPACES BY ZEROS.
003870     IF WS-ENTRY-QTY-EDIT NOT NUMERIC
003880         DISPLAY "QUANTITY MUST BE NUMERIC."
003890         GO TO 3100-EXIT
003900     END-IF.
003910     IF WS-ENTRY-QTY = ZERO
003920         DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
003930         GO TO 3100-EXIT
003940     END-IF.
003950     IF WS-ENTRY-QTY > WS-AVAILABLE
003960         MOVE WS-AVAILABLE TO WS-ALLOC-QTY
003970     ELSE
003980         MOVE WS-ENTRY-QTY TO WS-ALLOC-QTY
003990     END-IF.
004000     SUBTRACT WS-ALLOC-QTY FROM WS-ENTRY-QTY GIVING WS-BACK-QTY.
004010     IF WS-BACK-QTY > ZERO
004020         DISPLAY "ONLY " WS-ALLOC-QTY " CAN BE ALLOCATED - "
004030             WS-BACK-QTY " WILL BE BACKORDERED."
004040         DISPLAY "ACCEPT THIS LINE? (Y/N): " WITH NO ADVANCING
004050         ACCEPT WS-CONFIRM
004060         IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
004070             DISPLAY "LINE DROPPED."
004080             GO TO 3100-EXIT
004090         END-IF
004100     END-IF.
004110     PERFORM 3300-WRITE-ORDER-LINE THRU 3300-EXIT.
004120 3100-EXIT.
004130     EXIT.

004140 3200-READ-AVAILABLE.
004150     MOVE WS-ENTRY-ID TO ILOC_ITEM_ID.
004160     MOVE WS-ENTRY-LOC TO ILOC_LOC_CODE.
004170     READ ITEMLOC
004180         INVALID KEY
004190             MOVE 'N' TO WS-ILOC-FOUND-SW
004200             MOVE ZERO TO ILOC_QTY
004210             MOVE ZERO TO ILOC_ALLOCATED
004220         NOT INVALID KEY
004230             MOVE 'Y' TO WS-ILOC-FOUND-SW
004240     END-READ.
004250     IF ILOC_QTY > ILOC_ALLOCATED
004260         SUBTRACT ILOC_ALLOCATED FROM ILOC_QTY GIVING WS-AVAILABLE
004270     ELSE
004280         MOVE ZERO TO WS-AVAILABLE
004290     END-IF.
004300 3200-EXIT.
004310     EXIT.

004320 3300-WRITE-ORDER-LINE.
004330     ADD 1 TO WS-CURR-SO-LINE.
004340     MOVE WS-CURR-SO-NUMBER TO SO_NUMBER.
004350     MOVE WS-CURR-SO-LINE TO SO_LINE.
004360     MOVE WS-CUSTOMER TO SO_CUSTOMER.
004370     MOVE WS-RUN-DATE TO SO_ORDER_DATE.
004380     MOVE WS-REQ-DATE TO SO_REQ_DATE.
004390     MOVE WS-ENTRY-ID TO SO_ITEM_ID.
004400     MOVE WS-ENTRY-LOC TO SO_LOC.
004410     MOVE WS-ENTRY-QTY TO SO_QTY_ORDERED.
004420     MOVE WS-ALLOC-QTY TO SO_QTY_ALLOCATED.
004430     MOVE WS-BACK-QTY TO SO_QTY_BACKORDER.
004440     MOVE ZERO TO SO_QTY_SHIPPED.
004450     IF WS-ALLOC-QTY > ZERO
004460         MOVE 'O' TO SO_STATUS
004470     ELSE
004480         MOVE 'B' TO SO_STATUS
004490     END-IF.
004500     MOVE WS-OPERATOR TO SO_OPERATOR.
004510     WRITE SORDER-RECORD
004520         INVALID KEY
004530             DISPLAY "ORDER LINE WRITE FAILED - FILE STATUS "
004540                 WS-SORDER-STATUS
004550             SUBTRACT 1 FROM WS-CURR-SO-LINE
004560             GO TO 3300-EXIT
004570     END-WRITE.
004580     IF WS-ALLOC-QTY > ZERO
004590         ADD WS-ALLOC-QTY TO ILOC_ALLOCATED
004600         REWRITE ITEMLOC-RECORD
004610     END-IF.
004620     IF WS-BACK-QTY > ZERO
004630         MOVE WS-ENTRY-ID TO BO_ITEM_ID
004640         MOVE WS-RUN-DATE TO BO_ORDER_DATE
004650         MOVE WS-CURR-SO-NUMBER TO BO_SO_NUMBER
004660         MOVE WS-CURR-SO-LINE TO BO_SO_LINE
004670         MOVE WS-ENTRY-LOC TO BO_LOC
004680         MOVE WS-BACK-QTY TO BO_QTY
004690         MOVE WS-REQ-DATE TO BO_REQ_DATE
004700         WRITE BACKORD-RECORD
004710             INVALID KEY
004720                 DISPLAY "BACKORDER WRITE FAILED - FILE STATUS "
004730                     WS-BACKORD-STATUS
004740         END-WRITE
004750     END-IF.
004760     DISPLAY "LINE " WS-CURR-SO-LINE " ADDED - ALLOCATED "
004770         WS-ALLOC-QTY " BACKORDERED " WS-BACK-QTY.
004780 3300-EXIT.
004790     EXIT.

004800 4000-DISPLAY-ORDER.
004810     PERFORM 4050-GET-SO-NUMBER THRU 4050-EXIT.
004820     IF NOT WS-FOUND
004830         GO TO 4000-EXIT
004840     END-IF.
004850     DISPLAY "LINE  ITEM  LOC  ORDERED  ALLOCATD  BACKORD  "
004860         "SHIPPED  STATUS".
004870     MOVE 'N' TO WS-EOF-SW.
004880     PERFORM 4100-SHOW-ONE-LINE THRU 4100-EXIT
004890         UNTIL WS-EOF.
004900 4000-EXIT.
004910     EXIT.

004920******************************************************************
004930* 4050 KEYS AN ORDER NUMBER, READS ITS FIRST LINE AND SHOWS THE
004940* ORDER HEADING.  THE FILE IS LEFT POSITIONED AT THAT LINE SO THE
004950* CALLER CAN READ THE ORDER'S LINES WITH 4200.
004960******************************************************************
004970 4050-GET-SO-NUMBER.
004980     MOVE 'N' TO WS-FOUND-SW.
004990     DISPLAY "SALES ORDER NUMBER: " WITH NO ADVANCING.
005000     ACCEPT WS-ENTRY-SO-EDIT.
005010     INSPECT WS-ENTRY-SO-EDIT REPLACING ALL SPACES BY ZEROS.
005020     IF WS-ENTRY-SO-EDIT NOT NUMERIC OR WS-ENTRY-SO = ZERO
005030         DISPLAY "ORDER NUMBER MUST BE NUMERIC."
005040         GO TO 4050-EXIT
005050     END-IF.
005060     MOVE WS-ENTRY-SO TO SO_NUMBER.
005070     MOVE ZERO TO SO_LINE.
005080     START SORDER KEY NOT LESS THAN SO-KEY
005090         INVALID KEY
005100             MOVE 'Y' TO WS-EOF-SW
005110         NOT INVALID KEY
005120             MOVE 'N' TO WS-EOF-SW
005130     END-START.
005140     IF NOT WS-EOF
005150         PERFORM 4200-READ-ORDER-LINE THRU 4200-EXIT
005160     END-IF.
005170     IF WS-EOF
005180         DISPLAY "SALES ORDER " WS-ENTRY-SO " NOT ON FILE."
005190         GO TO 4050-EXIT
005200     END-IF.
005210     MOVE 'Y' TO WS-FOUND-SW.
005220     DISPLAY "SALES ORDER " SO_NUMBER "  CUSTOMER " SO_CUSTOMER.
005230     DISPLAY "ORDERED " SO_ORDER_DATE "  REQUESTED " SO_REQ_DATE
005240         "  BY " SO_OPERATOR.
005250 4050-EXIT.
005260     EXIT.

005270 4100-SHOW-ONE-LINE.
005280     PERFORM 4300-FORMAT-LINE THRU 4300-EXIT.
005290     DISPLAY WS-ORDER-LINE.
005300     PERFORM 4200-READ-ORDER-LINE THRU 4200-EXIT.
005310 4100-EXIT.
005320     EXIT.

005330 4200-READ-ORDER-LINE.
005340     READ SORDER NEXT
005350         AT END
005360             MOVE 'Y' TO WS-EOF-SW
005370             GO TO 4200-EXIT
005380     END-READ.
005390     IF SO_NUMBER NOT = WS-ENTRY-SO
005400         MOVE 'Y' TO WS-EOF-SW
005410     END-IF.
005420 4200-EXIT.
005430     EXIT.

005440 4300-FORMAT-LINE.
005450     MOVE SO_LINE TO WS-O-LINE.
005460     MOVE SO_ITEM_ID TO WS-O-ITEM-ID.
005470     MOVE SO_LOC TO WS-O-LOC.
005480     MOVE SO_QTY_ORDERED TO WS-O-ORDERED.
005490     MOVE SO_QTY_ALLOCATED TO WS-O-ALLOCATED.
005500     MOVE SO_QTY_BACKORDER TO WS-O-BACKORDER.
005510     MOVE SO_QTY_SHIPPED TO WS-O-SHIPPED.
005520     EVALUATE TRUE
005530         WHEN SO-OPEN
005540             MOVE "OPEN" TO WS-O-STATUS
005550         WHEN SO-BACKORDERED
005560             MOVE "BACKORDERED" TO WS-O-STATUS
005570         WHEN SO-CONFIRMED
005580             MOVE "CONFIRMED" TO WS-O-STATUS
005590         WHEN SO-SHIPPED
005600             MOVE "SHIPPED" TO WS-O-STATUS
005610         WHEN SO-CANCELLED
005620             MOVE "CANCELLED" TO WS-O-STATUS
005630         WHEN OTHER
005640             MOVE SO_STATUS TO WS-O-STATUS
005650     END-EVALUATE.
005660 4300-EXIT.
005670     EXIT.

005680******************************************************************
005690* 5000 CONFIRMS AN ORDER FOR SHIPMENT.  EVERY OPEN LINE WITH STOCK
005700* ALLOCATED BECOMES ONE TYPE 'I' ISSUE FOR THE ALLOCATED QUANTITY,
005710* CARRYING THE ORDER LINE, ADDED TO TRANFILE.DAT.  THE EXISTING
005720* FILE IS COPIED TO TRANWORK.DAT (DROPPING ITS TRAILER), THE
005730* SHIPMENTS ARE APPENDED, AND THE WHOLE IS COPIED BACK WITH A NEW
005740* TRAILER - THE SAME COUNT AND QUANTITY HASH ITMTRAN CHECKS.  AS
005750* IN ITMENTRY, NOTHING IS ADDED WHILE A POSTING RUN IS PART WAY
005760* THROUGH THE FILE.
005770******************************************************************
005780 5000-CONFIRM-ORDER.
005790     PERFORM 5100-CHECK-POSTING-RUN THRU 5100-EXIT.
005800     IF WS-STOP-RUN
005810         MOVE 'N' TO WS-STOP-SW
005820         GO TO 5000-EXIT
005830     END-IF.
005840     PERFORM 4050-GET-SO-NUMBER THRU 4050-EXIT.
005850     IF NOT WS-FOUND
005860         GO TO 5000-EXIT
005870     END-IF.
005880     DISPLAY "LINES READY TO SHIP:".
005890     MOVE ZERO TO WS-SHIP-COUNT.
005900     PERFORM 5200-LIST-SHIPPABLE THRU 5200-EXIT
005910         UNTIL WS-EOF.
005920     IF WS-SHIP-COUNT = ZERO
005930         DISPLAY "  NONE - NO OPEN LINE ON THIS ORDER HAS STOCK "
005940             "ALLOCATED."
005950         GO TO 5000-EXIT
005960     END-IF.
005970     DISPLAY "ADD " WS-SHIP-COUNT " SHIPMENT(S) TO TRANFILE.DAT? "
005980         "(Y/N): " WITH NO ADVANCING.
005990     ACCEPT WS-CONFIRM.
006000     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
006010         DISPLAY "ORDER NOT CONFIRMED."
006020         GO TO 5000-EXIT
006030     END-IF.
006040     PERFORM 5300-COPY-TRANFILE-OUT THRU 5300-EXIT.
006050     IF WS-STOP-RUN
006060         MOVE 'N' TO WS-STOP-SW
006070         CLOSE TRANWORK
006080         DISPLAY "ORDER NOT CONFIRMED."
006090         GO TO 5000-EXIT
006100     END-IF.
006110     MOVE WS-ENTRY-SO TO SO_NUMBER.
006120     MOVE ZERO TO SO_LINE.
006130     MOVE 'N' TO WS-EOF-SW.
006140     START SORDER KEY NOT LESS THAN SO-KEY
006150         INVALID KEY
006160             MOVE 'Y' TO WS-EOF-SW
006170     END-START.
006180     IF NOT WS-EOF
006190         PERFORM 4200-READ-ORDER-LINE THRU 4200-EXIT
006200     END-IF.
006210     PERFORM 5400-WRITE-SHIPMENT THRU 5400-EXIT
006220         UNTIL WS-EOF.
006230     CLOSE TRANWORK.
006240     PERFORM 5500-COPY-TRANFILE-BACK THRU 5500-EXIT.
006250     DISPLAY "SALES ORDER " WS-ENTRY-SO " CONFIRMED - "
006260         "TRANFILE.DAT NOW HOLDS " WS-TRAN-COUNT
006270         " TRANSACTION(S).".
006280 5000-EXIT.
006290     EXIT.

006300 5100-CHECK-POSTING-RUN.
006310     MOVE 'C' TO CKPT_STATUS.
006320     MOVE ZERO TO CKPT_PROCESSED.
006330     MOVE ZERO TO CKPT_RUN_DATE.
006340     OPEN INPUT CHKPT.
006350     IF WS-CHKPT-NOTCREATED
006360         GO TO 5100-EXIT
006370     END-IF.
006380     READ CHKPT
006390         AT END
006400             MOVE 'C' TO CKPT_STATUS
006410     END-READ.
006420     CLOSE CHKPT.
006430     IF CKPT-ACTIVE
006440         DISPLAY "A POSTING RUN STOPPED PART WAY THROUGH "
006450             "TRANFILE.DAT - RERUN ITMTRAN TO FINISH IT"
006460         DISPLAY "BEFORE CONFIRMING ORDERS."
006470         MOVE 'Y' TO WS-STOP-SW
006480     END-IF.
006490 5100-EXIT.
006500     EXIT.

006510 5200-LIST-SHIPPABLE.
006520     IF SO-OPEN AND SO_QTY_ALLOCATED > ZERO
006530         PERFORM 4300-FORMAT-LINE THRU 4300-EXIT
006540         DISPLAY WS-ORDER-LINE
006550         ADD 1 TO WS-SHIP-COUNT
006560     END-IF.
006570     PERFORM 4200-READ-ORDER-LINE THRU 4200-EXIT.
006580 5200-EXIT.
006590     EXIT.

006600******************************************************************
006610* 5300 COPIES THE TRANSACTIONS ALREADY ON TRANFILE.DAT TO THE WORK
006620* FILE.  IF THE LAST POSTING RUN COMPLETED THE SAME NUMBER OF
006630* TRANSACTIONS THE FILE LOOKS POSTED, AND THE CLERK CHOOSES
006640* WHETHER TO ADD TO IT OR START A NEW BATCH WITH THE SHIPMENTS.
006650* WS-STOP-SW COMES BACK 'Y' IF THE FILE CANNOT BE HANDLED HERE.
006660******************************************************************
006670 5300-COPY-TRANFILE-OUT.
006680     MOVE ZERO TO WS-TRAN-COUNT.
006690     MOVE ZERO TO WS-QTY-HASH-BIG.
006700     OPEN OUTPUT TRANWORK.
006710     OPEN INPUT TRANFILE.
006720     IF WS-TRANFILE-NOTCREATED
006730         GO TO 5300-EXIT
006740     END-IF.
006750     MOVE 'N' TO WS-EOF-SW.
006760     PERFORM 5310-COPY-ONE-OUT THRU 5310-EXIT
006770         UNTIL WS-EOF.
006780     CLOSE TRANFILE.
006790     IF WS-TRAN-COUNT = ZERO
006800         GO TO 5300-EXIT
006810     END-IF.
006820     DISPLAY "TRANFILE.DAT ALREADY HOLDS " WS-TRAN-COUNT
006830         " TRANSACTION(S).".
006840     IF NOT (CKPT-COMPLETE AND CKPT_PROCESSED = WS-TRAN-COUNT)
006850         GO TO 5300-EXIT
006860     END-IF.
006870     DISPLAY "THE POSTING RUN OF " CKPT_RUN_DATE
006880         " COMPLETED THAT MANY - THIS FILE LOOKS POSTED.".
006890     MOVE SPACE TO WS-BATCH-CHOICE.
006900     PERFORM 5320-GET-BATCH-CHOICE THRU 5320-EXIT
006910         UNTIL WS-BATCH-ADD OR WS-BATCH-NEW.
006920     IF WS-BATCH-NEW
006930         CLOSE TRANWORK
006940         OPEN OUTPUT TRANWORK
006950         MOVE ZERO TO WS-TRAN-COUNT
006960         MOVE ZERO TO WS-QTY-HASH-BIG
006970     END-IF.
006980 5300-EXIT.
006990     EXIT.

007000 5310-COPY-ONE-OUT.
007010     READ TRANFILE
007020         AT END
007030             MOVE 'Y' TO WS-EOF-SW
007040             GO TO 5310-EXIT
007050     END-READ.
007060     MOVE TRANFILE-RECORD TO TRAN-TRAILER.
007070     IF TRLR-RECORD
007080         GO TO 5310-EXIT
007090     END-IF.
007100     MOVE TRANFILE-RECORD TO TRAN-RECORD.
007110     ADD TRAN_QTY TO WS-QTY-HASH-BIG.
007120     ADD 1 TO WS-TRAN-COUNT.
007130     WRITE TRANWORK-RECORD FROM TRANFILE-RECORD.
007140 5310-EXIT.
007150     EXIT.

007160 5320-GET-BATCH-CHOICE.
007170     DISPLAY "A = ADD TO THAT BATCH, N = START A NEW BATCH: "
007180         WITH NO ADVANCING.
007190     ACCEPT WS-BATCH-CHOICE.
007200     IF WS-BATCH-CHOICE = 'a'
007210         MOVE 'A' TO WS-BATCH-CHOICE
007220     END-IF.
007230     IF WS-BATCH-CHOICE = 'n'
007240         MOVE 'N' TO WS-BATCH-CHOICE
007250     END-IF.
007260     IF NOT WS-BATCH-ADD AND NOT WS-BATCH-NEW
007270         DISPLAY "PLEASE ENTER A OR N."
007280     END-IF.
007290 5320-EXIT.
007300     EXIT.

007310 5400-WRITE-SHIPMENT.
007320     IF SO-OPEN AND SO_QTY_ALLOCATED > ZERO
007330         MOVE SPACES TO TRAN-RECORD
007340         MOVE 'I' TO TRAN_TYPE
007350         MOVE SO_ITEM_ID TO TRAN_ITEM_ID
007360         MOVE SO_QTY_ALLOCATED TO TRAN_QTY
007370         MOVE SO_LOC TO TRAN_LOC
007380         MOVE ZERO TO TRAN_COST
007390         MOVE SO_NUMBER TO TRAN_SO_NUMBER
007400         MOVE SO_LINE TO TRAN_SO_LINE
007402         MOVE ZERO TO TRAN_SUPPLIER_ID
007404         MOVE ZERO TO TRAN_PO_NUMBER
007406         MOVE ZERO TO TRAN_PO_LINE
007408         MOVE ZERO TO TRAN_EXPIRY
007410         WRITE TRANWORK-RECORD FROM TRAN-RECORD
007420         ADD TRAN_QTY TO WS-QTY-HASH-BIG
007430         ADD 1 TO WS-TRAN-COUNT
007440         MOVE 'C' TO SO_STATUS
007450         REWRITE SORDER-RECORD
007460     END-IF.
007470     PERFORM 4200-READ-ORDER-LINE THRU 4200-EXIT.
007480 5400-EXIT.
007490     EXIT.

007500 5500-COPY-TRANFILE-BACK.
007510     OPEN INPUT TRANWORK.
007520     OPEN OUTPUT TRANFILE.
007530     MOVE 'N' TO WS-EOF-SW.
007540     PERFORM 5510-COPY-ONE-BACK THRU 5510-EXIT
007550         UNTIL WS-EOF.
007560     MOVE WS-QTY-HASH-BIG(7:7) TO WS-QTY-HASH.
007570     MOVE SPACES TO TRAN-TRAILER.
007580     MOVE '9' TO TRLR_TYPE.
007590     MOVE WS-TRAN-COUNT TO TRLR_TRAN_COUNT.
007600     MOVE WS-QTY-HASH TO TRLR_QTY_HASH.
007610     WRITE TRANFILE-RECORD FROM TRAN-TRAILER.
007620     CLOSE TRANFILE.
007630     CLOSE TRANWORK.
007640 5500-EXIT.
007650     EXIT.

007660 5510-COPY-ONE-BACK.
007670     READ TRANWORK
007680         AT END
007690             MOVE 'Y' TO WS-EOF-SW
007700             GO TO 5510-EXIT
007710     END-READ.
007720     WRITE TRANFILE-RECORD FROM TRANWORK-RECORD.
007730 5510-EXIT.
007740     EXIT.

007750******************************************************************
007760* 6000 CANCELS WHAT IS LEFT OF ONE ORDER LINE.  ITS ALLOCATION IS
007770* RETURNED TO THE LOCATION AND ITS BACKORDER (KEYED BY ITEM AND
007780* THE ORDER DATE) IS REMOVED SO A LATER RECEIPT DOES NOT RESERVE
007790* STOCK FOR IT.  A CONFIRMED LINE IS ALREADY ON ITS WAY TO
007800* TRANFILE.DAT AND MUST BE REOPENED FIRST.
007810******************************************************************
007820 6000-CANCEL-LINE.
007830     PERFORM 6050-GET-ORDER-LINE THRU 6050-EXIT.
007840     IF NOT WS-FOUND
007850         GO TO 6000-EXIT
007860     END-IF.
007870     IF NOT (SO-OPEN OR SO-BACKORDERED)
007880         DISPLAY "ONLY AN OPEN OR BACKORDERED LINE CAN BE "
007890             "CANCELLED."
007900         GO TO 6000-EXIT
007910     END-IF.
007920     DISPLAY "CANCEL THIS LINE? (Y/N): " WITH NO ADVANCING.
007930     ACCEPT WS-CONFIRM.
007940     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
007950         DISPLAY "LINE LEFT AS IS."
007960         GO TO 6000-EXIT
007970     END-IF.
007980     IF SO_QTY_ALLOCATED > ZERO
007990         MOVE SO_ITEM_ID TO ILOC_ITEM_ID
008000         MOVE SO_LOC TO ILOC_LOC_CODE
008010         READ ITEMLOC
008020             INVALID KEY
008030                 MOVE ZERO TO ILOC_ALLOCATED
008040             NOT INVALID KEY
008050                 IF SO_QTY_ALLOCATED > ILOC_ALLOCATED
008060                     MOVE ZERO TO ILOC_ALLOCATED
008070                 ELSE
008080                     SUBTRACT SO_QTY_ALLOCATED FROM ILOC_ALLOCATED
008090                 END-IF
008100                 REWRITE ITEMLOC-RECORD
008110         END-READ
008120     END-IF.
008130     IF SO_QTY_BACKORDER > ZERO
008140         MOVE SO_ITEM_ID TO BO_ITEM_ID
008150         MOVE SO_ORDER_DATE TO BO_ORDER_DATE
008160         MOVE SO_NUMBER TO BO_SO_NUMBER
008170         MOVE SO_LINE TO BO_SO_LINE
008180         DELETE BACKORD RECORD
008190             INVALID KEY
008200                 CONTINUE
008210         END-DELETE
008220     END-IF.
008230     MOVE ZERO TO SO_QTY_ALLOCATED.
008240     MOVE ZERO TO SO_QTY_BACKORDER.
008250     MOVE 'X' TO SO_STATUS.
008260     REWRITE SORDER-RECORD.
008270     DISPLAY "LINE " SO_LINE " OF SALES ORDER " SO_NUMBER
008280         " CANCELLED.".
008290 6000-EXIT.
008300     EXIT.

008310 6050-GET-ORDER-LINE.
008320     MOVE 'N' TO WS-FOUND-SW.
008330     DISPLAY "SALES ORDER NUMBER: " WITH NO ADVANCING.
008340     ACCEPT WS-ENTRY-SO-EDIT.
008350     INSPECT WS-ENTRY-SO-EDIT REPLACING ALL SPACES BY ZEROS.
008360     DISPLAY "LINE NUMBER: " WITH NO ADVANCING.
008370     ACCEPT WS-ENTRY-LINE-EDIT.
008380     INSPECT WS-ENTRY-LINE-EDIT REPLACING ALL SPACES BY ZEROS.
008390     IF WS-ENTRY-SO-EDIT NOT NUMERIC
008400         OR WS-ENTRY-LINE-EDIT NOT NUMERIC
008410         DISPLAY "ORDER AND LINE NUMBER MUST BE NUMERIC."
008420         GO TO 6050-EXIT
008430     END-IF.
008440     MOVE WS-ENTRY-SO TO SO_NUMBER.
008450     MOVE WS-ENTRY-LINE TO SO_LINE.
008460     READ SORDER
008470         INVALID KEY
008480             DISPLAY "SALES ORDER " WS-ENTRY-SO " LINE "
008490                 WS-ENTRY-LINE " NOT ON FILE."
008500             GO TO 6050-EXIT
008510     END-READ.
008520     MOVE 'Y' TO WS-FOUND-SW.
008530     DISPLAY "CUSTOMER " SO_CUSTOMER.
008540     PERFORM 4300-FORMAT-LINE THRU 4300-EXIT.
008550     DISPLAY WS-ORDER-LINE.
008560 6050-EXIT.
008570     EXIT.

008580******************************************************************
008590* 7000 PUTS A CONFIRMED LINE BACK TO OPEN WHEN ITS SHIPMENT WILL
008600* NEVER BE POSTED - THE TRANFILE.DAT LINE WAS VOIDED IN ITMENTRY
008610* OR THE BATCH WAS REPLACED.  IF THE SHIPMENT IS STILL ON THE
008620* FILE, ITMTRAN WILL NOW REJECT IT TO SUSPENSE ('BAD SO') RATHER
008630* THAN SHIP THE LINE TWICE.
008640******************************************************************
008650 7000-REOPEN-LINE.
008660     PERFORM 6050-GET-ORDER-LINE THRU 6050-EXIT.
008670     IF NOT WS-FOUND
008680         GO TO 7000-EXIT
008690     END-IF.
008700     IF NOT SO-CONFIRMED
008710         DISPLAY "THE LINE IS NOT CONFIRMED."
008720         GO TO 7000-EXIT
008730     END-IF.
008740     DISPLAY "ONLY REOPEN THE LINE IF ITS SHIPMENT IS NO LONGER "
008750         "ON TRANFILE.DAT.".
008760     DISPLAY "REOPEN THIS LINE? (Y/N): " WITH NO ADVANCING.
008770     ACCEPT WS-CONFIRM.
008780     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
008790         DISPLAY "LINE LEFT AS IS."
008800         GO TO 7000-EXIT
008810     END-IF.
008820     MOVE 'O' TO SO_STATUS.
008830     REWRITE SORDER-RECORD.
008840     DISPLAY "LINE " SO_LINE " OF SALES ORDER " SO_NUMBER
008850         " REOPENED.".
008860 7000-EXIT.
008870     EXIT.

008880 9000-TERMINATE.
008890     CLOSE ITEMLIST.
008900     CLOSE LOCATION-FILE.
008910     CLOSE ITEMLOC.
008920     CLOSE SORDER.
008930     CLOSE BACKORD.
008940 9000-EXIT.
008950     EXIT.
