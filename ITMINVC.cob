000010******************************************************************
000020* PROGRAM: ITMINVC
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: SUPPLIER INVOICE ENTRY FOR ACCOUNTS PAYABLE.  THE CLERK
000070*          KEYS THE SUPPLIER AND INVOICE NUMBER FROM THE VENDOR'S
000080*          BILL, THEN ONE LINE PER PURCHASE ORDER LINE BILLED:
000090*          THE PO NUMBER AND LINE, THE INVOICED QUANTITY, AND THE
000100*          INVOICED UNIT PRICE.  THE PO LINE MUST BE ON PORDER.DAT
000110*          FOR THE SAME SUPPLIER; ITS AGREED PRICE AND QUANTITIES
000120*          ARE SHOWN AS THE LINE IS KEYED.  LINES ARE WRITTEN TO
000130*          INVOICE.DAT AS ENTERED AND ARE APPROVED OR HELD BY THE
000140*          MATCH RUN (ITMMATCH).  AN INVOICE CAN BE REVIEWED WITH
000150*          ITS MATCH STATUS, AND A LINE NOT YET APPROVED CAN BE
000160*          VOIDED AND RE-KEYED.
000170*
000180* MODIFICATION HISTORY
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- -----------------------------------------------
000210* 2026-10-15 JMG  ORIGINAL PROGRAM.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ITMINVC.
000250 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000260 INSTALLATION. INVENTORY CONTROL.
000270 DATE-WRITTEN. OCTOBER 2026.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY "SUPPSEL.cpy".
000330     COPY "POSEL.cpy".
000340     COPY "INVSEL.cpy".
000350     COPY "SESSSEL.cpy".

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  SUPPLIER-FILE.
000390     COPY "SUPPREC.cpy".

000400 FD  PORDER.
000410     COPY "POREC.cpy".

000420 FD  INVOICE.
000430     COPY "INVREC.cpy".

000440 FD  OPERSESS.
000450     COPY "SESSREC.cpy".

000460 WORKING-STORAGE SECTION.
000470     COPY "SUPPSTAT.cpy".
000480     COPY "POSTAT.cpy".
000490     COPY "INVSTAT.cpy".
000500     COPY "SESSSTAT.cpy".
000510*    PROGRAM SWITCHES AND WORK FIELDS
000520 77  WS-STOP-SW PIC X(01) VALUE 'N'.
000530     88  WS-STOP-RUN VALUE 'Y'.
000540 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000550     88  WS-DONE VALUE 'Y'.
000560 77  WS-ENTRY-DONE-SW PIC X(01) VALUE 'N'.
000570     88  WS-ENTRY-DONE VALUE 'Y'.
000580 77  WS-EOF-SW PIC X(01) VALUE 'N'.
000590     88  WS-EOF VALUE 'Y'.
000600 77  WS-FOUND-SW PIC X(01) VALUE 'N'.
000610     88  WS-FOUND VALUE 'Y'.
000620 77  WS-APPROVED-SW PIC X(01) VALUE 'N'.
000630     88  WS-INVOICE-APPROVED VALUE 'Y'.
000640 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
000650 77  WS-CONFIRM PIC X(01) VALUE SPACE.
000660 77  WS-OPERATOR PIC X(03) VALUE "***".
000670 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000680 77  WS-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
000690 77  WS-CURR-SUPPLIER-ID PIC 9(05) VALUE ZERO.
000700 77  WS-CURR-INVOICE PIC X(10) VALUE SPACES.
000710 77  WS-CURR-INV-DATE PIC 9(08) VALUE ZERO.
000720 77  WS-LAST-LINE PIC 9(03) VALUE ZERO.
000730 77  WS-UNINVOICED PIC S9(08) VALUE ZERO.
000740 77  WS-LINE-AMOUNT PIC 9(11)V99 VALUE ZERO.
000750 77  WS-INVOICE-AMOUNT PIC 9(11)V99 VALUE ZERO.
000760 77  WS-ENTRY-SUPPLIER PIC 9(05) VALUE ZERO.
000770 77  WS-ENTRY-SUPPLIER-EDIT REDEFINES WS-ENTRY-SUPPLIER
000780         PIC X(05) JUSTIFIED RIGHT.
000790 77  WS-ENTRY-DATE PIC 9(08) VALUE ZERO.
000800 77  WS-ENTRY-DATE-EDIT REDEFINES WS-ENTRY-DATE
000810         PIC X(08) JUSTIFIED RIGHT.
000820 77  WS-ENTRY-PO PIC 9(06) VALUE ZERO.
000830 77  WS-ENTRY-PO-EDIT REDEFINES WS-ENTRY-PO
000840         PIC X(06) JUSTIFIED RIGHT.
000850 77  WS-ENTRY-PO-LINE PIC 9(03) VALUE ZERO.
000860 77  WS-ENTRY-PO-LINE-EDIT REDEFINES WS-ENTRY-PO-LINE
000870         PIC X(03) JUSTIFIED RIGHT.
000880 77  WS-ENTRY-QTY PIC 9(07) VALUE ZERO.
000890 77  WS-ENTRY-QTY-EDIT REDEFINES WS-ENTRY-QTY
000900         PIC X(07) JUSTIFIED RIGHT.
000910 77  WS-ENTRY-PRICE PIC 9(06)V99 VALUE ZERO.
000920 77  WS-ENTRY-PRICE-EDIT REDEFINES WS-ENTRY-PRICE
000930         PIC X(08) JUSTIFIED RIGHT.
000940 77  WS-ENTRY-LINE PIC 9(03) VALUE ZERO.
000950 77  WS-ENTRY-LINE-EDIT REDEFINES WS-ENTRY-LINE
000960         PIC X(03) JUSTIFIED RIGHT.
000970*    REVIEW LINE FOR ONE INVOICE LINE
000980 01  WS-REVIEW-LINE.
000990     05  WS-R-LINE PIC ZZ9.
001000     05  FILLER PIC X(2) VALUE SPACES.
001010     05  WS-R-PO-NUMBER PIC 9(6).
001020     05  FILLER PIC X(1) VALUE "/".
001030     05  WS-R-PO-LINE PIC 9(3).
001040     05  FILLER PIC X(2) VALUE SPACES.
001050     05  WS-R-ITEM-ID PIC ZZZZ9.
001060     05  FILLER PIC X(2) VALUE SPACES.
001070     05  WS-R-QTY PIC ZZZ,ZZ9.
001080     05  FILLER PIC X(2) VALUE SPACES.
001090     05  WS-R-PRICE PIC ZZZ,ZZ9.99.
001100     05  FILLER PIC X(2) VALUE SPACES.
001110     05  WS-R-AMOUNT PIC ZZ,ZZZ,ZZ9.99.
001120     05  FILLER PIC X(2) VALUE SPACES.
001130     05  WS-R-STATUS PIC X(8).
001140     05  FILLER PIC X(1) VALUE SPACES.
001150     05  WS-R-REASON PIC X(8).
001160 01  WS-SHOW-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.

001170 PROCEDURE DIVISION.
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     IF WS-STOP-RUN
001210         GOBACK
001220     END-IF.
001230     MOVE 'N' TO WS-DONE-SW.
001240     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001250         UNTIL WS-DONE.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GOBACK.

001280 1000-INITIALIZE.
001290     MOVE 'N' TO WS-STOP-SW.
001300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001310     PERFORM 1200-READ-SESSION THRU 1200-EXIT.
001320     OPEN INPUT SUPPLIER-FILE.
001330     IF WS-SUPPLIER-NOTCREATED
001340         DISPLAY "NO SUPPLIER MASTER ON FILE - NO INVOICES CAN "
001350             "BE KEYED."
001360         MOVE 'Y' TO WS-STOP-SW
001370         GO TO 1000-EXIT
001380     END-IF.
001390     OPEN INPUT PORDER.
001400     IF WS-PORDER-NOTCREATED
001410         DISPLAY "NO PURCHASE ORDERS ON FILE - NOTHING TO "
001420             "INVOICE."
001430         CLOSE SUPPLIER-FILE
001440         MOVE 'Y' TO WS-STOP-SW
001450         GO TO 1000-EXIT
001460     END-IF.
001470     OPEN I-O INVOICE.
001480     IF WS-INVOICE-NOTCREATED
001490         OPEN OUTPUT INVOICE
001500         CLOSE INVOICE
001510         OPEN I-O INVOICE
001520     END-IF.
001530 1000-EXIT.
001540     EXIT.

001550 1200-READ-SESSION.
001560     MOVE "***" TO WS-OPERATOR.
001570     OPEN INPUT OPERSESS.
001580     IF WS-OPERSESS-NOTCREATED
001590         GO TO 1200-EXIT
001600     END-IF.
001610     READ OPERSESS
001620         AT END
001630             CONTINUE
001640         NOT AT END
001650             MOVE SESS_OPER_ID TO WS-OPERATOR
001660     END-READ.
001670     CLOSE OPERSESS.
001680 1200-EXIT.
001690     EXIT.

001700 2000-PROCESS-MENU.
001710     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001720     ACCEPT WS-MENU-CHOICE.
001730     EVALUATE WS-MENU-CHOICE
001740         WHEN 1
001750             PERFORM 3000-ENTER-INVOICE THRU 3000-EXIT
001760         WHEN 2
001770             PERFORM 4000-REVIEW-INVOICE THRU 4000-EXIT
001780         WHEN 3
001790             PERFORM 5000-VOID-LINE THRU 5000-EXIT
001800         WHEN 4
001810             MOVE 'Y' TO WS-DONE-SW
001820         WHEN OTHER
001830             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 4."
001840     END-EVALUATE.
001850 2000-EXIT.
001860     EXIT.

001870 2100-DISPLAY-MENU.
001880     DISPLAY "----------------------------------------".
001890     DISPLAY "  SUPPLIER INVOICE ENTRY".
001900     DISPLAY "----------------------------------------".
001910     DISPLAY "  1. KEY A SUPPLIER INVOICE".
001920     DISPLAY "  2. REVIEW AN INVOICE".
001930     DISPLAY "  3. VOID AN INVOICE LINE".
001940     DISPLAY "  4. EXIT".
001950     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
001960 2100-EXIT.
001970     EXIT.

001980******************************************************************
001990* 2200 KEYS THE SUPPLIER AND INVOICE NUMBER AND LOOKS THE INVOICE
002000* UP.  WS-FOUND-SW IS LEFT 'Y' WHEN THE SUPPLIER IS ON FILE AND AN
002010* INVOICE NUMBER WAS KEYED; WS-LINE-COUNT AND WS-LAST-LINE SAY HOW
002020* MANY LINES THE INVOICE ALREADY HAS, AND WS-APPROVED-SW WHETHER
002030* THE MATCH RUN HAS ALREADY APPROVED IT.
002040******************************************************************
002050 2200-GET-INVOICE-KEY.
002060     MOVE 'N' TO WS-FOUND-SW.
002070     DISPLAY "SUPPLIER ID: " WITH NO ADVANCING.
002080     ACCEPT WS-ENTRY-SUPPLIER-EDIT.
002090     INSPECT WS-ENTRY-SUPPLIER-EDIT REPLACING ALL SPACES BY ZEROS.
002100     IF WS-ENTRY-SUPPLIER-EDIT NOT NUMERIC
002110         DISPLAY "SUPPLIER ID MUST BE NUMERIC."
002120         GO TO 2200-EXIT
002130     END-IF.
002140     MOVE WS-ENTRY-SUPPLIER TO SUPPLIER_ID OF SUPPLIER.
002150     READ SUPPLIER-FILE
002160         INVALID KEY
002170             DISPLAY "SUPPLIER " WS-ENTRY-SUPPLIER " NOT ON FILE."
002180             GO TO 2200-EXIT
002190     END-READ.
002200     DISPLAY "SUPPLIER  : " SUPPLIER_NAME.
002210     MOVE WS-ENTRY-SUPPLIER TO WS-CURR-SUPPLIER-ID.
002220     DISPLAY "INVOICE NUMBER: " WITH NO ADVANCING.
002230     MOVE SPACES TO WS-CURR-INVOICE.
002240     ACCEPT WS-CURR-INVOICE.
002250     IF WS-CURR-INVOICE = SPACES
002260         GO TO 2200-EXIT
002270     END-IF.
002280     MOVE ZERO TO WS-LINE-COUNT.
002290     MOVE ZERO TO WS-LAST-LINE.
002300     MOVE ZERO TO WS-CURR-INV-DATE.
002310     MOVE ZERO TO WS-INVOICE-AMOUNT.
002320     MOVE 'N' TO WS-APPROVED-SW.
002330     MOVE WS-CURR-SUPPLIER-ID TO INV_SUPPLIER_ID.
002340     MOVE WS-CURR-INVOICE TO INV_NUMBER.
002350     MOVE ZERO TO INV_LINE.
002360     MOVE 'N' TO WS-EOF-SW.
002370     START INVOICE KEY NOT LESS THAN INV-KEY
002380         INVALID KEY
002390             MOVE 'Y' TO WS-EOF-SW
002400     END-START.
002410     PERFORM 2210-COUNT-ONE-LINE THRU 2210-EXIT
002420         UNTIL WS-EOF.
002430     MOVE 'Y' TO WS-FOUND-SW.
002440 2200-EXIT.
002450     EXIT.

002460 2210-COUNT-ONE-LINE.
002470     READ INVOICE NEXT
002480         AT END
002490             MOVE 'Y' TO WS-EOF-SW
002500             GO TO 2210-EXIT
002510     END-READ.
002520     IF INV_SUPPLIER_ID NOT = WS-CURR-SUPPLIER-ID
002530         OR INV_NUMBER NOT = WS-CURR-INVOICE
002540         MOVE 'Y' TO WS-EOF-SW
002550         GO TO 2210-EXIT
002560     END-IF.
002570     ADD 1 TO WS-LINE-COUNT.
002580     MOVE INV_LINE TO WS-LAST-LINE.
002590     MOVE INV_DATE TO WS-CURR-INV-DATE.
002600     IF INV-APPROVED
002610         MOVE 'Y' TO WS-APPROVED-SW
002620     END-IF.
002630     COMPUTE WS-INVOICE-AMOUNT = WS-INVOICE-AMOUNT
002640         + INV_QTY * INV_UNIT_PRICE.
002650 2210-EXIT.
002660     EXIT.

002670******************************************************************
002680* 3000 KEYS A NEW INVOICE, OR MORE LINES FOR ONE ALREADY STARTED.
002690* AN INVOICE THE MATCH RUN HAS APPROVED IS CLOSED TO NEW LINES -
002700* ANY FURTHER BILLING MUST COME ON A NEW INVOICE.
002710******************************************************************
002720 3000-ENTER-INVOICE.
002730     PERFORM 2200-GET-INVOICE-KEY THRU 2200-EXIT.
002740     IF NOT WS-FOUND
002750         GO TO 3000-EXIT
002760     END-IF.
002770     IF WS-INVOICE-APPROVED
002780         DISPLAY "INVOICE " WS-CURR-INVOICE
002790             " IS ALREADY APPROVED FOR PAYMENT - NO LINES CAN "
002800             "BE ADDED."
002810         GO TO 3000-EXIT
002820     END-IF.
002830     IF WS-LINE-COUNT > ZERO
002840         DISPLAY "INVOICE ALREADY HAS " WS-LINE-COUNT
002850             " LINE(S), DATED " WS-CURR-INV-DATE
002860             " - NEW LINES ARE ADDED TO IT."
002870     ELSE
002880         PERFORM 3050-GET-INVOICE-DATE THRU 3050-EXIT
002890         IF WS-CURR-INV-DATE = ZERO
002900             GO TO 3000-EXIT
002910         END-IF
002920     END-IF.
002930     MOVE 'N' TO WS-ENTRY-DONE-SW.
002940     PERFORM 3100-ENTER-ONE-LINE THRU 3100-EXIT
002950         UNTIL WS-ENTRY-DONE.
002960     MOVE WS-INVOICE-AMOUNT TO WS-SHOW-AMOUNT.
002970     DISPLAY "INVOICE " WS-CURR-INVOICE " NOW HAS " WS-LINE-COUNT
002980         " LINE(S) TOTALLING " WS-SHOW-AMOUNT.
002990 3000-EXIT.
003000     EXIT.

003010 3050-GET-INVOICE-DATE.
003020     MOVE ZERO TO WS-CURR-INV-DATE.
003030     DISPLAY "INVOICE DATE YYYYMMDD (SPACE FOR TODAY): "
003040         WITH NO ADVANCING.
003050     ACCEPT WS-ENTRY-DATE-EDIT.
003060     INSPECT WS-ENTRY-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
003070     IF WS-ENTRY-DATE-EDIT NOT NUMERIC
003080         DISPLAY "INVOICE DATE MUST BE NUMERIC - INVOICE NOT "
003090             "KEYED."
003100         GO TO 3050-EXIT
003110     END-IF.
003120     IF WS-ENTRY-DATE = ZERO
003130         MOVE WS-RUN-DATE TO WS-ENTRY-DATE
003140     END-IF.
003150     MOVE WS-ENTRY-DATE TO WS-CURR-INV-DATE.
003160 3050-EXIT.
003170     EXIT.

003180******************************************************************
003190* 3100 KEYS ONE INVOICE LINE.  THE PO LINE MUST EXIST AND BELONG
003200* TO THE INVOICING SUPPLIER.  QUANTITY AND PRICE ARE TAKEN AS
003210* BILLED - ANY DIFFERENCE FROM WHAT WAS RECEIVED OR AGREED IS FOR
003220* THE MATCH RUN TO REPORT, NOT FOR THE CLERK TO CORRECT - BUT A
003230* WARNING IS SHOWN SO AN OBVIOUS KEYING SLIP CAN BE CAUGHT.
003240******************************************************************
003250 3100-ENTER-ONE-LINE.
003260     IF WS-LAST-LINE NOT < 999
003270         DISPLAY "INVOICE IS FULL - 999 LINES."
003280         MOVE 'Y' TO WS-ENTRY-DONE-SW
003290         GO TO 3100-EXIT
003300     END-IF.
003310     DISPLAY " ".
003320     DISPLAY "PO NUMBER (SPACE TO END): " WITH NO ADVANCING.
003330     ACCEPT WS-ENTRY-PO-EDIT.
003340     INSPECT WS-ENTRY-PO-EDIT REPLACING ALL SPACES BY ZEROS.
003350     IF WS-ENTRY-PO-EDIT NOT NUMERIC
003360         DISPLAY "PO NUMBER MUST BE NUMERIC."
003370         GO TO 3100-EXIT
003380     END-IF.
003390     IF WS-ENTRY-PO = ZERO
003400         MOVE 'Y' TO WS-ENTRY-DONE-SW
003410         GO TO 3100-EXIT
003420     END-IF.
003430     DISPLAY "PO LINE: " WITH NO ADVANCING.
003440     ACCEPT WS-ENTRY-PO-LINE-EDIT.
003450     INSPECT WS-ENTRY-PO-LINE-EDIT REPLACING ALL SPACES BY ZEROS.
003460     IF WS-ENTRY-PO-LINE-EDIT NOT NUMERIC
003470         DISPLAY "PO LINE MUST BE NUMERIC."
003480         GO TO 3100-EXIT
003490     END-IF.
003500     MOVE WS-ENTRY-PO TO PO_NUMBER.
003510     MOVE WS-ENTRY-PO-LINE TO PO_LINE.
003520     READ PORDER
003530         INVALID KEY
003540             DISPLAY "PO " WS-ENTRY-PO "/" WS-ENTRY-PO-LINE
003550                 " NOT ON FILE."
003560             GO TO 3100-EXIT
003570     END-READ.
003580     IF PO_SUPPLIER_ID NOT = WS-CURR-SUPPLIER-ID
003590         DISPLAY "PO " WS-ENTRY-PO " WAS RAISED ON SUPPLIER "
003600             PO_SUPPLIER_ID ", NOT " WS-CURR-SUPPLIER-ID "."
003610         GO TO 3100-EXIT
003620     END-IF.
003630     COMPUTE WS-UNINVOICED = PO_QTY_RECEIVED - PO_QTY_INVOICED.
003640     DISPLAY "ITEM " PO_ITEM_ID "  ORDERED " PO_QTY_ORDERED
003650         "  RECEIVED " PO_QTY_RECEIVED "  INVOICED "
003660         PO_QTY_INVOICED.
003670     DISPLAY "AGREED UNIT PRICE " PO_UNIT_PRICE.
003680     DISPLAY "INVOICED QUANTITY: " WITH NO ADVANCING.
003690     ACCEPT WS-ENTRY-QTY-EDIT.
003700     INSPECT WS-ENTRY-QTY-EDIT REPLACING ALL SPACES BY ZEROS.
003710     IF WS-ENTRY-QTY-EDIT NOT NUMERIC
003720         OR WS-ENTRY-QTY = ZERO
003730         DISPLAY "QUANTITY MUST BE NUMERIC AND GREATER THAN ZERO."
003740         GO TO 3100-EXIT
003750     END-IF.
003760     DISPLAY "INVOICED UNIT PRICE (NO DECIMAL POINT): "
003770         WITH NO ADVANCING.
003780     ACCEPT WS-ENTRY-PRICE-EDIT.
003790     INSPECT WS-ENTRY-PRICE-EDIT REPLACING ALL SPACES BY ZEROS.
003800     IF WS-ENTRY-PRICE-EDIT NOT NUMERIC
003810         OR WS-ENTRY-PRICE = ZERO
003820         DISPLAY "UNIT PRICE MUST BE NUMERIC AND GREATER THAN "
003830             "ZERO."
003840         GO TO 3100-EXIT
003850     END-IF.
003860     IF WS-ENTRY-QTY > WS-UNINVOICED
003870         DISPLAY "NOTE - ONLY " WS-UNINVOICED " RECEIVED AND NOT "
003880             "YET INVOICED ON THIS LINE."
003890     END-IF.
003900     IF WS-ENTRY-PRICE NOT = PO_UNIT_PRICE
003910         DISPLAY "NOTE - INVOICED PRICE DIFFERS FROM THE AGREED "
003920             "PRICE."
003930     END-IF.
003940     ADD 1 TO WS-LAST-LINE.
003950     MOVE WS-CURR-SUPPLIER-ID TO INV_SUPPLIER_ID.
003960     MOVE WS-CURR-INVOICE TO INV_NUMBER.
003970     MOVE WS-LAST-LINE TO INV_LINE.
003980     MOVE WS-CURR-INV-DATE TO INV_DATE.
003990     MOVE PO_NUMBER TO INV_PO_NUMBER.
004000     MOVE PO_LINE TO INV_PO_LINE.
004010     MOVE PO_ITEM_ID TO INV_ITEM_ID.
004020     MOVE WS-ENTRY-QTY TO INV_QTY.
004030     MOVE WS-ENTRY-PRICE TO INV_UNIT_PRICE.
004040     MOVE 'E' TO INV_STATUS.
004050     MOVE SPACES TO INV_HOLD_REASON.
004060     MOVE ZERO TO INV_MATCH_DATE.
004070     MOVE WS-OPERATOR TO INV_OPERATOR.
004080     WRITE INVOICE-RECORD
004090         INVALID KEY
004100             DISPLAY "INVOICE LINE WRITE FAILED - FILE STATUS "
004110                 WS-INVOICE-STATUS
004120             SUBTRACT 1 FROM WS-LAST-LINE
004130             GO TO 3100-EXIT
004140     END-WRITE.
004150     ADD 1 TO WS-LINE-COUNT.
004160     COMPUTE WS-LINE-AMOUNT = INV_QTY * INV_UNIT_PRICE.
004170     ADD WS-LINE-AMOUNT TO WS-INVOICE-AMOUNT.
004180     DISPLAY "LINE " INV_LINE " ADDED.".
004190 3100-EXIT.
004200     EXIT.

004210 4000-REVIEW-INVOICE.
004220     PERFORM 2200-GET-INVOICE-KEY THRU 2200-EXIT.
004230     IF NOT WS-FOUND
004240         GO TO 4000-EXIT
004250     END-IF.
004260     IF WS-LINE-COUNT = ZERO
004270         DISPLAY "NO INVOICE " WS-CURR-INVOICE
004280             " FOR THIS SUPPLIER."
004290         GO TO 4000-EXIT
004300     END-IF.
004310     DISPLAY "INVOICE " WS-CURR-INVOICE " DATED "
004320         WS-CURR-INV-DATE.
004330     DISPLAY "LINE PO/LINE      ITEM      QTY  UNIT PRICE"
004340         "         AMOUNT  STATUS".
004350     MOVE WS-CURR-SUPPLIER-ID TO INV_SUPPLIER_ID.
004360     MOVE WS-CURR-INVOICE TO INV_NUMBER.
004370     MOVE ZERO TO INV_LINE.
004380     MOVE 'N' TO WS-EOF-SW.
004390     START INVOICE KEY NOT LESS THAN INV-KEY
004400         INVALID KEY
004410             MOVE 'Y' TO WS-EOF-SW
004420     END-START.
004430     PERFORM 4100-SHOW-ONE-LINE THRU 4100-EXIT
004440         UNTIL WS-EOF.
004450     MOVE WS-INVOICE-AMOUNT TO WS-SHOW-AMOUNT.
004460     DISPLAY WS-LINE-COUNT " LINE(S), INVOICE TOTAL "
004470         WS-SHOW-AMOUNT.
004480 4000-EXIT.
004490     EXIT.

004500 4100-SHOW-ONE-LINE.
004510     READ INVOICE NEXT
004520         AT END
004530             MOVE 'Y' TO WS-EOF-SW
004540             GO TO 4100-EXIT
004550     END-READ.
004560     IF INV_SUPPLIER_ID NOT = WS-CURR-SUPPLIER-ID
004570         OR INV_NUMBER NOT = WS-CURR-INVOICE
004580         MOVE 'Y' TO WS-EOF-SW
004590         GO TO 4100-EXIT
004600     END-IF.
004610     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
004620     DISPLAY WS-REVIEW-LINE.
004630 4100-EXIT.
004640     EXIT.

004650 4200-FORMAT-LINE.
004660     MOVE INV_LINE TO WS-R-LINE.
004670     MOVE INV_PO_NUMBER TO WS-R-PO-NUMBER.
004680     MOVE INV_PO_LINE TO WS-R-PO-LINE.
004690     MOVE INV_ITEM_ID TO WS-R-ITEM-ID.
004700     MOVE INV_QTY TO WS-R-QTY.
004710     MOVE INV_UNIT_PRICE TO WS-R-PRICE.
004720     COMPUTE WS-LINE-AMOUNT = INV_QTY * INV_UNIT_PRICE.
004730     MOVE WS-LINE-AMOUNT TO WS-R-AMOUNT.
004740     EVALUATE TRUE
004750         WHEN INV-APPROVED
004760             MOVE "APPROVED" TO WS-R-STATUS
004770         WHEN INV-HELD
004780             MOVE "HELD" TO WS-R-STATUS
004790         WHEN OTHER
004800             MOVE "ENTERED" TO WS-R-STATUS
004810     END-EVALUATE.
004820     MOVE INV_HOLD_REASON TO WS-R-REASON.
004830 4200-EXIT.
004840     EXIT.

004850******************************************************************
004860* 5000 VOIDS ONE LINE OF AN INVOICE THE MATCH RUN HAS NOT YET
004870* APPROVED, SO A LINE KEYED WRONGLY OR HELD FOR A KEYING ERROR
004880* CAN BE TAKEN OFF AND KEYED AGAIN.
004890******************************************************************
004900 5000-VOID-LINE.
004910     PERFORM 2200-GET-INVOICE-KEY THRU 2200-EXIT.
004920     IF NOT WS-FOUND
004930         GO TO 5000-EXIT
004940     END-IF.
004950     IF WS-LINE-COUNT = ZERO
004960         DISPLAY "NO INVOICE " WS-CURR-INVOICE
004970             " FOR THIS SUPPLIER."
004980         GO TO 5000-EXIT
004990     END-IF.
005000     IF WS-INVOICE-APPROVED
005010         DISPLAY "INVOICE " WS-CURR-INVOICE
005020             " IS ALREADY APPROVED FOR PAYMENT - LINES CANNOT "
005030             "BE VOIDED."
005040         GO TO 5000-EXIT
005050     END-IF.
005060     DISPLAY "LINE NUMBER TO VOID: " WITH NO ADVANCING.
005070     ACCEPT WS-ENTRY-LINE-EDIT.
005080     INSPECT WS-ENTRY-LINE-EDIT REPLACING ALL SPACES BY ZEROS.
005090     IF WS-ENTRY-LINE-EDIT NOT NUMERIC
005100         DISPLAY "LINE NUMBER MUST BE NUMERIC."
005110         GO TO 5000-EXIT
005120     END-IF.
005130     MOVE WS-CURR-SUPPLIER-ID TO INV_SUPPLIER_ID.
005140     MOVE WS-CURR-INVOICE TO INV_NUMBER.
005150     MOVE WS-ENTRY-LINE TO INV_LINE.
005160     READ INVOICE
005170         INVALID KEY
005180             DISPLAY "NO LINE " WS-ENTRY-LINE " ON THIS INVOICE."
005190             GO TO 5000-EXIT
005200     END-READ.
005210     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
005220     DISPLAY WS-REVIEW-LINE.
005230     DISPLAY "VOID THIS LINE? (Y/N): " WITH NO ADVANCING.
005240     ACCEPT WS-CONFIRM.
005250     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
005260         DISPLAY "LINE LEFT AS IS."
005270         GO TO 5000-EXIT
005280     END-IF.
005290     DELETE INVOICE
005300         INVALID KEY
005310             DISPLAY "VOID FAILED - FILE STATUS "
005320                 WS-INVOICE-STATUS
005330             GO TO 5000-EXIT
005340     END-DELETE.
005350     DISPLAY "LINE " WS-ENTRY-LINE " VOIDED.".
005360 5000-EXIT.
005370     EXIT.

005380 9000-TERMINATE.
005390     CLOSE SUPPLIER-FILE.
005400     CLOSE PORDER.
005410     CLOSE INVOICE.
005420 9000-EXIT.
005430     EXIT.
