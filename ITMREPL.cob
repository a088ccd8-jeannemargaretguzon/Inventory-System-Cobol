000010******************************************************************
000020* PROGRAM: ITMREPL
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: STOREROOM MIN/MAX REPLENISHMENT BY TRANSFER.  ITMREORD
000070*          ONLY COMPARES THE COMPANY-WIDE ITEM_QTY WITH THE
000080*          REORDER POINT, SO ONE STOREROOM CAN RUN DRY WHILE
000090*          ANOTHER IS FULL.  THIS PROGRAM READS THE ITEM-LOCATION
000100*          BALANCES (ITEMLOC.DAT) ITEM BY ITEM AND, FOR EVERY
000110*          LOCATION WHOSE AVAILABLE STOCK (ON HAND LESS WHAT IS
000120*          ALLOCATED TO SALES ORDERS) IS AT OR BELOW ITS MIN,
000130*          PROPOSES TYPE 'T' TRANSFERS IN FROM THE OTHER
000140*          LOCATIONS HOLDING STOCK ABOVE THEIR OWN MIN - LARGEST
000150*          SURPLUS FIRST - TO BRING IT UP TO ITS MAX.  THE MIN/MAX
000160*          LEVELS ARE SET IN ITMLOC.
000170*
000180*          OPTION 1 BUILDS THE SUGGESTIONS INTO REPLSUG.DAT,
000190*          REPLACING ANY LEFT FROM AN EARLIER RUN, AND PRINTS THE
000200*          PICK / MOVE LIST TO MOVELIST.PRT.  A LOCATION THAT
000210*          CANNOT BE FILLED FROM ELSEWHERE IS LISTED AS SHORT FOR
000220*          PURCHASING TO PICK UP.  OPTION 2 IS FOR THE SUPERVISOR:
000230*          IT SHOWS THE SUGGESTIONS AND, ONCE APPROVED, ADDS ONE
000240*          TRANSFER PER SUGGESTION TO TRANFILE.DAT WITH A FRESH
000250*          TRAILER (AS ITMSORD DOES FOR SHIPMENTS) FOR THE NORMAL
000260*          ITMTRAN RUN TO POST.  SUGGESTIONS ARE ONLY APPROVED ON
000270*          THE DAY THEY WERE BUILT, AND ONLY ONCE.
000280*
000290* MODIFICATION HISTORY
000300* DATE       BY   DESCRIPTION
000310* ---------- ---- -----------------------------------------------
000320* 2026-10-15 JMG  ORIGINAL PROGRAM.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ITMREPL.
000360 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000370 INSTALLATION. INVENTORY CONTROL.
000380 DATE-WRITTEN. OCTOBER 2026.
000390 DATE-COMPILED.

000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     COPY "ITEMSEL.cpy".
000440     COPY "LOCSEL.cpy".
000450     COPY "ILOCSEL.cpy".
000460     COPY "TRANSEL.cpy".
000470     COPY "SESSSEL.cpy".
000480     SELECT REPLSUG ASSIGN TO "C:\Cobol\REPLSUG.dat"
000490         ORGANIZATION IS SEQUENTIAL
000500         ACCESS MODE IS SEQUENTIAL
000510         FILE STATUS IS WS-REPLSUG-STATUS.
000520     SELECT TRANWORK ASSIGN TO "C:\Cobol\TRANWORK.dat"
000530         ORGANIZATION IS SEQUENTIAL
000540         ACCESS MODE IS SEQUENTIAL
000550         FILE STATUS IS WS-TRANWORK-STATUS.
000560     SELECT CHKPT ASSIGN TO "C:\Cobol\TRANCKPT.dat"
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE IS SEQUENTIAL
000590         FILE STATUS IS WS-CHKPT-STATUS.
000600     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\MOVELIST.PRT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.

000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ITEMLIST.
000660     COPY "ITEMREC.cpy".

000670 FD  LOCATION-FILE.
000680     COPY "LOCREC.cpy".

000690 FD  ITEMLOC.
000700     COPY "ILOCREC.cpy".

000710 FD  TRANFILE.
000720 01  TRANFILE-RECORD PIC X(73).

000730 FD  OPERSESS.
000740     COPY "SESSREC.cpy".

000750*    ONE SUGGESTED TRANSFER.  STATUS 'P' UNTIL A SUPERVISOR
000760*    APPROVES IT INTO TRANFILE.DAT, THEN 'A' WITH WHO AND WHEN.
000770 FD  REPLSUG.
000780 01  REPLSUG-RECORD.
000790     05  RS_ITEM_ID PIC 9(5).
000800     05  RS_FROM_LOC PIC X(3).
000810     05  RS_TO_LOC PIC X(3).
000820     05  RS_QTY PIC 9(7).
000830     05  RS_BUILD_DATE PIC 9(8).
000840     05  RS_BUILD_TIME PIC 9(6).
000850     05  RS_BUILT_BY PIC X(3).
000860     05  RS_STATUS PIC X(1).
000870         88  RS-PROPOSED VALUE 'P'.
000880         88  RS-APPROVED VALUE 'A'.
000890     05  RS_APPROVED_BY PIC X(3).
000900     05  RS_APPROVED_DATE PIC 9(8).

000910 FD  TRANWORK.
000920 01  TRANWORK-RECORD PIC X(73).

000930 FD  CHKPT.
000940 01  CKPT-RECORD.
000950     05  CKPT_PROCESSED PIC 9(07).
000960     05  CKPT_RUN_DATE PIC 9(08).
000970     05  CKPT_STATUS PIC X(01).
000980         88  CKPT-ACTIVE VALUE 'A'.
000990         88  CKPT-COMPLETE VALUE 'C'.

001000 FD  REPORT-FILE
001010     LINAGE IS 60 LINES
001020         WITH FOOTING AT 55.
001030 01  REPORT-LINE PIC X(110).

001040 WORKING-STORAGE SECTION.
001050     COPY "ITEMSTAT.cpy".
001060     COPY "LOCSTAT.cpy".
001070     COPY "ILOCSTAT.cpy".
001080     COPY "TRANSTAT.cpy".
001090     COPY "SESSSTAT.cpy".
001100 77  WS-REPLSUG-STATUS PIC X(02) VALUE SPACES.
001110     88  WS-REPLSUG-NOTCREATED VALUE '35'.
001120 77  WS-TRANWORK-STATUS PIC X(02) VALUE SPACES.
001130 77  WS-CHKPT-STATUS PIC X(02) VALUE SPACES.
001140     88  WS-CHKPT-NOTCREATED VALUE '35'.
001150 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
001160*    TRANSFER TRANSACTION AND TRAILER BEING BUILT
001170     COPY "TRANREC.cpy".
001180*    THE BALANCES OF THE ITEM IN HAND, ONE ENTRY PER LOCATION.
001190*    AVAILABLE AND SURPLUS (AVAILABLE ABOVE MIN) ARE WORKED DOWN
001200*    AS TRANSFERS ARE PROPOSED SO NO STOCK IS PROMISED TWICE.
001210 77  WS-LT-LIMIT PIC 9(03) COMP VALUE 50.
001220 77  WS-LT-COUNT PIC 9(03) COMP VALUE ZERO.
001230 01  WS-LOC-TABLE.
001240     05  WS-LT-ENTRY OCCURS 50 TIMES.
001250         10  WS-LT-CODE PIC X(03).
001260         10  WS-LT-MIN PIC 9(07).
001270         10  WS-LT-MAX PIC 9(07).
001280         10  WS-LT-AVAIL PIC 9(07).
001290         10  WS-LT-SURPLUS PIC 9(07).
001300*    REPORT HEADING LINES
001310 01  WS-HEADING-1.
001320     05  FILLER PIC X(30) VALUE SPACES.
001330     05  FILLER PIC X(40)
001340             VALUE "STOREROOM REPLENISHMENT PICK / MOVE LIST".
001350     05  FILLER PIC X(10) VALUE SPACES.
001360     05  FILLER PIC X(5) VALUE "PAGE ".
001370     05  WS-H-PAGE-NUMBER PIC ZZZ9.
001380 01  WS-HEADING-1B.
001390     05  FILLER PIC X(30) VALUE SPACES.
001400     05  FILLER PIC X(9) VALUE "BUILT ON ".
001410     05  WS-H-RUN-DATE PIC 9(8).
001420     05  FILLER PIC X(4) VALUE " AT ".
001430     05  WS-H-RUN-TIME PIC 9(6).
001440     05  FILLER PIC X(4) VALUE " BY ".
001450     05  WS-H-OPERATOR PIC X(3).
001460 01  WS-HEADING-2.
001470     05  FILLER PIC X(5) VALUE "FROM".
001480     05  FILLER PIC X(5) VALUE "TO".
001490     05  FILLER PIC X(7) VALUE "ITEM".
001500     05  FILLER PIC X(27) VALUE "ITEM NAME".
001510     05  FILLER PIC X(11) VALUE " MOVE QTY".
001520     05  FILLER PIC X(11) VALUE " TO AVAIL".
001530     05  FILLER PIC X(11) VALUE "   TO MIN".
001540     05  FILLER PIC X(11) VALUE "   TO MAX".
001550     05  FILLER PIC X(12) VALUE "LOT".
001560     05  FILLER PIC X(8) VALUE "PICKED".
001570*    DETAIL, SHORT, AND TOTAL LINES
001580 01  WS-DETAIL-LINE.
001590     05  WS-D-FROM-LOC PIC X(3).
001600     05  FILLER PIC X(2) VALUE SPACES.
001610     05  WS-D-TO-LOC PIC X(3).
001620     05  FILLER PIC X(2) VALUE SPACES.
001630     05  WS-D-ITEM-ID PIC ZZZZ9.
001640     05  FILLER PIC X(2) VALUE SPACES.
001650     05  WS-D-ITEM-NAME PIC X(25).
001660     05  FILLER PIC X(2) VALUE SPACES.
001670     05  WS-D-QTY PIC Z,ZZZ,ZZ9.
001680     05  FILLER PIC X(2) VALUE SPACES.
001690     05  WS-D-TO-AVAIL PIC Z,ZZZ,ZZ9.
001700     05  FILLER PIC X(2) VALUE SPACES.
001710     05  WS-D-TO-MIN PIC Z,ZZZ,ZZ9.
001720     05  FILLER PIC X(2) VALUE SPACES.
001730     05  WS-D-TO-MAX PIC Z,ZZZ,ZZ9.
001740     05  FILLER PIC X(2) VALUE SPACES.
001750     05  WS-D-LOT PIC X(10).
001760     05  FILLER PIC X(2) VALUE SPACES.
001770     05  WS-D-PICKED PIC X(8).
001780 01  WS-SHORT-LINE.
001790     05  FILLER PIC X(5) VALUE "SHORT".
001800     05  WS-S-TO-LOC PIC X(3).
001810     05  FILLER PIC X(2) VALUE SPACES.
001820     05  WS-S-ITEM-ID PIC ZZZZ9.
001830     05  FILLER PIC X(2) VALUE SPACES.
001840     05  WS-S-ITEM-NAME PIC X(25).
001850     05  FILLER PIC X(2) VALUE SPACES.
001860     05  WS-S-QTY PIC Z,ZZZ,ZZ9.
001870     05  FILLER PIC X(2) VALUE SPACES.
001880     05  FILLER PIC X(40)
001890             VALUE "NOT FILLED - NO OTHER LOCATION ABOVE MIN".
001900 01  WS-NONE-LINE.
001910     05  FILLER PIC X(50)
001920             VALUE "NO LOCATION IS AT OR BELOW ITS MIN.".
001930 01  WS-TOTAL-LINE.
001940     05  WS-T-LABEL PIC X(35).
001950     05  WS-T-COUNT PIC ZZZ,ZZ9.
001960     05  FILLER PIC X(2) VALUE SPACES.
001970     05  WS-T-QTY-LABEL PIC X(10).
001980     05  WS-T-QTY PIC ZZ,ZZZ,ZZ9.
001990 01  WS-SIGNOFF-LINE-1.
002000     05  FILLER PIC X(26) VALUE "APPROVED FOR TRANSFER BY: ".
002010     05  FILLER PIC X(24) VALUE "______________________".
002020     05  FILLER PIC X(30)
002030             VALUE "  DATE: ____________".
002040 01  WS-SIGNOFF-LINE-2.
002050     05  FILLER PIC X(42)
002060             VALUE "NOTHING MOVES UNTIL A SUPERVISOR APPROVES ".
002070     05  FILLER PIC X(42)
002080             VALUE "THESE IN ITMREPL OPTION 2 INTO TRANFILE.".
002090*    SUGGESTION LINE FOR THE APPROVAL SCREEN
002100 01  WS-REVIEW-LINE.
002110     05  FILLER PIC X(2) VALUE SPACES.
002120     05  WS-R-FROM-LOC PIC X(3).
002130     05  FILLER PIC X(4) VALUE " -> ".
002140     05  WS-R-TO-LOC PIC X(3).
002150     05  FILLER PIC X(2) VALUE SPACES.
002160     05  WS-R-ITEM-ID PIC ZZZZ9.
002170     05  FILLER PIC X(2) VALUE SPACES.
002180     05  WS-R-QTY PIC Z,ZZZ,ZZ9.
002190*    PROGRAM SWITCHES AND WORK FIELDS
002200 77  WS-DONE-SW PIC X(01) VALUE 'N'.
002210     88  WS-DONE VALUE 'Y'.
002220 77  WS-STOP-SW PIC X(01) VALUE 'N'.
002230     88  WS-STOP-RUN VALUE 'Y'.
002240 77  WS-EOF-SW PIC X(01) VALUE 'N'.
002250     88  WS-EOF VALUE 'Y'.
002260 77  WS-ILOC-EOF-SW PIC X(01) VALUE 'N'.
002270     88  WS-ILOC-EOF VALUE 'Y'.
002280 77  WS-MANAGED-SW PIC X(01) VALUE 'N'.
002290     88  WS-MANAGED VALUE 'Y'.
002300 77  WS-NO-DONOR-SW PIC X(01) VALUE 'N'.
002310     88  WS-NO-DONOR VALUE 'Y'.
002320 77  WS-OVERFLOW-SW PIC X(01) VALUE 'N'.
002330     88  WS-OVERFLOW VALUE 'Y'.
002340 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
002350 77  WS-CONFIRM PIC X(01) VALUE SPACE.
002360 77  WS-BATCH-CHOICE PIC X(01) VALUE SPACE.
002370     88  WS-BATCH-ADD VALUE 'A'.
002380     88  WS-BATCH-NEW VALUE 'N'.
002390 77  WS-OPERATOR PIC X(03) VALUE "***".
002400 77  WS-OPER-LEVEL PIC 9(01) VALUE ZERO.
002410 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
002420 77  WS-RUN-TIME PIC 9(06) VALUE ZERO.
002430 77  WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.
002440 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
002450 77  WS-IX PIC 9(03) COMP VALUE ZERO.
002460 77  WS-DX PIC 9(03) COMP VALUE ZERO.
002470 77  WS-BEST-IX PIC 9(03) COMP VALUE ZERO.
002480 77  WS-CURR-ITEM-ID PIC 9(05) VALUE ZERO.
002490 77  WS-NEED PIC 9(07) VALUE ZERO.
002500 77  WS-MOVE-QTY PIC 9(07) VALUE ZERO.
002510 77  WS-SUG-COUNT PIC 9(05) COMP VALUE ZERO.
002520 77  WS-SUG-QTY PIC 9(09) VALUE ZERO.
002530 77  WS-SHORT-COUNT PIC 9(05) COMP VALUE ZERO.
002540 77  WS-SHORT-QTY PIC 9(09) VALUE ZERO.
002550 77  WS-APPROVED-COUNT PIC 9(05) COMP VALUE ZERO.
002560 77  WS-BUILD-DATE PIC 9(08) VALUE ZERO.
002570 77  WS-APPROVED-BY PIC X(03) VALUE SPACES.
002580 77  WS-APPROVED-DATE PIC 9(08) VALUE ZERO.
002590 77  WS-TRAN-COUNT PIC 9(05) VALUE ZERO.
002600 77  WS-QTY-HASH-BIG PIC 9(13) VALUE ZERO.
002610 77  WS-QTY-HASH PIC 9(07) VALUE ZERO.

002620 PROCEDURE DIVISION.
002630 0000-MAINLINE.
002640     PERFORM 1000-READ-SESSION THRU 1000-EXIT.
002650     MOVE 'N' TO WS-DONE-SW.
002660     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
002670         UNTIL WS-DONE.
002680     GOBACK.

002690******************************************************************
002700* 1000 PICKS UP THE OPERATOR SIGNED ON AT ITMMENU.  THE
002710* SUGGESTIONS ARE STAMPED WITH WHO BUILT THEM, AND ONLY A
002720* SUPERVISOR (LEVEL 3) MAY APPROVE THEM.  A RUN WITH NO SESSION
002730* FILE IS OPERATOR '***' AT NO LEVEL AND CAN BUILD BUT NOT
002740* APPROVE.
002750******************************************************************
002760 1000-READ-SESSION.
002770     MOVE "***" TO WS-OPERATOR.
002780     MOVE ZERO TO WS-OPER-LEVEL.
002790     OPEN INPUT OPERSESS.
002800     IF WS-OPERSESS-NOTCREATED
002810         GO TO 1000-EXIT
002820     END-IF.
002830     READ OPERSESS
002840         AT END
002850             CONTINUE
002860         NOT AT END
002870             MOVE SESS_OPER_ID TO WS-OPERATOR
002880             MOVE SESS_AUTH_LEVEL TO WS-OPER-LEVEL
002890     END-READ.
002900     CLOSE OPERSESS.
002910 1000-EXIT.
002920     EXIT.

002930 2000-PROCESS-MENU.
002940     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002950     ACCEPT WS-MENU-CHOICE.
002960     EVALUATE WS-MENU-CHOICE
002970         WHEN 1
002980             PERFORM 3000-BUILD-SUGGESTIONS THRU 3000-EXIT
002990         WHEN 2
003000             PERFORM 5000-APPROVE-SUGGESTIONS THRU 5000-EXIT
003010         WHEN 3
003020             MOVE 'Y' TO WS-DONE-SW
003030         WHEN OTHER
003040             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 3."
003050     END-EVALUATE.
003060 2000-EXIT.
003070     EXIT.

003080 2100-DISPLAY-MENU.
003090     DISPLAY "----------------------------------------".
003100     DISPLAY "  STOREROOM MIN/MAX REPLENISHMENT".
003110     DISPLAY "----------------------------------------".
003120     DISPLAY "  1. BUILD TRANSFERS AND PRINT PICK LIST".
003130     DISPLAY "  2. APPROVE TRANSFERS INTO TRANFILE".
003140     DISPLAY "  3. EXIT".
003150     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
003160 2100-EXIT.
003170     EXIT.

003180******************************************************************
003190* 3000 BUILDS A NEW SET OF SUGGESTIONS FROM THE CURRENT BALANCES.
003200* ITEMLOC.DAT IS IN ITEM / LOCATION ORDER, SO EACH ITEM'S
003210* LOCATIONS ARE LOADED TOGETHER AND WORKED AS ONE GROUP.
003220******************************************************************
003230 3000-BUILD-SUGGESTIONS.
003240     OPEN INPUT ITEMLOC.
003250     IF WS-ITEMLOC-NOTCREATED
003260         DISPLAY "NO ITEM-LOCATION BALANCES ON FILE - NOTHING "
003270             "TO REPLENISH."
003280         GO TO 3000-EXIT
003290     END-IF.
003300     OPEN INPUT LOCATION-FILE.
003310     IF WS-LOCATION-NOTCREATED
003320         DISPLAY "NO LOCATION MASTER ON FILE - SET UP LOCATIONS "
003330             "IN ITMLOC FIRST."
003340         CLOSE ITEMLOC
003350         GO TO 3000-EXIT
003360     END-IF.
003370     OPEN INPUT ITEMLIST.
003380     IF WS-ITEMLIST-NOTCREATED
003390         DISPLAY "NO ITEM MASTER ON FILE - NOTHING TO REPLENISH."
003400         CLOSE ITEMLOC
003410         CLOSE LOCATION-FILE
003420         GO TO 3000-EXIT
003430     END-IF.
003440     OPEN OUTPUT REPLSUG.
003450     OPEN OUTPUT REPORT-FILE.
003460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003470     ACCEPT WS-RUN-TIME-RAW FROM TIME.
003480     MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME.
003490     MOVE ZERO TO WS-PAGE-NUMBER.
003500     MOVE ZERO TO WS-SUG-COUNT.
003510     MOVE ZERO TO WS-SUG-QTY.
003520     MOVE ZERO TO WS-SHORT-COUNT.
003530     MOVE ZERO TO WS-SHORT-QTY.
003540     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
003550     MOVE 'N' TO WS-ILOC-EOF-SW.
003560     PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
003570     PERFORM 3200-PROCESS-ITEM THRU 3200-EXIT
003580         UNTIL WS-ILOC-EOF.
003590     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003600     CLOSE ITEMLOC.
003610     CLOSE LOCATION-FILE.
003620     CLOSE ITEMLIST.
003630     CLOSE REPLSUG.
003640     CLOSE REPORT-FILE.
003650     DISPLAY WS-SUG-COUNT " TRANSFER(S) SUGGESTED, "
003660         WS-SHORT-COUNT " LOCATION(S) SHORT - PICK LIST IN "
003670         "MOVELIST.PRT.".
003680     IF WS-SUG-COUNT > ZERO
003690         DISPLAY "A SUPERVISOR MUST APPROVE THEM (OPTION 2) "
003700             "BEFORE THEY REACH TRANFILE.DAT."
003710     END-IF.
003720 3000-EXIT.
003730     EXIT.

003740 3100-READ-BALANCE.
003750     READ ITEMLOC NEXT
003760         AT END
003770             MOVE 'Y' TO WS-ILOC-EOF-SW
003780     END-READ.
003790 3100-EXIT.
003800     EXIT.

003810******************************************************************
003820* 3200 LOADS ONE ITEM'S BALANCES AND, IF ANY LOCATION IS UNDER
003830* MIN/MAX CONTROL, LOOKS FOR LOCATIONS TO REPLENISH.  AN ITEM NO
003840* LONGER ON THE MASTER OR MADE OBSOLETE IS LEFT ALONE.
003850******************************************************************
003860 3200-PROCESS-ITEM.
003870     MOVE ILOC_ITEM_ID TO WS-CURR-ITEM-ID.
003880     MOVE ZERO TO WS-LT-COUNT.
003890     MOVE 'N' TO WS-MANAGED-SW.
003900     MOVE 'N' TO WS-OVERFLOW-SW.
003910     PERFORM 3300-LOAD-BALANCE THRU 3300-EXIT
003920         UNTIL WS-ILOC-EOF
003930         OR ILOC_ITEM_ID NOT = WS-CURR-ITEM-ID.
003940     IF NOT WS-MANAGED
003950         GO TO 3200-EXIT
003960     END-IF.
003970     MOVE WS-CURR-ITEM-ID TO ITEM_ID.
003980     READ ITEMLIST
003990         INVALID KEY
004000             GO TO 3200-EXIT
004010     END-READ.
004020     IF ITEM-OBSOLETE
004030         GO TO 3200-EXIT
004040     END-IF.
004050     MOVE 1 TO WS-IX.
004060     PERFORM 3400-CHECK-LOCATION THRU 3400-EXIT
004070         UNTIL WS-IX > WS-LT-COUNT.
004080 3200-EXIT.
004090     EXIT.

004100******************************************************************
004110* 3300 ADDS THE BALANCE JUST READ TO THE TABLE AND READS THE NEXT.
004120* A BALANCE AT A LOCATION NO LONGER ON THE LOCATION MASTER IS
004130* SKIPPED - ITMTRAN WOULD REJECT A TRANSFER TO OR FROM IT.
004140* SURPLUS IS WHAT IS AVAILABLE ABOVE THE LOCATION'S OWN MIN; A
004150* LOCATION WITH NO MIN CAN GIVE UP ALL IT HAS AVAILABLE.
004160******************************************************************
004170 3300-LOAD-BALANCE.
004180     MOVE ILOC_LOC_CODE TO LOC_CODE.
004190     READ LOCATION-FILE
004200         INVALID KEY
004210             PERFORM 3100-READ-BALANCE THRU 3100-EXIT
004220             GO TO 3300-EXIT
004230     END-READ.
004240     IF WS-LT-COUNT NOT < WS-LT-LIMIT
004250         IF NOT WS-OVERFLOW
004260             DISPLAY "ITEM " WS-CURR-ITEM-ID " IS STOCKED AT "
004270                 "MORE THAN " WS-LT-LIMIT " LOCATIONS - THE REST "
004280                 "ARE LEFT OUT."
004290             MOVE 'Y' TO WS-OVERFLOW-SW
004300         END-IF
004310         PERFORM 3100-READ-BALANCE THRU 3100-EXIT
004320         GO TO 3300-EXIT
004330     END-IF.
004340     ADD 1 TO WS-LT-COUNT.
004350     MOVE ILOC_LOC_CODE TO WS-LT-CODE(WS-LT-COUNT).
004360     MOVE ILOC_MIN TO WS-LT-MIN(WS-LT-COUNT).
004370     MOVE ILOC_MAX TO WS-LT-MAX(WS-LT-COUNT).
004380     IF ILOC_QTY > ILOC_ALLOCATED
004390         COMPUTE WS-LT-AVAIL(WS-LT-COUNT) =
004400             ILOC_QTY - ILOC_ALLOCATED
004410     ELSE
004420         MOVE ZERO TO WS-LT-AVAIL(WS-LT-COUNT)
004430     END-IF.
004440     IF WS-LT-AVAIL(WS-LT-COUNT) > ILOC_MIN
004450         COMPUTE WS-LT-SURPLUS(WS-LT-COUNT) =
004460             WS-LT-AVAIL(WS-LT-COUNT) - ILOC_MIN
004470     ELSE
004480         MOVE ZERO TO WS-LT-SURPLUS(WS-LT-COUNT)
004490     END-IF.
004500     IF ILOC_MAX > ZERO
004510         MOVE 'Y' TO WS-MANAGED-SW
004520     END-IF.
004530     PERFORM 3100-READ-BALANCE THRU 3100-EXIT.
004540 3300-EXIT.
004550     EXIT.

004560******************************************************************
004570* 3400 LOOKS AT ONE LOCATION OF THE ITEM.  AT OR BELOW MIN IT
004580* NEEDS ENOUGH TO REACH MAX, TAKEN FROM THE OTHER LOCATIONS'
004590* SURPLUS UNTIL THE NEED IS MET OR NO SURPLUS IS LEFT.  WHATEVER
004600* CANNOT BE MET IS PRINTED AS SHORT.
004610******************************************************************
004620 3400-CHECK-LOCATION.
004630     IF WS-LT-MAX(WS-IX) = ZERO
004640         OR WS-LT-AVAIL(WS-IX) > WS-LT-MIN(WS-IX)
004650         OR WS-LT-AVAIL(WS-IX) NOT < WS-LT-MAX(WS-IX)
004660         ADD 1 TO WS-IX
004670         GO TO 3400-EXIT
004680     END-IF.
004690     COMPUTE WS-NEED = WS-LT-MAX(WS-IX) - WS-LT-AVAIL(WS-IX).
004700     MOVE 'N' TO WS-NO-DONOR-SW.
004710     PERFORM 3500-TAKE-FROM-DONOR THRU 3500-EXIT
004720         UNTIL WS-NEED = ZERO OR WS-NO-DONOR.
004730     IF WS-NEED > ZERO
004740         PERFORM 3700-PRINT-SHORT THRU 3700-EXIT
004750     END-IF.
004760     ADD 1 TO WS-IX.
004770 3400-EXIT.
004780     EXIT.

004790******************************************************************
004800* 3500 PROPOSES ONE TRANSFER FROM THE LOCATION WITH THE LARGEST
004810* SURPLUS, FOR THE NEED OR THE SURPLUS, WHICHEVER IS LESS.
004820******************************************************************
004830 3500-TAKE-FROM-DONOR.
004840     MOVE ZERO TO WS-BEST-IX.
004850     MOVE 1 TO WS-DX.
004860     PERFORM 3550-CHECK-DONOR THRU 3550-EXIT
004870         UNTIL WS-DX > WS-LT-COUNT.
004880     IF WS-BEST-IX = ZERO
004890         MOVE 'Y' TO WS-NO-DONOR-SW
004900         GO TO 3500-EXIT
004910     END-IF.
004920     IF WS-LT-SURPLUS(WS-BEST-IX) < WS-NEED
004930         MOVE WS-LT-SURPLUS(WS-BEST-IX) TO WS-MOVE-QTY
004940     ELSE
004950         MOVE WS-NEED TO WS-MOVE-QTY
004960     END-IF.
004970     PERFORM 3600-WRITE-SUGGESTION THRU 3600-EXIT.
004980     SUBTRACT WS-MOVE-QTY FROM WS-NEED.
004990     SUBTRACT WS-MOVE-QTY FROM WS-LT-SURPLUS(WS-BEST-IX).
005000     SUBTRACT WS-MOVE-QTY FROM WS-LT-AVAIL(WS-BEST-IX).
005010     ADD WS-MOVE-QTY TO WS-LT-AVAIL(WS-IX).
005020 3500-EXIT.
005030     EXIT.

005040 3550-CHECK-DONOR.
005050     IF WS-DX NOT = WS-IX
005060         AND WS-LT-SURPLUS(WS-DX) > ZERO
005070         IF WS-BEST-IX = ZERO
005080             MOVE WS-DX TO WS-BEST-IX
005090         ELSE
005100             IF WS-LT-SURPLUS(WS-DX) > WS-LT-SURPLUS(WS-BEST-IX)
005110                 MOVE WS-DX TO WS-BEST-IX
005120             END-IF
005130         END-IF
005140     END-IF.
005150     ADD 1 TO WS-DX.
005160 3550-EXIT.
005170     EXIT.

005180******************************************************************
005190* 3600 WRITES ONE SUGGESTION TO REPLSUG.DAT AND ITS PICK LINE.  A
005200* LOT-CONTROLLED ITEM MOVES WITH NO LOT NAMED, SO ITMTRAN DRAWS
005210* THE OLDEST EXPIRY FIRST AND THE PICKER IS TOLD TO PULL THE SAME.
005220******************************************************************
005230 3600-WRITE-SUGGESTION.
005240     MOVE WS-CURR-ITEM-ID TO RS_ITEM_ID.
005250     MOVE WS-LT-CODE(WS-BEST-IX) TO RS_FROM_LOC.
005260     MOVE WS-LT-CODE(WS-IX) TO RS_TO_LOC.
005270     MOVE WS-MOVE-QTY TO RS_QTY.
005280     MOVE WS-RUN-DATE TO RS_BUILD_DATE.
005290     MOVE WS-RUN-TIME TO RS_BUILD_TIME.
005300     MOVE WS-OPERATOR TO RS_BUILT_BY.
005310     MOVE 'P' TO RS_STATUS.
005320     MOVE SPACES TO RS_APPROVED_BY.
005330     MOVE ZERO TO RS_APPROVED_DATE.
005340     WRITE REPLSUG-RECORD.
005350     ADD 1 TO WS-SUG-COUNT.
005360     ADD WS-MOVE-QTY TO WS-SUG-QTY.
005370     MOVE WS-LT-CODE(WS-BEST-IX) TO WS-D-FROM-LOC.
005380     MOVE WS-LT-CODE(WS-IX) TO WS-D-TO-LOC.
005390     MOVE WS-CURR-ITEM-ID TO WS-D-ITEM-ID.
005400     MOVE ITEM_NAME TO WS-D-ITEM-NAME.
005410     MOVE WS-MOVE-QTY TO WS-D-QTY.
005420     MOVE WS-LT-AVAIL(WS-IX) TO WS-D-TO-AVAIL.
005430     MOVE WS-LT-MIN(WS-IX) TO WS-D-TO-MIN.
005440     MOVE WS-LT-MAX(WS-IX) TO WS-D-TO-MAX.
005450     IF ITEM-LOT-CONTROLLED
005460         MOVE "OLDEST EXP" TO WS-D-LOT
005470     ELSE
005480         MOVE SPACES TO WS-D-LOT
005490     END-IF.
005500     MOVE "________" TO WS-D-PICKED.
005510     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005520         AFTER ADVANCING 1 LINE
005530         AT END-OF-PAGE
005540             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005550     END-WRITE.
005560 3600-EXIT.
005570     EXIT.

005580 3700-PRINT-SHORT.
005590     MOVE WS-LT-CODE(WS-IX) TO WS-S-TO-LOC.
005600     MOVE WS-CURR-ITEM-ID TO WS-S-ITEM-ID.
005610     MOVE ITEM_NAME TO WS-S-ITEM-NAME.
005620     MOVE WS-NEED TO WS-S-QTY.
005630     WRITE REPORT-LINE FROM WS-SHORT-LINE
005640         AFTER ADVANCING 1 LINE
005650         AT END-OF-PAGE
005660             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005670     END-WRITE.
005680     ADD 1 TO WS-SHORT-COUNT.
005690     ADD WS-NEED TO WS-SHORT-QTY.
005700 3700-EXIT.
005710     EXIT.

005720******************************************************************
005730* 5000 IS THE SUPERVISOR'S APPROVAL.  THE SUGGESTIONS ON FILE ARE
005740* SHOWN, AND ON APPROVAL EACH BECOMES ONE TYPE 'T' TRANSFER ADDED
005750* TO TRANFILE.DAT: THE EXISTING FILE IS COPIED TO TRANWORK.DAT
005760* (DROPPING ITS TRAILER), THE TRANSFERS ARE APPENDED, AND THE
005770* WHOLE IS COPIED BACK WITH A NEW TRAILER - THE SAME COUNT AND
005780* QUANTITY HASH ITMTRAN CHECKS.  SUGGESTIONS BUILT ON AN EARLIER
005790* DAY ARE REFUSED, SINCE STOCK HAS MOVED SINCE, AND APPROVED ONES
005800* ARE MARKED SO THEY CANNOT BE WRITTEN TWICE.
005810******************************************************************
005820 5000-APPROVE-SUGGESTIONS.
005830     IF WS-OPER-LEVEL < 3
005840         DISPLAY "APPROVAL NEEDS A SIGNED-ON SUPERVISOR."
005850         GO TO 5000-EXIT
005860     END-IF.
005870     PERFORM 5100-CHECK-POSTING-RUN THRU 5100-EXIT.
005880     IF WS-STOP-RUN
005890         MOVE 'N' TO WS-STOP-SW
005900         GO TO 5000-EXIT
005910     END-IF.
005920     PERFORM 5200-LIST-SUGGESTIONS THRU 5200-EXIT.
005930     IF WS-STOP-RUN
005940         MOVE 'N' TO WS-STOP-SW
005950         GO TO 5000-EXIT
005960     END-IF.
005970     DISPLAY "APPROVE " WS-SUG-COUNT " TRANSFER(S) AND ADD THEM "
005980         "TO TRANFILE.DAT? (Y/N): " WITH NO ADVANCING.
005990     ACCEPT WS-CONFIRM.
006000     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
006010         DISPLAY "TRANSFERS NOT APPROVED."
006020         GO TO 5000-EXIT
006030     END-IF.
006040     PERFORM 5300-COPY-TRANFILE-OUT THRU 5300-EXIT.
006050     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
006060     OPEN I-O REPLSUG.
006070     MOVE 'N' TO WS-EOF-SW.
006080     PERFORM 5400-WRITE-TRANSFER THRU 5400-EXIT
006090         UNTIL WS-EOF.
006100     CLOSE REPLSUG.
006110     CLOSE TRANWORK.
006120     PERFORM 5500-COPY-TRANFILE-BACK THRU 5500-EXIT.
006130     DISPLAY "TRANSFERS APPROVED - TRANFILE.DAT NOW HOLDS "
006140         WS-TRAN-COUNT " TRANSACTION(S).".
006150 5000-EXIT.
006160     EXIT.

006170 5100-CHECK-POSTING-RUN.
006180     MOVE 'C' TO CKPT_STATUS.
006190     MOVE ZERO TO CKPT_PROCESSED.
006200     MOVE ZERO TO CKPT_RUN_DATE.
006210     OPEN INPUT CHKPT.
006220     IF WS-CHKPT-NOTCREATED
006230         GO TO 5100-EXIT
006240     END-IF.
006250     READ CHKPT
006260         AT END
006270             MOVE 'C' TO CKPT_STATUS
006280     END-READ.
006290     CLOSE CHKPT.
006300     IF CKPT-ACTIVE
006310         DISPLAY "A POSTING RUN STOPPED PART WAY THROUGH "
006320             "TRANFILE.DAT - RERUN ITMTRAN TO FINISH IT"
006330         DISPLAY "BEFORE APPROVING TRANSFERS."
006340         MOVE 'Y' TO WS-STOP-SW
006350     END-IF.
006360 5100-EXIT.
006370     EXIT.

006380******************************************************************
006390* 5200 SHOWS THE SUGGESTIONS STILL WAITING FOR APPROVAL.
006400* WS-STOP-SW COMES BACK 'Y' IF THERE IS NOTHING TO APPROVE OR THE
006410* SUGGESTIONS ARE NOT FROM TODAY.
006420******************************************************************
006430 5200-LIST-SUGGESTIONS.
006440     MOVE ZERO TO WS-SUG-COUNT.
006450     MOVE ZERO TO WS-SUG-QTY.
006460     MOVE ZERO TO WS-APPROVED-COUNT.
006470     MOVE ZERO TO WS-BUILD-DATE.
006480     OPEN INPUT REPLSUG.
006490     IF WS-REPLSUG-NOTCREATED
006500         DISPLAY "NO TRANSFERS ON FILE - BUILD THEM FIRST "
006510             "(OPTION 1)."
006520         MOVE 'Y' TO WS-STOP-SW
006530         GO TO 5200-EXIT
006540     END-IF.
006550     DISPLAY "  FROM   TO   ITEM        QTY".
006560     MOVE 'N' TO WS-EOF-SW.
006570     PERFORM 5210-LIST-ONE THRU 5210-EXIT
006580         UNTIL WS-EOF.
006590     CLOSE REPLSUG.
006600     IF WS-SUG-COUNT > ZERO
006610         DISPLAY WS-SUG-COUNT " TRANSFER(S), " WS-SUG-QTY
006620             " UNIT(S), BUILT " WS-BUILD-DATE
006630         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006640         IF WS-BUILD-DATE NOT = WS-RUN-DATE
006650             DISPLAY "THESE WERE BUILT ON AN EARLIER DAY AND "
006660                 "STOCK HAS MOVED SINCE - BUILD THEM AGAIN "
006670                 "(OPTION 1)."
006680             MOVE 'Y' TO WS-STOP-SW
006690         END-IF
006700         GO TO 5200-EXIT
006710     END-IF.
006720     IF WS-APPROVED-COUNT > ZERO
006730         DISPLAY "  NONE WAITING - THESE WERE APPROVED BY "
006740             WS-APPROVED-BY " ON " WS-APPROVED-DATE "."
006750     ELSE
006760         DISPLAY "  NONE - THE LAST BUILD FOUND NOTHING TO MOVE."
006770     END-IF.
006780     MOVE 'Y' TO WS-STOP-SW.
006790 5200-EXIT.
006800     EXIT.

006810 5210-LIST-ONE.
006820     READ REPLSUG
006830         AT END
006840             MOVE 'Y' TO WS-EOF-SW
006850             GO TO 5210-EXIT
006860     END-READ.
006870     IF RS-APPROVED
006880         ADD 1 TO WS-APPROVED-COUNT
006890         MOVE RS_APPROVED_BY TO WS-APPROVED-BY
006900         MOVE RS_APPROVED_DATE TO WS-APPROVED-DATE
006910         GO TO 5210-EXIT
006920     END-IF.
006930     MOVE RS_FROM_LOC TO WS-R-FROM-LOC.
006940     MOVE RS_TO_LOC TO WS-R-TO-LOC.
006950     MOVE RS_ITEM_ID TO WS-R-ITEM-ID.
006960     MOVE RS_QTY TO WS-R-QTY.
006970     DISPLAY WS-REVIEW-LINE.
006980     ADD 1 TO WS-SUG-COUNT.
006990     ADD RS_QTY TO WS-SUG-QTY.
007000     MOVE RS_BUILD_DATE TO WS-BUILD-DATE.
007010 5210-EXIT.
007020     EXIT.

007030******************************************************************
007040* 5300 COPIES THE TRANSACTIONS ALREADY ON TRANFILE.DAT TO THE WORK
007050* FILE.  IF THE LAST POSTING RUN COMPLETED THE SAME NUMBER OF
007060* TRANSACTIONS THE FILE LOOKS POSTED, AND THE SUPERVISOR CHOOSES
007070* WHETHER TO ADD TO IT OR START A NEW BATCH WITH THE TRANSFERS.
007080******************************************************************
007090 5300-COPY-TRANFILE-OUT.
007100     MOVE ZERO TO WS-TRAN-COUNT.
007110     MOVE ZERO TO WS-QTY-HASH-BIG.
007120     OPEN OUTPUT TRANWORK.
007130     OPEN INPUT TRANFILE.
007140     IF WS-TRANFILE-NOTCREATED
007150         GO TO 5300-EXIT
007160     END-IF.
007170     MOVE 'N' TO WS-EOF-SW.
007180     PERFORM 5310-COPY-ONE-OUT THRU 5310-EXIT
007190         UNTIL WS-EOF.
007200     CLOSE TRANFILE.
007210     IF WS-TRAN-COUNT = ZERO
007220         GO TO 5300-EXIT
007230     END-IF.
007240     DISPLAY "TRANFILE.DAT ALREADY HOLDS " WS-TRAN-COUNT
007250         " TRANSACTION(S).".
007260     IF NOT (CKPT-COMPLETE AND CKPT_PROCESSED = WS-TRAN-COUNT)
007270         GO TO 5300-EXIT
007280     END-IF.
007290     DISPLAY "THE POSTING RUN OF " CKPT_RUN_DATE
007300         " COMPLETED THAT MANY - THIS FILE LOOKS POSTED.".
007310     MOVE SPACE TO WS-BATCH-CHOICE.
007320     PERFORM 5320-GET-BATCH-CHOICE THRU 5320-EXIT
007330         UNTIL WS-BATCH-ADD OR WS-BATCH-NEW.
007340     IF WS-BATCH-NEW
007350         CLOSE TRANWORK
007360         OPEN OUTPUT TRANWORK
007370         MOVE ZERO TO WS-TRAN-COUNT
007380         MOVE ZERO TO WS-QTY-HASH-BIG
007390     END-IF.
007400 5300-EXIT.
007410     EXIT.

007420 5310-COPY-ONE-OUT.
007430     READ TRANFILE
007440         AT END
007450             MOVE 'Y' TO WS-EOF-SW
007460             GO TO 5310-EXIT
007470     END-READ.
007480     MOVE TRANFILE-RECORD TO TRAN-TRAILER.
007490     IF TRLR-RECORD
007500         GO TO 5310-EXIT
007510     END-IF.
007520     MOVE TRANFILE-RECORD TO TRAN-RECORD.
007530     ADD TRAN_QTY TO WS-QTY-HASH-BIG.
007540     ADD 1 TO WS-TRAN-COUNT.
007550     WRITE TRANWORK-RECORD FROM TRANFILE-RECORD.
007560 5310-EXIT.
007570     EXIT.

007580 5320-GET-BATCH-CHOICE.
007590     DISPLAY "A = ADD TO THAT BATCH, N = START A NEW BATCH: "
007600         WITH NO ADVANCING.
007610     ACCEPT WS-BATCH-CHOICE.
007620     IF WS-BATCH-CHOICE = 'a'
007630         MOVE 'A' TO WS-BATCH-CHOICE
007640     END-IF.
007650     IF WS-BATCH-CHOICE = 'n'
007660         MOVE 'N' TO WS-BATCH-CHOICE
007670     END-IF.
007680     IF NOT WS-BATCH-ADD AND NOT WS-BATCH-NEW
007690         DISPLAY "PLEASE ENTER A OR N."
007700     END-IF.
007710 5320-EXIT.
007720     EXIT.

007730 5400-WRITE-TRANSFER.
007740     READ REPLSUG
007750         AT END
007760             MOVE 'Y' TO WS-EOF-SW
007770             GO TO 5400-EXIT
007780     END-READ.
007790     IF NOT RS-PROPOSED
007800         GO TO 5400-EXIT
007810     END-IF.
007820     MOVE SPACES TO TRAN-RECORD.
007830     MOVE 'T' TO TRAN_TYPE.
007840     MOVE RS_ITEM_ID TO TRAN_ITEM_ID.
007850     MOVE RS_QTY TO TRAN_QTY.
007860     MOVE RS_FROM_LOC TO TRAN_LOC.
007870     MOVE RS_TO_LOC TO TRAN_TO_LOC.
007880     MOVE ZERO TO TRAN_COST.
007890     MOVE ZERO TO TRAN_SO_NUMBER.
007900     MOVE ZERO TO TRAN_SO_LINE.
007910     MOVE ZERO TO TRAN_SUPPLIER_ID.
007920     MOVE ZERO TO TRAN_PO_NUMBER.
007930     MOVE ZERO TO TRAN_PO_LINE.
007940     MOVE ZERO TO TRAN_EXPIRY.
007950     WRITE TRANWORK-RECORD FROM TRAN-RECORD.
007960     ADD TRAN_QTY TO WS-QTY-HASH-BIG.
007970     ADD 1 TO WS-TRAN-COUNT.
007980     MOVE 'A' TO RS_STATUS.
007990     MOVE WS-OPERATOR TO RS_APPROVED_BY.
008000     MOVE WS-RUN-DATE TO RS_APPROVED_DATE.
008010     REWRITE REPLSUG-RECORD.
008020 5400-EXIT.
008030     EXIT.

008040 5500-COPY-TRANFILE-BACK.
008050     OPEN INPUT TRANWORK.
008060     OPEN OUTPUT TRANFILE.
008070     MOVE 'N' TO WS-EOF-SW.
008080     PERFORM 5510-COPY-ONE-BACK THRU 5510-EXIT
008090         UNTIL WS-EOF.
008100     MOVE WS-QTY-HASH-BIG(7:7) TO WS-QTY-HASH.
008110     MOVE SPACES TO TRAN-TRAILER.
008120     MOVE '9' TO TRLR_TYPE.
008130     MOVE WS-TRAN-COUNT TO TRLR_TRAN_COUNT.
008140     MOVE WS-QTY-HASH TO TRLR_QTY_HASH.
008150     WRITE TRANFILE-RECORD FROM TRAN-TRAILER.
008160     CLOSE TRANFILE.
008170     CLOSE TRANWORK.
008180 5500-EXIT.
008190     EXIT.

008200 5510-COPY-ONE-BACK.
008210     READ TRANWORK
008220         AT END
008230             MOVE 'Y' TO WS-EOF-SW
008240             GO TO 5510-EXIT
008250     END-READ.
008260     WRITE TRANFILE-RECORD FROM TRANWORK-RECORD.
008270 5510-EXIT.
008280     EXIT.

008290 7000-PRINT-HEADINGS.
008300     ADD 1 TO WS-PAGE-NUMBER.
008310     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
008320     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
008330     MOVE WS-RUN-TIME TO WS-H-RUN-TIME.
008340     MOVE WS-OPERATOR TO WS-H-OPERATOR.
008350     WRITE REPORT-LINE FROM WS-HEADING-1
008360         AFTER ADVANCING PAGE.
008370     WRITE REPORT-LINE FROM WS-HEADING-1B
008380         AFTER ADVANCING 1 LINE.
008390     WRITE REPORT-LINE FROM WS-HEADING-2
008400         AFTER ADVANCING 2 LINES.
008410 7000-EXIT.
008420     EXIT.

008430 8000-PRINT-TOTALS.
008440     IF WS-SUG-COUNT = ZERO AND WS-SHORT-COUNT = ZERO
008450         WRITE REPORT-LINE FROM WS-NONE-LINE
008460             AFTER ADVANCING 1 LINE
008470     END-IF.
008480     MOVE "TRANSFERS SUGGESTED" TO WS-T-LABEL.
008490     MOVE WS-SUG-COUNT TO WS-T-COUNT.
008500     MOVE "UNITS" TO WS-T-QTY-LABEL.
008510     MOVE WS-SUG-QTY TO WS-T-QTY.
008520     WRITE REPORT-LINE FROM WS-TOTAL-LINE
008530         AFTER ADVANCING 2 LINES.
008540     MOVE "LOCATIONS LEFT SHORT" TO WS-T-LABEL.
008550     MOVE WS-SHORT-COUNT TO WS-T-COUNT.
008560     MOVE "UNITS" TO WS-T-QTY-LABEL.
008570     MOVE WS-SHORT-QTY TO WS-T-QTY.
008580     WRITE REPORT-LINE FROM WS-TOTAL-LINE
008590         AFTER ADVANCING 1 LINE.
008600     WRITE REPORT-LINE FROM WS-SIGNOFF-LINE-1
008610         AFTER ADVANCING 3 LINES.
008620     WRITE REPORT-LINE FROM WS-SIGNOFF-LINE-2
008630         AFTER ADVANCING 2 LINES.
008640 8000-EXIT.
008650     EXIT.
