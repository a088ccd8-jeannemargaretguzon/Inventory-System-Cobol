000010******************************************************************
000020* PROGRAM: ITMENTRY
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: ONLINE STOCK TRANSACTION ENTRY.  THE STOREROOM CLERK
000070*          KEYS RECEIPTS, ISSUES, TRANSFERS, COUNT ADJUSTMENTS,
000080*          AND RETURNS TO VENDOR ONE LINE AT A TIME AND EACH LINE
000090*          IS EDITED AS IT IS KEYED WITH THE SAME RULES ITMTRAN
000100*          POSTS BY: THE ITEM MUST BE ON ITEMLIST.DAT AND NOT
000110*          OBSOLETE (NOR ON HOLD FOR A RECEIPT), THE LOCATION (AND
000120*          RECEIVING LOCATION OF A TRANSFER) MUST BE ON
000130*          LOCATION.DAT, A RECEIPT MUST CARRY A SENSIBLE UNIT
000132*          COST, A RETURN MUST NAME THE PO LINE IT WAS RECEIVED
000134*          ON, AND AN ISSUE MUST NAME A COST CENTER ON
000136*          COSTCTR.DAT.  THE BATCH IS HELD IN STORAGE SO THE CLERK
000140*          CAN REVIEW IT AND VOID LINES; CLOSING THE BATCH WRITES
000150*          TRANFILE.DAT WITH THE TYPE '9' TRAILER (TRANSACTION
000160*          COUNT AND QUANTITY HASH) COMPUTED HERE, SO THE NIGHTLY
000170*          POST NO LONGER ABORTS ON A HAND-COUNTED TRAILER.
000190*
000200* MODIFICATION HISTORY
000210* DATE       BY   DESCRIPTION
000220* ---------- ---- -----------------------------------------------
000230* 2026-10-15 JMG  ORIGINAL PROGRAM.
000232* 2026-10-15 JMG  TRANSACTION RECORD NOW CARRIES A SALES ORDER
000234*                 REFERENCE; KEYED LINES LEAVE IT ZERO (ONLY
000236*                 ITMSORD WRITES CUSTOMER SHIPMENTS).
000237* 2026-10-15 JMG  TYPE 'V' RETURN TO VENDOR: THE CLERK KEYS THE
000238*                 PO NUMBER AND LINE THE GOODS CAME IN ON, WHICH
000240*                 MUST BE FOR THE SAME ITEM AND HAVE RECEIVED AT
000242*                 LEAST THE QUANTITY GOING BACK; THE SUPPLIER IS
000244*                 TAKEN FROM THE PO LINE.  THE CLERK ALSO SAYS
000246*                 WHETHER THE VENDOR WILL SEND A REPLACEMENT.
000248* 2026-10-15 JMG  AN ISSUE IS CHARGED TO A COST CENTER, KEYED
000250*                 AND CHECKED ON COSTCTR.DAT; THE REVIEW LIST
000252*                 SHOWS IT.
000253* 2026-10-15 JMG  LOT AND EXPIRY CONTROL: A LOT-CONTROLLED ITEM
000254*                 IS KEYED WITH ITS LOT (AND, ON A RECEIPT OR A
000255*                 NEW LOT COUNTED, ITS EXPIRY), CHECKED ON
000256*                 LOTBAL.DAT.  AN ISSUE, TRANSFER OR RETURN MAY
000257*                 LEAVE THE LOT BLANK TO DRAW THE OLDEST EXPIRY
000258*                 FIRST.  THE REVIEW LIST SHOWS THE LOT.
000259* 2026-10-15 JMG  KIT BUILD ('B') AND DISASSEMBLY ('D') LINES ARE
000260*                 KEYED AS A NUMBER OF KITS; THE ITEM MUST HAVE A
000261*                 BILL OF MATERIALS ON KITBOM.DAT AND NOT BE
000262*                 LOT-CONTROLLED, AND A HELD KIT MAY NOT BE BUILT.
000263******************************************************************
000264 IDENTIFICATION DIVISION.
000265 PROGRAM-ID. ITMENTRY.
000270 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000280 INSTALLATION. INVENTORY CONTROL.
000290 DATE-WRITTEN. OCTOBER 2026.
000300 DATE-COMPILED.

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     COPY "ITEMSEL.cpy".
000350     COPY "LOCSEL.cpy".
000360     COPY "TRANSEL.cpy".
000365     COPY "POSEL.cpy".
000367     COPY "CCTRSEL.cpy".
000368     COPY "LOTSEL.cpy".
000369     COPY "BOMSEL.cpy".
000370     SELECT CHKPT ASSIGN TO "C:\Cobol\TRANCKPT.dat"
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE IS SEQUENTIAL
000400         FILE STATUS IS WS-CHKPT-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ITEMLIST.
000440     COPY "ITEMREC.cpy".

000450 FD  LOCATION-FILE.
000460     COPY "LOCREC.cpy".

000470 FD  TRANFILE.
000480 01  TRANFILE-RECORD PIC X(73).

000485 FD  PORDER.
000486     COPY "POREC.cpy".

000487 FD  COSTCTR.
000488     COPY "CCTRREC.cpy".

000490 FD  LOTBAL.
000492     COPY "LOTREC.cpy".

000494 FD  KITBOM.
000496     COPY "BOMREC.cpy".

000498 FD  CHKPT.
000500 01  CKPT-RECORD.
000510     05  CKPT_PROCESSED PIC 9(07).
000520     05  CKPT_RUN_DATE PIC 9(08).
000530     05  CKPT_STATUS PIC X(01).
000540         88  CKPT-ACTIVE VALUE 'A'.
000550         88  CKPT-COMPLETE VALUE 'C'.

000560 WORKING-STORAGE SECTION.
000570     COPY "ITEMSTAT.cpy".
000580     COPY "LOCSTAT.cpy".
000590     COPY "TRANSTAT.cpy".
000595     COPY "POSTAT.cpy".
000597     COPY "CCTRSTAT.cpy".
000598     COPY "LOTSTAT.cpy".
000599     COPY "BOMSTAT.cpy".
000600 77  WS-CHKPT-STATUS PIC X(02) VALUE SPACES.
000610     88  WS-CHKPT-NOTCREATED VALUE '35'.
000620*    TRANSACTION AND TRAILER BEING BUILT
000630     COPY "TRANREC.cpy".
000640*    THE BATCH HELD IN STORAGE UNTIL IT IS CLOSED.  A VOIDED
000650*    LINE STAYS IN THE TABLE SO LINE NUMBERS DO NOT SHIFT UNDER
000660*    THE CLERK, BUT IS LEFT OUT OF THE FILE AND THE TRAILER.
000670 77  WS-LINE-MAX PIC 9(05) COMP VALUE 999.
000680 77  WS-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
000690 77  WS-LIVE-COUNT PIC 9(05) COMP VALUE ZERO.
000700 77  WS-LINE-IX PIC 9(05) COMP VALUE ZERO.
000710 01  WS-BATCH-TABLE.
000720     05  WS-BATCH-LINE OCCURS 999 TIMES.
000730         10  WS-BL-STATUS PIC X(01).
000740             88  WS-BL-VOID VALUE 'V'.
000750         10  WS-BL-TRAN PIC X(73).
000760*    REVIEW LINE FOR ONE BATCH LINE
000770 01  WS-REVIEW-LINE.
000780     05  WS-R-LINE-NO PIC ZZ9.
000790     05  FILLER PIC X(2) VALUE SPACES.
000800     05  WS-R-TYPE PIC X(01).
000810     05  FILLER PIC X(2) VALUE SPACES.
000820     05  WS-R-ITEM-ID PIC ZZZZ9.
000830     05  FILLER PIC X(2) VALUE SPACES.
000840     05  WS-R-QTY PIC ZZZ,ZZ9.
000850     05  FILLER PIC X(2) VALUE SPACES.
000860     05  WS-R-LOC PIC X(3).
000870     05  FILLER PIC X(2) VALUE SPACES.
000880     05  WS-R-TO-LOC PIC X(3).
000890     05  FILLER PIC X(2) VALUE SPACES.
000892     05  WS-R-CC PIC X(4).
000894     05  FILLER PIC X(2) VALUE SPACES.
000896     05  WS-R-LOT PIC X(10).
000898     05  FILLER PIC X(2) VALUE SPACES.
000900     05  WS-R-COST PIC ZZZ,ZZ9.99.
000910     05  FILLER PIC X(2) VALUE SPACES.
000920     05  WS-R-STATUS PIC X(6).
000930*    PROGRAM SWITCHES AND WORK FIELDS
000940 77  WS-STOP-SW PIC X(01) VALUE 'N'.
000950     88  WS-STOP-RUN VALUE 'Y'.
000960 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000970     88  WS-DONE VALUE 'Y'.
000980 77  WS-ENTRY-DONE-SW PIC X(01) VALUE 'N'.
000990     88  WS-ENTRY-DONE VALUE 'Y'.
001000 77  WS-EOF-SW PIC X(01) VALUE 'N'.
001010     88  WS-EOF VALUE 'Y'.
001020 77  WS-FOUND-SW PIC X(01) VALUE 'N'.
001030     88  WS-FOUND VALUE 'Y'.
001040 77  WS-LOC-OK-SW PIC X(01) VALUE 'N'.
001050     88  WS-LOC-OK VALUE 'Y'.
001060 77  WS-UNSAVED-SW PIC X(01) VALUE 'N'.
001070     88  WS-UNSAVED VALUE 'Y'.
001080 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
001090 77  WS-CONFIRM PIC X(01) VALUE SPACE.
001100 77  WS-ENTRY-TYPE PIC X(01) VALUE SPACE.
001110 77  WS-ENTRY-ID PIC 9(05) VALUE ZERO.
001120 77  WS-ENTRY-QTY PIC 9(07) VALUE ZERO.
001130 77  WS-ENTRY-QTY-EDIT REDEFINES WS-ENTRY-QTY
001140         PIC X(07) JUSTIFIED RIGHT.
001150 77  WS-ENTRY-COST PIC 9(06)V99 VALUE ZERO.
001160 77  WS-ENTRY-COST-EDIT REDEFINES WS-ENTRY-COST
001170         PIC X(08) JUSTIFIED RIGHT.
001180 77  WS-ENTRY-LOC PIC X(03) VALUE SPACES.
001190 77  WS-VOID-NO PIC 9(03) VALUE ZERO.
001200 77  WS-VOID-NO-EDIT REDEFINES WS-VOID-NO
001210         PIC X(03) JUSTIFIED RIGHT.
001220 77  WS-BATCH-CHOICE PIC X(01) VALUE SPACE.
001230     88  WS-BATCH-ADD VALUE 'A'.
001240     88  WS-BATCH-NEW VALUE 'N'.
001250 77  WS-QTY-HASH-BIG PIC 9(13) VALUE ZERO.
001260 77  WS-QTY-HASH PIC 9(07) VALUE ZERO.
001262 77  WS-PO-FILE-SW PIC X(01) VALUE 'N'.
001263     88  WS-PO-FILE-OPEN VALUE 'Y'.
001264 77  WS-ENTRY-PO PIC 9(06) VALUE ZERO.
001265 77  WS-ENTRY-PO-EDIT REDEFINES WS-ENTRY-PO
001266         PIC X(06) JUSTIFIED RIGHT.
001267 77  WS-ENTRY-PO-LINE PIC 9(03) VALUE ZERO.
001268 77  WS-ENTRY-PO-LINE-EDIT REDEFINES WS-ENTRY-PO-LINE
001269         PIC X(03) JUSTIFIED RIGHT.
001271 77  WS-CC-FILE-SW PIC X(01) VALUE 'N'.
001272     88  WS-CC-FILE-OPEN VALUE 'Y'.
001273 77  WS-ENTRY-CC PIC X(04) VALUE SPACES.
001274 77  WS-LOT-FILE-SW PIC X(01) VALUE 'N'.
001275     88  WS-LOT-FILE-OPEN VALUE 'Y'.
001276 77  WS-ENTRY-LOT PIC X(10) VALUE SPACES.
001277 77  WS-LOT-FOUND-SW PIC X(01) VALUE 'N'.
001278     88  WS-LOT-FOUND VALUE 'Y'.
001279 77  WS-TODAY PIC 9(08) VALUE ZERO.
001280 77  WS-BOM-FILE-SW PIC X(01) VALUE 'N'.
001281     88  WS-BOM-FILE-OPEN VALUE 'Y'.
001282 01  WS-ENTRY-EXPIRY PIC 9(08) VALUE ZERO.
001283 01  WS-ENTRY-EXPIRY-EDIT REDEFINES WS-ENTRY-EXPIRY
001284         PIC X(08) JUSTIFIED RIGHT.
001285 01  WS-EXPIRY-PARTS REDEFINES WS-ENTRY-EXPIRY.
001286     05  WS-EXP-YEAR PIC 9(04).
001287     05  WS-EXP-MONTH PIC 9(02).
001288     05  WS-EXP-DAY PIC 9(02).

001289 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001291     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     IF WS-STOP-RUN
001310         GOBACK
001320     END-IF.
001330     MOVE 'N' TO WS-DONE-SW.
001340     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001350         UNTIL WS-DONE.
001360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001370     GOBACK.

001380 1000-INITIALIZE.
001390     MOVE 'N' TO WS-STOP-SW.
001400     MOVE 'N' TO WS-UNSAVED-SW.
001410     MOVE ZERO TO WS-LINE-COUNT.
001420     MOVE ZERO TO WS-LIVE-COUNT.
001430     PERFORM 1100-CHECK-POSTING-RUN THRU 1100-EXIT.
001440     IF WS-STOP-RUN
001450         GO TO 1000-EXIT
001460     END-IF.
001470     OPEN INPUT ITEMLIST.
001480     IF WS-ITEMLIST-NOTCREATED
001490         DISPLAY "NO ITEM MASTER ON FILE - NOTHING CAN BE KEYED."
001500         MOVE 'Y' TO WS-STOP-SW
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN INPUT LOCATION-FILE.
001540     IF WS-LOCATION-NOTCREATED
001550         DISPLAY "NO LOCATION MASTER ON FILE - SET UP LOCATIONS "
001560             "IN ITMLOC FIRST."
001570         CLOSE ITEMLIST
001580         MOVE 'Y' TO WS-STOP-SW
001590         GO TO 1000-EXIT
001600     END-IF.
001610     PERFORM 1200-LOAD-EXISTING-BATCH THRU 1200-EXIT.
001620     IF WS-STOP-RUN
001630         CLOSE ITEMLIST
001640         CLOSE LOCATION-FILE
001645         GO TO 1000-EXIT
001650     END-IF.
001652     MOVE 'N' TO WS-PO-FILE-SW.
001654     OPEN INPUT PORDER.
001656     IF WS-PORDER-OK
001658         MOVE 'Y' TO WS-PO-FILE-SW
001659     END-IF.
001660     MOVE 'N' TO WS-CC-FILE-SW.
001661     OPEN INPUT COSTCTR.
001662     IF WS-COSTCTR-OK
001663         MOVE 'Y' TO WS-CC-FILE-SW
001664     END-IF.
001665     MOVE 'N' TO WS-LOT-FILE-SW.
001666     OPEN INPUT LOTBAL.
001667     IF WS-LOTBAL-OK
001668         MOVE 'Y' TO WS-LOT-FILE-SW
001669     END-IF.
001670     MOVE 'N' TO WS-BOM-FILE-SW.
001671     OPEN INPUT KITBOM.
001672     IF WS-KITBOM-OK
001673         MOVE 'Y' TO WS-BOM-FILE-SW
001674     END-IF.
001675     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001676 1000-EXIT.
001677     EXIT.

001680******************************************************************
001690* 1100 LOOKS AT THE ITMTRAN CHECKPOINT.  AN ACTIVE CHECKPOINT
001700* MEANS A POSTING RUN DIED PART WAY THROUGH THE CURRENT FILE AND
001710* WILL SKIP ITS FIRST TRANSACTIONS ON RESTART - REPLACING THE
001720* FILE NOW WOULD MAKE IT SKIP THE WRONG ONES, SO ENTRY IS REFUSED
001730* UNTIL THE RUN HAS BEEN FINISHED.
001740******************************************************************
001750 1100-CHECK-POSTING-RUN.
001760     MOVE 'C' TO CKPT_STATUS.
001770     MOVE ZERO TO CKPT_PROCESSED.
001780     MOVE ZERO TO CKPT_RUN_DATE.
001790     OPEN INPUT CHKPT.
001800     IF WS-CHKPT-NOTCREATED
001810         GO TO 1100-EXIT
001820     END-IF.
001830     READ CHKPT
001840         AT END
001850             MOVE 'C' TO CKPT_STATUS
001860     END-READ.
001870     CLOSE CHKPT.
001880     IF CKPT-ACTIVE
001890         DISPLAY "A POSTING RUN STOPPED PART WAY THROUGH "
001900             "TRANFILE.DAT - RERUN ITMTRAN TO FINISH IT"
001910         DISPLAY "BEFORE KEYING A NEW BATCH."
001920         MOVE 'Y' TO WS-STOP-SW
001930     END-IF.
001940 1100-EXIT.
001950     EXIT.

001960******************************************************************
001970* 1200 PICKS UP A TRANFILE.DAT ALREADY ON DISK.  THE CLERK MAY
001980* ADD TO IT (SEVERAL SITTINGS IN ONE DAY BUILD ONE BATCH) OR
001990* START A NEW BATCH THAT REPLACES IT WHEN CLOSED.  IF THE LAST
002000* POSTING RUN COMPLETED THE SAME NUMBER OF TRANSACTIONS THE FILE
002010* HOLDS, IT HAS ALMOST CERTAINLY BEEN POSTED ALREADY AND THE
002020* CLERK IS TOLD SO BEFORE CHOOSING.
002030******************************************************************
002040 1200-LOAD-EXISTING-BATCH.
002050     OPEN INPUT TRANFILE.
002060     IF WS-TRANFILE-NOTCREATED
002070         GO TO 1200-EXIT
002080     END-IF.
002090     MOVE 'N' TO WS-EOF-SW.
002100     PERFORM 1210-LOAD-ONE-LINE THRU 1210-EXIT
002110         UNTIL WS-EOF.
002120     CLOSE TRANFILE.
002130     IF WS-STOP-RUN OR WS-LINE-COUNT = ZERO
002140         GO TO 1200-EXIT
002150     END-IF.
002160     DISPLAY "TRANFILE.DAT ALREADY HOLDS " WS-LINE-COUNT
002170         " TRANSACTION(S).".
002180     IF CKPT-COMPLETE AND CKPT_PROCESSED = WS-LINE-COUNT
002190         DISPLAY "THE POSTING RUN OF " CKPT_RUN_DATE
002200             " COMPLETED THAT MANY - THIS FILE LOOKS POSTED."
002210     END-IF.
002220     MOVE SPACE TO WS-BATCH-CHOICE.
002230     PERFORM 1220-GET-BATCH-CHOICE THRU 1220-EXIT
002240         UNTIL WS-BATCH-ADD OR WS-BATCH-NEW.
002250     IF WS-BATCH-NEW
002260         MOVE ZERO TO WS-LINE-COUNT
002270         MOVE ZERO TO WS-LIVE-COUNT
002280         MOVE 'Y' TO WS-UNSAVED-SW
002290         DISPLAY "NEW BATCH STARTED - TRANFILE.DAT WILL BE "
002300             "REPLACED WHEN IT IS CLOSED."
002310     END-IF.
002320 1200-EXIT.
002330     EXIT.

002340 1210-LOAD-ONE-LINE.
002350     READ TRANFILE
002360         AT END
002370             MOVE 'Y' TO WS-EOF-SW
002380             GO TO 1210-EXIT
002390     END-READ.
002400     MOVE TRANFILE-RECORD TO TRAN-TRAILER.
002410     IF TRLR-RECORD
002420         GO TO 1210-EXIT
002430     END-IF.
002440     IF WS-LINE-COUNT NOT < WS-LINE-MAX
002450         DISPLAY "TRANFILE.DAT HOLDS MORE THAN " WS-LINE-MAX
002460             " LINES - TOO LARGE TO MAINTAIN HERE."
002470         MOVE 'Y' TO WS-STOP-SW
002480         MOVE 'Y' TO WS-EOF-SW
002490         GO TO 1210-EXIT
002500     END-IF.
002510     ADD 1 TO WS-LINE-COUNT.
002520     ADD 1 TO WS-LIVE-COUNT.
002530     MOVE SPACE TO WS-BL-STATUS(WS-LINE-COUNT).
002540     MOVE TRANFILE-RECORD TO WS-BL-TRAN(WS-LINE-COUNT).
002550 1210-EXIT.
002560     EXIT.

002570 1220-GET-BATCH-CHOICE.
002580     DISPLAY "A = ADD TO THAT BATCH, N = START A NEW BATCH: "
002590         WITH NO ADVANCING.
002600     ACCEPT WS-BATCH-CHOICE.
002610     IF WS-BATCH-CHOICE = 'a'
002620         MOVE 'A' TO WS-BATCH-CHOICE
002630     END-IF.
002640     IF WS-BATCH-CHOICE = 'n'
002650         MOVE 'N' TO WS-BATCH-CHOICE
002660     END-IF.
002670     IF NOT WS-BATCH-ADD AND NOT WS-BATCH-NEW
002680         DISPLAY "PLEASE ENTER A OR N."
002690     END-IF.
002700 1220-EXIT.
002710     EXIT.

002720 2000-PROCESS-MENU.
002730     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
002740     ACCEPT WS-MENU-CHOICE.
002750     EVALUATE WS-MENU-CHOICE
002760         WHEN 1
002770             PERFORM 3000-ENTER-LINES THRU 3000-EXIT
002780         WHEN 2
002790             PERFORM 4000-REVIEW-BATCH THRU 4000-EXIT
002800         WHEN 3
002810             PERFORM 5000-VOID-LINE THRU 5000-EXIT
002820         WHEN 4
002830             PERFORM 6000-CLOSE-BATCH THRU 6000-EXIT
002840         WHEN 5
002850             PERFORM 2200-CONFIRM-EXIT THRU 2200-EXIT
002860         WHEN OTHER
002870             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 5."
002880     END-EVALUATE.
002890 2000-EXIT.
002900     EXIT.

002910 2100-DISPLAY-MENU.
002920     DISPLAY "----------------------------------------".
002930     DISPLAY "  STOCK TRANSACTION ENTRY".
002940     DISPLAY "----------------------------------------".
002950     DISPLAY "  BATCH: " WS-LIVE-COUNT " LIVE LINE(S)".
002960     DISPLAY "  1. KEY TRANSACTIONS".
002970     DISPLAY "  2. REVIEW BATCH".
002980     DISPLAY "  3. VOID A LINE".
002990     DISPLAY "  4. CLOSE BATCH AND WRITE TRANFILE".
003000     DISPLAY "  5. EXIT".
003010     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
003020 2100-EXIT.
003030     EXIT.

003040 2200-CONFIRM-EXIT.
003050     IF NOT WS-UNSAVED
003060         MOVE 'Y' TO WS-DONE-SW
003070         GO TO 2200-EXIT
003080     END-IF.
003090     DISPLAY "THE BATCH HAS CHANGES NOT YET WRITTEN TO "
003100         "TRANFILE.DAT.".
003110     DISPLAY "EXIT AND DISCARD THEM? (Y/N): " WITH NO ADVANCING.
003120     ACCEPT WS-CONFIRM.
003130     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
003140         DISPLAY "CHANGES DISCARDED."
003150         MOVE 'Y' TO WS-DONE-SW
003160     END-IF.
003170 2200-EXIT.
003180     EXIT.

003190 3000-ENTER-LINES.
003200     MOVE 'N' TO WS-ENTRY-DONE-SW.
003210     PERFORM 3100-ENTER-ONE-LINE THRU 3100-EXIT
003220         UNTIL WS-ENTRY-DONE.
003230 3000-EXIT.
003240     EXIT.

003250******************************************************************
003260* 3100 KEYS AND EDITS ONE TRANSACTION.  THE EDITS ARE THE ONES
003270* ITMTRAN WOULD OTHERWISE REJECT TO SUSPENSE THE NEXT MORNING;
003280* A LINE THAT FAILS ONE IS NOT ADDED AND THE CLERK STARTS THE
003290* LINE AGAIN.
003300******************************************************************
003310 3100-ENTER-ONE-LINE.
003320     IF WS-LINE-COUNT NOT < WS-LINE-MAX
003330         DISPLAY "BATCH IS FULL - CLOSE IT AND POST IT BEFORE "
003340             "KEYING MORE."
003350         MOVE 'Y' TO WS-ENTRY-DONE-SW
003360         GO TO 3100-EXIT
003370     END-IF.
003380     DISPLAY " ".
003390     DISPLAY "TYPE R = RECEIPT, I = ISSUE, T = TRANSFER, "
003400         "A = COUNT ADJUSTMENT,".
003405     DISPLAY "     V = RETURN TO VENDOR, B = BUILD KIT, "
003407         "D = DISASSEMBLE KIT".
003410     DISPLAY "TRAN TYPE (SPACE TO END): " WITH NO ADVANCING.
003420     MOVE SPACE TO WS-ENTRY-TYPE.
003430     ACCEPT WS-ENTRY-TYPE.
003440     INSPECT WS-ENTRY-TYPE CONVERTING "ritavbd" TO "RITAVBD".
003450     IF WS-ENTRY-TYPE = SPACE
003460         MOVE 'Y' TO WS-ENTRY-DONE-SW
003470         GO TO 3100-EXIT
003480     END-IF.
003490     MOVE SPACES TO TRAN-RECORD.
003500     MOVE ZERO TO TRAN_COST.
003502     MOVE ZERO TO TRAN_SO_NUMBER.
003504     MOVE ZERO TO TRAN_SO_LINE.
003505     MOVE ZERO TO TRAN_SUPPLIER_ID.
003506     MOVE ZERO TO TRAN_PO_NUMBER.
003507     MOVE ZERO TO TRAN_PO_LINE.
003508     MOVE ZERO TO TRAN_EXPIRY.
003510     MOVE WS-ENTRY-TYPE TO TRAN_TYPE.
003520     IF NOT (TRAN-RECEIPT OR TRAN-ISSUE
003530         OR TRAN-ADJUSTMENT OR TRAN-TRANSFER OR TRAN-RETURN
003535         OR TRAN-BUILD OR TRAN-DISASSEMBLE)
003540         DISPLAY "TRAN TYPE MUST BE R, I, T, A, V, B, OR D."
003550         GO TO 3100-EXIT
003560     END-IF.
003562     IF TRAN-RETURN AND NOT WS-PO-FILE-OPEN
003564         DISPLAY "NO PURCHASE ORDER FILE ON DISK - A RETURN "
003566             "CANNOT BE MATCHED TO ITS RECEIPT."
003568         GO TO 3100-EXIT
003569     END-IF.
003570     IF TRAN-ISSUE AND NOT WS-CC-FILE-OPEN
003571         DISPLAY "NO COST CENTER FILE ON DISK - SET UP COST "
003572             "CENTERS IN ITMCCTR FIRST."
003573         GO TO 3100-EXIT
003574     END-IF.
003576     IF (TRAN-BUILD OR TRAN-DISASSEMBLE) AND NOT WS-BOM-FILE-OPEN
003578         DISPLAY "NO KIT BILL OF MATERIALS ON DISK - SET UP KITS "
003580             "IN ITMBOM FIRST."
003582         GO TO 3100-EXIT
003584     END-IF.
003586     DISPLAY "ITEM ID: " WITH NO ADVANCING.
003588     ACCEPT WS-ENTRY-ID.
003590     MOVE WS-ENTRY-ID TO ITEM_ID.
003600     READ ITEMLIST
003610         INVALID KEY
003620             MOVE 'N' TO WS-FOUND-SW
003630         NOT INVALID KEY
003640             MOVE 'Y' TO WS-FOUND-SW
003650     END-READ.
003660     IF NOT WS-FOUND
003670         DISPLAY "ITEM ID " WS-ENTRY-ID " NOT ON ITEM MASTER."
003680         GO TO 3100-EXIT
003690     END-IF.
003700     DISPLAY "ITEM NAME : " ITEM_NAME "  ON HAND " ITEM_QTY.
003710     IF ITEM-OBSOLETE
003720         DISPLAY "ITEM " ITEM_ID " IS OBSOLETE - NOTHING MAY "
003730             "BE POSTED TO IT."
003740         GO TO 3100-EXIT
003750     END-IF.
003760     IF ITEM-ON-HOLD AND (TRAN-RECEIPT OR TRAN-BUILD)
003770         DISPLAY "ITEM " ITEM_ID " IS ON HOLD - NO NEW "
003780             "RECEIPTS OR BUILDS."
003790         GO TO 3100-EXIT
003800     END-IF.
003801     IF TRAN-BUILD OR TRAN-DISASSEMBLE
003802         PERFORM 3700-CHECK-KIT THRU 3700-EXIT
003803         IF NOT WS-FOUND
003804             GO TO 3100-EXIT
003805         END-IF
003806     END-IF.
003810     MOVE WS-ENTRY-ID TO TRAN_ITEM_ID.
003820     IF TRAN-ADJUSTMENT AND ITEM-LOT-CONTROLLED
003821         DISPLAY "ITEM IS LOT-CONTROLLED - COUNT ONE LOT."
003822         DISPLAY "COUNTED QUANTITY OF THE LOT: "
003823             WITH NO ADVANCING
003824     END-IF.
003825     IF TRAN-ADJUSTMENT AND NOT ITEM-LOT-CONTROLLED
003830         DISPLAY "COUNTED QUANTITY AT THE LOCATION: "
003840             WITH NO ADVANCING
003845     END-IF.
003850     IF TRAN-BUILD OR TRAN-DISASSEMBLE
003852         DISPLAY "NUMBER OF KITS: " WITH NO ADVANCING
003854     END-IF.
003856     IF NOT (TRAN-ADJUSTMENT OR TRAN-BUILD OR TRAN-DISASSEMBLE)
003860         DISPLAY "QUANTITY: " WITH NO ADVANCING
003870     END-IF.
003880     ACCEPT WS-ENTRY-QTY-EDIT.
003890     INSPECT WS-ENTRY-QTY-EDIT REPLACING ALL SPACES BY ZEROS.
003900     IF WS-ENTRY-QTY-EDIT NOT NUMERIC
003910         DISPLAY "QUANTITY MUST BE NUMERIC."
003920         GO TO 3100-EXIT
003930     END-IF.
003940     IF WS-ENTRY-QTY = ZERO AND NOT TRAN-ADJUSTMENT
003950         DISPLAY "QUANTITY MUST BE GREATER THAN ZERO."
003960         GO TO 3100-EXIT
003970     END-IF.
003980     MOVE WS-ENTRY-QTY TO TRAN_QTY.
003990     IF TRAN-TRANSFER
004000         DISPLAY "FROM LOCATION CODE: " WITH NO ADVANCING
004010     ELSE
004020         DISPLAY "LOCATION CODE: " WITH NO ADVANCING
004030     END-IF.
004040     ACCEPT WS-ENTRY-LOC.
004050     PERFORM 3200-CHECK-LOCATION THRU 3200-EXIT.
004060     IF NOT WS-LOC-OK
004070         GO TO 3100-EXIT
004080     END-IF.
004090     MOVE WS-ENTRY-LOC TO TRAN_LOC.
004100     IF TRAN-TRANSFER
004110         DISPLAY "TO LOCATION CODE: " WITH NO ADVANCING
004120         ACCEPT WS-ENTRY-LOC
004130         IF WS-ENTRY-LOC = TRAN_LOC
004140             DISPLAY "RECEIVING LOCATION MUST DIFFER FROM THE "
004150                 "SENDING LOCATION."
004160             GO TO 3100-EXIT
004170         END-IF
004180         PERFORM 3200-CHECK-LOCATION THRU 3200-EXIT
004190         IF NOT WS-LOC-OK
004200             GO TO 3100-EXIT
004210         END-IF
004220         MOVE WS-ENTRY-LOC TO TRAN_TO_LOC
004230     END-IF.
004240     IF TRAN-RECEIPT
004250         PERFORM 3300-GET-RECEIPT-COST THRU 3300-EXIT
004260         IF NOT WS-FOUND
004270             GO TO 3100-EXIT
004280         END-IF
004290     END-IF.
004292     IF TRAN-RETURN
004294         PERFORM 3400-GET-RETURN-PO THRU 3400-EXIT
004296         IF NOT WS-FOUND
004297             GO TO 3100-EXIT
004298         END-IF
004299     END-IF.
004300     IF TRAN-ISSUE
004301         PERFORM 3500-GET-COST-CENTER THRU 3500-EXIT
004302         IF NOT WS-FOUND
004303             GO TO 3100-EXIT
004304         END-IF
004305     END-IF.
004306     IF ITEM-LOT-CONTROLLED
004307         PERFORM 3600-GET-LOT THRU 3600-EXIT
004308         IF NOT WS-FOUND
004309             GO TO 3100-EXIT
004310         END-IF
004311     END-IF.
004312     ADD 1 TO WS-LINE-COUNT.
004313     ADD 1 TO WS-LIVE-COUNT.
004320     MOVE SPACE TO WS-BL-STATUS(WS-LINE-COUNT).
004330     MOVE TRAN-RECORD TO WS-BL-TRAN(WS-LINE-COUNT).
004340     MOVE 'Y' TO WS-UNSAVED-SW.
004350     DISPLAY "LINE " WS-LINE-COUNT " ADDED.".
004360 3100-EXIT.
004370     EXIT.

004380 3200-CHECK-LOCATION.
004390     MOVE WS-ENTRY-LOC TO LOC_CODE.
004400     READ LOCATION-FILE
004410         INVALID KEY
004420             MOVE 'N' TO WS-LOC-OK-SW
004430         NOT INVALID KEY
004440             MOVE 'Y' TO WS-LOC-OK-SW
004450     END-READ.
004460     IF NOT WS-LOC-OK
004470         DISPLAY "LOCATION " WS-ENTRY-LOC " NOT ON LOCATION "
004480             "MASTER."
004490     ELSE
004500         DISPLAY "LOCATION  : " LOC_NAME
004510     END-IF.
004520 3200-EXIT.
004530     EXIT.

004540******************************************************************
004550* 3300 KEYS THE RECEIPT UNIT COST (IMPLIED TWO DECIMALS, AS IN
004560* ITMMAINT) AND APPLIES THE ITMTRAN 'BAD COST' EDIT: ZERO, NOT
004570* NUMERIC, OR OVER TEN TIMES THE CURRENT ITEM_COST IS REFUSED.
004580* WS-FOUND-SW IS LEFT 'Y' ONLY WHEN THE COST IS ACCEPTED.
004590******************************************************************
004600 3300-GET-RECEIPT-COST.
004610     MOVE 'N' TO WS-FOUND-SW.
004620     DISPLAY "CURRENT COST : " ITEM_COST.
004630     DISPLAY "RECEIPT UNIT COST (NO DECIMAL POINT): "
004640         WITH NO ADVANCING.
004650     ACCEPT WS-ENTRY-COST-EDIT.
004660     INSPECT WS-ENTRY-COST-EDIT REPLACING ALL SPACES BY ZEROS.
004670     IF WS-ENTRY-COST-EDIT NOT NUMERIC
004680         DISPLAY "UNIT COST MUST BE NUMERIC."
004690         GO TO 3300-EXIT
004700     END-IF.
004710     IF WS-ENTRY-COST = ZERO
004720         DISPLAY "A RECEIPT MUST CARRY ITS UNIT COST."
004730         GO TO 3300-EXIT
004740     END-IF.
004750     IF ITEM_COST > ZERO
004760         AND WS-ENTRY-COST > ITEM_COST * 10
004770         DISPLAY "UNIT COST IS OVER TEN TIMES THE CURRENT COST "
004780             "- CHECK THE DELIVERY NOTE."
004790         GO TO 3300-EXIT
004800     END-IF.
004810     MOVE WS-ENTRY-COST TO TRAN_COST.
004820     MOVE 'Y' TO WS-FOUND-SW.
004830 3300-EXIT.
004840     EXIT.

004841******************************************************************
004842* 3400 KEYS THE PURCHASE ORDER LINE A RETURN TO VENDOR WENT IN ON
004843* AND APPLIES THE ITMTRAN 'BAD PO' EDIT: THE LINE MUST BE ON
004844* PORDER.DAT, BE FOR THIS ITEM, AND HAVE RECEIVED AT LEAST THE
004845* QUANTITY BEING RETURNED.  THE SUPPLIER COMES FROM THE LINE.
004846* WS-FOUND-SW IS LEFT 'Y' ONLY WHEN THE LINE IS ACCEPTED.
004847******************************************************************
004848 3400-GET-RETURN-PO.
004849     MOVE 'N' TO WS-FOUND-SW.
004850     DISPLAY "PO NUMBER THE GOODS WERE RECEIVED ON: "
004851         WITH NO ADVANCING.
004852     ACCEPT WS-ENTRY-PO-EDIT.
004853     INSPECT WS-ENTRY-PO-EDIT REPLACING ALL SPACES BY ZEROS.
004854     DISPLAY "PO LINE: " WITH NO ADVANCING.
004855     ACCEPT WS-ENTRY-PO-LINE-EDIT.
004856     INSPECT WS-ENTRY-PO-LINE-EDIT REPLACING ALL SPACES BY ZEROS.
004857     IF WS-ENTRY-PO-EDIT NOT NUMERIC
004858         OR WS-ENTRY-PO-LINE-EDIT NOT NUMERIC
004859         DISPLAY "PO NUMBER AND LINE MUST BE NUMERIC."
004860         GO TO 3400-EXIT
004861     END-IF.
004862     MOVE WS-ENTRY-PO TO PO_NUMBER.
004863     MOVE WS-ENTRY-PO-LINE TO PO_LINE.
004864     READ PORDER
004865         INVALID KEY
004866             DISPLAY "PO " WS-ENTRY-PO "/" WS-ENTRY-PO-LINE
004867                 " NOT ON FILE."
004868             GO TO 3400-EXIT
004869     END-READ.
004870     IF PO_ITEM_ID NOT = TRAN_ITEM_ID
004871         DISPLAY "PO " WS-ENTRY-PO "/" WS-ENTRY-PO-LINE
004872             " IS FOR ITEM " PO_ITEM_ID ", NOT " TRAN_ITEM_ID "."
004873         GO TO 3400-EXIT
004874     END-IF.
004875     IF TRAN_QTY > PO_QTY_RECEIVED
004876         DISPLAY "ONLY " PO_QTY_RECEIVED " RECEIVED ON THAT LINE "
004877             "- CANNOT RETURN " TRAN_QTY "."
004878         GO TO 3400-EXIT
004879     END-IF.
004880     DISPLAY "SUPPLIER  : " PO_SUPPLIER_ID "  RECEIVED "
004881         PO_QTY_RECEIVED " OF " PO_QTY_ORDERED.
004882     DISPLAY "WILL THE VENDOR SEND A REPLACEMENT? (Y/N): "
004883         WITH NO ADVANCING.
004884     ACCEPT WS-CONFIRM.
004885     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
004886         MOVE 'Y' TO TRAN_REPLACE
004887     ELSE
004888         MOVE 'N' TO TRAN_REPLACE
004889     END-IF.
004890     MOVE PO_SUPPLIER_ID TO TRAN_SUPPLIER_ID.
004891     MOVE PO_NUMBER TO TRAN_PO_NUMBER.
004892     MOVE PO_LINE TO TRAN_PO_LINE.
004893     MOVE 'Y' TO WS-FOUND-SW.
004894 3400-EXIT.
004895     EXIT.

004896******************************************************************
004897* 3500 KEYS THE COST CENTER THAT ASKED FOR AN ISSUE AND APPLIES
004898* THE ITMTRAN 'BAD CC' EDIT: THE CODE MUST BE ON COSTCTR.DAT.
004899* WS-FOUND-SW IS LEFT 'Y' ONLY WHEN THE CODE IS ACCEPTED.
004900******************************************************************
004901 3500-GET-COST-CENTER.
004902     MOVE 'N' TO WS-FOUND-SW.
004903     DISPLAY "COST CENTER: " WITH NO ADVANCING.
004904     MOVE SPACES TO WS-ENTRY-CC.
004905     ACCEPT WS-ENTRY-CC.
004906     INSPECT WS-ENTRY-CC CONVERTING
004907         "abcdefghijklmnopqrstuvwxyz"
004908         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004909     IF WS-ENTRY-CC = SPACES
004910         DISPLAY "AN ISSUE MUST BE CHARGED TO A COST CENTER."
004911         GO TO 3500-EXIT
004912     END-IF.
004913     MOVE WS-ENTRY-CC TO CC_CODE.
004914     READ COSTCTR
004915         INVALID KEY
004916             DISPLAY "COST CENTER " WS-ENTRY-CC " NOT ON FILE."
004917             GO TO 3500-EXIT
004918     END-READ.
004919     DISPLAY "CHARGED TO: " CC_NAME.
004920     MOVE WS-ENTRY-CC TO TRAN_COST_CENTER.
004921     MOVE 'Y' TO WS-FOUND-SW.
004922 3500-EXIT.
004923     EXIT.

004924******************************************************************
004925* 3600 KEYS THE LOT FOR A LOT-CONTROLLED ITEM AND APPLIES THE
004926* ITMTRAN 'BAD LOT' EDIT.  A RECEIPT NEEDS A LOT AND AN EXPIRY
004927* DATE NOT ALREADY PAST, AND MAY ONLY ADD TO A LOT ALREADY AT THE
004928* LOCATION IF THE EXPIRY AGREES.  A COUNT MUST NAME THE LOT; A
004929* LOT NOT YET ON FILE NEEDS ITS EXPIRY.  AN ISSUE, TRANSFER OR
004930* RETURN MAY NAME A LOT, WHICH MUST HOLD THE QUANTITY AT THE
004931* LOCATION, OR LEAVE IT BLANK TO DRAW THE OLDEST EXPIRY FIRST.
004932* WS-FOUND-SW IS LEFT 'Y' ONLY WHEN THE LOT IS ACCEPTED.
004933******************************************************************
004934 3600-GET-LOT.
004935     MOVE 'N' TO WS-FOUND-SW.
004936     IF TRAN-ISSUE OR TRAN-TRANSFER OR TRAN-RETURN
004937         DISPLAY "LOT NUMBER (SPACE FOR OLDEST EXPIRY FIRST): "
004938             WITH NO ADVANCING
004939     ELSE
004940         DISPLAY "LOT NUMBER: " WITH NO ADVANCING
004941     END-IF.
004942     MOVE SPACES TO WS-ENTRY-LOT.
004943     ACCEPT WS-ENTRY-LOT.
004944     INSPECT WS-ENTRY-LOT CONVERTING
004945         "abcdefghijklmnopqrstuvwxyz"
004946         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004947     IF WS-ENTRY-LOT = SPACES
004948         IF TRAN-RECEIPT OR TRAN-ADJUSTMENT
004949             DISPLAY "A LOT-CONTROLLED ITEM MUST NAME ITS LOT."
004950         ELSE
004951             DISPLAY "OLDEST EXPIRY WILL BE DRAWN FIRST."
004952             MOVE 'Y' TO WS-FOUND-SW
004953         END-IF
004954         GO TO 3600-EXIT
004955     END-IF.
004956     MOVE 'N' TO WS-LOT-FOUND-SW.
004957     IF WS-LOT-FILE-OPEN
004958         MOVE TRAN_ITEM_ID TO LOT_ITEM_ID
004959         MOVE TRAN_LOC TO LOT_LOC
004960         MOVE WS-ENTRY-LOT TO LOT_NUMBER
004961         READ LOTBAL
004962             INVALID KEY
004963                 MOVE 'N' TO WS-LOT-FOUND-SW
004964             NOT INVALID KEY
004965                 MOVE 'Y' TO WS-LOT-FOUND-SW
004966         END-READ
004967     END-IF.
004968     IF WS-LOT-FOUND
004969         DISPLAY "LOT " WS-ENTRY-LOT " EXPIRES " LOT_EXPIRY
004970             "  ON HAND " LOT_QTY
004971     END-IF.
004972     EVALUATE TRUE
004973         WHEN TRAN-RECEIPT
004974             PERFORM 3610-GET-EXPIRY THRU 3610-EXIT
004975             IF WS-FOUND AND WS-ENTRY-EXPIRY < WS-TODAY
004976                 DISPLAY "LOT HAS ALREADY EXPIRED - DO NOT "
004977                     "RECEIVE IT."
004978                 MOVE 'N' TO WS-FOUND-SW
004979             END-IF
004980             IF WS-FOUND AND WS-LOT-FOUND
004981                 AND LOT_EXPIRY NOT = WS-ENTRY-EXPIRY
004982                 DISPLAY "LOT " WS-ENTRY-LOT " IS ALREADY HELD "
004983                     "HERE WITH A DIFFERENT EXPIRY."
004984                 MOVE 'N' TO WS-FOUND-SW
004985             END-IF
004986         WHEN TRAN-ADJUSTMENT
004987             IF WS-LOT-FOUND
004988                 MOVE 'Y' TO WS-FOUND-SW
004989             ELSE
004990                 DISPLAY "LOT NOT HELD HERE - KEY ITS EXPIRY TO "
004991                     "ADD IT."
004992                 PERFORM 3610-GET-EXPIRY THRU 3610-EXIT
004993             END-IF
004994         WHEN OTHER
004995             IF NOT WS-LOT-FOUND
004996                 DISPLAY "LOT " WS-ENTRY-LOT " NOT HELD AT "
004997                     TRAN_LOC "."
004998             ELSE
004999                 IF LOT_QTY < TRAN_QTY
005000                     DISPLAY "ONLY " LOT_QTY " OF LOT "
005001                         WS-ENTRY-LOT " ON HAND AT " TRAN_LOC "."
005002                 ELSE
005003                     MOVE 'Y' TO WS-FOUND-SW
005004                 END-IF
005005             END-IF
005006     END-EVALUATE.
005007     IF WS-FOUND
005008         MOVE WS-ENTRY-LOT TO TRAN_LOT
005009     END-IF.
005010 3600-EXIT.
005012     EXIT.

005013 3610-GET-EXPIRY.
005014     MOVE 'N' TO WS-FOUND-SW.
005015     DISPLAY "EXPIRY DATE (YYYYMMDD): " WITH NO ADVANCING.
005016     ACCEPT WS-ENTRY-EXPIRY-EDIT.
005017     INSPECT WS-ENTRY-EXPIRY-EDIT REPLACING ALL SPACES BY ZEROS.
005018     IF WS-ENTRY-EXPIRY-EDIT NOT NUMERIC
005019         DISPLAY "EXPIRY DATE MUST BE NUMERIC YYYYMMDD."
005020         GO TO 3610-EXIT
005021     END-IF.
005022     IF WS-EXP-YEAR < 2000
005023         OR WS-EXP-MONTH < 1 OR WS-EXP-MONTH > 12
005024         OR WS-EXP-DAY < 1 OR WS-EXP-DAY > 31
005025         DISPLAY "EXPIRY DATE " WS-ENTRY-EXPIRY " IS NOT A DATE."
005026         GO TO 3610-EXIT
005027     END-IF.
005028     MOVE WS-ENTRY-EXPIRY TO TRAN_EXPIRY.
005029     MOVE 'Y' TO WS-FOUND-SW.
005030 3610-EXIT.
005031     EXIT.

005032******************************************************************
005033* 3700 APPLIES THE ITMTRAN KIT EDITS TO A BUILD OR DISASSEMBLY:
005034* THE ITEM MUST HAVE A BILL OF MATERIALS ON KITBOM.DAT AND MAY NOT
005035* BE LOT-CONTROLLED.  COMPONENT AVAILABILITY IS LEFT TO THE
005036* POSTING RUN, WHICH SEES THE STOCK AS IT STANDS THAT NIGHT.
005037* WS-FOUND-SW IS LEFT 'Y' ONLY WHEN THE KIT IS ACCEPTED.
005038******************************************************************
005039 3700-CHECK-KIT.
005040     MOVE 'N' TO WS-FOUND-SW.
005041     IF ITEM-LOT-CONTROLLED
005042         DISPLAY "ITEM " ITEM_ID " IS LOT-CONTROLLED - IT CANNOT "
005043             "BE BUILT AS A KIT."
005044         GO TO 3700-EXIT
005045     END-IF.
005046     MOVE ITEM_ID TO BOM_KIT_ID.
005047     MOVE ZERO TO BOM_COMP_ID.
005048     START KITBOM KEY NOT LESS THAN BOM-KEY
005049         INVALID KEY
005050             MOVE ZERO TO BOM_KIT_ID
005051     END-START.
005052     IF BOM_KIT_ID = ITEM_ID
005053         READ KITBOM NEXT
005054             AT END
005055                 MOVE ZERO TO BOM_KIT_ID
005056         END-READ
005057     END-IF.
005058     IF BOM_KIT_ID NOT = ITEM_ID
005059         DISPLAY "ITEM " ITEM_ID " HAS NO BILL OF MATERIALS - "
005060             "SET IT UP IN ITMBOM."
005061         GO TO 3700-EXIT
005062     END-IF.
005063     MOVE 'Y' TO WS-FOUND-SW.
005064 3700-EXIT.
005065     EXIT.

005066 4000-REVIEW-BATCH.
005067     IF WS-LINE-COUNT = ZERO
005068         DISPLAY "THE BATCH IS EMPTY."
005069         GO TO 4000-EXIT
005070     END-IF.
005071     DISPLAY "LINE TY  ITEM      QTY  LOC  TO   CC    LOT"
005072         "          UNIT COST".
005073     DISPLAY "---- --  -----  -------  ---  ---  ----  "
005074         "----------  ----------".
005075     MOVE ZERO TO WS-QTY-HASH-BIG.
005076     MOVE 1 TO WS-LINE-IX.
005077     PERFORM 4100-SHOW-ONE-LINE THRU 4100-EXIT
005078         UNTIL WS-LINE-IX > WS-LINE-COUNT.
005079     MOVE WS-QTY-HASH-BIG(7:7) TO WS-QTY-HASH.
005080     DISPLAY "--------------------------------------------------".
005081     DISPLAY WS-LIVE-COUNT " LIVE LINE(S), QUANTITY HASH "
005082         WS-QTY-HASH.
005083 4000-EXIT.
005084     EXIT.

005085 4100-SHOW-ONE-LINE.
005086     MOVE WS-BL-TRAN(WS-LINE-IX) TO TRAN-RECORD.
005087     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
005088     IF NOT WS-BL-VOID(WS-LINE-IX)
005089         ADD TRAN_QTY TO WS-QTY-HASH-BIG
005090     END-IF.
005091     DISPLAY WS-REVIEW-LINE.
005092     ADD 1 TO WS-LINE-IX.
005100 4100-EXIT.
005110     EXIT.

005120 4200-FORMAT-LINE.
005130     MOVE WS-LINE-IX TO WS-R-LINE-NO.
005140     MOVE TRAN_TYPE TO WS-R-TYPE.
005150     MOVE TRAN_ITEM_ID TO WS-R-ITEM-ID.
005160     MOVE TRAN_QTY TO WS-R-QTY.
005170     MOVE TRAN_LOC TO WS-R-LOC.
005180     MOVE TRAN_TO_LOC TO WS-R-TO-LOC.
005185     MOVE TRAN_COST_CENTER TO WS-R-CC.
005187     MOVE TRAN_LOT TO WS-R-LOT.
005190     MOVE TRAN_COST TO WS-R-COST.
005200     IF WS-BL-VOID(WS-LINE-IX)
005210         MOVE "VOID" TO WS-R-STATUS
005220     ELSE
005230         MOVE SPACES TO WS-R-STATUS
005240     END-IF.
005250 4200-EXIT.
005260     EXIT.

005270 5000-VOID-LINE.
005280     IF WS-LIVE-COUNT = ZERO
005290         DISPLAY "NO LIVE LINES TO VOID."
005300         GO TO 5000-EXIT
005310     END-IF.
005320     DISPLAY "LINE NUMBER TO VOID: " WITH NO ADVANCING.
005330     ACCEPT WS-VOID-NO-EDIT.
005340     INSPECT WS-VOID-NO-EDIT REPLACING ALL SPACES BY ZEROS.
005350     IF WS-VOID-NO-EDIT NOT NUMERIC
005360         DISPLAY "LINE NUMBER MUST BE NUMERIC."
005370         GO TO 5000-EXIT
005380     END-IF.
005390     IF WS-VOID-NO = ZERO OR WS-VOID-NO > WS-LINE-COUNT
005400         DISPLAY "NO LINE " WS-VOID-NO " IN THE BATCH."
005410         GO TO 5000-EXIT
005420     END-IF.
005430     MOVE WS-VOID-NO TO WS-LINE-IX.
005440     IF WS-BL-VOID(WS-LINE-IX)
005450         DISPLAY "LINE " WS-VOID-NO " IS ALREADY VOID."
005460         GO TO 5000-EXIT
005470     END-IF.
005480     MOVE WS-BL-TRAN(WS-LINE-IX) TO TRAN-RECORD.
005490     PERFORM 4200-FORMAT-LINE THRU 4200-EXIT.
005500     DISPLAY WS-REVIEW-LINE.
005510     DISPLAY "VOID THIS LINE? (Y/N): " WITH NO ADVANCING.
005520     ACCEPT WS-CONFIRM.
005530     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
005540         DISPLAY "LINE LEFT AS IS."
005550         GO TO 5000-EXIT
005560     END-IF.
005570     MOVE 'V' TO WS-BL-STATUS(WS-LINE-IX).
005580     SUBTRACT 1 FROM WS-LIVE-COUNT.
005590     MOVE 'Y' TO WS-UNSAVED-SW.
005600     DISPLAY "LINE " WS-VOID-NO " VOIDED.".
005610 5000-EXIT.
005620     EXIT.

005630******************************************************************
005640* 6000 CLOSES THE BATCH: EVERY LIVE LINE IS WRITTEN TO
005650* TRANFILE.DAT FOLLOWED BY THE TYPE '9' TRAILER WITH THE LINE
005660* COUNT AND THE LOW SEVEN DIGITS OF THE QUANTITY TOTAL - THE
005670* SAME FIGURES ITMTRAN RECOMPUTES IN ITS 1500-VERIFY-TRAILER.
005680* THE BATCH STAYS IN STORAGE, SO MORE LINES KEYED AFTERWARDS ARE
005690* ADDED TO THE SAME FILE WHEN IT IS CLOSED AGAIN.
005700******************************************************************
005710 6000-CLOSE-BATCH.
005720     IF WS-LIVE-COUNT = ZERO
005730         DISPLAY "NO LIVE LINES IN THE BATCH - NOTHING WRITTEN."
005740         GO TO 6000-EXIT
005750     END-IF.
005760     PERFORM 4000-REVIEW-BATCH THRU 4000-EXIT.
005770     DISPLAY "WRITE THIS BATCH TO TRANFILE.DAT? (Y/N): "
005780         WITH NO ADVANCING.
005790     ACCEPT WS-CONFIRM.
005800     IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
005810         DISPLAY "BATCH NOT WRITTEN."
005820         GO TO 6000-EXIT
005830     END-IF.
005840     OPEN OUTPUT TRANFILE.
005850     MOVE ZERO TO WS-QTY-HASH-BIG.
005860     MOVE 1 TO WS-LINE-IX.
005870     PERFORM 6100-WRITE-ONE-LINE THRU 6100-EXIT
005880         UNTIL WS-LINE-IX > WS-LINE-COUNT.
005890     MOVE WS-QTY-HASH-BIG(7:7) TO WS-QTY-HASH.
005900     MOVE SPACES TO TRAN-TRAILER.
005910     MOVE '9' TO TRLR_TYPE.
005920     MOVE WS-LIVE-COUNT TO TRLR_TRAN_COUNT.
005930     MOVE WS-QTY-HASH TO TRLR_QTY_HASH.
005940     WRITE TRANFILE-RECORD FROM TRAN-TRAILER.
005950     CLOSE TRANFILE.
005960     MOVE 'N' TO WS-UNSAVED-SW.
005970     DISPLAY "TRANFILE.DAT WRITTEN - " WS-LIVE-COUNT
005980         " TRANSACTION(S), QUANTITY HASH " WS-QTY-HASH ".".
005990 6000-EXIT.
006000     EXIT.

006010 6100-WRITE-ONE-LINE.
006020     IF NOT WS-BL-VOID(WS-LINE-IX)
006030         MOVE WS-BL-TRAN(WS-LINE-IX) TO TRAN-RECORD
006040         ADD TRAN_QTY TO WS-QTY-HASH-BIG
006050         WRITE TRANFILE-RECORD FROM TRAN-RECORD
006060     END-IF.
006070     ADD 1 TO WS-LINE-IX.
006080 6100-EXIT.
006090     EXIT.

006100 9000-TERMINATE.
006110     CLOSE ITEMLIST.
006120     CLOSE LOCATION-FILE.
006125     IF WS-PO-FILE-OPEN
006127         CLOSE PORDER
006128     END-IF.
006129     IF WS-CC-FILE-OPEN
006131         CLOSE COSTCTR
006133     END-IF.
006134     IF WS-LOT-FILE-OPEN
006135         CLOSE LOTBAL
006136     END-IF.
006146     IF WS-BOM-FILE-OPEN
006156         CLOSE KITBOM
006166     END-IF.
006176 9000-EXIT.
006186     EXIT.
