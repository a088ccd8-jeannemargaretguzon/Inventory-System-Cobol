000630* 2026-09-03 JMG  MOVING AVERAGE COST CHANGES NOW CARRY THROUGH
000640*                 TO THE ITEMCTL.DAT COST TOTAL SO ITMRECON
000650*                 STILL BALANCES AFTER A NIGHT OF RECEIPTS.
000651* 2026-10-15 JMG  TRANFILE SELECT, RECORD LAYOUTS, AND STATUS
000652*                 MOVED TO COPYBOOKS TRANSEL/TRANREC/TRANSTAT SO
000653*                 THE ONLINE ENTRY PROGRAM (ITMENTRY) BUILDS THE
000654*                 FILE FROM THE SAME LAYOUT THIS PROGRAM POSTS.
000655* 2026-10-15 JMG  CUSTOMER SALES ORDERS: A TYPE 'I' ISSUE THAT
000656*                 CARRIES A CONFIRMED SALES ORDER LINE SHIPS IT,
000657*                 RELIEVING THE STOCK ALLOCATED TO THE LINE ON
000658*                 ITEMLOC.DAT ('BAD SO' IF THE LINE IS UNKNOWN
000659*                 OR NOT CONFIRMED).  A PLAIN ISSUE OR TRANSFER
000660*                 MAY NO LONGER DIP INTO STOCK ALLOCATED TO
000661*                 CUSTOMERS ('ALLOCATD').  EACH TYPE 'R' RECEIPT
000662*                 RELEASES BACKORDERS FOR THE ITEM AT THAT
000663*                 LOCATION, OLDEST ORDER FIRST.
000664* 2026-10-15 JMG  RETURNS TO VENDOR: A TYPE 'V' TRANSACTION NAMES
000665*                 THE SUPPLIER AND THE PO LINE THE GOODS CAME IN
000666*                 ON ('BAD PO' IF THEY DO NOT MATCH OR MORE IS
000667*                 RETURNED THAN WAS RECEIVED).  IT TAKES THE STOCK
000668*                 OUT OF THE LOCATION, BACKS THE QUANTITY OUT OF
000669*                 PO_QTY_RECEIVED (REOPENING THE LINE IF THE
000670*                 VENDOR IS TO REPLACE THE GOODS), AND WRITES A
000671*                 DEBIT MEMO TO DEBITMEM.DAT VALUED AT THE COST
000672*                 OF THE RECEIPT, NOW KEPT ON THE PO LINE.
000673* 2026-10-15 JMG  AN ISSUE CARRIES THE REQUESTING COST CENTER,
000674*                 CHECKED ON COSTCTR.DAT (AN UNKNOWN CODE GOES
000675*                 TO SUSPENSE AS BAD CC) AND STAMPED ON THE
000676*                 MOVEMENT FOR THE MONTHLY CHARGE-BACK.
000677* 2026-10-15 JMG  LOT AND EXPIRY CONTROL: FOR A LOT-CONTROLLED
000678*                 ITEM A RECEIPT MUST CARRY A LOT AND EXPIRY DATE
000679*                 AND IS POSTED TO THAT LOT ON LOTBAL.DAT WITH ITS
000680*                 SUPPLIER AND PO LINE.  AN ISSUE, TRANSFER OR
000681*                 RETURN DRAWS THE LOT NAMED, OR OLDEST EXPIRY
000682*                 FIRST WHEN NONE IS NAMED, WRITING ONE MOVEMENT
000683*                 PER LOT DRAWN.  A COUNT ADJUSTMENT COUNTS ONE
000684*                 LOT.  AN UNKNOWN OR SHORT LOT GOES TO SUSPENSE
000685*                 AS BAD LOT.  EVERY MOVEMENT CARRIES ITS LOT.
000686* 2026-10-15 JMG  A NEW LOCATION BALANCE STARTS WITH NO
000687*                 MIN/MAX LEVELS (SET IN ITMLOC).
000688* 2026-10-15 JMG  KIT BUILD ('B') AND DISASSEMBLY ('D') POSTING.
000689*                 A BUILD CHECKS THAT EVERY COMPONENT ON THE KIT
000690*                 BILL OF MATERIALS (KITBOM.DAT) IS AVAILABLE AT
000691*                 THE LOCATION ('COMP SHT' IF NOT), ISSUES EACH
000692*                 ONE (MOVEMENT 'K'), AND RECEIVES THE KITS AT THE
000693*                 ROLLED-UP MOVING AVERAGE COST OF THE COMPONENTS.
000694*                 A DISASSEMBLY TAKES THE KITS OUT AND RETURNS THE
000695*                 COMPONENTS (MOVEMENT 'U').  A KIT WITH NO BILL
000696*                 OF MATERIALS ('NO BOM') OR WITH A MISSING,
000697*                 OBSOLETE OR LOT-CONTROLLED COMPONENT ('BAD KIT')
000698*                 IS SUSPENDED.
000699* 2026-10-15 JMG  A COUNT ADJUSTMENT (TYPE 'A') SETS THE ITEM'S
000700*                 LAST COUNTED DATE FOR THE COUNT SCHEDULE.
000701* 2026-10-15 JMG  A DEPARTMENT ISSUE WITH NO COST CENTER IS NOW
000702*                 SUSPENDED AS NO CCTR INSTEAD OF POSTING
000703*                 UNCHARGED.
000704******************************************************************
000705 IDENTIFICATION DIVISION.
000706 PROGRAM-ID. ITMTRAN.
000707 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000708 INSTALLATION. INVENTORY CONTROL.
000710 DATE-WRITTEN. AUGUST 2026.
000720 DATE-COMPILED.

000810     COPY "SESSSEL.cpy".
000820     COPY "CSTHSEL.cpy".
000830     COPY "ITEMCTLSEL.cpy".
000840     COPY "SORDSEL.cpy".
000850     COPY "BORDSEL.cpy".
000860     COPY "DMEMSEL.cpy".
000870     COPY "CCTRSEL.cpy".
000872     COPY "LOTSEL.cpy".
000874     COPY "BOMSEL.cpy".
000876     COPY "TRANSEL.cpy".
000880     SELECT CHKPT ASSIGN TO "C:\Cobol\TRANCKPT.dat"
000890         ORGANIZATION IS SEQUENTIAL
000900         ACCESS MODE IS SEQUENTIAL
001160 FD  ITEMCTL.
001170     COPY "ITEMCTL.cpy".

001171 FD  SORDER.
001172     COPY "SORDREC.cpy".

001173 FD  BACKORD.
001174     COPY "BORDREC.cpy".

001175 FD  DEBITMEM.
001176     COPY "DMEMREC.cpy".

001177 FD  COSTCTR.
001178     COPY "CCTRREC.cpy".

001179 FD  LOTBAL.
001180     COPY "LOTREC.cpy".

001181 FD  KITBOM.
001182     COPY "BOMREC.cpy".

001183 FD  TRANFILE.
001190     COPY "TRANREC.cpy".

001360 FD  CHKPT.
001370 01  CKPT-RECORD.
001450     05  SUSP_REASON PIC X(08).
001460     05  SUSP_RUN_DATE PIC 9(08).
001470     05  SUSP_OPERATOR PIC X(03).
001480     05  SUSP_TRAN PIC X(73).

001490 FD  SUSPNEW.
001500 01  SUSPNEW-RECORD PIC X(92).

001510 WORKING-STORAGE SECTION.
001520     COPY "ITEMSTAT.cpy".
001570     COPY "POSTAT.cpy".
001580     COPY "SESSSTAT.cpy".
001590     COPY "CSTHSTAT.cpy".
001600     COPY "SORDSTAT.cpy".
001601     COPY "BORDSTAT.cpy".
001602     COPY "DMEMSTAT.cpy".
001603     COPY "CCTRSTAT.cpy".
001604     COPY "LOTSTAT.cpy".
001605     COPY "BOMSTAT.cpy".
001606     COPY "TRANSTAT.cpy".
001610 77  WS-CHKPT-STATUS PIC X(02) VALUE SPACES.
001620     88  WS-CHKPT-NOTCREATED VALUE '35'.
001630 77  WS-SUSPFILE-STATUS PIC X(02) VALUE SPACES.
002210 77  WS-NEW-COST PIC 9(06)V99 VALUE ZERO.
002220 77  WS-COST-CHANGED-SW PIC X(01) VALUE 'N'.
002230     88  WS-COST-CHANGED VALUE 'Y'.
002231*    SALES ORDER ALLOCATION AND BACKORDER RELEASE WORK FIELDS
002232 77  WS-LOC-ALLOC PIC 9(07) VALUE ZERO.
002233 77  WS-LOC-AVAIL PIC S9(08) VALUE ZERO.
002234 77  WS-SO-OK-SW PIC X(01) VALUE 'N'.
002235     88  WS-SO-OK VALUE 'Y'.
002236 77  WS-BO-EOF-SW PIC X(01) VALUE 'N'.
002237     88  WS-BO-EOF VALUE 'Y'.
002238 77  WS-BO-AVAIL PIC 9(07) VALUE ZERO.
002239 77  WS-BO-RELEASE PIC 9(07) VALUE ZERO.
002240*    RETURN TO VENDOR WORK FIELDS
002241 77  WS-PO-OK-SW PIC X(01) VALUE 'N'.
002242     88  WS-PO-OK VALUE 'Y'.
002243 77  WS-PO-EXCESS PIC S9(08) VALUE ZERO.
002244*    COST CENTER CHARGE-BACK
002245 77  WS-CC-OK-SW PIC X(01) VALUE 'N'.
002246     88  WS-CC-OK VALUE 'Y'.
002247*    LOT AND EXPIRY CONTROL.  WS-LOT-TABLE HOLDS THE LOTS OF THE
002248*    ITEM AT THE ISSUING LOCATION AND THE QUANTITY TO BE DRAWN
002249*    FROM EACH; WS-LOT-UNLOTTED IS ANY PART OF THE ISSUE TAKEN
002250*    FROM STOCK ON HAND BEFORE THE ITEM WAS LOT-CONTROLLED.
002251 77  WS-LOT-OK-SW PIC X(01) VALUE 'N'.
002252     88  WS-LOT-OK VALUE 'Y'.
002253 77  WS-LOT-DRAWN-SW PIC X(01) VALUE 'N'.
002254     88  WS-LOT-DRAWN VALUE 'Y'.
002255 77  WS-LOT-EOF-SW PIC X(01) VALUE 'N'.
002256     88  WS-LOT-EOF VALUE 'Y'.
002257 77  WS-LOT-MAX PIC 9(03) COMP VALUE 50.
002258 77  WS-LT-COUNT PIC 9(03) COMP VALUE ZERO.
002259 77  WS-LT-IX PIC 9(03) COMP VALUE ZERO.
002260 77  WS-LT-PICK PIC 9(03) COMP VALUE ZERO.
002261 77  WS-LOT-REMAIN PIC 9(07) VALUE ZERO.
002262 77  WS-LOT-UNLOTTED PIC 9(07) VALUE ZERO.
002263 77  WS-LOT-OLD-QTY PIC 9(07) VALUE ZERO.
002264 77  WS-LOT-RUN-QTY PIC 9(07) VALUE ZERO.
002265 77  WS-LOT-MOV-QTY PIC 9(07) VALUE ZERO.
002266 77  WS-ADJ-LOC-QTY PIC 9(07) VALUE ZERO.
002267 01  WS-LOT-TABLE.
002268     05  WS-LT-ENTRY OCCURS 50 TIMES.
002269         10  WS-LT-LOT PIC X(10).
002270         10  WS-LT-EXPIRY PIC 9(08).
002271         10  WS-LT-QTY PIC 9(07).
002272         10  WS-LT-RECEIVED PIC 9(08).
002273         10  WS-LT-SUPPLIER-ID PIC 9(05).
002274         10  WS-LT-PO-NUMBER PIC 9(06).
002275         10  WS-LT-PO-LINE PIC 9(03).
002276         10  WS-LT-DRAW PIC 9(07).
002277*    KIT BUILD AND DISASSEMBLY.  WS-KIT-TABLE HOLDS THE KIT'S BILL
002278*    OF MATERIALS WITH THE QUANTITY OF EACH COMPONENT THE
002279*    TRANSACTION MOVES; WS-KIT-COST IS THE ROLLED-UP UNIT COST OF
002280*    ONE KIT AT THE COMPONENTS' CURRENT MOVING AVERAGE COSTS.
002281 77  WS-KIT-OK-SW PIC X(01) VALUE 'Y'.
002282     88  WS-KIT-OK VALUE 'Y'.
002283 77  WS-KIT-EOF-SW PIC X(01) VALUE 'N'.
002284     88  WS-KIT-EOF VALUE 'Y'.
002285 77  WS-KIT-SHORT-SW PIC X(01) VALUE 'N'.
002286     88  WS-KIT-SHORT VALUE 'Y'.
002287 77  WS-KIT-REASON PIC X(08) VALUE SPACES.
002288 77  WS-KIT-MAX PIC 9(03) COMP VALUE 30.
002289 77  WS-KT-COUNT PIC 9(03) COMP VALUE ZERO.
002290 77  WS-KT-IX PIC 9(03) COMP VALUE ZERO.
002291 77  WS-KIT-ROLLUP PIC 9(13)V99 VALUE ZERO.
002292 77  WS-KIT-COST PIC 9(06)V99 VALUE ZERO.
002293 77  WS-KIT-AVAIL PIC 9(07) VALUE ZERO.
002294 77  WS-KIT-QTY-BEFORE PIC 9(07) VALUE ZERO.
002295 77  WS-KIT-MOV-TYPE PIC X(01) VALUE SPACE.
002296 01  WS-KIT-TABLE.
002297     05  WS-KT-ENTRY OCCURS 30 TIMES.
002298         10  WS-KT-COMP-ID PIC 9(05).
002299         10  WS-KT-QTY-PER PIC 9(05).
002300         10  WS-KT-NEED PIC 9(07).

002301 PROCEDURE DIVISION.
002302 0000-MAINLINE.
002303     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002304     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
002305         UNTIL WS-EOF.
002306     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002307     GOBACK.

002310 1000-INITIALIZE.
002320     PERFORM 1100-GET-RUN-MODE THRU 1100-EXIT
002480     IF WS-COSTHIST-NOTCREATED
002490         OPEN OUTPUT COSTHIST
002500     END-IF.
002501     OPEN EXTEND DEBITMEM.
002502     IF WS-DEBITMEM-NOTCREATED
002503         OPEN OUTPUT DEBITMEM
002504     END-IF.
002505     OPEN INPUT COSTCTR.
002506     IF WS-COSTCTR-NOTCREATED
002507         OPEN OUTPUT COSTCTR
002508         CLOSE COSTCTR
002509         OPEN INPUT COSTCTR
002510     END-IF.
002511     OPEN I-O LOTBAL.
002512     IF WS-LOTBAL-NOTCREATED
002513         OPEN OUTPUT LOTBAL
002514         CLOSE LOTBAL
002515         OPEN I-O LOTBAL
002516     END-IF.
002517     OPEN INPUT KITBOM.
002518     IF WS-KITBOM-NOTCREATED
002519         OPEN OUTPUT KITBOM
002520         CLOSE KITBOM
002521         OPEN INPUT KITBOM
002522     END-IF.
002523     OPEN I-O PORDER.
002524     IF WS-PORDER-NOTCREATED
002530         OPEN OUTPUT PORDER
002540         CLOSE PORDER
002550         OPEN I-O PORDER
002600         CLOSE STKMOV
002610         OPEN I-O STKMOV
002620     END-IF.
002621     OPEN I-O SORDER.
002622     IF WS-SORDER-NOTCREATED
002623         OPEN OUTPUT SORDER
002624         CLOSE SORDER
002625         OPEN I-O SORDER
002626     END-IF.
002627     OPEN I-O BACKORD.
002628     IF WS-BACKORD-NOTCREATED
002629         OPEN OUTPUT BACKORD
002630         CLOSE BACKORD
002631         OPEN I-O BACKORD
002632     END-IF.
002633     IF WS-TRAN-MODE
002640         OPEN INPUT TRANFILE
002650         PERFORM 1500-VERIFY-TRAILER THRU 1500-EXIT
002660         CLOSE TRANFILE
004410             MOVE 'Y' TO WS-FOUND-SW
004420     END-READ.
004430     PERFORM 3050-CHECK-LOCATIONS THRU 3050-EXIT.
004431     PERFORM 3060-CHECK-SALES-ORDER THRU 3060-EXIT.
004432     PERFORM 3070-CHECK-RETURN THRU 3070-EXIT.
004433     PERFORM 3080-CHECK-COST-CENTER THRU 3080-EXIT.
004434     PERFORM 3090-CHECK-LOT THRU 3090-EXIT.
004435     PERFORM 3085-CHECK-KIT THRU 3085-EXIT.
004440     EVALUATE TRUE
004450         WHEN NOT WS-FOUND
004460             DISPLAY "REJECTED - ITEM " TRAN_ITEM_ID " UNKNOWN"
004530             MOVE "ITM OBSO" TO WS-REJ-REASON
004540             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004550             ADD 1 TO WS-REJECTED-COUNT
004560         WHEN ITEM-ON-HOLD AND (TRAN-RECEIPT OR TRAN-BUILD)
004570             DISPLAY "REJECTED - ITEM " TRAN_ITEM_ID
004580                 " ON HOLD - NO NEW RECEIPTS"
004590             MOVE "ITM HOLD" TO WS-REJ-REASON
004690             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004700             ADD 1 TO WS-REJECTED-COUNT
004710         WHEN NOT (TRAN-RECEIPT OR TRAN-ISSUE
004720             OR TRAN-ADJUSTMENT OR TRAN-TRANSFER
004725             OR TRAN-RETURN OR TRAN-BUILD OR TRAN-DISASSEMBLE)
004726             DISPLAY "REJECTED - BAD TRAN TYPE FOR ITEM "
004727                 TRAN_ITEM_ID
004728             MOVE "BAD TYPE" TO WS-REJ-REASON
004729             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004730             ADD 1 TO WS-REJECTED-COUNT
004731         WHEN NOT WS-LOC-OK
004732             DISPLAY "REJECTED - BAD LOCATION FOR ITEM "
004733                 TRAN_ITEM_ID
004734             MOVE "BAD LOC " TO WS-REJ-REASON
004735             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004736             ADD 1 TO WS-REJECTED-COUNT
004737         WHEN NOT WS-SO-OK
004738             DISPLAY "REJECTED - SALES ORDER " TRAN_SO_NUMBER
004739                 "/" TRAN_SO_LINE " NOT CONFIRMED FOR ITEM "
004740                 TRAN_ITEM_ID " AT " TRAN_LOC
004741             MOVE "BAD SO  " TO WS-REJ-REASON
004742             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004743             ADD 1 TO WS-REJECTED-COUNT
004744         WHEN NOT WS-PO-OK
004745             DISPLAY "REJECTED - RETURN OF ITEM " TRAN_ITEM_ID
004746                 " DOES NOT MATCH PO " TRAN_PO_NUMBER "/"
004747                 TRAN_PO_LINE " FOR SUPPLIER " TRAN_SUPPLIER_ID
004748             MOVE "BAD PO  " TO WS-REJ-REASON
004749             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004750             ADD 1 TO WS-REJECTED-COUNT
004751         WHEN NOT WS-CC-OK AND TRAN_COST_CENTER = SPACES
004752             DISPLAY "REJECTED - ISSUE OF ITEM " TRAN_ITEM_ID
004753                 " CARRIES NO COST CENTER"
004754             MOVE "NO CCTR " TO WS-REJ-REASON
004755             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004756             ADD 1 TO WS-REJECTED-COUNT
004757         WHEN NOT WS-CC-OK
004758             DISPLAY "REJECTED - ISSUE OF ITEM " TRAN_ITEM_ID
004759                 " TO UNKNOWN COST CENTER " TRAN_COST_CENTER
004760             MOVE "BAD CC  " TO WS-REJ-REASON
004761             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004762             ADD 1 TO WS-REJECTED-COUNT
004763         WHEN NOT WS-LOT-OK
004764             DISPLAY "REJECTED - LOT " TRAN_LOT " NOT VALID FOR "
004765                 "ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
004766             MOVE "BAD LOT " TO WS-REJ-REASON
004767             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004768             ADD 1 TO WS-REJECTED-COUNT
004769         WHEN NOT WS-KIT-OK
004770             DISPLAY "REJECTED - KIT " TRAN_ITEM_ID " CANNOT BE "
004771                 "BUILT OR BROKEN DOWN FROM ITS BILL OF MATERIALS"
004772             MOVE WS-KIT-REASON TO WS-REJ-REASON
004773             PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
004774             ADD 1 TO WS-REJECTED-COUNT
004775         WHEN TRAN-RECEIPT
004776             MOVE ITEM_QTY TO WS-QTY-BEFORE
004777             PERFORM 3900-REVALUE-ITEM THRU 3900-EXIT
004778             ADD TRAN_QTY TO ITEM_QTY
004779             MOVE TRAN_LOC TO WS-WORK-LOC
004780             MOVE TRAN_QTY TO WS-WORK-QTY
004781             PERFORM 3400-ADD-TO-LOCATION THRU 3400-EXIT
004782             PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT
004783             IF WS-COST-CHANGED
004784                 PERFORM 3950-LOG-COST-CHANGE THRU 3950-EXIT
004785             END-IF
004786             PERFORM 3800-MATCH-PO THRU 3800-EXIT
004787             IF ITEM-LOT-CONTROLLED
004788                 PERFORM 3580-RECEIVE-LOT THRU 3580-EXIT
004789             END-IF
004790             PERFORM 3850-RELEASE-BACKORDERS THRU 3850-EXIT
004791         WHEN TRAN-ISSUE
004792             PERFORM 3450-APPLY-ISSUE THRU 3450-EXIT
004793         WHEN TRAN-ADJUSTMENT
004794             PERFORM 3460-APPLY-ADJUSTMENT THRU 3460-EXIT
004795         WHEN TRAN-TRANSFER
004796             PERFORM 3470-APPLY-TRANSFER THRU 3470-EXIT
004797         WHEN TRAN-RETURN
004798             PERFORM 3490-APPLY-RETURN THRU 3490-EXIT
004799         WHEN TRAN-BUILD
004800             PERFORM 3430-APPLY-BUILD THRU 3430-EXIT
004801         WHEN TRAN-DISASSEMBLE
004802             PERFORM 3435-APPLY-DISASSEMBLY THRU 3435-EXIT
004803     END-EVALUATE.
004804 3000-EXIT.
004805     EXIT.

004806******************************************************************
004807* 3050 VALIDATES THE TRANSACTION LOCATION CODE(S) AGAINST THE
004808* LOCATION MASTER.  A TRANSFER ALSO NEEDS A VALID, DIFFERENT
004809* RECEIVING LOCATION.
004810******************************************************************
004811 3050-CHECK-LOCATIONS.
004812     MOVE 'Y' TO WS-LOC-OK-SW.
004813     IF TRAN-RECEIPT OR TRAN-ISSUE
004814         OR TRAN-ADJUSTMENT OR TRAN-TRANSFER OR TRAN-RETURN
004815         OR TRAN-BUILD OR TRAN-DISASSEMBLE
004816         MOVE TRAN_LOC TO LOC_CODE
004817         READ LOCATION-FILE
004818             INVALID KEY
004819                 MOVE 'N' TO WS-LOC-OK-SW
004820         END-READ
004821     END-IF.
004822     IF TRAN-TRANSFER AND WS-LOC-OK
004823         IF TRAN_TO_LOC = TRAN_LOC
004824             MOVE 'N' TO WS-LOC-OK-SW
004825         ELSE
004826             MOVE TRAN_TO_LOC TO LOC_CODE
004827             READ LOCATION-FILE
004828                 INVALID KEY
004829                     MOVE 'N' TO WS-LOC-OK-SW
004830             END-READ
004831         END-IF
004832     END-IF.
004833 3050-EXIT.
004834     EXIT.

004835******************************************************************
004836* 3060 VALIDATES THE SALES ORDER LINE NAMED ON A SHIPMENT ISSUE:
004837* IT MUST EXIST, BE CONFIRMED FOR SHIPMENT BY ITMSORD, AND BE
004838* FOR THE SAME ITEM AND LOCATION.  ANY OTHER TRANSACTION PASSES.
004839******************************************************************
004840 3060-CHECK-SALES-ORDER.
004841     MOVE 'Y' TO WS-SO-OK-SW.
004842     IF NOT TRAN-ISSUE OR TRAN_SO_NUMBER = ZERO
004843         GO TO 3060-EXIT
004844     END-IF.
004845     MOVE TRAN_SO_NUMBER TO SO_NUMBER.
004846     MOVE TRAN_SO_LINE TO SO_LINE.
004847     READ SORDER
004848         INVALID KEY
004849             MOVE 'N' TO WS-SO-OK-SW
004850             GO TO 3060-EXIT
004851     END-READ.
004852     IF SO_ITEM_ID NOT = TRAN_ITEM_ID
004853         OR SO_LOC NOT = TRAN_LOC
004854         OR NOT SO-CONFIRMED
004855         MOVE 'N' TO WS-SO-OK-SW
004856     END-IF.
004857 3060-EXIT.
004858     EXIT.

004859******************************************************************
004860* 3070 VALIDATES THE PURCHASE ORDER LINE NAMED ON A RETURN TO
004861* VENDOR: IT MUST EXIST, BE FOR THE SAME ITEM AND SUPPLIER, AND
004862* HAVE RECEIVED AT LEAST THE QUANTITY BEING SENT BACK.  ANY
004863* OTHER TRANSACTION PASSES.
004864******************************************************************
004865 3070-CHECK-RETURN.
004866     MOVE 'Y' TO WS-PO-OK-SW.
004867     IF NOT TRAN-RETURN
004868         GO TO 3070-EXIT
004869     END-IF.
004870     MOVE TRAN_PO_NUMBER TO PO_NUMBER.
004871     MOVE TRAN_PO_LINE TO PO_LINE.
004872     READ PORDER
004873         INVALID KEY
004874             MOVE 'N' TO WS-PO-OK-SW
004875             GO TO 3070-EXIT
004876     END-READ.
004877     IF PO_ITEM_ID NOT = TRAN_ITEM_ID
004878         OR PO_SUPPLIER_ID NOT = TRAN_SUPPLIER_ID
004879         OR TRAN_QTY > PO_QTY_RECEIVED
004880         MOVE 'N' TO WS-PO-OK-SW
004881     END-IF.
004882 3070-EXIT.
004883     EXIT.

004884******************************************************************
004885* 3080 VALIDATES THE COST CENTER CHARGED WITH A DEPARTMENT ISSUE
004886* AGAINST COSTCTR.DAT.  A DEPARTMENT ISSUE WITH NO COST CENTER,
004887* OR ONE NAMING A CODE NOT ON FILE, FAILS.  CUSTOMER SHIPMENTS
004888* (WHICH CHARGE NO DEPARTMENT) AND OTHER TYPES PASS.
004889******************************************************************
004890 3080-CHECK-COST-CENTER.
004891     MOVE 'Y' TO WS-CC-OK-SW.
004892     IF NOT TRAN-ISSUE OR TRAN_SO_NUMBER NOT = ZERO
004893         GO TO 3080-EXIT
004894     END-IF.
004895     IF TRAN_COST_CENTER = SPACES
004896         MOVE 'N' TO WS-CC-OK-SW
004897         GO TO 3080-EXIT
004898     END-IF.
004899     MOVE TRAN_COST_CENTER TO CC_CODE.
004900     READ COSTCTR
004901         INVALID KEY
004902             MOVE 'N' TO WS-CC-OK-SW
004903     END-READ.
004904 3080-EXIT.
004905     EXIT.

004906******************************************************************
004907* 3085 LOADS THE BILL OF MATERIALS FOR A KIT BUILD OR DISASSEMBLY
004908* AND WORKS OUT HOW MANY OF EACH COMPONENT THE TRANSACTION MOVES.
004909* THE KIT MUST HAVE A BILL OF MATERIALS AND NEITHER IT NOR ANY
004910* COMPONENT MAY BE LOT-CONTROLLED; EVERY COMPONENT MUST BE ON FILE
004911* AND NOT OBSOLETE.  THE ROLLED-UP COST OF ONE KIT IS THE SUM OF
004912* QUANTITY PER KIT TIMES EACH COMPONENT'S MOVING AVERAGE COST.
004913* COMPONENT RECORDS ARE READ INTO THE ITEM AREA, SO THE KIT IS
004914* READ BACK BEFORE RETURNING.  OTHER TRANSACTIONS ALWAYS PASS.
004915******************************************************************
004916 3085-CHECK-KIT.
004917     MOVE 'Y' TO WS-KIT-OK-SW.
004918     MOVE ZERO TO WS-KT-COUNT.
004919     MOVE ZERO TO WS-KIT-ROLLUP.
004920     MOVE ZERO TO WS-KIT-COST.
004921     IF NOT WS-FOUND
004922         OR NOT (TRAN-BUILD OR TRAN-DISASSEMBLE)
004923         GO TO 3085-EXIT
004924     END-IF.
004925     MOVE "BAD KIT " TO WS-KIT-REASON.
004926     IF ITEM-LOT-CONTROLLED
004927         DISPLAY "KIT " TRAN_ITEM_ID " IS LOT-CONTROLLED."
004928         MOVE 'N' TO WS-KIT-OK-SW
004929         GO TO 3085-EXIT
004930     END-IF.
004931     MOVE 'N' TO WS-KIT-EOF-SW.
004932     MOVE TRAN_ITEM_ID TO BOM_KIT_ID.
004933     MOVE ZERO TO BOM_COMP_ID.
004934     START KITBOM KEY NOT LESS THAN BOM-KEY
004935         INVALID KEY
004936             MOVE 'Y' TO WS-KIT-EOF-SW
004937     END-START.
004938     PERFORM 3086-LOAD-ONE-COMPONENT THRU 3086-EXIT
004939         UNTIL WS-KIT-EOF.
004940     IF WS-KT-COUNT = ZERO
004941         DISPLAY "KIT " TRAN_ITEM_ID " HAS NO BILL OF MATERIALS."
004942         MOVE "NO BOM  " TO WS-KIT-REASON
004943         MOVE 'N' TO WS-KIT-OK-SW
004944         GO TO 3085-EXIT
004945     END-IF.
004946     MOVE 1 TO WS-KT-IX.
004947     PERFORM 3087-CHECK-ONE-COMPONENT THRU 3087-EXIT
004948         UNTIL WS-KT-IX > WS-KT-COUNT.
004949     IF WS-KIT-ROLLUP > 999999.99
004950         DISPLAY "KIT " TRAN_ITEM_ID " ROLLED-UP COST TOO LARGE."
004951         MOVE 'N' TO WS-KIT-OK-SW
004952     ELSE
004953         MOVE WS-KIT-ROLLUP TO WS-KIT-COST
004954     END-IF.
004955     PERFORM 3088-RESTORE-KIT THRU 3088-EXIT.
004956 3085-EXIT.
004957     EXIT.

004958 3086-LOAD-ONE-COMPONENT.
004959     READ KITBOM NEXT
004960         AT END
004961             MOVE 'Y' TO WS-KIT-EOF-SW
004962             GO TO 3086-EXIT
004963     END-READ.
004964     IF BOM_KIT_ID NOT = TRAN_ITEM_ID
004965         MOVE 'Y' TO WS-KIT-EOF-SW
004966         GO TO 3086-EXIT
004967     END-IF.
004968     IF WS-KT-COUNT NOT < WS-KIT-MAX
004969         DISPLAY "KIT " TRAN_ITEM_ID " HAS TOO MANY COMPONENTS."
004970         MOVE 'N' TO WS-KIT-OK-SW
004971         MOVE 'Y' TO WS-KIT-EOF-SW
004972         GO TO 3086-EXIT
004973     END-IF.
004974     ADD 1 TO WS-KT-COUNT.
004975     MOVE BOM_COMP_ID TO WS-KT-COMP-ID(WS-KT-COUNT).
004976     MOVE BOM_QTY_PER TO WS-KT-QTY-PER(WS-KT-COUNT).
004977     COMPUTE WS-KT-NEED(WS-KT-COUNT) = BOM_QTY_PER * TRAN_QTY
004978         ON SIZE ERROR
004979             DISPLAY "KIT " TRAN_ITEM_ID " COMPONENT " BOM_COMP_ID
004980                 " QUANTITY TOO LARGE."
004981             MOVE ZERO TO WS-KT-NEED(WS-KT-COUNT)
004982             MOVE 'N' TO WS-KIT-OK-SW
004983     END-COMPUTE.
004984 3086-EXIT.
004985     EXIT.

004986 3087-CHECK-ONE-COMPONENT.
004987     MOVE WS-KT-COMP-ID(WS-KT-IX) TO ITEM_ID.
004988     READ ITEMLIST
004989         INVALID KEY
004990             DISPLAY "KIT " TRAN_ITEM_ID " COMPONENT "
004991                 WS-KT-COMP-ID(WS-KT-IX) " NOT ON ITEM MASTER."
004992             MOVE 'N' TO WS-KIT-OK-SW
004993             GO TO 3087-NEXT
004994     END-READ.
004995     IF ITEM-OBSOLETE
004996         DISPLAY "KIT " TRAN_ITEM_ID " COMPONENT " ITEM_ID
004997             " IS OBSOLETE."
004998         MOVE 'N' TO WS-KIT-OK-SW
004999     END-IF.
005000     IF ITEM-LOT-CONTROLLED
005001         DISPLAY "KIT " TRAN_ITEM_ID " COMPONENT " ITEM_ID
005002             " IS LOT-CONTROLLED."
005003         MOVE 'N' TO WS-KIT-OK-SW
005004     END-IF.
005005     COMPUTE WS-KIT-ROLLUP = WS-KIT-ROLLUP
005006         + WS-KT-QTY-PER(WS-KT-IX) * ITEM_COST.
005007 3087-NEXT.
005008     ADD 1 TO WS-KT-IX.
005009 3087-EXIT.
005010     EXIT.

005011 3088-RESTORE-KIT.
005012     MOVE TRAN_ITEM_ID TO ITEM_ID.
005013     READ ITEMLIST
005014         INVALID KEY
005015             MOVE 'N' TO WS-FOUND-SW
005016     END-READ.
005017 3088-EXIT.
005018     EXIT.

005019******************************************************************
005020* 3090 CHECKS THE LOT ON A TRANSACTION FOR A LOT-CONTROLLED ITEM.
005021* A RECEIPT MUST CARRY A LOT AND AN EXPIRY DATE, AND MAY ONLY ADD
005022* TO AN EXISTING LOT AT THE LOCATION IF THE EXPIRY AGREES.  A
005023* COUNT ADJUSTMENT MUST NAME THE LOT COUNTED (A LOT NOT YET ON
005024* FILE NEEDS ITS EXPIRY).  AN ISSUE, TRANSFER OR RETURN NAMING A
005025* LOT MUST FIND THAT LOT AT THE LOCATION WITH ENOUGH ON HAND;
005026* ONE THAT DOES NOT NAME A LOT IS PLANNED OLDEST EXPIRY FIRST BY
005027* 3094.  ITEMS THAT ARE NOT LOT-CONTROLLED ALWAYS PASS.
005028******************************************************************
005029 3090-CHECK-LOT.
005030     MOVE 'Y' TO WS-LOT-OK-SW.
005031     MOVE 'N' TO WS-LOT-DRAWN-SW.
005032     MOVE ZERO TO WS-LT-COUNT.
005033     MOVE ZERO TO WS-LOT-UNLOTTED.
005034     MOVE ZERO TO WS-LOT-OLD-QTY.
005035     IF NOT WS-FOUND OR NOT ITEM-LOT-CONTROLLED
005036         GO TO 3090-EXIT
005037     END-IF.
005038     EVALUATE TRUE
005039         WHEN TRAN-RECEIPT
005040             PERFORM 3091-CHECK-RECEIPT-LOT THRU 3091-EXIT
005041         WHEN TRAN-ADJUSTMENT
005042             PERFORM 3092-CHECK-COUNT-LOT THRU 3092-EXIT
005043         WHEN TRAN-ISSUE OR TRAN-TRANSFER OR TRAN-RETURN
005044             IF TRAN_LOT = SPACES
005045                 PERFORM 3094-PLAN-OLDEST-FIRST THRU 3094-EXIT
005046             ELSE
005047                 PERFORM 3093-CHECK-NAMED-LOT THRU 3093-EXIT
005048             END-IF
005049     END-EVALUATE.
005050 3090-EXIT.
005051     EXIT.

005052 3091-CHECK-RECEIPT-LOT.
005053     IF TRAN_LOT = SPACES OR TRAN_EXPIRY NOT NUMERIC
005054         OR TRAN_EXPIRY = ZERO
005055         MOVE 'N' TO WS-LOT-OK-SW
005056         GO TO 3091-EXIT
005057     END-IF.
005058     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
005059     MOVE TRAN_LOC TO LOT_LOC.
005060     MOVE TRAN_LOT TO LOT_NUMBER.
005061     READ LOTBAL
005062         INVALID KEY
005063             GO TO 3091-EXIT
005064     END-READ.
005065     IF LOT_EXPIRY NOT = TRAN_EXPIRY
005066         MOVE 'N' TO WS-LOT-OK-SW
005067     END-IF.
005068 3091-EXIT.
005069     EXIT.

005070 3092-CHECK-COUNT-LOT.
005071     IF TRAN_LOT = SPACES
005072         MOVE 'N' TO WS-LOT-OK-SW
005073         GO TO 3092-EXIT
005074     END-IF.
005075     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
005076     MOVE TRAN_LOC TO LOT_LOC.
005077     MOVE TRAN_LOT TO LOT_NUMBER.
005078     READ LOTBAL
005079         INVALID KEY
005080             IF TRAN_EXPIRY NOT NUMERIC OR TRAN_EXPIRY = ZERO
005081                 MOVE 'N' TO WS-LOT-OK-SW
005082             END-IF
005083         NOT INVALID KEY
005084             MOVE LOT_QTY TO WS-LOT-OLD-QTY
005085     END-READ.
005086 3092-EXIT.
005087     EXIT.

005088 3093-CHECK-NAMED-LOT.
005089     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
005090     MOVE TRAN_LOC TO LOT_LOC.
005091     MOVE TRAN_LOT TO LOT_NUMBER.
005092     READ LOTBAL
005093         INVALID KEY
005094             MOVE 'N' TO WS-LOT-OK-SW
005095             GO TO 3093-EXIT
005096     END-READ.
005097     IF LOT_QTY < TRAN_QTY
005098         MOVE 'N' TO WS-LOT-OK-SW
005099         GO TO 3093-EXIT
005100     END-IF.
005101     MOVE 1 TO WS-LT-COUNT.
005102     MOVE 1 TO WS-LT-IX.
005103     PERFORM 3098-STORE-LOT THRU 3098-EXIT.
005104     MOVE TRAN_QTY TO WS-LT-DRAW(1).
005105 3093-EXIT.
005106     EXIT.

005107******************************************************************
005108* 3094 PLANS AN ISSUE, TRANSFER OR RETURN THAT NAMES NO LOT.  THE
005109* ITEM'S LOTS WITH STOCK AT THE LOCATION ARE LOADED INTO THE LOT
005110* TABLE AND DRAWN OLDEST EXPIRY FIRST.  WHATEVER THE LOTS CANNOT
005111* COVER COMES FROM STOCK HELD BEFORE LOT CONTROL; IF THERE IS NOT
005112* ENOUGH OF THAT EITHER THE LOCATION QUANTITY CHECK REJECTS IT.
005113******************************************************************
005114 3094-PLAN-OLDEST-FIRST.
005115     MOVE 'N' TO WS-LOT-EOF-SW.
005116     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
005117     MOVE TRAN_LOC TO LOT_LOC.
005118     MOVE LOW-VALUES TO LOT_NUMBER.
005119     START LOTBAL KEY NOT LESS THAN LOT-KEY
005120         INVALID KEY
005121             MOVE 'Y' TO WS-LOT-EOF-SW
005122     END-START.
005123     PERFORM 3095-LOAD-ONE-LOT THRU 3095-EXIT
005124         UNTIL WS-LOT-EOF.
005125     MOVE TRAN_QTY TO WS-LOT-REMAIN.
005126     MOVE 'N' TO WS-LOT-EOF-SW.
005127     PERFORM 3096-DRAW-OLDEST-LOT THRU 3096-EXIT
005128         UNTIL WS-LOT-EOF OR WS-LOT-REMAIN = ZERO.
005129     MOVE WS-LOT-REMAIN TO WS-LOT-UNLOTTED.
005130 3094-EXIT.
005131     EXIT.

005132 3095-LOAD-ONE-LOT.
005133     READ LOTBAL NEXT
005134         AT END
005135             MOVE 'Y' TO WS-LOT-EOF-SW
005136             GO TO 3095-EXIT
005137     END-READ.
005138     IF LOT_ITEM_ID NOT = TRAN_ITEM_ID OR LOT_LOC NOT = TRAN_LOC
005139         MOVE 'Y' TO WS-LOT-EOF-SW
005140         GO TO 3095-EXIT
005141     END-IF.
005142     IF LOT_QTY = ZERO
005143         GO TO 3095-EXIT
005144     END-IF.
005145     IF WS-LT-COUNT NOT < WS-LOT-MAX
005146         DISPLAY "LOT TABLE FULL FOR ITEM " TRAN_ITEM_ID " AT "
005147             TRAN_LOC " - LATER LOTS NOT DRAWN."
005148         MOVE 'Y' TO WS-LOT-EOF-SW
005149         GO TO 3095-EXIT
005150     END-IF.
005151     ADD 1 TO WS-LT-COUNT.
005152     MOVE WS-LT-COUNT TO WS-LT-IX.
005153     PERFORM 3098-STORE-LOT THRU 3098-EXIT.
005154 3095-EXIT.
005155     EXIT.

005156 3096-DRAW-OLDEST-LOT.
005157     MOVE ZERO TO WS-LT-PICK.
005158     MOVE 1 TO WS-LT-IX.
005159     PERFORM 3097-COMPARE-LOT THRU 3097-EXIT
005160         UNTIL WS-LT-IX > WS-LT-COUNT.
005161     IF WS-LT-PICK = ZERO
005162         MOVE 'Y' TO WS-LOT-EOF-SW
005163         GO TO 3096-EXIT
005164     END-IF.
005165     IF WS-LOT-REMAIN < WS-LT-QTY(WS-LT-PICK)
005166         MOVE WS-LOT-REMAIN TO WS-LT-DRAW(WS-LT-PICK)
005167     ELSE
005168         MOVE WS-LT-QTY(WS-LT-PICK) TO WS-LT-DRAW(WS-LT-PICK)
005169     END-IF.
005170     SUBTRACT WS-LT-DRAW(WS-LT-PICK) FROM WS-LOT-REMAIN.
005171 3096-EXIT.
005172     EXIT.

005173 3097-COMPARE-LOT.
005174     IF WS-LT-DRAW(WS-LT-IX) = ZERO
005175         IF WS-LT-PICK = ZERO
005176             MOVE WS-LT-IX TO WS-LT-PICK
005177         ELSE
005178             IF WS-LT-EXPIRY(WS-LT-IX) < WS-LT-EXPIRY(WS-LT-PICK)
005179                 MOVE WS-LT-IX TO WS-LT-PICK
005180             END-IF
005181         END-IF
005182     END-IF.
005183     ADD 1 TO WS-LT-IX.
005184 3097-EXIT.
005185     EXIT.

005186 3098-STORE-LOT.
005187     MOVE LOT_NUMBER TO WS-LT-LOT(WS-LT-IX).
005188     MOVE LOT_EXPIRY TO WS-LT-EXPIRY(WS-LT-IX).
005189     MOVE LOT_QTY TO WS-LT-QTY(WS-LT-IX).
005190     MOVE LOT_RECEIVED_DATE TO WS-LT-RECEIVED(WS-LT-IX).
005191     MOVE LOT_SUPPLIER_ID TO WS-LT-SUPPLIER-ID(WS-LT-IX).
005192     MOVE LOT_PO_NUMBER TO WS-LT-PO-NUMBER(WS-LT-IX).
005193     MOVE LOT_PO_LINE TO WS-LT-PO-LINE(WS-LT-IX).
005194     MOVE ZERO TO WS-LT-DRAW(WS-LT-IX).
005195 3098-EXIT.
005196     EXIT.

005197******************************************************************
005198* 3430 POSTS A KIT BUILD.  EVERY COMPONENT MUST BE AVAILABLE AT
005199* THE LOCATION - ON HAND LESS WHAT IS ALLOCATED TO SALES ORDERS -
005200* IN THE QUANTITY THE BUILD NEEDS, OR NOTHING POSTS.  EACH
005201* COMPONENT IS THEN ISSUED (MOVEMENT TYPE 'K') AND THE KITS ARE
005202* RECEIVED AT THE ROLLED-UP COST OF THE COMPONENTS CONSUMED,
005203* CARRIED IN TRAN_COST SO THE KIT'S MOVING AVERAGE IS RECOMPUTED
005204* JUST AS FOR A PURCHASE RECEIPT.  THE KIT MOVEMENT IS TYPE 'B'.
005205******************************************************************
005206 3430-APPLY-BUILD.
005207     MOVE 'N' TO WS-KIT-SHORT-SW.
005208     MOVE 1 TO WS-KT-IX.
005209     PERFORM 3431-CHECK-COMPONENT-STOCK THRU 3431-EXIT
005210         UNTIL WS-KT-IX > WS-KT-COUNT.
005211     IF WS-KIT-SHORT
005212         DISPLAY "REJECTED - BUILD OF " TRAN_QTY
005213             " OF KIT " TRAN_ITEM_ID " AT " TRAN_LOC
005214             " - COMPONENTS SHORT."
005215         MOVE "COMP SHT" TO WS-REJ-REASON
005216         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005217         ADD 1 TO WS-REJECTED-COUNT
005218         GO TO 3430-EXIT
005219     END-IF.
005220     MOVE 1 TO WS-KT-IX.
005221     PERFORM 3432-ISSUE-ONE-COMPONENT THRU 3432-EXIT
005222         UNTIL WS-KT-IX > WS-KT-COUNT.
005223     PERFORM 3088-RESTORE-KIT THRU 3088-EXIT.
005224     MOVE WS-KIT-COST TO TRAN_COST.
005225     MOVE ITEM_QTY TO WS-QTY-BEFORE.
005226     PERFORM 3900-REVALUE-ITEM THRU 3900-EXIT.
005227     ADD TRAN_QTY TO ITEM_QTY.
005228     MOVE TRAN_LOC TO WS-WORK-LOC.
005229     MOVE TRAN_QTY TO WS-WORK-QTY.
005230     PERFORM 3400-ADD-TO-LOCATION THRU 3400-EXIT.
005231     PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT.
005232     IF WS-COST-CHANGED
005233         PERFORM 3950-LOG-COST-CHANGE THRU 3950-EXIT
005234     END-IF.
005235     PERFORM 3850-RELEASE-BACKORDERS THRU 3850-EXIT.
005236 3430-EXIT.
005237     EXIT.

005238 3431-CHECK-COMPONENT-STOCK.
005239     MOVE WS-KT-COMP-ID(WS-KT-IX) TO ITEM_ID.
005240     READ ITEMLIST
005241         INVALID KEY
005242             MOVE ZERO TO ITEM_QTY
005243     END-READ.
005244     MOVE WS-KT-COMP-ID(WS-KT-IX) TO ILOC_ITEM_ID.
005245     MOVE TRAN_LOC TO ILOC_LOC_CODE.
005246     MOVE ZERO TO WS-KIT-AVAIL.
005247     READ ITEMLOC
005248         INVALID KEY
005249             CONTINUE
005250         NOT INVALID KEY
005251             IF ILOC_QTY > ILOC_ALLOCATED
005252                 COMPUTE WS-KIT-AVAIL = ILOC_QTY - ILOC_ALLOCATED
005253             END-IF
005254     END-READ.
005255     IF WS-KT-NEED(WS-KT-IX) > WS-KIT-AVAIL
005256         OR WS-KT-NEED(WS-KT-IX) > ITEM_QTY
005257         MOVE 'Y' TO WS-KIT-SHORT-SW
005258         DISPLAY "  COMPONENT " WS-KT-COMP-ID(WS-KT-IX) " NEEDS "
005259             WS-KT-NEED(WS-KT-IX) " AT " TRAN_LOC ", "
005260             WS-KIT-AVAIL " AVAILABLE."
005261     END-IF.
005262     ADD 1 TO WS-KT-IX.
005263 3431-EXIT.
005264     EXIT.

005265 3432-ISSUE-ONE-COMPONENT.
005266     MOVE WS-KT-COMP-ID(WS-KT-IX) TO ITEM_ID.
005267     READ ITEMLIST
005268         INVALID KEY
005269             DISPLAY "COMPONENT " WS-KT-COMP-ID(WS-KT-IX)
005270                 " VANISHED - NOT ISSUED."
005271             GO TO 3432-NEXT
005272     END-READ.
005273     MOVE ITEM_QTY TO WS-KIT-QTY-BEFORE.
005274     SUBTRACT WS-KT-NEED(WS-KT-IX) FROM ITEM_QTY.
005275     MOVE ITEM_ID TO ILOC_ITEM_ID.
005276     MOVE TRAN_LOC TO ILOC_LOC_CODE.
005277     READ ITEMLOC
005278         INVALID KEY
005279             CONTINUE
005280         NOT INVALID KEY
005281             SUBTRACT WS-KT-NEED(WS-KT-IX) FROM ILOC_QTY
005282             REWRITE ITEMLOC-RECORD
005283     END-READ.
005284     REWRITE ITEMS
005285         INVALID KEY
005286             DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
005287             GO TO 3432-NEXT
005288     END-REWRITE.
005289     MOVE 'K' TO WS-KIT-MOV-TYPE.
005290     PERFORM 3280-WRITE-KIT-MOVEMENT THRU 3280-EXIT.
005291 3432-NEXT.
005292     ADD 1 TO WS-KT-IX.
005293 3432-EXIT.
005294     EXIT.

005295******************************************************************
005296* 3435 POSTS A KIT DISASSEMBLY, THE REVERSE OF A BUILD.  THE KITS
005297* COME OUT OF THE LOCATION LIKE AN ISSUE (MOVEMENT TYPE 'D') AND
005298* EACH COMPONENT GOES BACK INTO STOCK THERE (TYPE 'U') AT ITS
005299* CURRENT MOVING AVERAGE COST, SO NO COMPONENT COST CHANGES.
005300******************************************************************
005301 3435-APPLY-DISASSEMBLY.
005302     MOVE TRAN_LOC TO WS-WORK-LOC.
005303     PERFORM 3500-READ-LOC-BALANCE THRU 3500-EXIT.
005304     IF TRAN_QTY > ITEM_QTY OR TRAN_QTY > WS-LOC-QTY
005305         DISPLAY "REJECTED - DISASSEMBLY OF " TRAN_QTY
005306             " OF KIT " TRAN_ITEM_ID " AT " TRAN_LOC
005307             " TOO HIGH."
005308         MOVE "QTY HIGH" TO WS-REJ-REASON
005309         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005310         ADD 1 TO WS-REJECTED-COUNT
005311         GO TO 3435-EXIT
005312     END-IF.
005313     IF TRAN_QTY > WS-LOC-AVAIL
005314         DISPLAY "REJECTED - DISASSEMBLY OF " TRAN_QTY
005315             " OF KIT " TRAN_ITEM_ID " AT " TRAN_LOC
005316             " WOULD TAKE STOCK ALLOCATED TO SALES ORDERS."
005317         MOVE "ALLOCATD" TO WS-REJ-REASON
005318         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005319         ADD 1 TO WS-REJECTED-COUNT
005320         GO TO 3435-EXIT
005321     END-IF.
005322     MOVE ITEM_QTY TO WS-QTY-BEFORE.
005323     SUBTRACT TRAN_QTY FROM ITEM_QTY.
005324     MOVE TRAN_QTY TO WS-WORK-QTY.
005325     PERFORM 3600-SUBTRACT-FROM-LOCATION THRU 3600-EXIT.
005326     PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT.
005327     MOVE 1 TO WS-KT-IX.
005328     PERFORM 3436-RETURN-ONE-COMPONENT THRU 3436-EXIT
005329         UNTIL WS-KT-IX > WS-KT-COUNT.
005330 3435-EXIT.
005331     EXIT.

005332 3436-RETURN-ONE-COMPONENT.
005333     MOVE WS-KT-COMP-ID(WS-KT-IX) TO ITEM_ID.
005334     READ ITEMLIST
005335         INVALID KEY
005336             DISPLAY "COMPONENT " WS-KT-COMP-ID(WS-KT-IX)
005337                 " VANISHED - NOT RETURNED TO STOCK."
005338             GO TO 3436-NEXT
005339     END-READ.
005340     MOVE ITEM_QTY TO WS-KIT-QTY-BEFORE.
005341     ADD WS-KT-NEED(WS-KT-IX) TO ITEM_QTY.
005342     MOVE ITEM_ID TO ILOC_ITEM_ID.
005343     MOVE TRAN_LOC TO ILOC_LOC_CODE.
005344     READ ITEMLOC
005345         INVALID KEY
005346             MOVE ITEM_ID TO ILOC_ITEM_ID
005347             MOVE TRAN_LOC TO ILOC_LOC_CODE
005348             MOVE WS-KT-NEED(WS-KT-IX) TO ILOC_QTY
005349             MOVE ZERO TO ILOC_ALLOCATED
005350             MOVE ZERO TO ILOC_MIN
005351             MOVE ZERO TO ILOC_MAX
005352             WRITE ITEMLOC-RECORD
005353         NOT INVALID KEY
005354             ADD WS-KT-NEED(WS-KT-IX) TO ILOC_QTY
005355             REWRITE ITEMLOC-RECORD
005356     END-READ.
005357     REWRITE ITEMS
005358         INVALID KEY
005359             DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
005360             GO TO 3436-NEXT
005361     END-REWRITE.
005362     MOVE 'U' TO WS-KIT-MOV-TYPE.
005363     PERFORM 3280-WRITE-KIT-MOVEMENT THRU 3280-EXIT.
005364 3436-NEXT.
005365     ADD 1 TO WS-KT-IX.
005366 3436-EXIT.
005367     EXIT.

005368******************************************************************
005369* 3450 POSTS AN ISSUE.  A CUSTOMER SHIPMENT (SALES ORDER LINE
005370* ON THE TRANSACTION) DRAWS ON THE STOCK ALLOCATED TO IT AND
005371* RELIEVES THAT ALLOCATION; ANY OTHER ISSUE MAY ONLY TAKE WHAT
005372* IS NOT ALREADY PROMISED TO A CUSTOMER.
005373******************************************************************
005374 3450-APPLY-ISSUE.
005375     MOVE TRAN_LOC TO WS-WORK-LOC.
005376     PERFORM 3500-READ-LOC-BALANCE THRU 3500-EXIT.
005377     IF TRAN_QTY > ITEM_QTY OR TRAN_QTY > WS-LOC-QTY
005378         DISPLAY "REJECTED - ISSUE OF " TRAN_QTY
005379             " FOR ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
005380             " TOO HIGH."
005381         MOVE "QTY HIGH" TO WS-REJ-REASON
005382         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005383         ADD 1 TO WS-REJECTED-COUNT
005384         GO TO 3450-EXIT
005385     END-IF.
005386     IF TRAN_SO_NUMBER = ZERO AND TRAN_QTY > WS-LOC-AVAIL
005387         DISPLAY "REJECTED - ISSUE OF " TRAN_QTY
005388             " FOR ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
005389             " WOULD TAKE STOCK ALLOCATED TO SALES ORDERS."
005390         MOVE "ALLOCATD" TO WS-REJ-REASON
005391         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005392         ADD 1 TO WS-REJECTED-COUNT
005393         GO TO 3450-EXIT
005394     END-IF.
005395     MOVE ITEM_QTY TO WS-QTY-BEFORE.
005396     SUBTRACT TRAN_QTY FROM ITEM_QTY.
005397     MOVE TRAN_QTY TO WS-WORK-QTY.
005398     IF TRAN_SO_NUMBER > ZERO
005399         IF TRAN_QTY > ILOC_ALLOCATED
005400             MOVE ZERO TO ILOC_ALLOCATED
005401         ELSE
005402             SUBTRACT TRAN_QTY FROM ILOC_ALLOCATED
005403         END-IF
005404     END-IF.
005405     PERFORM 3600-SUBTRACT-FROM-LOCATION THRU 3600-EXIT.
005406     PERFORM 3550-DRAW-LOTS THRU 3550-EXIT.
005407     PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT.
005408     IF TRAN_SO_NUMBER > ZERO
005409         PERFORM 3480-SHIP-SALES-LINE THRU 3480-EXIT
005410     END-IF.
005411 3450-EXIT.
005412     EXIT.

005413******************************************************************
005414* 3480 MARKS THE SHIPPED QUANTITY ON THE SALES ORDER LINE.  THE
005415* LINE GOES BACK TO OPEN IF A BACKORDER RELEASE HAS ALLOCATED
005416* MORE TO IT SINCE IT WAS CONFIRMED, TO BACKORDERED IF ONLY THE
005417* BACKORDER IS LEFT, AND TO SHIPPED WHEN NOTHING IS OWED.
005418******************************************************************
005419 3480-SHIP-SALES-LINE.
005420     MOVE TRAN_SO_NUMBER TO SO_NUMBER.
005421     MOVE TRAN_SO_LINE TO SO_LINE.
005422     READ SORDER
005423         INVALID KEY
005424             DISPLAY "SALES ORDER " TRAN_SO_NUMBER "/"
005425                 TRAN_SO_LINE " VANISHED - LINE NOT UPDATED."
005426             GO TO 3480-EXIT
005427     END-READ.
005428     ADD TRAN_QTY TO SO_QTY_SHIPPED.
005429     IF TRAN_QTY > SO_QTY_ALLOCATED
005430         MOVE ZERO TO SO_QTY_ALLOCATED
005431     ELSE
005432         SUBTRACT TRAN_QTY FROM SO_QTY_ALLOCATED
005433     END-IF.
005434     EVALUATE TRUE
005435         WHEN SO_QTY_ALLOCATED > ZERO
005436             MOVE 'O' TO SO_STATUS
005437         WHEN SO_QTY_BACKORDER > ZERO
005438             MOVE 'B' TO SO_STATUS
005439         WHEN OTHER
005440             MOVE 'S' TO SO_STATUS
005441     END-EVALUATE.
005442     REWRITE SORDER-RECORD.
005443 3480-EXIT.
005444     EXIT.

005445******************************************************************
005446* 3490 POSTS A RETURN TO VENDOR.  LIKE A PLAIN ISSUE IT MAY ONLY
005447* TAKE STOCK NOT ALREADY PROMISED TO A CUSTOMER.  ONCE THE STOCK
005448* IS OUT, THE PO LINE IS BACKED OFF AND THE DEBIT MEMO WRITTEN.
005449******************************************************************
005450 3490-APPLY-RETURN.
005451     MOVE TRAN_LOC TO WS-WORK-LOC.
005452     PERFORM 3500-READ-LOC-BALANCE THRU 3500-EXIT.
005453     IF TRAN_QTY > ITEM_QTY OR TRAN_QTY > WS-LOC-QTY
005454         DISPLAY "REJECTED - RETURN OF " TRAN_QTY
005455             " FOR ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
005456             " TOO HIGH."
005457         MOVE "QTY HIGH" TO WS-REJ-REASON
005458         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005459         ADD 1 TO WS-REJECTED-COUNT
005460         GO TO 3490-EXIT
005461     END-IF.
005462     IF TRAN_QTY > WS-LOC-AVAIL
005463         DISPLAY "REJECTED - RETURN OF " TRAN_QTY
005464             " FOR ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
005465             " WOULD TAKE STOCK ALLOCATED TO SALES ORDERS."
005466         MOVE "ALLOCATD" TO WS-REJ-REASON
005467         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005468         ADD 1 TO WS-REJECTED-COUNT
005469         GO TO 3490-EXIT
005470     END-IF.
005471     MOVE ITEM_QTY TO WS-QTY-BEFORE.
005472     SUBTRACT TRAN_QTY FROM ITEM_QTY.
005473     MOVE TRAN_QTY TO WS-WORK-QTY.
005474     PERFORM 3600-SUBTRACT-FROM-LOCATION THRU 3600-EXIT.
005475     PERFORM 3550-DRAW-LOTS THRU 3550-EXIT.
005476     PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT.
005477     PERFORM 3495-BACK-OUT-PO-LINE THRU 3495-EXIT.
005478 3490-EXIT.
005479     EXIT.

005480******************************************************************
005481* 3495 TAKES THE RETURNED QUANTITY BACK OFF PO_QTY_RECEIVED.  IF
005482* THE VENDOR IS TO REPLACE THE GOODS THE ORDERED QUANTITY STANDS,
005483* SO THE LINE REOPENS FOR THE REPLACEMENT RECEIPT.  OTHERWISE THE
005484* ORDERED QUANTITY COMES DOWN BY WHATEVER PART OF THE RETURN WAS
005485* NOT AN OVER-RECEIPT, LEAVING THE OUTSTANDING BALANCE AS IT WAS.
005486******************************************************************
005487 3495-BACK-OUT-PO-LINE.
005488     MOVE TRAN_PO_NUMBER TO PO_NUMBER.
005489     MOVE TRAN_PO_LINE TO PO_LINE.
005490     READ PORDER
005491         INVALID KEY
005492             DISPLAY "PO " TRAN_PO_NUMBER "/" TRAN_PO_LINE
005493                 " VANISHED - NO DEBIT MEMO WRITTEN."
005494             GO TO 3495-EXIT
005495     END-READ.
005496     COMPUTE WS-PO-EXCESS = PO_QTY_RECEIVED - PO_QTY_ORDERED.
005497     IF WS-PO-EXCESS < ZERO
005498         MOVE ZERO TO WS-PO-EXCESS
005499     END-IF.
005500     SUBTRACT TRAN_QTY FROM PO_QTY_RECEIVED.
005501     IF NOT TRAN-REPLACEMENT-DUE AND TRAN_QTY > WS-PO-EXCESS
005502         COMPUTE PO_QTY_ORDERED =
005503             PO_QTY_ORDERED - (TRAN_QTY - WS-PO-EXCESS)
005504     END-IF.
005505     IF PO_QTY_RECEIVED NOT > PO_QTY_ORDERED
005506         MOVE 'N' TO PO_OVER_FLAG
005507     END-IF.
005508     IF PO_QTY_RECEIVED < PO_QTY_ORDERED
005509         MOVE 'O' TO PO_STATUS
005510     ELSE
005511         MOVE 'C' TO PO_STATUS
005512     END-IF.
005513     REWRITE PORDER-RECORD.
005514     PERFORM 3497-WRITE-DEBIT-MEMO THRU 3497-EXIT.
005515 3495-EXIT.
005516     EXIT.

005517******************************************************************
005518* 3497 WRITES THE DEBIT MEMO FOR ACCOUNTS PAYABLE, VALUED AT THE
005519* UNIT COST OF THE RECEIPT ON THE PO LINE (THE ITEM'S AVERAGE
005520* COST IF THE LINE PREDATES RECEIPT COSTING).
005521******************************************************************
005522 3497-WRITE-DEBIT-MEMO.
005523     MOVE TRAN_SUPPLIER_ID TO DM_SUPPLIER_ID.
005524     MOVE WS-RUN-DATE TO DM_DATE.
005525     MOVE WS-RUN-TIME TO DM_TIME.
005526     MOVE TRAN_PO_NUMBER TO DM_PO_NUMBER.
005527     MOVE TRAN_PO_LINE TO DM_PO_LINE.
005528     MOVE TRAN_ITEM_ID TO DM_ITEM_ID.
005529     MOVE TRAN_LOC TO DM_LOC.
005530     MOVE TRAN_QTY TO DM_QTY.
005531     IF PO_RECEIPT_COST > ZERO
005532         MOVE PO_RECEIPT_COST TO DM_UNIT_COST
005533     ELSE
005534         MOVE ITEM_COST TO DM_UNIT_COST
005535     END-IF.
005536     COMPUTE DM_VALUE = DM_QTY * DM_UNIT_COST.
005537     IF TRAN-REPLACEMENT-DUE
005538         MOVE 'Y' TO DM_REPLACE
005539     ELSE
005540         MOVE 'N' TO DM_REPLACE
005541     END-IF.
005542     MOVE WS-OPERATOR TO DM_OPERATOR.
005543     WRITE DEBITMEM-RECORD.
005544 3497-EXIT.
005545     EXIT.

005546******************************************************************
005547* 3460 APPLIES A CYCLE COUNT ADJUSTMENT: TRAN_QTY IS THE NEW
005548* ON-HAND FOR THE COUNTED LOCATION, AND THE COMPANY-WIDE
005550* ITEM_QTY MOVES BY THE SAME DIFFERENCE.  FOR A LOT-CONTROLLED
005552* ITEM TRAN_QTY IS THE COUNT OF THE ONE LOT NAMED, SO THE LOT IS
005554* SET TO IT AND THE LOCATION AND ITEM MOVE BY THE LOT'S VARIANCE.
005556* THE POSTING DATE BECOMES THE ITEM'S LAST COUNTED DATE.
005560******************************************************************
005570 3460-APPLY-ADJUSTMENT.
005580     MOVE TRAN_LOC TO WS-WORK-LOC.
005590     PERFORM 3500-READ-LOC-BALANCE THRU 3500-EXIT.
005600     MOVE ITEM_QTY TO WS-QTY-BEFORE.
005610     IF ITEM-LOT-CONTROLLED
005611         COMPUTE WS-ILOC-DELTA = TRAN_QTY - WS-LOT-OLD-QTY
005612         IF WS-ILOC-DELTA < ZERO
005613             AND ZERO - WS-ILOC-DELTA > WS-LOC-QTY
005614             MOVE ZERO TO WS-ADJ-LOC-QTY
005615         ELSE
005616             COMPUTE WS-ADJ-LOC-QTY = WS-LOC-QTY + WS-ILOC-DELTA
005617         END-IF
005618     ELSE
005619         COMPUTE WS-ILOC-DELTA = TRAN_QTY - WS-LOC-QTY
005620         MOVE TRAN_QTY TO WS-ADJ-LOC-QTY
005621     END-IF.
005622     IF WS-ILOC-DELTA < ZERO
005630         AND ZERO - WS-ILOC-DELTA > ITEM_QTY
005640         MOVE ZERO TO ITEM_QTY
005650     ELSE
005660         COMPUTE ITEM_QTY = ITEM_QTY + WS-ILOC-DELTA
005670     END-IF.
005680     PERFORM 3700-SET-LOCATION-BALANCE THRU 3700-EXIT.
005682     IF WS-RUN-DATE > ITEM_LAST_COUNT_DATE
005684         MOVE WS-RUN-DATE TO ITEM_LAST_COUNT_DATE
005686     END-IF.
005690     PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT.
005691     IF ITEM-LOT-CONTROLLED
005692         PERFORM 3590-SET-COUNTED-LOT THRU 3590-EXIT
005693     END-IF.
005694     IF WS-ADJ-LOC-QTY < WS-LOC-ALLOC
005695         DISPLAY "WARNING - ITEM " TRAN_ITEM_ID " AT " TRAN_LOC
005696             " NOW HOLDS LESS THAN IS ALLOCATED TO SALES ORDERS."
005697     END-IF.
005700 3460-EXIT.
005710     EXIT.

005790         MOVE "QTY HIGH" TO WS-REJ-REASON
005800         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005810         ADD 1 TO WS-REJECTED-COUNT
005811         GO TO 3470-EXIT
005812     END-IF.
005813     IF TRAN_QTY > WS-LOC-AVAIL
005814         DISPLAY "REJECTED - TRANSFER OF " TRAN_QTY
005815             " FOR ITEM " TRAN_ITEM_ID " FROM " TRAN_LOC
005816             " WOULD TAKE STOCK ALLOCATED TO SALES ORDERS."
005817         MOVE "ALLOCATD" TO WS-REJ-REASON
005818         PERFORM 3300-WRITE-SUSPENSE THRU 3300-EXIT
005819         ADD 1 TO WS-REJECTED-COUNT
005820     ELSE
005830         MOVE TRAN_QTY TO WS-WORK-QTY
005840         PERFORM 3600-SUBTRACT-FROM-LOCATION THRU 3600-EXIT
005850         MOVE TRAN_TO_LOC TO WS-WORK-LOC
005860         PERFORM 3400-ADD-TO-LOCATION THRU 3400-EXIT
005865         PERFORM 3550-DRAW-LOTS THRU 3550-EXIT
005870         MOVE ITEM_QTY TO WS-QTY-BEFORE
005880         PERFORM 3100-REWRITE-ITEM THRU 3100-EXIT
005890     END-IF.
005970             MOVE TRAN_ITEM_ID TO ILOC_ITEM_ID
005980             MOVE WS-WORK-LOC TO ILOC_LOC_CODE
005990             MOVE WS-WORK-QTY TO ILOC_QTY
005992             MOVE ZERO TO ILOC_ALLOCATED
005994             MOVE ZERO TO ILOC_MIN
005996             MOVE ZERO TO ILOC_MAX
006000             WRITE ITEMLOC-RECORD
006010         NOT INVALID KEY
006020             ADD WS-WORK-QTY TO ILOC_QTY
006110         INVALID KEY
006120             MOVE 'N' TO WS-ILOC-FOUND-SW
006130             MOVE ZERO TO WS-LOC-QTY
006135             MOVE ZERO TO WS-LOC-ALLOC
006140         NOT INVALID KEY
006150             MOVE 'Y' TO WS-ILOC-FOUND-SW
006160             MOVE ILOC_QTY TO WS-LOC-QTY
006165             MOVE ILOC_ALLOCATED TO WS-LOC-ALLOC
006170     END-READ.
006175     COMPUTE WS-LOC-AVAIL = WS-LOC-QTY - WS-LOC-ALLOC.
006180 3500-EXIT.
006190     EXIT.


006270 3700-SET-LOCATION-BALANCE.
006280     IF WS-ILOC-FOUND
006290         MOVE WS-ADJ-LOC-QTY TO ILOC_QTY
006300         REWRITE ITEMLOC-RECORD
006310     ELSE
006320         MOVE TRAN_ITEM_ID TO ILOC_ITEM_ID
006330         MOVE WS-WORK-LOC TO ILOC_LOC_CODE
006340         MOVE WS-ADJ-LOC-QTY TO ILOC_QTY
006342         MOVE ZERO TO ILOC_ALLOCATED
006344         MOVE ZERO TO ILOC_MIN
006346         MOVE ZERO TO ILOC_MAX
006350         WRITE ITEMLOC-RECORD
006360     END-IF.
006370 3700-EXIT.
006380     EXIT.

006381******************************************************************
006382* 3550 TAKES THE PLANNED LOT DRAWS OFF LOTBAL.DAT AT THE ISSUING
006383* LOCATION.  A TRANSFER PUTS EACH LOT DRAWN INTO THE SAME LOT AT
006384* THE RECEIVING LOCATION, CARRYING ITS EXPIRY AND ORIGIN.  A LOT
006385* DRAWN TO ZERO IS KEPT FOR THE LOT TRACE.
006386******************************************************************
006387 3550-DRAW-LOTS.
006388     IF NOT ITEM-LOT-CONTROLLED
006389         GO TO 3550-EXIT
006390     END-IF.
006391     MOVE 1 TO WS-LT-IX.
006392     PERFORM 3560-DRAW-ONE-LOT THRU 3560-EXIT
006393         UNTIL WS-LT-IX > WS-LT-COUNT.
006394     MOVE 'Y' TO WS-LOT-DRAWN-SW.
006395 3550-EXIT.
006396     EXIT.

006397 3560-DRAW-ONE-LOT.
006398     IF WS-LT-DRAW(WS-LT-IX) = ZERO
006399         GO TO 3560-NEXT
006400     END-IF.
006401     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
006402     MOVE TRAN_LOC TO LOT_LOC.
006403     MOVE WS-LT-LOT(WS-LT-IX) TO LOT_NUMBER.
006404     READ LOTBAL
006405         INVALID KEY
006406             DISPLAY "LOT " WS-LT-LOT(WS-LT-IX) " VANISHED FOR "
006407                 "ITEM " TRAN_ITEM_ID " - NOT UPDATED."
006408         NOT INVALID KEY
006409             IF WS-LT-DRAW(WS-LT-IX) > LOT_QTY
006410                 MOVE ZERO TO LOT_QTY
006411             ELSE
006412                 SUBTRACT WS-LT-DRAW(WS-LT-IX) FROM LOT_QTY
006413             END-IF
006414             REWRITE LOTBAL-RECORD
006415     END-READ.
006416     IF TRAN-TRANSFER
006417         PERFORM 3570-ADD-LOT-AT-DESTINATION THRU 3570-EXIT
006418     END-IF.
006419 3560-NEXT.
006420     ADD 1 TO WS-LT-IX.
006421 3560-EXIT.
006422     EXIT.

006423 3570-ADD-LOT-AT-DESTINATION.
006424     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
006425     MOVE TRAN_TO_LOC TO LOT_LOC.
006426     MOVE WS-LT-LOT(WS-LT-IX) TO LOT_NUMBER.
006427     READ LOTBAL
006428         INVALID KEY
006429             MOVE TRAN_ITEM_ID TO LOT_ITEM_ID
006430             MOVE TRAN_TO_LOC TO LOT_LOC
006431             MOVE WS-LT-LOT(WS-LT-IX) TO LOT_NUMBER
006432             MOVE WS-LT-EXPIRY(WS-LT-IX) TO LOT_EXPIRY
006433             MOVE WS-LT-DRAW(WS-LT-IX) TO LOT_QTY
006434             MOVE WS-LT-RECEIVED(WS-LT-IX) TO LOT_RECEIVED_DATE
006435             MOVE WS-LT-SUPPLIER-ID(WS-LT-IX) TO LOT_SUPPLIER_ID
006436             MOVE WS-LT-PO-NUMBER(WS-LT-IX) TO LOT_PO_NUMBER
006437             MOVE WS-LT-PO-LINE(WS-LT-IX) TO LOT_PO_LINE
006438             WRITE LOTBAL-RECORD
006439         NOT INVALID KEY
006440             ADD WS-LT-DRAW(WS-LT-IX) TO LOT_QTY
006441             REWRITE LOTBAL-RECORD
006442     END-READ.
006443 3570-EXIT.
006444     EXIT.

006445******************************************************************
006446* 3580 PUTS A RECEIPT INTO ITS LOT AT THE RECEIVING LOCATION.  A
006447* NEW LOT RECORDS THE SUPPLIER AND THE PURCHASE ORDER LINE THE
006448* RECEIPT WAS MATCHED TO, SO A BAD LOT CAN BE TRACED BACK.
006449******************************************************************
006450 3580-RECEIVE-LOT.
006451     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
006452     MOVE TRAN_LOC TO LOT_LOC.
006453     MOVE TRAN_LOT TO LOT_NUMBER.
006454     READ LOTBAL
006455         INVALID KEY
006456             MOVE TRAN_ITEM_ID TO LOT_ITEM_ID
006457             MOVE TRAN_LOC TO LOT_LOC
006458             MOVE TRAN_LOT TO LOT_NUMBER
006459             MOVE TRAN_EXPIRY TO LOT_EXPIRY
006460             MOVE TRAN_QTY TO LOT_QTY
006461             MOVE WS-RUN-DATE TO LOT_RECEIVED_DATE
006462             MOVE SUPPLIER_ID OF ITEMS TO LOT_SUPPLIER_ID
006463             IF WS-PO-ANY
006464                 MOVE WS-PO-LAST-NUMBER TO LOT_PO_NUMBER
006465                 MOVE WS-PO-LAST-LINE TO LOT_PO_LINE
006466             ELSE
006467                 MOVE ZERO TO LOT_PO_NUMBER
006468                 MOVE ZERO TO LOT_PO_LINE
006469             END-IF
006470             WRITE LOTBAL-RECORD
006471         NOT INVALID KEY
006472             ADD TRAN_QTY TO LOT_QTY
006473             REWRITE LOTBAL-RECORD
006474     END-READ.
006475 3580-EXIT.
006476     EXIT.

006477 3590-SET-COUNTED-LOT.
006478     MOVE TRAN_ITEM_ID TO LOT_ITEM_ID.
006479     MOVE TRAN_LOC TO LOT_LOC.
006480     MOVE TRAN_LOT TO LOT_NUMBER.
006481     READ LOTBAL
006482         INVALID KEY
006483             MOVE TRAN_ITEM_ID TO LOT_ITEM_ID
006484             MOVE TRAN_LOC TO LOT_LOC
006485             MOVE TRAN_LOT TO LOT_NUMBER
006486             MOVE TRAN_EXPIRY TO LOT_EXPIRY
006487             MOVE TRAN_QTY TO LOT_QTY
006488             MOVE WS-RUN-DATE TO LOT_RECEIVED_DATE
006489             MOVE SUPPLIER_ID OF ITEMS TO LOT_SUPPLIER_ID
006490             MOVE ZERO TO LOT_PO_NUMBER
006491             MOVE ZERO TO LOT_PO_LINE
006492             WRITE LOTBAL-RECORD
006493         NOT INVALID KEY
006494             MOVE TRAN_QTY TO LOT_QTY
006495             REWRITE LOTBAL-RECORD
006496     END-READ.
006497 3590-EXIT.
006498     EXIT.

006499 3100-REWRITE-ITEM.
006500     REWRITE ITEMS
006501         INVALID KEY
006502             DISPLAY "REWRITE FAILED FOR ITEM " ITEM_ID
006503         NOT INVALID KEY
006504             ADD 1 TO WS-APPLIED-COUNT
006505             PERFORM 3200-WRITE-MOVEMENT THRU 3200-EXIT
006506     END-REWRITE.
006507 3100-EXIT.
006508     EXIT.

006509 3200-WRITE-MOVEMENT.
006510     MOVE TRAN_ITEM_ID TO MOV_ITEM_ID.
006511     MOVE WS-RUN-DATE TO MOV_DATE.
006520     MOVE WS-RUN-TIME TO MOV_TIME.
006530     MOVE ZERO TO MOV_SEQ.
006540     MOVE TRAN_TYPE TO MOV_TYPE.
006620         MOVE SPACES TO MOV_TO_LOC
006630     END-IF.
006640     MOVE WS-OPERATOR TO MOV_OPERATOR.
006641     IF TRAN-ISSUE AND TRAN_SO_NUMBER = ZERO
006642         MOVE TRAN_COST_CENTER TO MOV_COST_CENTER
006643     ELSE
006644         MOVE SPACES TO MOV_COST_CENTER
006645     END-IF.
006646     IF WS-LOT-DRAWN
006647         PERFORM 3250-WRITE-LOT-MOVEMENTS THRU 3250-EXIT
006648         GO TO 3200-EXIT
006649     END-IF.
006650     IF ITEM-LOT-CONTROLLED
006651         MOVE TRAN_LOT TO MOV_LOT
006652     ELSE
006653         MOVE SPACES TO MOV_LOT
006654     END-IF.
006655     MOVE 'N' TO WS-MOV-DONE-SW.
006660     PERFORM 3210-WRITE-MOVEMENT-TRY THRU 3210-EXIT
006670         UNTIL WS-MOV-DONE.
006680 3200-EXIT.
006690     EXIT.

006691******************************************************************
006692* 3250 WRITES ONE MOVEMENT PER LOT DRAWN BY AN ISSUE, TRANSFER OR
006693* RETURN OF A LOT-CONTROLLED ITEM, THEN ONE WITH NO LOT FOR ANY
006694* PART TAKEN FROM STOCK HELD BEFORE LOT CONTROL.  THE ON-HAND
006695* BEFORE AND AFTER STEP DOWN FROM MOVEMENT TO MOVEMENT SO THE
006696* HISTORY STILL FOLLOWS FROM ONE RECORD TO THE NEXT; A TRANSFER
006697* LEAVES THE COMPANY-WIDE FIGURE UNCHANGED.
006698******************************************************************
006699 3250-WRITE-LOT-MOVEMENTS.
006700     MOVE WS-QTY-BEFORE TO WS-LOT-RUN-QTY.
006701     MOVE 1 TO WS-LT-IX.
006702     PERFORM 3260-WRITE-ONE-LOT-MOVEMENT THRU 3260-EXIT
006703         UNTIL WS-LT-IX > WS-LT-COUNT.
006704     IF WS-LOT-UNLOTTED > ZERO
006705         MOVE SPACES TO MOV_LOT
006706         MOVE WS-LOT-UNLOTTED TO WS-LOT-MOV-QTY
006707         PERFORM 3270-WRITE-DRAW-MOVEMENT THRU 3270-EXIT
006708     END-IF.
006709 3250-EXIT.
006710     EXIT.

006711 3260-WRITE-ONE-LOT-MOVEMENT.
006712     IF WS-LT-DRAW(WS-LT-IX) > ZERO
006713         MOVE WS-LT-LOT(WS-LT-IX) TO MOV_LOT
006714         MOVE WS-LT-DRAW(WS-LT-IX) TO WS-LOT-MOV-QTY
006715         PERFORM 3270-WRITE-DRAW-MOVEMENT THRU 3270-EXIT
006716     END-IF.
006717     ADD 1 TO WS-LT-IX.
006718 3260-EXIT.
006719     EXIT.

006720 3270-WRITE-DRAW-MOVEMENT.
006721     MOVE ZERO TO MOV_SEQ.
006722     MOVE WS-LOT-MOV-QTY TO MOV_QTY.
006723     MOVE WS-LOT-RUN-QTY TO MOV_QTY_BEFORE.
006724     IF NOT TRAN-TRANSFER
006725         IF WS-LOT-MOV-QTY > WS-LOT-RUN-QTY
006726             MOVE ZERO TO WS-LOT-RUN-QTY
006727         ELSE
006728             SUBTRACT WS-LOT-MOV-QTY FROM WS-LOT-RUN-QTY
006729         END-IF
006730     END-IF.
006731     MOVE WS-LOT-RUN-QTY TO MOV_QTY_AFTER.
006732     MOVE 'N' TO WS-MOV-DONE-SW.
006733     PERFORM 3210-WRITE-MOVEMENT-TRY THRU 3210-EXIT
006734         UNTIL WS-MOV-DONE.
006735 3270-EXIT.
006736     EXIT.

006737******************************************************************
006738* 3280 WRITES THE MOVEMENT FOR ONE COMPONENT OF A KIT BUILD ('K')
006739* OR DISASSEMBLY ('U'), WITH THE COMPONENT'S OWN ON-HAND BEFORE
006740* AND AFTER.  THE ITEM AREA HOLDS THE COMPONENT.
006741******************************************************************
006742 3280-WRITE-KIT-MOVEMENT.
006743     MOVE ITEM_ID TO MOV_ITEM_ID.
006744     MOVE WS-RUN-DATE TO MOV_DATE.
006745     MOVE WS-RUN-TIME TO MOV_TIME.
006746     MOVE ZERO TO MOV_SEQ.
006747     MOVE WS-KIT-MOV-TYPE TO MOV_TYPE.
006748     MOVE WS-KT-NEED(WS-KT-IX) TO MOV_QTY.
006749     MOVE WS-KIT-QTY-BEFORE TO MOV_QTY_BEFORE.
006750     MOVE ITEM_QTY TO MOV_QTY_AFTER.
006751     MOVE TRAN_LOC TO MOV_LOC.
006752     MOVE SPACES TO MOV_TO_LOC.
006753     MOVE WS-OPERATOR TO MOV_OPERATOR.
006754     MOVE SPACES TO MOV_COST_CENTER.
006755     MOVE SPACES TO MOV_LOT.
006756     MOVE 'N' TO WS-MOV-DONE-SW.
006757     PERFORM 3210-WRITE-MOVEMENT-TRY THRU 3210-EXIT
006758         UNTIL WS-MOV-DONE.
006759 3280-EXIT.
006760     EXIT.

006761******************************************************************
006762* 3210 WRITES THE MOVEMENT, BUMPING THE TIE-BREAK SEQUENCE
006763* NUMBER WHEN TWO POSTINGS FOR THE SAME ITEM LAND IN THE SAME
006764* SECOND AND COLLIDE ON THE RECORD KEY.
006765******************************************************************
006766 3210-WRITE-MOVEMENT-TRY.
006767     WRITE STKMOV-RECORD
006770         INVALID KEY
006780             IF MOV_SEQ < 99
006790                 ADD 1 TO MOV_SEQ
007400         MOVE WS-PO-OUTSTANDING TO WS-PO-RELIEF
007410     END-IF.
007420     ADD WS-PO-RELIEF TO PO_QTY_RECEIVED.
007425     MOVE TRAN_COST TO PO_RECEIPT_COST.
007430     SUBTRACT WS-PO-RELIEF FROM WS-PO-REMAIN.
007440     IF PO_QTY_RECEIVED NOT < PO_QTY_ORDERED
007450         MOVE 'C' TO PO_STATUS
007590             GO TO 3820-EXIT
007600     END-READ.
007610     ADD WS-PO-REMAIN TO PO_QTY_RECEIVED.
007615     MOVE TRAN_COST TO PO_RECEIPT_COST.
007620     MOVE 'C' TO PO_STATUS.
007630     MOVE 'Y' TO PO_OVER_FLAG.
007640     REWRITE PORDER-RECORD.
007670 3820-EXIT.
007680     EXIT.

007681******************************************************************
007682* 3850 RELEASES CUSTOMER BACKORDERS AFTER A RECEIPT POSTS.  THE
007683* STOCK AT THE RECEIVING LOCATION NOT YET PROMISED TO ANYONE IS
007684* ALLOCATED TO THE ITEM'S BACKORDERS FOR THAT LOCATION IN KEY
007685* ORDER - OLDEST ORDER DATE FIRST - UNTIL IT RUNS OUT.  EACH
007686* RELEASE MOVES QUANTITY FROM BACKORDER TO ALLOCATED ON THE
007687* SALES ORDER LINE, READY FOR ITMSORD TO CONFIRM FOR SHIPMENT.
007688******************************************************************
007689 3850-RELEASE-BACKORDERS.
007690     MOVE TRAN_ITEM_ID TO ILOC_ITEM_ID.
007691     MOVE TRAN_LOC TO ILOC_LOC_CODE.
007692     READ ITEMLOC
007693         INVALID KEY
007694             GO TO 3850-EXIT
007695     END-READ.
007696     IF ILOC_QTY NOT > ILOC_ALLOCATED
007697         GO TO 3850-EXIT
007698     END-IF.
007699     COMPUTE WS-BO-AVAIL = ILOC_QTY - ILOC_ALLOCATED.
007700     MOVE 'N' TO WS-BO-EOF-SW.
007701     MOVE TRAN_ITEM_ID TO BO_ITEM_ID.
007702     MOVE ZERO TO BO_ORDER_DATE.
007703     MOVE ZERO TO BO_SO_NUMBER.
007704     MOVE ZERO TO BO_SO_LINE.
007705     START BACKORD KEY NOT LESS THAN BO-KEY
007706         INVALID KEY
007707             MOVE 'Y' TO WS-BO-EOF-SW
007708     END-START.
007709     PERFORM 3860-RELEASE-ONE-BACKORDER THRU 3860-EXIT
007710         UNTIL WS-BO-EOF.
007711     REWRITE ITEMLOC-RECORD.
007712 3850-EXIT.
007713     EXIT.

007714 3860-RELEASE-ONE-BACKORDER.
007715     READ BACKORD NEXT
007716         AT END
007717             MOVE 'Y' TO WS-BO-EOF-SW
007718             GO TO 3860-EXIT
007719     END-READ.
007720     IF BO_ITEM_ID NOT = TRAN_ITEM_ID
007721         MOVE 'Y' TO WS-BO-EOF-SW
007722         GO TO 3860-EXIT
007723     END-IF.
007724     IF BO_LOC NOT = TRAN_LOC
007725         GO TO 3860-EXIT
007726     END-IF.
007727     MOVE BO_SO_NUMBER TO SO_NUMBER.
007728     MOVE BO_SO_LINE TO SO_LINE.
007729     READ SORDER
007730         INVALID KEY
007731             MOVE SPACE TO SO_STATUS
007732     END-READ.
007733     IF NOT (SO-OPEN OR SO-BACKORDERED OR SO-CONFIRMED)
007734         DELETE BACKORD RECORD
007735         GO TO 3860-EXIT
007736     END-IF.
007737     IF BO_QTY < WS-BO-AVAIL
007738         MOVE BO_QTY TO WS-BO-RELEASE
007739     ELSE
007740         MOVE WS-BO-AVAIL TO WS-BO-RELEASE
007741     END-IF.
007742     ADD WS-BO-RELEASE TO SO_QTY_ALLOCATED.
007743     IF WS-BO-RELEASE > SO_QTY_BACKORDER
007744         MOVE ZERO TO SO_QTY_BACKORDER
007745     ELSE
007746         SUBTRACT WS-BO-RELEASE FROM SO_QTY_BACKORDER
007747     END-IF.
007748     IF SO-BACKORDERED
007749         MOVE 'O' TO SO_STATUS
007750     END-IF.
007751     REWRITE SORDER-RECORD.
007752     ADD WS-BO-RELEASE TO ILOC_ALLOCATED.
007753     SUBTRACT WS-BO-RELEASE FROM WS-BO-AVAIL.
007754     SUBTRACT WS-BO-RELEASE FROM BO_QTY.
007755     IF BO_QTY = ZERO
007756         DELETE BACKORD RECORD
007757     ELSE
007758         REWRITE BACKORD-RECORD
007759     END-IF.
007760     DISPLAY "BACKORDER RELEASED - SALES ORDER " SO_NUMBER "/"
007761         SO_LINE " ITEM " TRAN_ITEM_ID " QTY " WS-BO-RELEASE.
007762     IF WS-BO-AVAIL = ZERO
007763         MOVE 'Y' TO WS-BO-EOF-SW
007764     END-IF.
007765 3860-EXIT.
007766     EXIT.

007767*****************************************************************
007768* 3900 RECOMPUTES THE WEIGHTED MOVING AVERAGE UNIT COST FOR A
007769* RECEIPT: ON-HAND AT THE OLD COST PLUS THE RECEIPT AT ITS
007770* ACTUAL COST, OVER THE COMBINED QUANTITY.  THE RECEIPT COST
007771* HAS ALREADY PASSED THE 'BAD COST' EDIT BY THE TIME WE GET
007772* HERE.  3950 LOGS THE CHANGE TO THE COST HISTORY FILE THE
007773* SAME WAY ITMMAINT AND ITMPRICE LOG MANUAL CHANGES.
007774*****************************************************************
007775 3900-REVALUE-ITEM.
007780     MOVE 'N' TO WS-COST-CHANGED-SW.
007790     MOVE ITEM_COST TO WS-OLD-COST.
007800     IF WS-QTY-BEFORE + TRAN_QTY > ZERO
008630     CLOSE ITEMLOC.
008640     CLOSE STKMOV.
008650     CLOSE PORDER.
008651     CLOSE SORDER.
008652     CLOSE BACKORD.
008653     CLOSE DEBITMEM.
008654     CLOSE COSTCTR.
008655     CLOSE LOTBAL.
008656     CLOSE KITBOM.
008660     CLOSE COSTHIST.
008670     IF WS-TRAN-MODE
008680         IF WS-ABORTED
