000260* 2026-09-03 JMG  COST CHANGES NOW CARRY THROUGH TO THE
000270*                 ITEMCTL.DAT COST TOTAL SO ITMRECON STILL
000280*                 BALANCES WITHOUT A FRESH DATA ENTRY RUN.
000281* 2026-10-15 JMG  ADDED MENU OPTION 5 TO TURN LOT AND EXPIRY
000282*                 CONTROL ON OR OFF FOR AN ITEM.
000283* 2026-10-15 JMG  EVERY UPDATE, DELETE, STATUS CHANGE, AND LOT
000284*                 CONTROL CHANGE IS NOW LOGGED TO THE MASTER FILE
000285*                 CHANGE LOG (CHGLOG.DAT) WITH THE BEFORE AND
000286*                 AFTER IMAGES OF THE ITEM RECORD AND THE
000287*                 SIGNED-ON OPERATOR ID.
000288* 2026-10-15 JMG  RETIRING AN ITEM (DELETE OR OBSOLETE STATUS)
000289*                 NOW LISTS THE KITS IT GOES INTO FROM THE KIT
000290*                 BILL OF MATERIALS AND WARNS FIRST, AND LOT
000291*                 CONTROL CANNOT BE TURNED ON FOR A KIT ITEM OR
000292*                 KIT COMPONENT.
000293* 2026-10-15 JMG  LOT CONTROL CANNOT BE TURNED OFF WHILE ANY LOT
000294*                 OF THE ITEM ON LOTBAL.DAT STILL HOLDS STOCK.
000295******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ITMMAINT.
000320 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000410     COPY "PENDSEL.cpy".
000420     COPY "SESSSEL.cpy".
000430     COPY "ITEMCTLSEL.cpy".
000432     COPY "CLOGSEL.cpy".
000434     COPY "BOMSEL.cpy".
000436     COPY "LOTSEL.cpy".

000440 DATA DIVISION.
000450 FILE SECTION.
000540 FD  ITEMCTL.
000550     COPY "ITEMCTL.cpy".

000551 FD  CHGLOG.
000552     COPY "CLOGREC.cpy".

000553 FD  KITBOM.
000554     COPY "BOMREC.cpy".

000555 FD  LOTBAL.
000556     COPY "LOTREC.cpy".

000560 WORKING-STORAGE SECTION.
000570     COPY "ITEMSTAT.cpy".
000580     COPY "CSTHSTAT.cpy".
000590     COPY "PENDSTAT.cpy".
000600     COPY "ITEMCTLST.cpy".
000610     COPY "SESSSTAT.cpy".
000612     COPY "CLOGSTAT.cpy".
000614     COPY "BOMSTAT.cpy".
000616     COPY "LOTSTAT.cpy".
000620*    PROGRAM SWITCHES AND WORK FIELDS
000630 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000640     88  WS-DONE VALUE 'Y'.
000890 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000900 77  WS-OPERATOR PIC X(03) VALUE "***".
000910 77  WS-NEW-STATUS PIC X(01) VALUE SPACE.
000911 77  WS-NEW-LOT-CONTROL PIC X(01) VALUE SPACE.
000912*    MASTER FILE CHANGE LOG WORK FIELDS
000913 77  WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.
000914 77  WS-LOG-ACTION PIC X(01) VALUE SPACE.
000915 01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
000916 01  WS-AFTER-IMAGE PIC X(100) VALUE SPACES.
000917*    KIT BILL OF MATERIALS WORK FIELDS
000918 77  WS-BOM-EOF-SW PIC X(01) VALUE 'N'.
000919     88  WS-BOM-EOF VALUE 'Y'.
000920 77  WS-KIT-USE-COUNT PIC 9(05) COMP VALUE ZERO.
000921 77  WS-KIT-COMP-COUNT PIC 9(05) COMP VALUE ZERO.
000922*    LOT BALANCE WORK FIELDS
000923 77  WS-LOT-EOF-SW PIC X(01) VALUE 'N'.
000924     88  WS-LOT-EOF VALUE 'Y'.
000925 77  WS-LOT-COUNT PIC 9(05) VALUE ZERO.
000926 77  WS-LOT-STOCK PIC 9(09) VALUE ZERO.

000927 PROCEDURE DIVISION.
000930 0000-MAINLINE.
000940     PERFORM 1000-READ-SESSION THRU 1000-EXIT.
000950     MOVE 'N' TO WS-DONE-SW.
001290         WHEN 4
001300             PERFORM 7000-SET-ITEM-STATUS THRU 7000-EXIT
001310         WHEN 5
001313             PERFORM 8000-SET-LOT-CONTROL THRU 8000-EXIT
001316         WHEN 6
001320             MOVE 'Y' TO WS-DONE-SW
001330         WHEN OTHER
001340             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 6."
001350     END-EVALUATE.
001360 2000-EXIT.
001370     EXIT.
001430     DISPLAY "  2. DELETE AN ITEM".
001440     DISPLAY "  3. ENTER FUTURE COST CHANGE".
001450     DISPLAY "  4. SET ITEM STATUS (ACTIVE/HOLD/OBSOLETE)".
001460     DISPLAY "  5. SET LOT AND EXPIRY CONTROL (Y/N)".
001465     DISPLAY "  6. EXIT".
001470     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
001480 2100-EXIT.
001490     EXIT.
001680     MOVE 'N' TO WS-REORDER-OK-SW.
001690     PERFORM 3300-GET-REORDER-QTY THRU 3300-EXIT
001700         UNTIL WS-REORDER-OK.
001705     MOVE ITEMS TO WS-BEFORE-IMAGE.
001710     MOVE ITEM_COST TO WS-OLD-COST.
001720     MOVE WS-NEW-NAME TO ITEM_NAME.
001730     MOVE WS-NEW-COST TO ITEM_COST.
001790                 WS-ITEMLIST-STATUS
001800         NOT INVALID KEY
001810             DISPLAY "ITEM " WS-LOOKUP-ID " UPDATED."
001813             MOVE 'C' TO WS-LOG-ACTION
001816             PERFORM 9000-LOG-ITEM-CHANGE THRU 9000-EXIT
001820             IF WS-NEW-COST NOT = WS-OLD-COST
001830                 PERFORM 3400-WRITE-COST-HISTORY THRU 3400-EXIT
001840             END-IF
002720     END-IF.
002730     DISPLAY "ITEM NAME : " ITEM_NAME.
002740     DISPLAY "ITEM COST : " ITEM_COST.
002745     PERFORM 7100-CHECK-KIT-USE THRU 7100-EXIT.
002750     DISPLAY "DELETE THIS ITEM? (Y/N): " WITH NO ADVANCING.
002760     MOVE 'N' TO WS-CONFIRM-SW.
002770     ACCEPT WS-CONFIRM-SW.
002780     IF WS-CONFIRMED
002785         MOVE ITEMS TO WS-BEFORE-IMAGE
002790         DELETE ITEMLIST
002800             INVALID KEY
002810                 DISPLAY "DELETE FAILED - FILE STATUS "
002820                     WS-ITEMLIST-STATUS
002830             NOT INVALID KEY
002840                 DISPLAY "ITEM " WS-LOOKUP-ID " DELETED."
002843                 MOVE 'D' TO WS-LOG-ACTION
002846                 PERFORM 9000-LOG-ITEM-CHANGE THRU 9000-EXIT
002850         END-DELETE
002860     ELSE
002870         DISPLAY "DELETE CANCELLED."
003550     DISPLAY "NEW STATUS (A=ACTIVE, H=HOLD, O=OBSOLETE): "
003560         WITH NO ADVANCING.
003570     ACCEPT WS-NEW-STATUS.
003573     MOVE ZERO TO WS-KIT-USE-COUNT.
003576     MOVE ZERO TO WS-KIT-COMP-COUNT.
003580     IF WS-NEW-STATUS = 'a'
003590         MOVE 'A' TO WS-NEW-STATUS
003600     END-IF.
003700         CLOSE ITEMLIST
003710         GO TO 7000-EXIT
003720     END-IF.
003721     IF WS-NEW-STATUS = 'O'
003722         PERFORM 7100-CHECK-KIT-USE THRU 7100-EXIT
003723     END-IF.
003724     IF WS-KIT-USE-COUNT > ZERO OR WS-KIT-COMP-COUNT > ZERO
003725         DISPLAY "OBSOLETE IT ANYWAY? (Y/N): " WITH NO ADVANCING
003726         MOVE 'N' TO WS-CONFIRM-SW
003727         ACCEPT WS-CONFIRM-SW
003728         IF NOT WS-CONFIRMED
003729             DISPLAY "STATUS NOT CHANGED."
003730             CLOSE ITEMLIST
003731             GO TO 7000-EXIT
003732         END-IF
003733     END-IF.
003734     MOVE ITEMS TO WS-BEFORE-IMAGE.
003735     MOVE WS-NEW-STATUS TO ITEM_STATUS.
003740     REWRITE ITEMS
003750         INVALID KEY
003760             DISPLAY "REWRITE FAILED - FILE STATUS "
003780         NOT INVALID KEY
003790             DISPLAY "ITEM " WS-LOOKUP-ID " STATUS SET TO "
003800                 WS-NEW-STATUS "."
003803             MOVE 'C' TO WS-LOG-ACTION
003806             PERFORM 9000-LOG-ITEM-CHANGE THRU 9000-EXIT
003810     END-REWRITE.
003820     CLOSE ITEMLIST.
003830 7000-EXIT.
003920     END-IF.
003930 6100-EXIT.
003940     EXIT.

003950******************************************************************
003960* 7100 LOOKS FOR THE ITEM ON THE KIT BILL OF MATERIALS, AS A KIT
003970* WITH COMPONENTS OF ITS OWN OR AS A COMPONENT OF OTHER KITS, AND
003980* WARNS BEFORE IT IS RETIRED.  A KIT WHOSE COMPONENT IS OBSOLETE
003990* OR GONE CAN NO LONGER BE BUILT.  THE FILE IS KEYED BY KIT, SO
004000* EVERY LINE IS READ.  NO KITBOM FILE MEANS NO KITS.
004010******************************************************************
004020 7100-CHECK-KIT-USE.
004030     MOVE ZERO TO WS-KIT-USE-COUNT.
004040     MOVE ZERO TO WS-KIT-COMP-COUNT.
004050     OPEN INPUT KITBOM.
004060     IF WS-KITBOM-NOTCREATED
004070         GO TO 7100-EXIT
004080     END-IF.
004090     MOVE 'N' TO WS-BOM-EOF-SW.
004100     MOVE LOW-VALUES TO BOM-KEY.
004110     START KITBOM KEY NOT LESS THAN BOM-KEY
004120         INVALID KEY
004130             MOVE 'Y' TO WS-BOM-EOF-SW
004140     END-START.
004150     PERFORM 7110-CHECK-ONE-BOM-LINE THRU 7110-EXIT
004160         UNTIL WS-BOM-EOF.
004170     CLOSE KITBOM.
004180     IF WS-KIT-COMP-COUNT > ZERO
004190         DISPLAY "WARNING - ITEM IS A KIT WITH " WS-KIT-COMP-COUNT
004200             " COMPONENT(S) ON ITS BILL OF MATERIALS."
004210     END-IF.
004220     IF WS-KIT-USE-COUNT > ZERO
004230         DISPLAY "WARNING - ITEM IS A COMPONENT OF "
004240             WS-KIT-USE-COUNT " KIT(S) LISTED ABOVE, WHICH CANNOT"
004250         DISPLAY "BE BUILT WITHOUT IT.  REMOVE IT IN ITMBOM "
004260             "FIRST."
004270     END-IF.
004280 7100-EXIT.
004290     EXIT.

004300 7110-CHECK-ONE-BOM-LINE.
004310     READ KITBOM NEXT
004320         AT END
004330             MOVE 'Y' TO WS-BOM-EOF-SW
004340             GO TO 7110-EXIT
004350     END-READ.
004360     IF BOM_KIT_ID = WS-LOOKUP-ID
004370         ADD 1 TO WS-KIT-COMP-COUNT
004380     END-IF.
004390     IF BOM_COMP_ID = WS-LOOKUP-ID
004400         ADD 1 TO WS-KIT-USE-COUNT
004410         DISPLAY "  USED IN KIT " BOM_KIT_ID "  QTY PER KIT "
004420             BOM_QTY_PER
004430     END-IF.
004440 7110-EXIT.
004450     EXIT.

004460******************************************************************
004470* 8000 TURNS LOT AND EXPIRY CONTROL ON OR OFF FOR AN ITEM.  ONCE
004480* ON, RECEIPTS MUST CARRY A LOT NUMBER AND EXPIRY DATE AND
004490* ISSUES DRAW THE OLDEST EXPIRY FIRST.  STOCK ALREADY ON HAND
004500* WHEN CONTROL IS TURNED ON HAS NO LOT AND IS ISSUED ONLY AFTER
004510* EVERY LOT AT THE LOCATION IS EXHAUSTED.  CONTROL CANNOT BE
004520* TURNED OFF WHILE ANY LOT STILL HOLDS STOCK: THOSE LOTS WOULD NO
004530* LONGER BE DRAWN DOWN BUT WOULD STILL BE REPORTED AS ON HAND.
004540******************************************************************
004550 8000-SET-LOT-CONTROL.
004560     PERFORM 5000-FIND-ITEM THRU 5000-EXIT.
004570     IF NOT WS-FOUND
004580         DISPLAY "ITEM ID " WS-LOOKUP-ID " NOT FOUND."
004590         GO TO 8000-EXIT
004600     END-IF.
004610     DISPLAY "ITEM NAME      : " ITEM_NAME.
004620     DISPLAY "LOT CONTROLLED : " ITEM_LOT_CONTROL.
004630     DISPLAY "LOT AND EXPIRY CONTROLLED? (Y/N): "
004640         WITH NO ADVANCING.
004650     ACCEPT WS-NEW-LOT-CONTROL.
004660     IF WS-NEW-LOT-CONTROL = 'y'
004670         MOVE 'Y' TO WS-NEW-LOT-CONTROL
004680     END-IF.
004690     IF WS-NEW-LOT-CONTROL = 'n'
004700         MOVE 'N' TO WS-NEW-LOT-CONTROL
004710     END-IF.
004720     IF WS-NEW-LOT-CONTROL NOT = 'Y'
004730         AND WS-NEW-LOT-CONTROL NOT = 'N'
004740         DISPLAY "ENTER Y OR N - NOT CHANGED."
004750         CLOSE ITEMLIST
004760         GO TO 8000-EXIT
004770     END-IF.
004780     IF WS-NEW-LOT-CONTROL = 'Y' AND ITEM_LOT_CONTROL NOT = 'Y'
004790         PERFORM 7100-CHECK-KIT-USE THRU 7100-EXIT
004800         IF WS-KIT-USE-COUNT > ZERO OR WS-KIT-COMP-COUNT > ZERO
004810             DISPLAY "KIT ITEMS AND KIT COMPONENTS CANNOT BE LOT "
004820                 "CONTROLLED - NOT CHANGED."
004830             CLOSE ITEMLIST
004840             GO TO 8000-EXIT
004850         END-IF
004860     END-IF.
004870     IF WS-NEW-LOT-CONTROL = 'N' AND ITEM_LOT_CONTROL = 'Y'
004880         PERFORM 8100-CHECK-LOT-STOCK THRU 8100-EXIT
004890         IF WS-LOT-STOCK > ZERO
004900             DISPLAY WS-LOT-STOCK " STILL HELD IN " WS-LOT-COUNT
004910                 " LOT(S) - ISSUE OR ADJUST THEM TO ZERO FIRST."
004920             DISPLAY "LOT CONTROL NOT CHANGED."
004930             CLOSE ITEMLIST
004940             GO TO 8000-EXIT
004950         END-IF
004960     END-IF.
004970     MOVE ITEMS TO WS-BEFORE-IMAGE.
004980     MOVE WS-NEW-LOT-CONTROL TO ITEM_LOT_CONTROL.
004990     REWRITE ITEMS
005000         INVALID KEY
005010             DISPLAY "REWRITE FAILED - FILE STATUS "
005020                 WS-ITEMLIST-STATUS
005030         NOT INVALID KEY
005040             DISPLAY "ITEM " WS-LOOKUP-ID " LOT CONTROL SET TO "
005050                 WS-NEW-LOT-CONTROL "."
005060             MOVE 'C' TO WS-LOG-ACTION
005070             PERFORM 9000-LOG-ITEM-CHANGE THRU 9000-EXIT
005080     END-REWRITE.
005090     CLOSE ITEMLIST.
005100 8000-EXIT.
005110     EXIT.

005120******************************************************************
005130* 8100 TOTALS THE STOCK STILL HELD IN THE ITEM'S LOTS AT EVERY
005140* LOCATION.  LOTS DRAWN TO ZERO ARE KEPT FOR TRACING AND DO NOT
005150* COUNT.  NO LOTBAL FILE MEANS NO LOTS.
005160******************************************************************
005170 8100-CHECK-LOT-STOCK.
005180     MOVE ZERO TO WS-LOT-COUNT.
005190     MOVE ZERO TO WS-LOT-STOCK.
005200     OPEN INPUT LOTBAL.
005210     IF WS-LOTBAL-NOTCREATED
005220         GO TO 8100-EXIT
005230     END-IF.
005240     MOVE 'N' TO WS-LOT-EOF-SW.
005250     MOVE ITEM_ID TO LOT_ITEM_ID.
005260     MOVE LOW-VALUES TO LOT_LOC.
005270     MOVE LOW-VALUES TO LOT_NUMBER.
005280     START LOTBAL KEY NOT LESS THAN LOT-KEY
005290         INVALID KEY
005300             MOVE 'Y' TO WS-LOT-EOF-SW
005310     END-START.
005320     PERFORM 8110-ADD-ONE-LOT THRU 8110-EXIT
005330         UNTIL WS-LOT-EOF.
005340     CLOSE LOTBAL.
005350 8100-EXIT.
005360     EXIT.

005370 8110-ADD-ONE-LOT.
005380     READ LOTBAL NEXT
005390         AT END
005400             MOVE 'Y' TO WS-LOT-EOF-SW
005410             GO TO 8110-EXIT
005420     END-READ.
005430     IF LOT_ITEM_ID NOT = ITEM_ID
005440         MOVE 'Y' TO WS-LOT-EOF-SW
005450         GO TO 8110-EXIT
005460     END-IF.
005470     IF LOT_QTY > ZERO
005480         ADD 1 TO WS-LOT-COUNT
005490         ADD LOT_QTY TO WS-LOT-STOCK
005500     END-IF.
005510 8110-EXIT.
005520     EXIT.

005530******************************************************************
005540* 9000 APPENDS ONE RECORD TO THE MASTER FILE CHANGE LOG WITH THE
005550* ITEM RECORD AS IT STOOD BEFORE AND AFTER, AND WHO CHANGED IT.
005560* A DELETE HAS NO AFTER IMAGE.  AN UPDATE THAT CHANGED NOTHING
005570* IS NOT LOGGED.
005580******************************************************************
005590 9000-LOG-ITEM-CHANGE.
005600     IF WS-LOG-ACTION = 'D'
005610         MOVE SPACES TO WS-AFTER-IMAGE
005620     ELSE
005630         MOVE ITEMS TO WS-AFTER-IMAGE
005640     END-IF.
005650     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
005660         GO TO 9000-EXIT
005670     END-IF.
005680     OPEN EXTEND CHGLOG.
005690     IF WS-CHGLOG-NOTCREATED
005700         OPEN OUTPUT CHGLOG
005710     END-IF.
005720     ACCEPT CL_DATE FROM DATE YYYYMMDD.
005730     ACCEPT WS-RUN-TIME-RAW FROM TIME.
005740     MOVE WS-RUN-TIME-RAW(1:6) TO CL_TIME.
005750     MOVE WS-OPERATOR TO CL_OPERATOR.
005760     MOVE "ITMMAINT" TO CL_PROGRAM.
005770     MOVE "ITEMLIST" TO CL_FILE.
005780     MOVE WS-LOG-ACTION TO CL_ACTION.
005790     MOVE WS-LOOKUP-ID TO CL_KEY.
005800     MOVE WS-BEFORE-IMAGE TO CL_BEFORE.
005810     MOVE WS-AFTER-IMAGE TO CL_AFTER.
005820     WRITE CHGLOG-RECORD.
005830     CLOSE CHGLOG.
005840 9000-EXIT.
005850     EXIT.
