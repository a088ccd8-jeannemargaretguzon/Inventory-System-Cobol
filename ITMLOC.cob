000090*          ITMTRAN AND ITMCOUNT, SO A LOCATION MUST EXIST HERE
000100*          BEFORE STOCK CAN POST TO IT.  DELETE REFUSES WHILE
000110*          ITEM-LOCATION BALANCES (ITEMLOC.DAT) STILL HOLD
000120*          STOCK AT THE LOCATION.  OPTION 5 SETS THE MIN/MAX
000122*          LEVELS FOR ONE ITEM AT ONE LOCATION ON ITS BALANCE
000124*          RECORD, WHICH ITMREPL USES TO PROPOSE TRANSFERS
000126*          BETWEEN STOREROOMS.
000130*
000140* MODIFICATION HISTORY
000150* DATE       BY   DESCRIPTION
000160* ---------- ---- -----------------------------------------------
000170* 2026-08-22 JMG  ORIGINAL PROGRAM.
000171* 2026-10-15 JMG  EVERY LOCATION ADD, CHANGE, AND DELETE IS NOW
000172*                 LOGGED TO THE MASTER FILE CHANGE LOG
000173*                 (CHGLOG.DAT) WITH BEFORE AND AFTER IMAGES AND
000174*                 THE SIGNED-ON OPERATOR ID FROM OPERSESS.DAT.
000175* 2026-10-15 JMG  OPTION 5 SETS THE MIN/MAX LEVELS OF AN ITEM
000176*                 AT A LOCATION ON ITEMLOC.DAT FOR ITMREPL;
000177*                 EXIT MOVES TO 6.  LEVEL CHANGES ARE LOGGED
000178*                 TO CHGLOG.DAT AS FILE ITEMLOC.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ITMLOC.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     COPY "LOCSEL.cpy".
000285     COPY "ITEMSEL.cpy".
000290     COPY "ILOCSEL.cpy".
000293     COPY "SESSSEL.cpy".
000296     COPY "CLOGSEL.cpy".

000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  LOCATION-FILE.
000330     COPY "LOCREC.cpy".

000333 FD  ITEMLIST.
000336     COPY "ITEMREC.cpy".

000340 FD  ITEMLOC.
000350     COPY "ILOCREC.cpy".

000352 FD  OPERSESS.
000354     COPY "SESSREC.cpy".

000356 FD  CHGLOG.
000358     COPY "CLOGREC.cpy".

000360 WORKING-STORAGE SECTION.
000370     COPY "LOCSTAT.cpy".
000375     COPY "ITEMSTAT.cpy".
000380     COPY "ILOCSTAT.cpy".
000383     COPY "SESSSTAT.cpy".
000386     COPY "CLOGSTAT.cpy".
000390*    PROGRAM SWITCHES AND COUNTERS
000400 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000410     88  WS-DONE VALUE 'Y'.
000490 77  WS-RECORD-COUNT PIC 9(05) COMP VALUE ZERO.
000500 77  WS-ILOC-EOF-SW PIC X(01) VALUE 'N'.
000510     88  WS-ILOC-EOF VALUE 'Y'.
000511 77  WS-STOCK-COUNT PIC 9(05) COMP VALUE ZERO.
000512*    MASTER FILE CHANGE LOG WORK FIELDS
000513 77  WS-OPERATOR PIC X(03) VALUE "***".
000514 77  WS-RUN-TIME-RAW PIC 9(08) VALUE ZERO.
000515 77  WS-LOG-ACTION PIC X(01) VALUE SPACE.
000516 01  WS-BEFORE-IMAGE PIC X(100) VALUE SPACES.
000517 01  WS-AFTER-IMAGE PIC X(100) VALUE SPACES.
000518 77  WS-LOG-FILE PIC X(08) VALUE SPACES.
000519 77  WS-LOG-KEY PIC X(10) VALUE SPACES.
000520*    MIN/MAX MAINTENANCE WORK FIELDS
000521 77  WS-ILOC-FOUND-SW PIC X(01) VALUE 'N'.
000522     88  WS-ILOC-FOUND VALUE 'Y'.
000523 77  WS-SEARCH-ID PIC 9(05) VALUE ZERO.
000524 77  WS-SEARCH-ID-EDIT REDEFINES WS-SEARCH-ID
000525         PIC X(05) JUSTIFIED RIGHT.
000526 77  WS-ENTRY-MIN PIC 9(07) VALUE ZERO.
000527 77  WS-ENTRY-MIN-EDIT REDEFINES WS-ENTRY-MIN
000528         PIC X(07) JUSTIFIED RIGHT.
000529 77  WS-ENTRY-MAX PIC 9(07) VALUE ZERO.
000530 77  WS-ENTRY-MAX-EDIT REDEFINES WS-ENTRY-MAX
000531         PIC X(07) JUSTIFIED RIGHT.

000532 PROCEDURE DIVISION.
000540 0000-MAINLINE.
000545     PERFORM 1000-READ-SESSION THRU 1000-EXIT.
000550     MOVE 'N' TO WS-DONE-SW.
000560     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000570         UNTIL WS-DONE.
000580     GOBACK.

000581******************************************************************
000582* 1000 PICKS UP THE OPERATOR SIGNED ON AT ITMMENU SO EVERY
000583* LOCATION ADD, CHANGE, AND DELETE IS LOGGED WITH WHO MADE IT.
000584* A RUN WITH NO SESSION FILE STAMPS '***'.
000585******************************************************************
000586 1000-READ-SESSION.
000587     MOVE "***" TO WS-OPERATOR.
000588     OPEN INPUT OPERSESS.
000589     IF WS-OPERSESS-NOTCREATED
000590         GO TO 1000-EXIT
000591     END-IF.
000592     READ OPERSESS
000593         AT END
000594             CONTINUE
000595         NOT AT END
000596             MOVE SESS_OPER_ID TO WS-OPERATOR
000597     END-READ.
000598     CLOSE OPERSESS.
000599 1000-EXIT.
000600     EXIT.

000601 2000-PROCESS-MENU.
000602     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
000610     ACCEPT WS-MENU-CHOICE.
000620     EVALUATE WS-MENU-CHOICE
000630         WHEN 1
000690         WHEN 4
000700             PERFORM 6000-LIST-LOCATIONS THRU 6000-EXIT
000710         WHEN 5
000713             PERFORM 8000-SET-MIN-MAX THRU 8000-EXIT
000716         WHEN 6
000720             MOVE 'Y' TO WS-DONE-SW
000730         WHEN OTHER
000740             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 6."
000750     END-EVALUATE.
000760 2000-EXIT.
000770     EXIT.
000830     DISPLAY "  2. UPDATE A LOCATION".
000840     DISPLAY "  3. DELETE A LOCATION".
000850     DISPLAY "  4. LIST ALL LOCATIONS".
000860     DISPLAY "  5. SET ITEM MIN/MAX AT A LOCATION".
000865     DISPLAY "  6. EXIT".
000870     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
000880 2100-EXIT.
000890     EXIT.
000960     END-IF.
000970     DISPLAY "LOCATION CODE:" WITH NO ADVANCING.
000980     ACCEPT LOC_CODE.
000985     MOVE LOC_CODE TO WS-SEARCH-CODE.
000990     DISPLAY "LOCATION NAME:" WITH NO ADVANCING.
001000     ACCEPT LOC_NAME.
001010     WRITE LOCATION-RECORD
001030             DISPLAY "LOCATION CODE ALREADY EXISTS."
001040         NOT INVALID KEY
001050             DISPLAY "LOCATION ADDED."
001053             MOVE 'A' TO WS-LOG-ACTION
001056             PERFORM 9000-LOG-LOCATION-CHANGE THRU 9000-EXIT
001060     END-WRITE.
001070     CLOSE LOCATION-FILE.
001080 3000-EXIT.
001120     IF NOT WS-FOUND
001130         GO TO 4000-EXIT
001140     END-IF.
001145     MOVE LOCATION-RECORD TO WS-BEFORE-IMAGE.
001150     DISPLAY "LOCATION NAME:" WITH NO ADVANCING.
001160     ACCEPT LOC_NAME.
001170     REWRITE LOCATION-RECORD
001190             DISPLAY "UPDATE FAILED."
001200         NOT INVALID KEY
001210             DISPLAY "LOCATION UPDATED."
001213             MOVE 'C' TO WS-LOG-ACTION
001216             PERFORM 9000-LOG-LOCATION-CHANGE THRU 9000-EXIT
001220     END-REWRITE.
001230     CLOSE LOCATION-FILE.
001240 4000-EXIT.
001390     DISPLAY "DELETE THIS LOCATION? (Y/N):" WITH NO ADVANCING.
001400     ACCEPT WS-CONFIRM.
001410     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
001415         MOVE LOCATION-RECORD TO WS-BEFORE-IMAGE
001420         DELETE LOCATION-FILE
001430             INVALID KEY
001440                 DISPLAY "DELETE FAILED."
001450             NOT INVALID KEY
001460                 DISPLAY "LOCATION DELETED."
001463                 MOVE 'D' TO WS-LOG-ACTION
001466                 PERFORM 9000-LOG-LOCATION-CHANGE THRU 9000-EXIT
001470         END-DELETE
001480     ELSE
001490         DISPLAY "DELETE CANCELLED."
002160     END-IF.
002170 7000-EXIT.
002180     EXIT.

002190******************************************************************
002200* 8000 SETS THE STOREROOM MIN/MAX LEVELS FOR ONE ITEM AT ONE
002210* LOCATION.  WHEN THE STOCK AVAILABLE THERE (ON HAND LESS WHAT IS
002220* ALLOCATED TO SALES ORDERS) IS AT OR BELOW MIN, ITMREPL PROPOSES
002230* A TRANSFER IN FROM ANOTHER LOCATION TO BRING IT UP TO MAX.  A
002240* MAX OF ZERO TAKES THE LOCATION OUT OF MIN/MAX CONTROL.  IF THE
002250* ITEM HAS NEVER BEEN STOCKED AT THE LOCATION ITS BALANCE RECORD
002260* IS CREATED HERE WITH NOTHING ON HAND.
002270******************************************************************
002280 8000-SET-MIN-MAX.
002290     PERFORM 8100-GET-ITEM-AND-LOCATION THRU 8100-EXIT.
002300     IF NOT WS-FOUND
002310         GO TO 8000-EXIT
002320     END-IF.
002330     OPEN I-O ITEMLOC.
002340     IF WS-ITEMLOC-NOTCREATED
002350         OPEN OUTPUT ITEMLOC
002360         CLOSE ITEMLOC
002370         OPEN I-O ITEMLOC
002380     END-IF.
002390     MOVE WS-SEARCH-ID TO ILOC_ITEM_ID.
002400     MOVE WS-SEARCH-CODE TO ILOC_LOC_CODE.
002410     READ ITEMLOC
002420         INVALID KEY
002430             MOVE 'N' TO WS-ILOC-FOUND-SW
002440         NOT INVALID KEY
002450             MOVE 'Y' TO WS-ILOC-FOUND-SW
002460     END-READ.
002470     IF WS-ILOC-FOUND
002480         MOVE ITEMLOC-RECORD TO WS-BEFORE-IMAGE
002490         MOVE 'C' TO WS-LOG-ACTION
002500     ELSE
002510         MOVE WS-SEARCH-ID TO ILOC_ITEM_ID
002520         MOVE WS-SEARCH-CODE TO ILOC_LOC_CODE
002530         MOVE ZERO TO ILOC_QTY
002540         MOVE ZERO TO ILOC_ALLOCATED
002550         MOVE ZERO TO ILOC_MIN
002560         MOVE ZERO TO ILOC_MAX
002570         MOVE 'A' TO WS-LOG-ACTION
002580     END-IF.
002590     DISPLAY ITEM_NAME " AT " WS-SEARCH-CODE ": ON HAND "
002600         ILOC_QTY "  ALLOCATED " ILOC_ALLOCATED.
002610     DISPLAY "CURRENT MIN " ILOC_MIN "  MAX " ILOC_MAX.
002620     PERFORM 8200-GET-LEVELS THRU 8200-EXIT.
002630     IF NOT WS-FOUND
002640         CLOSE ITEMLOC
002650         GO TO 8000-EXIT
002660     END-IF.
002670     MOVE WS-ENTRY-MIN TO ILOC_MIN.
002680     MOVE WS-ENTRY-MAX TO ILOC_MAX.
002690     IF WS-ILOC-FOUND
002700         REWRITE ITEMLOC-RECORD
002710             INVALID KEY
002720                 DISPLAY "UPDATE FAILED - FILE STATUS "
002730                     WS-ITEMLOC-STATUS
002740             NOT INVALID KEY
002750                 DISPLAY "MIN/MAX LEVELS UPDATED."
002760                 PERFORM 9100-LOG-BALANCE-CHANGE THRU 9100-EXIT
002770         END-REWRITE
002780     ELSE
002790         WRITE ITEMLOC-RECORD
002800             INVALID KEY
002810                 DISPLAY "WRITE FAILED - FILE STATUS "
002820                     WS-ITEMLOC-STATUS
002830             NOT INVALID KEY
002840                 DISPLAY "MIN/MAX LEVELS SET."
002850                 PERFORM 9100-LOG-BALANCE-CHANGE THRU 9100-EXIT
002860         END-WRITE
002870     END-IF.
002880     CLOSE ITEMLOC.
002890 8000-EXIT.
002900     EXIT.

002910******************************************************************
002920* 8100 COLLECTS THE LOCATION AND ITEM.  BOTH MUST BE ON THEIR
002930* MASTERS, AND AN OBSOLETE ITEM IS NOT GIVEN LEVELS.  WS-FOUND-SW
002940* COMES BACK 'Y' WHEN BOTH ARE GOOD.
002950******************************************************************
002960 8100-GET-ITEM-AND-LOCATION.
002970     MOVE 'N' TO WS-FOUND-SW.
002980     DISPLAY "LOCATION CODE:" WITH NO ADVANCING.
002990     ACCEPT WS-SEARCH-CODE.
003000     OPEN INPUT LOCATION-FILE.
003010     IF WS-LOCATION-NOTCREATED
003020         DISPLAY "NO LOCATIONS ON FILE."
003030         GO TO 8100-EXIT
003040     END-IF.
003050     MOVE WS-SEARCH-CODE TO LOC_CODE.
003060     READ LOCATION-FILE
003070         INVALID KEY
003080             DISPLAY "LOCATION " WS-SEARCH-CODE " NOT FOUND."
003090             CLOSE LOCATION-FILE
003100             GO TO 8100-EXIT
003110     END-READ.
003120     CLOSE LOCATION-FILE.
003130     DISPLAY "ITEM ID:" WITH NO ADVANCING.
003140     ACCEPT WS-SEARCH-ID-EDIT.
003150     INSPECT WS-SEARCH-ID-EDIT REPLACING ALL SPACES BY ZEROS.
003160     IF WS-SEARCH-ID-EDIT NOT NUMERIC
003170         DISPLAY "ITEM ID MUST BE NUMERIC."
003180         GO TO 8100-EXIT
003190     END-IF.
003200     OPEN INPUT ITEMLIST.
003210     IF WS-ITEMLIST-NOTCREATED
003220         DISPLAY "NO ITEM MASTER ON FILE."
003230         GO TO 8100-EXIT
003240     END-IF.
003250     MOVE WS-SEARCH-ID TO ITEM_ID.
003260     READ ITEMLIST
003270         INVALID KEY
003280             DISPLAY "ITEM " WS-SEARCH-ID " NOT FOUND."
003290             CLOSE ITEMLIST
003300             GO TO 8100-EXIT
003310     END-READ.
003320     CLOSE ITEMLIST.
003330     IF ITEM-OBSOLETE
003340         DISPLAY "ITEM " WS-SEARCH-ID " IS OBSOLETE - NO LEVELS "
003350             "ARE SET FOR IT."
003360         GO TO 8100-EXIT
003370     END-IF.
003380     MOVE 'Y' TO WS-FOUND-SW.
003390 8100-EXIT.
003400     EXIT.

003410******************************************************************
003420* 8200 TAKES THE NEW MIN AND MAX.  MAX MAY NOT BE BELOW MIN, AND A
003430* MIN WITH NO MAX WOULD NEVER BE REPLENISHED.  WS-FOUND-SW COMES
003440* BACK 'Y' WHEN THE LEVELS ARE GOOD.
003450******************************************************************
003460 8200-GET-LEVELS.
003470     MOVE 'N' TO WS-FOUND-SW.
003480     DISPLAY "MIN LEVEL:" WITH NO ADVANCING.
003490     ACCEPT WS-ENTRY-MIN-EDIT.
003500     INSPECT WS-ENTRY-MIN-EDIT REPLACING ALL SPACES BY ZEROS.
003510     IF WS-ENTRY-MIN-EDIT NOT NUMERIC
003520         DISPLAY "MIN MUST BE NUMERIC - NOTHING CHANGED."
003530         GO TO 8200-EXIT
003540     END-IF.
003550     DISPLAY "MAX LEVEL (0 = NOT MANAGED):" WITH NO ADVANCING.
003560     ACCEPT WS-ENTRY-MAX-EDIT.
003570     INSPECT WS-ENTRY-MAX-EDIT REPLACING ALL SPACES BY ZEROS.
003580     IF WS-ENTRY-MAX-EDIT NOT NUMERIC
003590         DISPLAY "MAX MUST BE NUMERIC - NOTHING CHANGED."
003600         GO TO 8200-EXIT
003610     END-IF.
003620     IF WS-ENTRY-MAX = ZERO AND WS-ENTRY-MIN > ZERO
003630         DISPLAY "A MIN NEEDS A MAX - NOTHING CHANGED."
003640         GO TO 8200-EXIT
003650     END-IF.
003660     IF WS-ENTRY-MAX < WS-ENTRY-MIN
003670         DISPLAY "MAX MAY NOT BE BELOW MIN - NOTHING CHANGED."
003680         GO TO 8200-EXIT
003690     END-IF.
003700     MOVE 'Y' TO WS-FOUND-SW.
003710 8200-EXIT.
003720     EXIT.

003730******************************************************************
003740* 9000 APPENDS ONE RECORD TO THE MASTER FILE CHANGE LOG WITH THE
003750* LOCATION RECORD AS IT STOOD BEFORE AND AFTER THE CHANGE,
003760* AND WHO MADE THE CHANGE.  AN ADD HAS NO BEFORE IMAGE AND A
003770* DELETE NO AFTER IMAGE.  AN UPDATE THAT CHANGED NOTHING IS NOT
003780* LOGGED.
003790******************************************************************
003800 9000-LOG-LOCATION-CHANGE.
003810     IF WS-LOG-ACTION = 'D'
003820         MOVE SPACES TO WS-AFTER-IMAGE
003830     ELSE
003840         MOVE LOCATION-RECORD TO WS-AFTER-IMAGE
003850     END-IF.
003860     MOVE "LOCATION" TO WS-LOG-FILE.
003870     MOVE WS-SEARCH-CODE TO WS-LOG-KEY.
003880     PERFORM 9900-WRITE-CHANGE-LOG THRU 9900-EXIT.
003890 9000-EXIT.
003900     EXIT.

003910******************************************************************
003920* 9100 LOGS A MIN/MAX CHANGE THE SAME WAY, WITH THE ITEM-LOCATION
003930* BALANCE RECORD AS THE IMAGE AND ITEM PLUS LOCATION AS THE KEY.
003940* THE BALANCE RECORD IS AN ADD WHEN LEVELS ARE SET FOR AN ITEM
003950* NEVER YET STOCKED AT THE LOCATION.
003960******************************************************************
003970 9100-LOG-BALANCE-CHANGE.
003980     MOVE ITEMLOC-RECORD TO WS-AFTER-IMAGE.
003990     MOVE "ITEMLOC" TO WS-LOG-FILE.
004000     MOVE ILOC-KEY TO WS-LOG-KEY.
004010     PERFORM 9900-WRITE-CHANGE-LOG THRU 9900-EXIT.
004020 9100-EXIT.
004030     EXIT.

004040 9900-WRITE-CHANGE-LOG.
004050     IF WS-LOG-ACTION = 'A'
004060         MOVE SPACES TO WS-BEFORE-IMAGE
004070     END-IF.
004080     IF WS-AFTER-IMAGE = WS-BEFORE-IMAGE
004090         GO TO 9900-EXIT
004100     END-IF.
004110     OPEN EXTEND CHGLOG.
004120     IF WS-CHGLOG-NOTCREATED
004130         OPEN OUTPUT CHGLOG
004140     END-IF.
004150     ACCEPT CL_DATE FROM DATE YYYYMMDD.
004160     ACCEPT WS-RUN-TIME-RAW FROM TIME.
004170     MOVE WS-RUN-TIME-RAW(1:6) TO CL_TIME.
004180     MOVE WS-OPERATOR TO CL_OPERATOR.
004190     MOVE "ITMLOC" TO CL_PROGRAM.
004200     MOVE WS-LOG-FILE TO CL_FILE.
004210     MOVE WS-LOG-ACTION TO CL_ACTION.
004220     MOVE WS-LOG-KEY TO CL_KEY.
004230     MOVE WS-BEFORE-IMAGE TO CL_BEFORE.
004240     MOVE WS-AFTER-IMAGE TO CL_AFTER.
004250     WRITE CHGLOG-RECORD.
004260     CLOSE CHGLOG.
004270 9900-EXIT.
004280     EXIT.
