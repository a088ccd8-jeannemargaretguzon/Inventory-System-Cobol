000010******************************************************************
000020* PROGRAM: ITMBOM
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: MAINTAINS THE KIT BILL OF MATERIALS (KITBOM.DAT) - THE
000070*          COMPONENT ITEMS, AND HOW MANY OF EACH, THAT GO INTO ONE
000080*          OF A KIT WE BUILD IN-HOUSE.  THE KIT AND ITS COMPONENTS
000090*          ARE ORDINARY ITEMS ON ITEMLIST.DAT.  ITMTRAN READS THIS
000100*          FILE TO POST A TYPE 'B' BUILD (ISSUE EVERY COMPONENT,
000110*          RECEIVE THE KIT AT THE ROLLED-UP COMPONENT COST) AND A
000120*          TYPE 'D' DISASSEMBLY (THE REVERSE).  THE LIST OPTION
000130*          SHOWS WHAT ONE KIT WOULD COST TO BUILD TODAY AT THE
000140*          COMPONENTS' MOVING AVERAGE COSTS.  ITMWHERE GIVES THE
000150*          WHERE-USED VIEW OF THE SAME FILE.
000160*
000170*          A KIT OR COMPONENT MAY NOT BE OBSOLETE OR LOT-
000180*          CONTROLLED, AN ITEM MAY NOT GO INTO ITSELF OR INTO A
000190*          KIT THAT IS ONE OF ITS OWN COMPONENTS, AND A KIT HOLDS
000200*          AT MOST 30 COMPONENTS (THE MOST ITMTRAN WILL POST).
000210*
000220* MODIFICATION HISTORY
000230* DATE       BY   DESCRIPTION
000240* ---------- ---- -----------------------------------------------
000250* 2026-10-15 JMG  ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ITMBOM.
000290 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000300 INSTALLATION. INVENTORY CONTROL.
000310 DATE-WRITTEN. OCTOBER 2026.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY "ITEMSEL.cpy".
000370     COPY "BOMSEL.cpy".
000380     COPY "SESSSEL.cpy".

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  ITEMLIST.
000420     COPY "ITEMREC.cpy".

000430 FD  KITBOM.
000440     COPY "BOMREC.cpy".

000450 FD  OPERSESS.
000460     COPY "SESSREC.cpy".

000470 WORKING-STORAGE SECTION.
000480     COPY "ITEMSTAT.cpy".
000490     COPY "BOMSTAT.cpy".
000500     COPY "SESSSTAT.cpy".
000510*    PROGRAM SWITCHES AND COUNTERS
000520 77  WS-STOP-SW PIC X(01) VALUE 'N'.
000530     88  WS-STOP-RUN VALUE 'Y'.
000540 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000550     88  WS-DONE VALUE 'Y'.
000560 77  WS-EOF-SW PIC X(01) VALUE 'N'.
000570     88  WS-EOF VALUE 'Y'.
000580 77  WS-FOUND-SW PIC X(01) VALUE 'N'.
000590     88  WS-FOUND VALUE 'Y'.
000600 77  WS-OK-SW PIC X(01) VALUE 'N'.
000610     88  WS-ENTRY-OK VALUE 'Y'.
000620 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
000630 77  WS-CONFIRM PIC X(01) VALUE SPACE.
000640 77  WS-COMP-MAX PIC 9(03) COMP VALUE 30.
000650 77  WS-COMP-COUNT PIC 9(03) COMP VALUE ZERO.
000660 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000670 77  WS-OPERATOR PIC X(03) VALUE "***".
000680*    ENTRY FIELDS
000690 77  WS-KIT-ID PIC 9(05) VALUE ZERO.
000700 77  WS-KIT-ID-EDIT REDEFINES WS-KIT-ID
000710         PIC X(05) JUSTIFIED RIGHT.
000720 77  WS-COMP-ID PIC 9(05) VALUE ZERO.
000730 77  WS-COMP-ID-EDIT REDEFINES WS-COMP-ID
000740         PIC X(05) JUSTIFIED RIGHT.
000750 77  WS-QTY-PER PIC 9(05) VALUE ZERO.
000760 77  WS-QTY-PER-EDIT REDEFINES WS-QTY-PER
000770         PIC X(05) JUSTIFIED RIGHT.
000780 77  WS-KIT-NAME PIC X(25) VALUE SPACES.
000790 77  WS-KIT-COST PIC 9(06)V99 VALUE ZERO.
000800*    COST ROLL-UP FOR THE LIST
000810 77  WS-EXT-COST PIC 9(09)V99 VALUE ZERO.
000820 77  WS-ROLLUP-COST PIC 9(09)V99 VALUE ZERO.
000830 01  WS-LIST-LINE.
000840     05  WS-L-COMP-ID PIC ZZZZ9.
000850     05  FILLER PIC X(2) VALUE SPACES.
000860     05  WS-L-COMP-NAME PIC X(25).
000870     05  FILLER PIC X(2) VALUE SPACES.
000880     05  WS-L-QTY-PER PIC ZZ,ZZ9.
000890     05  FILLER PIC X(2) VALUE SPACES.
000900     05  WS-L-UNIT-COST PIC ZZZ,ZZ9.99.
000910     05  FILLER PIC X(2) VALUE SPACES.
000920     05  WS-L-EXT-COST PIC ZZ,ZZZ,ZZ9.99.
000930 01  WS-TOTAL-LINE.
000940     05  FILLER PIC X(42) VALUE SPACES.
000950     05  FILLER PIC X(10) VALUE "ROLLED UP".
000960     05  WS-T-ROLLUP PIC ZZZ,ZZZ,ZZ9.99.

000970 PROCEDURE DIVISION.
000980 0000-MAINLINE.
000990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001000     IF WS-STOP-RUN
001010         GOBACK
001020     END-IF.
001030     MOVE 'N' TO WS-DONE-SW.
001040     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
001050         UNTIL WS-DONE.
001060     CLOSE ITEMLIST.
001070     CLOSE KITBOM.
001080     GOBACK.

001090 1000-INITIALIZE.
001100     MOVE 'N' TO WS-STOP-SW.
001110     OPEN INPUT ITEMLIST.
001120     IF WS-ITEMLIST-NOTCREATED
001130         DISPLAY "NO ITEM MASTER ON FILE - NO KITS CAN BE SET UP."
001140         MOVE 'Y' TO WS-STOP-SW
001150         GO TO 1000-EXIT
001160     END-IF.
001170     OPEN I-O KITBOM.
001180     IF WS-KITBOM-NOTCREATED
001190         OPEN OUTPUT KITBOM
001200         CLOSE KITBOM
001210         OPEN I-O KITBOM
001220     END-IF.
001230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001240     PERFORM 1100-READ-SESSION THRU 1100-EXIT.
001250 1000-EXIT.
001260     EXIT.

001270******************************************************************
001280* 1100 PICKS UP THE OPERATOR SIGNED ON AT ITMMENU SO EACH BILL OF
001290* MATERIALS LINE CARRIES WHO LAST CHANGED IT.  A RUN WITH NO
001300* SESSION FILE STAMPS '***'.
001310******************************************************************
001320 1100-READ-SESSION.
001330     MOVE "***" TO WS-OPERATOR.
001340     OPEN INPUT OPERSESS.
001350     IF WS-OPERSESS-NOTCREATED
001360         GO TO 1100-EXIT
001370     END-IF.
001380     READ OPERSESS
001390         AT END
001400             CONTINUE
001410         NOT AT END
001420             MOVE SESS_OPER_ID TO WS-OPERATOR
001430     END-READ.
001440     CLOSE OPERSESS.
001450 1100-EXIT.
001460     EXIT.

001470 2000-PROCESS-MENU.
001480     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
001490     ACCEPT WS-MENU-CHOICE.
001500     EVALUATE WS-MENU-CHOICE
001510         WHEN 1
001520             PERFORM 3000-ADD-COMPONENT THRU 3000-EXIT
001530         WHEN 2
001540             PERFORM 4000-CHANGE-COMPONENT THRU 4000-EXIT
001550         WHEN 3
001560             PERFORM 5000-REMOVE-COMPONENT THRU 5000-EXIT
001570         WHEN 4
001580             PERFORM 6000-LIST-KIT THRU 6000-EXIT
001590         WHEN 5
001600             MOVE 'Y' TO WS-DONE-SW
001610         WHEN OTHER
001620             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 5."
001630     END-EVALUATE.
001640 2000-EXIT.
001650     EXIT.

001660 2100-DISPLAY-MENU.
001670     DISPLAY "----------------------------------------".
001680     DISPLAY "  KIT BILL OF MATERIALS MAINTENANCE".
001690     DISPLAY "----------------------------------------".
001700     DISPLAY "  1. ADD A COMPONENT TO A KIT".
001710     DISPLAY "  2. CHANGE A COMPONENT QUANTITY".
001720     DISPLAY "  3. REMOVE A COMPONENT FROM A KIT".
001730     DISPLAY "  4. LIST A KIT AND ITS ROLLED-UP COST".
001740     DISPLAY "  5. EXIT".
001750     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
001760 2100-EXIT.
001770     EXIT.

001780******************************************************************
001790* 3000 ADDS ONE COMPONENT LINE TO A KIT.  THE FIRST LINE ADDED
001800* MAKES THE ITEM A KIT.  BOTH ITEMS ARE EDITED BY 7000, THE
001810* COMPONENT MAY NOT BE THE KIT ITSELF OR A KIT THAT ALREADY USES
001820* THIS KIT, AND THE KIT MAY NOT GROW PAST THE COMPONENT LIMIT.
001830******************************************************************
001840 3000-ADD-COMPONENT.
001850     PERFORM 7100-GET-KIT THRU 7100-EXIT.
001860     IF NOT WS-ENTRY-OK
001870         GO TO 3000-EXIT
001880     END-IF.
001890     PERFORM 7500-COUNT-COMPONENTS THRU 7500-EXIT.
001900     IF WS-COMP-COUNT NOT < WS-COMP-MAX
001910         DISPLAY "KIT " WS-KIT-ID " ALREADY HAS " WS-COMP-COUNT
001920             " COMPONENTS - THE MOST A BUILD CAN POST."
001930         GO TO 3000-EXIT
001940     END-IF.
001950     PERFORM 7200-GET-COMPONENT THRU 7200-EXIT.
001960     IF NOT WS-ENTRY-OK
001970         GO TO 3000-EXIT
001980     END-IF.
001990     IF WS-COMP-ID = WS-KIT-ID
002000         DISPLAY "A KIT CANNOT BE A COMPONENT OF ITSELF."
002010         GO TO 3000-EXIT
002020     END-IF.
002030     MOVE WS-COMP-ID TO BOM_KIT_ID.
002040     MOVE WS-KIT-ID TO BOM_COMP_ID.
002050     READ KITBOM
002060         INVALID KEY
002070             CONTINUE
002080         NOT INVALID KEY
002090             DISPLAY "ITEM " WS-COMP-ID " IS ITSELF A KIT THAT "
002100                 "USES ITEM " WS-KIT-ID " - NOT ADDED."
002110             GO TO 3000-EXIT
002120     END-READ.
002130     PERFORM 7300-GET-QTY-PER THRU 7300-EXIT.
002140     IF NOT WS-ENTRY-OK
002150         GO TO 3000-EXIT
002160     END-IF.
002170     MOVE WS-KIT-ID TO BOM_KIT_ID.
002180     MOVE WS-COMP-ID TO BOM_COMP_ID.
002190     MOVE WS-QTY-PER TO BOM_QTY_PER.
002200     MOVE WS-RUN-DATE TO BOM_CHANGED_DATE.
002210     MOVE WS-OPERATOR TO BOM_CHANGED_BY.
002220     WRITE KITBOM-RECORD
002230         INVALID KEY
002240             DISPLAY "ITEM " WS-COMP-ID " IS ALREADY A COMPONENT "
002250                 "OF KIT " WS-KIT-ID " - USE OPTION 2 TO CHANGE "
002260                 "IT."
002270         NOT INVALID KEY
002280             DISPLAY "COMPONENT ADDED."
002290     END-WRITE.
002300 3000-EXIT.
002310     EXIT.

002320 4000-CHANGE-COMPONENT.
002330     PERFORM 7400-FIND-LINE THRU 7400-EXIT.
002340     IF NOT WS-FOUND
002350         GO TO 4000-EXIT
002360     END-IF.
002370     DISPLAY "QUANTITY PER KIT NOW: " BOM_QTY_PER.
002380     PERFORM 7300-GET-QTY-PER THRU 7300-EXIT.
002390     IF NOT WS-ENTRY-OK
002400         GO TO 4000-EXIT
002410     END-IF.
002420     MOVE WS-QTY-PER TO BOM_QTY_PER.
002430     MOVE WS-RUN-DATE TO BOM_CHANGED_DATE.
002440     MOVE WS-OPERATOR TO BOM_CHANGED_BY.
002450     REWRITE KITBOM-RECORD
002460         INVALID KEY
002470             DISPLAY "UPDATE FAILED."
002480         NOT INVALID KEY
002490             DISPLAY "COMPONENT QUANTITY CHANGED."
002500     END-REWRITE.
002510 4000-EXIT.
002520     EXIT.

002530 5000-REMOVE-COMPONENT.
002540     PERFORM 7400-FIND-LINE THRU 7400-EXIT.
002550     IF NOT WS-FOUND
002560         GO TO 5000-EXIT
002570     END-IF.
002580     DISPLAY "QUANTITY PER KIT: " BOM_QTY_PER.
002590     DISPLAY "REMOVE THIS COMPONENT FROM THE KIT? (Y/N): "
002600         WITH NO ADVANCING.
002610     ACCEPT WS-CONFIRM.
002620     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
002630         DELETE KITBOM
002640             INVALID KEY
002650                 DISPLAY "DELETE FAILED."
002660             NOT INVALID KEY
002670                 DISPLAY "COMPONENT REMOVED."
002680         END-DELETE
002690     ELSE
002700         DISPLAY "REMOVE CANCELLED."
002710     END-IF.
002720 5000-EXIT.
002730     EXIT.

002740******************************************************************
002750* 6000 LISTS ONE KIT'S COMPONENTS WITH EACH COMPONENT'S CURRENT
002760* MOVING AVERAGE COST EXTENDED BY ITS QUANTITY PER KIT.  THE
002770* TOTAL IS WHAT ONE KIT WOULD BE RECEIVED AT IF IT WERE BUILT
002780* TODAY; THE KIT'S OWN AVERAGE COST IS SHOWN BESIDE IT.
002790******************************************************************
002800 6000-LIST-KIT.
002810     DISPLAY "KIT ITEM ID: " WITH NO ADVANCING.
002820     ACCEPT WS-KIT-ID-EDIT.
002830     INSPECT WS-KIT-ID-EDIT REPLACING ALL SPACES BY ZEROS.
002840     IF WS-KIT-ID-EDIT NOT NUMERIC
002850         DISPLAY "ITEM ID MUST BE NUMERIC."
002860         GO TO 6000-EXIT
002870     END-IF.
002880     MOVE WS-KIT-ID TO ITEM_ID.
002890     READ ITEMLIST
002900         INVALID KEY
002910             MOVE "** NOT ON ITEM MASTER **" TO WS-KIT-NAME
002920             MOVE ZERO TO WS-KIT-COST
002930         NOT INVALID KEY
002940             MOVE ITEM_NAME TO WS-KIT-NAME
002950             MOVE ITEM_COST TO WS-KIT-COST
002960     END-READ.
002970     DISPLAY "KIT " WS-KIT-ID "  " WS-KIT-NAME.
002980     DISPLAY "COMP   COMPONENT NAME             QTY/KIT"
002990         "   UNIT COST       EXTENDED".
003000     DISPLAY "-----  -------------------------  -------"
003010         "  ----------  -------------".
003020     MOVE ZERO TO WS-COMP-COUNT.
003030     MOVE ZERO TO WS-ROLLUP-COST.
003040     PERFORM 7600-START-KIT THRU 7600-EXIT.
003050     PERFORM 6100-LIST-ONE-LINE THRU 6100-EXIT
003060         UNTIL WS-EOF.
003070     IF WS-COMP-COUNT = ZERO
003080         DISPLAY "ITEM " WS-KIT-ID " HAS NO BILL OF MATERIALS."
003090         GO TO 6000-EXIT
003100     END-IF.
003110     MOVE WS-ROLLUP-COST TO WS-T-ROLLUP.
003120     DISPLAY WS-TOTAL-LINE.
003130     DISPLAY WS-COMP-COUNT " COMPONENT(S).  KIT AVERAGE COST NOW "
003140         WS-KIT-COST.
003150 6000-EXIT.
003160     EXIT.

003170 6100-LIST-ONE-LINE.
003180     READ KITBOM NEXT
003190         AT END
003200             MOVE 'Y' TO WS-EOF-SW
003210             GO TO 6100-EXIT
003220     END-READ.
003230     IF BOM_KIT_ID NOT = WS-KIT-ID
003240         MOVE 'Y' TO WS-EOF-SW
003250         GO TO 6100-EXIT
003260     END-IF.
003270     ADD 1 TO WS-COMP-COUNT.
003280     MOVE BOM_COMP_ID TO WS-L-COMP-ID.
003290     MOVE BOM_QTY_PER TO WS-L-QTY-PER.
003300     MOVE BOM_COMP_ID TO ITEM_ID.
003310     READ ITEMLIST
003320         INVALID KEY
003330             MOVE "** NOT ON ITEM MASTER **" TO WS-L-COMP-NAME
003340             MOVE ZERO TO ITEM_COST
003350         NOT INVALID KEY
003360             MOVE ITEM_NAME TO WS-L-COMP-NAME
003370     END-READ.
003380     MOVE ITEM_COST TO WS-L-UNIT-COST.
003390     COMPUTE WS-EXT-COST = ITEM_COST * BOM_QTY_PER.
003400     ADD WS-EXT-COST TO WS-ROLLUP-COST.
003410     MOVE WS-EXT-COST TO WS-L-EXT-COST.
003420     DISPLAY WS-LIST-LINE.
003430 6100-EXIT.
003440     EXIT.

003450******************************************************************
003460* 7000 EDITS AN ITEM KEYED AS A KIT OR A COMPONENT: IT MUST BE ON
003470* THE ITEM MASTER, NOT OBSOLETE, AND NOT LOT-CONTROLLED (A BUILD
003480* DRAWS NO LOTS).  WS-OK-SW IS LEFT 'Y' ONLY WHEN IT PASSES.
003490******************************************************************
003500 7000-CHECK-ITEM.
003510     MOVE 'N' TO WS-OK-SW.
003520     READ ITEMLIST
003530         INVALID KEY
003540             DISPLAY "ITEM ID " ITEM_ID " NOT ON ITEM MASTER."
003550             GO TO 7000-EXIT
003560     END-READ.
003570     DISPLAY "ITEM NAME : " ITEM_NAME.
003580     IF ITEM-OBSOLETE
003590         DISPLAY "ITEM " ITEM_ID " IS OBSOLETE."
003600         GO TO 7000-EXIT
003610     END-IF.
003620     IF ITEM-LOT-CONTROLLED
003630         DISPLAY "ITEM " ITEM_ID " IS LOT-CONTROLLED - LOT ITEMS "
003640             "CANNOT BE BUILT INTO OR OUT OF KITS."
003650         GO TO 7000-EXIT
003660     END-IF.
003670     MOVE 'Y' TO WS-OK-SW.
003680 7000-EXIT.
003690     EXIT.

003700 7100-GET-KIT.
003710     MOVE 'N' TO WS-OK-SW.
003720     DISPLAY "KIT ITEM ID: " WITH NO ADVANCING.
003730     ACCEPT WS-KIT-ID-EDIT.
003740     INSPECT WS-KIT-ID-EDIT REPLACING ALL SPACES BY ZEROS.
003750     IF WS-KIT-ID-EDIT NOT NUMERIC
003760         DISPLAY "ITEM ID MUST BE NUMERIC."
003770         GO TO 7100-EXIT
003780     END-IF.
003790     MOVE WS-KIT-ID TO ITEM_ID.
003800     PERFORM 7000-CHECK-ITEM THRU 7000-EXIT.
003810 7100-EXIT.
003820     EXIT.

003830 7200-GET-COMPONENT.
003840     MOVE 'N' TO WS-OK-SW.
003850     DISPLAY "COMPONENT ITEM ID: " WITH NO ADVANCING.
003860     ACCEPT WS-COMP-ID-EDIT.
003870     INSPECT WS-COMP-ID-EDIT REPLACING ALL SPACES BY ZEROS.
003880     IF WS-COMP-ID-EDIT NOT NUMERIC
003890         DISPLAY "ITEM ID MUST BE NUMERIC."
003900         GO TO 7200-EXIT
003910     END-IF.
003920     MOVE WS-COMP-ID TO ITEM_ID.
003930     PERFORM 7000-CHECK-ITEM THRU 7000-EXIT.
003940 7200-EXIT.
003950     EXIT.

003960 7300-GET-QTY-PER.
003970     MOVE 'N' TO WS-OK-SW.
003980     DISPLAY "QUANTITY OF THE COMPONENT IN ONE KIT: "
003990         WITH NO ADVANCING.
004000     ACCEPT WS-QTY-PER-EDIT.
004010     INSPECT WS-QTY-PER-EDIT REPLACING ALL SPACES BY ZEROS.
004020     IF WS-QTY-PER-EDIT NOT NUMERIC
004030         DISPLAY "QUANTITY MUST BE NUMERIC."
004040         GO TO 7300-EXIT
004050     END-IF.
004060     IF WS-QTY-PER = ZERO
004070         DISPLAY "QUANTITY MUST BE GREATER THAN ZERO - USE "
004080             "OPTION 3 TO REMOVE A COMPONENT."
004090         GO TO 7300-EXIT
004100     END-IF.
004110     MOVE 'Y' TO WS-OK-SW.
004120 7300-EXIT.
004130     EXIT.

004140******************************************************************
004150* 7400 KEYS A KIT AND COMPONENT AND READS THAT BILL OF MATERIALS
004160* LINE FOR A CHANGE OR REMOVAL.  NEITHER ITEM IS EDITED HERE, SO
004170* A LINE FOR AN ITEM SINCE MADE OBSOLETE CAN STILL BE TAKEN OFF.
004180******************************************************************
004190 7400-FIND-LINE.
004200     MOVE 'N' TO WS-FOUND-SW.
004210     DISPLAY "KIT ITEM ID: " WITH NO ADVANCING.
004220     ACCEPT WS-KIT-ID-EDIT.
004230     INSPECT WS-KIT-ID-EDIT REPLACING ALL SPACES BY ZEROS.
004240     DISPLAY "COMPONENT ITEM ID: " WITH NO ADVANCING.
004250     ACCEPT WS-COMP-ID-EDIT.
004260     INSPECT WS-COMP-ID-EDIT REPLACING ALL SPACES BY ZEROS.
004270     IF WS-KIT-ID-EDIT NOT NUMERIC OR WS-COMP-ID-EDIT NOT NUMERIC
004280         DISPLAY "ITEM IDS MUST BE NUMERIC."
004290         GO TO 7400-EXIT
004300     END-IF.
004310     MOVE WS-KIT-ID TO BOM_KIT_ID.
004320     MOVE WS-COMP-ID TO BOM_COMP_ID.
004330     READ KITBOM
004340         INVALID KEY
004350             DISPLAY "ITEM " WS-COMP-ID " IS NOT A COMPONENT OF "
004360                 "KIT " WS-KIT-ID "."
004370         NOT INVALID KEY
004380             MOVE 'Y' TO WS-FOUND-SW
004390     END-READ.
004400 7400-EXIT.
004410     EXIT.

004420 7500-COUNT-COMPONENTS.
004430     MOVE ZERO TO WS-COMP-COUNT.
004440     PERFORM 7600-START-KIT THRU 7600-EXIT.
004450     PERFORM 7510-COUNT-ONE THRU 7510-EXIT
004460         UNTIL WS-EOF.
004470 7500-EXIT.
004480     EXIT.

004490 7510-COUNT-ONE.
004500     READ KITBOM NEXT
004510         AT END
004520             MOVE 'Y' TO WS-EOF-SW
004530             GO TO 7510-EXIT
004540     END-READ.
004550     IF BOM_KIT_ID NOT = WS-KIT-ID
004560         MOVE 'Y' TO WS-EOF-SW
004570     ELSE
004580         ADD 1 TO WS-COMP-COUNT
004590     END-IF.
004600 7510-EXIT.
004610     EXIT.

004620 7600-START-KIT.
004630     MOVE 'N' TO WS-EOF-SW.
004640     MOVE WS-KIT-ID TO BOM_KIT_ID.
004650     MOVE ZERO TO BOM_COMP_ID.
004660     START KITBOM KEY NOT LESS THAN BOM-KEY
004670         INVALID KEY
004680             MOVE 'Y' TO WS-EOF-SW
004690     END-START.
004700 7600-EXIT.
004710     EXIT.
