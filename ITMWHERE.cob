000010******************************************************************
000020* PROGRAM: ITMWHERE
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: KIT WHERE-USED INQUIRY.  FOR ONE ITEM, LISTS EVERY KIT
000070*          ON THE KIT BILL OF MATERIALS (KITBOM.DAT) THAT THE ITEM
000080*          GOES INTO, WITH THE QUANTITY PER KIT AND THE KIT'S
000090*          STATUS AND STOCK ON HAND, SO NOBODY OBSOLETES OR DROPS
000100*          A COMPONENT WITHOUT KNOWING WHICH KITS COULD NO LONGER
000110*          BE BUILT.  IF THE ITEM IS ITSELF A KIT, ITS NUMBER OF
000120*          COMPONENTS IS SHOWN AS WELL (ITMBOM LISTS THEM).  AN
000130*          ITEM SINCE DELETED FROM THE ITEM MASTER CAN STILL BE
000140*          LOOKED UP, SO ITS LEFTOVER BILL OF MATERIALS LINES CAN
000150*          BE FOUND AND REMOVED.
000160*
000170* MODIFICATION HISTORY
000180* DATE       BY   DESCRIPTION
000190* ---------- ---- -----------------------------------------------
000200* 2026-10-15 JMG  ORIGINAL PROGRAM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ITMWHERE.
000240 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000250 INSTALLATION. INVENTORY CONTROL.
000260 DATE-WRITTEN. OCTOBER 2026.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY "ITEMSEL.cpy".
000320     COPY "BOMSEL.cpy".

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ITEMLIST.
000360     COPY "ITEMREC.cpy".

000370 FD  KITBOM.
000380     COPY "BOMREC.cpy".

000390 WORKING-STORAGE SECTION.
000400     COPY "ITEMSTAT.cpy".
000410     COPY "BOMSTAT.cpy".
000420*    PROGRAM SWITCHES AND COUNTERS
000430 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000440     88  WS-DONE VALUE 'Y'.
000450 77  WS-EOF-SW PIC X(01) VALUE 'N'.
000460     88  WS-EOF VALUE 'Y'.
000470 77  WS-SEARCH-ID PIC 9(05) VALUE ZERO.
000480 77  WS-KIT-COUNT PIC 9(05) COMP VALUE ZERO.
000490 77  WS-COMP-COUNT PIC 9(05) COMP VALUE ZERO.
000500*    ONE KIT THE ITEM GOES INTO
000510 01  WS-KIT-LINE.
000520     05  WS-K-KIT-ID PIC ZZZZ9.
000530     05  FILLER PIC X(2) VALUE SPACES.
000540     05  WS-K-KIT-NAME PIC X(25).
000550     05  FILLER PIC X(2) VALUE SPACES.
000560     05  WS-K-STATUS PIC X(8).
000570     05  FILLER PIC X(2) VALUE SPACES.
000580     05  WS-K-QTY-PER PIC ZZ,ZZ9.
000590     05  FILLER PIC X(2) VALUE SPACES.
000600     05  WS-K-ON-HAND PIC Z,ZZZ,ZZ9.
000610     05  FILLER PIC X(2) VALUE SPACES.
000620     05  WS-K-CHANGED PIC 9(8).

000630 PROCEDURE DIVISION.
000640 0000-MAINLINE.
000650     MOVE 'N' TO WS-DONE-SW.
000660     OPEN INPUT ITEMLIST.
000670     OPEN INPUT KITBOM.
000680     IF WS-KITBOM-NOTCREATED
000690         DISPLAY "NO KIT BILL OF MATERIALS ON FILE - NO ITEM IS "
000700             "USED IN A KIT."
000710         CLOSE ITEMLIST
000720         GOBACK
000730     END-IF.
000740     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
000750         UNTIL WS-DONE.
000760     CLOSE KITBOM.
000770     CLOSE ITEMLIST.
000780     GOBACK.

000790 2000-PROCESS-INQUIRY.
000800     DISPLAY "----------------------------------------".
000810     DISPLAY "  KIT WHERE-USED INQUIRY".
000820     DISPLAY "----------------------------------------".
000830     DISPLAY "ENTER ITEM ID (0 TO EXIT): " WITH NO ADVANCING.
000840     ACCEPT WS-SEARCH-ID.
000850     IF WS-SEARCH-ID = ZERO
000860         MOVE 'Y' TO WS-DONE-SW
000870         GO TO 2000-EXIT
000880     END-IF.
000890     MOVE WS-SEARCH-ID TO ITEM_ID.
000900     READ ITEMLIST
000910         INVALID KEY
000920             DISPLAY "ITEM " WS-SEARCH-ID " IS NOT ON THE ITEM "
000930                 "MASTER - SHOWING ANY KITS STILL NAMING IT."
000940         NOT INVALID KEY
000950             DISPLAY "ITEM " ITEM_ID "  " ITEM_NAME
000960                 "  STATUS " ITEM_STATUS
000970     END-READ.
000980     PERFORM 3000-COUNT-OWN-COMPONENTS THRU 3000-EXIT.
000990     IF WS-COMP-COUNT > ZERO
001000         DISPLAY "ITEM IS ITSELF A KIT OF " WS-COMP-COUNT
001010             " COMPONENT(S) - SEE ITMBOM."
001020     END-IF.
001030     DISPLAY " ".
001040     DISPLAY "KIT    KIT NAME                   STATUS    "
001050         "QTY/KIT     ON HAND  CHANGED".
001060     DISPLAY "-----  -------------------------  --------  "
001070         "-------  ---------  --------".
001080     MOVE ZERO TO WS-KIT-COUNT.
001090     MOVE 'N' TO WS-EOF-SW.
001100     MOVE LOW-VALUES TO BOM-KEY.
001110     START KITBOM KEY NOT LESS THAN BOM-KEY
001120         INVALID KEY
001130             MOVE 'Y' TO WS-EOF-SW
001140     END-START.
001150     PERFORM 4000-SCAN-BOM-LINE THRU 4000-EXIT
001160         UNTIL WS-EOF.
001170     IF WS-KIT-COUNT = ZERO
001180         DISPLAY "ITEM " WS-SEARCH-ID " IS NOT USED IN ANY KIT."
001190     ELSE
001200         DISPLAY WS-KIT-COUNT " KIT(S) USE ITEM " WS-SEARCH-ID
001210             " - REMOVE IT FROM THEM IN ITMBOM"
001220         DISPLAY "BEFORE RETIRING IT, OR THOSE KITS CANNOT BE "
001230             "BUILT."
001240     END-IF.
001250 2000-EXIT.
001260     EXIT.

001270******************************************************************
001280* 3000 COUNTS THE ITEM'S OWN BILL OF MATERIALS LINES, WHICH SIT
001290* TOGETHER UNDER ITS ITEM ID AS THE KIT PART OF THE KEY.
001300******************************************************************
001310 3000-COUNT-OWN-COMPONENTS.
001320     MOVE ZERO TO WS-COMP-COUNT.
001330     MOVE 'N' TO WS-EOF-SW.
001340     MOVE WS-SEARCH-ID TO BOM_KIT_ID.
001350     MOVE ZERO TO BOM_COMP_ID.
001360     START KITBOM KEY NOT LESS THAN BOM-KEY
001370         INVALID KEY
001380             MOVE 'Y' TO WS-EOF-SW
001390     END-START.
001400     PERFORM 3100-COUNT-ONE THRU 3100-EXIT
001410         UNTIL WS-EOF.
001420 3000-EXIT.
001430     EXIT.

001440 3100-COUNT-ONE.
001450     READ KITBOM NEXT
001460         AT END
001470             MOVE 'Y' TO WS-EOF-SW
001480             GO TO 3100-EXIT
001490     END-READ.
001500     IF BOM_KIT_ID NOT = WS-SEARCH-ID
001510         MOVE 'Y' TO WS-EOF-SW
001520     ELSE
001530         ADD 1 TO WS-COMP-COUNT
001540     END-IF.
001550 3100-EXIT.
001560     EXIT.

001570******************************************************************
001580* 4000 READS THE WHOLE BILL OF MATERIALS LOOKING FOR THE ITEM AS A
001590* COMPONENT.  THE FILE IS KEYED BY KIT, SO EVERY LINE IS LOOKED
001600* AT; IT IS SMALL BESIDE THE ITEM MASTER.
001610******************************************************************
001620 4000-SCAN-BOM-LINE.
001630     READ KITBOM NEXT
001640         AT END
001650             MOVE 'Y' TO WS-EOF-SW
001660             GO TO 4000-EXIT
001670     END-READ.
001680     IF BOM_COMP_ID NOT = WS-SEARCH-ID
001690         GO TO 4000-EXIT
001700     END-IF.
001710     ADD 1 TO WS-KIT-COUNT.
001720     MOVE BOM_KIT_ID TO WS-K-KIT-ID.
001730     MOVE BOM_QTY_PER TO WS-K-QTY-PER.
001740     MOVE BOM_CHANGED_DATE TO WS-K-CHANGED.
001750     MOVE BOM_KIT_ID TO ITEM_ID.
001760     READ ITEMLIST
001770         INVALID KEY
001780             MOVE "** NOT ON ITEM MASTER **" TO WS-K-KIT-NAME
001790             MOVE SPACES TO WS-K-STATUS
001800             MOVE ZERO TO WS-K-ON-HAND
001810             DISPLAY WS-KIT-LINE
001820             GO TO 4000-EXIT
001830     END-READ.
001840     MOVE ITEM_NAME TO WS-K-KIT-NAME.
001850     EVALUATE TRUE
001860         WHEN ITEM-OBSOLETE
001870             MOVE "OBSOLETE" TO WS-K-STATUS
001880         WHEN ITEM-ON-HOLD
001890             MOVE "ON HOLD" TO WS-K-STATUS
001900         WHEN OTHER
001910             MOVE "ACTIVE" TO WS-K-STATUS
001920     END-EVALUATE.
001930     MOVE ITEM_QTY TO WS-K-ON-HAND.
001940     DISPLAY WS-KIT-LINE.
001950 4000-EXIT.
001960     EXIT.
