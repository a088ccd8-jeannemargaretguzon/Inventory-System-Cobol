000010******************************************************************
000020* PROGRAM: ITMLOTQ
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: LOT TRACE INQUIRY.  THE USER KEYS AN ITEM_ID AND A LOT
000070*          NUMBER.  THE PROGRAM SHOWS THE LOT'S BALANCE AT EVERY
000080*          LOCATION HOLDING IT (LOTBAL.DAT) WITH ITS EXPIRY, THE
000090*          DATE IT WAS RECEIVED, AND THE SUPPLIER AND PURCHASE
000100*          ORDER LINE IT CAME IN ON, THEN EVERY RECEIPT, ISSUE,
000110*          TRANSFER, RETURN, AND ADJUSTMENT OF THE LOT - FIRST
000120*          FROM THE DATED ARCHIVE FILES WRITTEN BY ITMARCH, FROM
000130*          THE MONTH THE LOT WAS FIRST RECEIVED, THEN FROM THE
000140*          LIVE MOVEMENT FILE (STKMOV.DAT) - SO A BAD LOT CAN BE
000150*          FOLLOWED FROM ITS PURCHASE ORDER TO WHEREVER IT WENT.
000160*
000170* MODIFICATION HISTORY
000180* DATE       BY   DESCRIPTION
000190* ---------- ---- -----------------------------------------------
000200* 2026-10-15 JMG  ORIGINAL PROGRAM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ITMLOTQ.
000240 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000250 INSTALLATION. INVENTORY CONTROL.
000260 DATE-WRITTEN. OCTOBER 2026.
000270 DATE-COMPILED.

000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY "ITEMSEL.cpy".
000320     COPY "LOTSEL.cpy".
000330     COPY "MOVSEL.cpy".
000340     SELECT ARCHFILE ASSIGN TO WS-ARCH-FILENAME
000350         ORGANIZATION IS SEQUENTIAL
000360         ACCESS MODE IS SEQUENTIAL
000370         FILE STATUS IS WS-ARCHFILE-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ITEMLIST.
000410     COPY "ITEMREC.cpy".

000420 FD  LOTBAL.
000430     COPY "LOTREC.cpy".

000440 FD  STKMOV.
000450     COPY "MOVREC.cpy".

000460 FD  ARCHFILE.
000470 01  ARCH-RECORD PIC X(66).

000480 WORKING-STORAGE SECTION.
000490     COPY "ITEMSTAT.cpy".
000500     COPY "LOTSTAT.cpy".
000510     COPY "MOVSTAT.cpy".
000520 77  WS-ARCHFILE-STATUS PIC X(02) VALUE SPACES.
000530     88  WS-ARCHFILE-NOTCREATED VALUE '35'.
000540 01  WS-ARCH-FILENAME PIC X(40) VALUE SPACES.
000550*    PROGRAM SWITCHES AND WORK FIELDS
000560 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000570     88  WS-DONE VALUE 'Y'.
000580 77  WS-EOF-SW PIC X(01) VALUE 'N'.
000590     88  WS-EOF VALUE 'Y'.
000600 77  WS-SEARCH-ID PIC 9(05) VALUE ZERO.
000610 77  WS-SEARCH-LOT PIC X(10) VALUE SPACES.
000620 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
000630 77  WS-RUN-PERIOD PIC 9(06) VALUE ZERO.
000640 77  WS-FIRST-RECEIVED PIC 9(08) VALUE ZERO.
000650 77  WS-LOT-COUNT PIC 9(05) COMP VALUE ZERO.
000660 77  WS-LOT-ON-HAND PIC 9(09) VALUE ZERO.
000670 77  WS-MOVE-COUNT PIC 9(07) COMP VALUE ZERO.
000680 77  WS-ARCH-COUNT PIC 9(05) COMP VALUE ZERO.
000690 01  WS-ARCH-PERIOD PIC 9(06) VALUE ZERO.
000700 01  WS-ARCH-PERIOD-PARTS REDEFINES WS-ARCH-PERIOD.
000710     05  WS-ARCH-YEAR PIC 9(04).
000720     05  WS-ARCH-MONTH PIC 9(02).
000730*    DETAIL LINE FOR ONE LOT BALANCE
000740 01  WS-LOT-LINE.
000750     05  WS-L-LOC PIC X(3).
000760     05  FILLER PIC X(2) VALUE SPACES.
000770     05  WS-L-EXPIRY PIC 9(08).
000780     05  FILLER PIC X(2) VALUE SPACES.
000790     05  WS-L-QTY PIC Z,ZZZ,ZZ9.
000800     05  FILLER PIC X(2) VALUE SPACES.
000810     05  WS-L-RECEIVED PIC 9(08).
000820     05  FILLER PIC X(2) VALUE SPACES.
000830     05  WS-L-SUPPLIER PIC ZZZZ9.
000840     05  FILLER PIC X(3) VALUE SPACES.
000850     05  WS-L-PO-NUMBER PIC ZZZZZ9.
000860     05  FILLER PIC X(1) VALUE "/".
000870     05  WS-L-PO-LINE PIC 999.
000880*    DETAIL LINE FOR ONE MOVEMENT
000890 01  WS-DETAIL-LINE.
000900     05  WS-D-DATE PIC 9(08).
000910     05  FILLER PIC X(2) VALUE SPACES.
000920     05  WS-D-TIME PIC 9(06).
000930     05  FILLER PIC X(4) VALUE SPACES.
000940     05  WS-D-TYPE PIC X(01).
000950     05  FILLER PIC X(4) VALUE SPACES.
000960     05  WS-D-QTY PIC ZZZ,ZZ9.
000970     05  FILLER PIC X(3) VALUE SPACES.
000980     05  WS-D-LOC PIC X(3).
000990     05  FILLER PIC X(2) VALUE SPACES.
001000     05  WS-D-TO-LOC PIC X(3).
001010     05  FILLER PIC X(2) VALUE SPACES.
001020     05  WS-D-OPERATOR PIC X(3).
001030     05  FILLER PIC X(2) VALUE SPACES.
001040     05  WS-D-COST-CENTER PIC X(4).
001050     05  FILLER PIC X(2) VALUE SPACES.
001060     05  WS-D-SOURCE PIC X(6).

001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001090     MOVE 'N' TO WS-DONE-SW.
001100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001110     DIVIDE WS-RUN-DATE BY 100 GIVING WS-RUN-PERIOD.
001120     OPEN INPUT ITEMLIST.
001130     PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001140         UNTIL WS-DONE.
001150     CLOSE ITEMLIST.
001160     GOBACK.

001170 2000-PROCESS-INQUIRY.
001180     DISPLAY "----------------------------------------".
001190     DISPLAY "  LOT TRACE INQUIRY".
001200     DISPLAY "----------------------------------------".
001210     DISPLAY "ENTER ITEM ID (0 TO EXIT): " WITH NO ADVANCING.
001220     ACCEPT WS-SEARCH-ID.
001230     IF WS-SEARCH-ID = ZERO
001240         MOVE 'Y' TO WS-DONE-SW
001250         GO TO 2000-EXIT
001260     END-IF.
001270     MOVE WS-SEARCH-ID TO ITEM_ID.
001280     READ ITEMLIST
001290         INVALID KEY
001300             DISPLAY "ITEM " WS-SEARCH-ID " IS NOT ON THE ITEM "
001310                 "MASTER."
001320             GO TO 2000-EXIT
001330     END-READ.
001340     DISPLAY "ITEM " ITEM_ID "  " ITEM_NAME.
001350     IF NOT ITEM-LOT-CONTROLLED
001360         DISPLAY "NOTE - ITEM IS NOT CURRENTLY LOT-CONTROLLED."
001370     END-IF.
001380     DISPLAY "ENTER LOT NUMBER: " WITH NO ADVANCING.
001390     MOVE SPACES TO WS-SEARCH-LOT.
001400     ACCEPT WS-SEARCH-LOT.
001410     INSPECT WS-SEARCH-LOT CONVERTING
001420         "abcdefghijklmnopqrstuvwxyz"
001430         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001440     IF WS-SEARCH-LOT = SPACES
001450         DISPLAY "A LOT NUMBER IS REQUIRED."
001460         GO TO 2000-EXIT
001470     END-IF.
001480     PERFORM 3000-LIST-BALANCES THRU 3000-EXIT.
001490     MOVE ZERO TO WS-MOVE-COUNT.
001500     PERFORM 7000-PRINT-COLUMN-HEADS THRU 7000-EXIT.
001510     PERFORM 4000-LIST-ARCHIVES THRU 4000-EXIT.
001520     PERFORM 5000-LIST-MOVEMENTS THRU 5000-EXIT.
001530     DISPLAY "------------------------------------------------".
001540     DISPLAY WS-MOVE-COUNT " MOVEMENT(S) LISTED FOR ITEM "
001550         WS-SEARCH-ID " LOT " WS-SEARCH-LOT.
001560     IF WS-ARCH-COUNT > ZERO
001570         DISPLAY WS-ARCH-COUNT " ARCHIVE PERIOD(S) SEARCHED."
001580     END-IF.
001590 2000-EXIT.
001600     EXIT.

001610******************************************************************
001620* 3000 LISTS THE LOT AT EVERY LOCATION FROM LOTBAL.DAT.  THE FILE
001630* IS KEYED ITEM / LOCATION / LOT, SO THE READ STARTS AT THE ITEM
001640* AND PICKS OUT THE LOT AT EACH LOCATION.  THE EARLIEST RECEIVED
001650* DATE FOUND SETS HOW FAR BACK THE ARCHIVES ARE SEARCHED.
001660******************************************************************
001670 3000-LIST-BALANCES.
001680     MOVE ZERO TO WS-LOT-COUNT.
001690     MOVE ZERO TO WS-LOT-ON-HAND.
001700     MOVE ZERO TO WS-FIRST-RECEIVED.
001710     MOVE 'N' TO WS-EOF-SW.
001720     OPEN INPUT LOTBAL.
001730     IF WS-LOTBAL-NOTCREATED
001740         DISPLAY "NO LOT BALANCE FILE - NO LOTS HAVE BEEN "
001750             "RECEIVED."
001760         GO TO 3000-EXIT
001770     END-IF.
001780     MOVE WS-SEARCH-ID TO LOT_ITEM_ID.
001790     MOVE LOW-VALUES TO LOT_LOC.
001800     MOVE LOW-VALUES TO LOT_NUMBER.
001810     START LOTBAL KEY NOT LESS THAN LOT-KEY
001820         INVALID KEY
001830             MOVE 'Y' TO WS-EOF-SW
001840     END-START.
001850     DISPLAY "LOC  EXPIRY      ON HAND  RECEIVED  SUPLR"
001860         "   PO/LINE".
001870     DISPLAY "---  --------  ---------  --------  -----"
001880         "   ----------".
001890     PERFORM 3100-READ-BALANCE THRU 3100-EXIT
001900         UNTIL WS-EOF.
001910     CLOSE LOTBAL.
001920     IF WS-LOT-COUNT = ZERO
001930         DISPLAY "LOT " WS-SEARCH-LOT " IS NOT ON FILE FOR THIS "
001940             "ITEM - LIVE MOVEMENTS ONLY ARE SEARCHED."
001950     ELSE
001960         DISPLAY WS-LOT-COUNT " LOCATION(S), " WS-LOT-ON-HAND
001970             " ON HAND IN THE LOT."
001980     END-IF.
001990 3000-EXIT.
002000     EXIT.

002010 3100-READ-BALANCE.
002020     READ LOTBAL NEXT
002030         AT END
002040             MOVE 'Y' TO WS-EOF-SW
002050             GO TO 3100-EXIT
002060     END-READ.
002070     IF LOT_ITEM_ID NOT = WS-SEARCH-ID
002080         MOVE 'Y' TO WS-EOF-SW
002090         GO TO 3100-EXIT
002100     END-IF.
002110     IF LOT_NUMBER NOT = WS-SEARCH-LOT
002120         GO TO 3100-EXIT
002130     END-IF.
002140     MOVE LOT_LOC TO WS-L-LOC.
002150     MOVE LOT_EXPIRY TO WS-L-EXPIRY.
002160     MOVE LOT_QTY TO WS-L-QTY.
002170     MOVE LOT_RECEIVED_DATE TO WS-L-RECEIVED.
002180     MOVE LOT_SUPPLIER_ID TO WS-L-SUPPLIER.
002190     MOVE LOT_PO_NUMBER TO WS-L-PO-NUMBER.
002200     MOVE LOT_PO_LINE TO WS-L-PO-LINE.
002210     DISPLAY WS-LOT-LINE.
002220     ADD 1 TO WS-LOT-COUNT.
002230     ADD LOT_QTY TO WS-LOT-ON-HAND.
002240     IF WS-FIRST-RECEIVED = ZERO
002250         OR LOT_RECEIVED_DATE < WS-FIRST-RECEIVED
002260         MOVE LOT_RECEIVED_DATE TO WS-FIRST-RECEIVED
002270     END-IF.
002280 3100-EXIT.
002290     EXIT.

002300******************************************************************
002310* 4000 SEARCHES THE DATED ARCHIVE FILES, ONE MONTH AT A TIME FROM
002320* THE MONTH THE LOT WAS FIRST RECEIVED UP TO THE CURRENT MONTH.
002330* A MONTH WITH NO ARCHIVE FILE (NOT YET ARCHIVED) IS PASSED OVER.
002340******************************************************************
002350 4000-LIST-ARCHIVES.
002360     MOVE ZERO TO WS-ARCH-COUNT.
002370     IF WS-FIRST-RECEIVED = ZERO
002380         GO TO 4000-EXIT
002390     END-IF.
002400     DIVIDE WS-FIRST-RECEIVED BY 100 GIVING WS-ARCH-PERIOD.
002410     PERFORM 4100-SEARCH-ARCHIVE THRU 4100-EXIT
002420         UNTIL WS-ARCH-PERIOD > WS-RUN-PERIOD.
002430 4000-EXIT.
002440     EXIT.

002450 4100-SEARCH-ARCHIVE.
002460     MOVE SPACES TO WS-ARCH-FILENAME.
002470     STRING "C:\Cobol\STKMOV" DELIMITED BY SIZE
002480            WS-ARCH-PERIOD DELIMITED BY SIZE
002490            ".ARC" DELIMITED BY SIZE
002500            INTO WS-ARCH-FILENAME
002510     END-STRING.
002520     MOVE 'N' TO WS-EOF-SW.
002530     OPEN INPUT ARCHFILE.
002540     IF WS-ARCHFILE-NOTCREATED
002550         GO TO 4100-NEXT-PERIOD
002560     END-IF.
002570     ADD 1 TO WS-ARCH-COUNT.
002580     PERFORM 4200-READ-ARCHIVE THRU 4200-EXIT
002590         UNTIL WS-EOF.
002600     CLOSE ARCHFILE.
002610 4100-NEXT-PERIOD.
002620     ADD 1 TO WS-ARCH-MONTH.
002630     IF WS-ARCH-MONTH > 12
002640         MOVE 1 TO WS-ARCH-MONTH
002650         ADD 1 TO WS-ARCH-YEAR
002660     END-IF.
002670 4100-EXIT.
002680     EXIT.

002690 4200-READ-ARCHIVE.
002700     READ ARCHFILE INTO STKMOV-RECORD
002710         AT END
002720             MOVE 'Y' TO WS-EOF-SW
002730             GO TO 4200-EXIT
002740     END-READ.
002750     IF MOV_ITEM_ID = WS-SEARCH-ID
002760         AND MOV_LOT = WS-SEARCH-LOT
002770         MOVE "ARCHIV" TO WS-D-SOURCE
002780         PERFORM 6000-DISPLAY-MOVEMENT THRU 6000-EXIT
002790     END-IF.
002800 4200-EXIT.
002810     EXIT.

002820******************************************************************
002830* 5000 LISTS THE LOT'S MOVEMENTS STILL ON THE LIVE MOVEMENT FILE,
002840* STARTING STRAIGHT AT THE ITEM.
002850******************************************************************
002860 5000-LIST-MOVEMENTS.
002870     MOVE 'N' TO WS-EOF-SW.
002880     OPEN INPUT STKMOV.
002890     IF WS-STKMOV-NOTCREATED
002900         DISPLAY "NO MOVEMENT HISTORY ON FILE."
002910         GO TO 5000-EXIT
002920     END-IF.
002930     MOVE WS-SEARCH-ID TO MOV_ITEM_ID.
002940     MOVE ZERO TO MOV_DATE.
002950     MOVE ZERO TO MOV_TIME.
002960     MOVE ZERO TO MOV_SEQ.
002970     START STKMOV KEY NOT LESS THAN MOV-KEY
002980         INVALID KEY
002990             MOVE 'Y' TO WS-EOF-SW
003000     END-START.
003010     PERFORM 5100-READ-MOVEMENT THRU 5100-EXIT
003020         UNTIL WS-EOF.
003030     CLOSE STKMOV.
003040 5000-EXIT.
003050     EXIT.

003060 5100-READ-MOVEMENT.
003070     READ STKMOV NEXT
003080         AT END
003090             MOVE 'Y' TO WS-EOF-SW
003100             GO TO 5100-EXIT
003110     END-READ.
003120     IF MOV_ITEM_ID NOT = WS-SEARCH-ID
003130         MOVE 'Y' TO WS-EOF-SW
003140         GO TO 5100-EXIT
003150     END-IF.
003160     IF MOV_LOT = WS-SEARCH-LOT
003170         MOVE "LIVE" TO WS-D-SOURCE
003180         PERFORM 6000-DISPLAY-MOVEMENT THRU 6000-EXIT
003190     END-IF.
003200 5100-EXIT.
003210     EXIT.

003220 6000-DISPLAY-MOVEMENT.
003230     MOVE MOV_DATE TO WS-D-DATE.
003240     MOVE MOV_TIME TO WS-D-TIME.
003250     MOVE MOV_TYPE TO WS-D-TYPE.
003260     MOVE MOV_QTY TO WS-D-QTY.
003270     MOVE MOV_LOC TO WS-D-LOC.
003280     MOVE MOV_TO_LOC TO WS-D-TO-LOC.
003290     MOVE MOV_OPERATOR TO WS-D-OPERATOR.
003300     MOVE MOV_COST_CENTER TO WS-D-COST-CENTER.
003310     DISPLAY WS-DETAIL-LINE.
003320     ADD 1 TO WS-MOVE-COUNT.
003330 6000-EXIT.
003340     EXIT.

003350 7000-PRINT-COLUMN-HEADS.
003360     DISPLAY " ".
003370     DISPLAY "DATE      TIME      TY      QTY   LOC  TO   OPR"
003380         "  CC    FROM".
003390     DISPLAY "--------  ------    --  -------   ---  ---  ---"
003400         "  ----  ------".
003410 7000-EXIT.
003420     EXIT.
