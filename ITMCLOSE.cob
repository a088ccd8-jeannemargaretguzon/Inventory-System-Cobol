000380*                 FILE (STKMOVYYYYMM.ARC) WRITTEN BY ITMARCH.
000390* 2026-09-02 JMG  TYPE 'C' INTEGRITY CORRECTIONS (ITMAUDIT) NOW
000400*                 COUNT IN THE ADJUSTMENT COLUMN LIKE TYPE 'A'.
000401* 2026-10-15 JMG  RETURNS TO VENDOR (MOVEMENT TYPE 'V') REPORT IN
000402*                 THEIR OWN COLUMN, COUNT IN THE OPENING BALANCE
000403*                 LIKE ISSUES, AND JOURNAL AS DEBIT ACCRUAL /
000404*                 CREDIT INVENTORY - THE SUPPLIER OWES US THE
000405*                 GOODS BACK, NOT COST OF SALES.
000406* 2026-10-15 JMG  ISSUES CHARGED TO A COST CENTER (MOVEMENT
000407*                 COST CENTER, FROM COSTCTR.DAT) NOW JOURNAL TO
000408*                 THAT COST CENTER'S GL EXPENSE ACCOUNT, ONE PAIR
000409*                 PER COST CENTER; ONLY ISSUES CARRYING NO COST
000410*                 CENTER (CUSTOMER SHIPMENTS, WHICH CHARGE NO
000411*                 DEPARTMENT, AND ISSUES POSTED BEFORE COST
000412*                 CENTERS) STILL GO TO THE DEFAULT ISSUES
000413*                 ACCOUNT.  ARCHIVE RECORD IS NOW 56 BYTES.
000414* 2026-10-15 JMG  ARCHIVE RECORD LENGTHENED FOR THE MOVEMENT LOT
000415*                 NUMBER (MOV_LOT).
000416* 2026-10-15 JMG  KIT BUILDS AND DISASSEMBLIES REPORT IN A NEW
000417*                 KITTING COLUMN - KITS MADE AND COMPONENTS
000418*                 RETURNED ('B', 'U') LESS COMPONENTS CONSUMED
000419*                 AND KITS BROKEN DOWN ('K', 'D') - WHICH COUNTS
000420*                 IN THE OPENING BALANCE.  ITS VALUE AT UNIT
000421*                 COST, THE GAP BETWEEN WHAT WENT INTO KITS AND
000422*                 WHAT CAME OUT, JOURNALS AGAINST INVENTORY AS
000423*                 KIT ASSEMBLY VARIANCE (ACCOUNT 50950100).
000424******************************************************************
000425 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. ITMCLOSE.
000440 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000450 INSTALLATION. INVENTORY CONTROL.
000500 FILE-CONTROL.
000510     COPY "ITEMSEL.cpy".
000520     COPY "MOVSEL.cpy".
000525     COPY "CCTRSEL.cpy".
000530     SELECT PERIOD-FILE ASSIGN TO "C:\Cobol\PERIOD.dat"
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE IS SEQUENTIAL
000760 FD  STKMOV.
000770     COPY "MOVREC.cpy".

000773 FD  COSTCTR.
000776     COPY "CCTRREC.cpy".

000780 FD  PERIOD-FILE.
000790 01  PER-RECORD.
000800     05  PER_PERIOD PIC 9(6).
000990     05  GLJ_DESC PIC X(24).

001000 FD  ARCHFILE.
001010 01  ARCH-RECORD PIC X(66).

001020 FD  REPORT-FILE
001030     LINAGE IS 60 LINES
001040         WITH FOOTING AT 55.
001050 01  REPORT-LINE PIC X(130).

001060 WORKING-STORAGE SECTION.
001070     COPY "ITEMSTAT.cpy".
001080     COPY "MOVSTAT.cpy".
001085     COPY "CCTRSTAT.cpy".
001090 77  WS-PERIOD-STATUS PIC X(02) VALUE SPACES.
001100     88  WS-PERIOD-NOTCREATED VALUE '35'.
001110 77  WS-PERCTL-STATUS PIC X(02) VALUE SPACES.
001310     05  FILLER PIC X(10) VALUE "OPENING".
001320     05  FILLER PIC X(10) VALUE "RECEIPTS".
001330     05  FILLER PIC X(10) VALUE "ISSUES".
001335     05  FILLER PIC X(10) VALUE "RETURNS".
001340     05  FILLER PIC X(11) VALUE "ADJUST".
001345     05  FILLER PIC X(10) VALUE "KITTING".
001350     05  FILLER PIC X(9) VALUE "CLOSING".
001360     05  FILLER PIC X(14) VALUE "CLOSING VALUE".
001370*    DETAIL AND TOTAL LINES
001460     05  FILLER PIC X(3) VALUE SPACES.
001470     05  WS-D-ISSUES PIC ZZZ,ZZ9.
001480     05  FILLER PIC X(3) VALUE SPACES.
001483     05  WS-D-RETURNS PIC ZZZ,ZZ9.
001486     05  FILLER PIC X(3) VALUE SPACES.
001490     05  WS-D-ADJUST PIC ZZZ,ZZ9-.
001500     05  FILLER PIC X(2) VALUE SPACES.
001503     05  WS-D-KITTING PIC ZZZ,ZZ9-.
001506     05  FILLER PIC X(2) VALUE SPACES.
001510     05  WS-D-CLOSING PIC ZZZ,ZZ9.
001520     05  FILLER PIC X(2) VALUE SPACES.
001530     05  WS-D-EXT-VALUE PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
001730 77  WS-ITEM-COUNT PIC 9(07) COMP VALUE ZERO.
001740 77  WS-RECEIPTS PIC 9(07) VALUE ZERO.
001750 77  WS-ISSUES PIC 9(07) VALUE ZERO.
001755 77  WS-RETURNS PIC 9(07) VALUE ZERO.
001760 77  WS-ADJUST PIC S9(08) VALUE ZERO.
001765 77  WS-KITTING PIC S9(08) VALUE ZERO.
001770 77  WS-OPENING PIC S9(08) VALUE ZERO.
001780 77  WS-CLOSING-QTY PIC 9(07) VALUE ZERO.
001790 77  WS-EXT-VALUE PIC 9(13)V99 VALUE ZERO.
001930 77  WS-GL-COST PIC 9(06)V99 VALUE ZERO.
001940 77  WS-GL-RECEIPT-VALUE PIC 9(13)V99 VALUE ZERO.
001950 77  WS-GL-ISSUE-VALUE PIC 9(13)V99 VALUE ZERO.
001955 77  WS-GL-RETURN-VALUE PIC 9(13)V99 VALUE ZERO.
001960 77  WS-GL-ADJUST-VALUE PIC S9(13)V99 VALUE ZERO.
001965 77  WS-GL-KIT-VALUE PIC S9(13)V99 VALUE ZERO.
001970 77  WS-GL-PAIR-VALUE PIC 9(13)V99 VALUE ZERO.
001980 77  WS-GL-NET PIC S9(13)V99 VALUE ZERO.
001990 77  WS-GL-LINE-COUNT PIC 9(05) COMP VALUE ZERO.
002040 77  WS-GL-ACCRUAL-ACCT PIC X(08) VALUE "20100100".
002050 77  WS-GL-ISSUES-ACCT PIC X(08) VALUE "50100100".
002060 77  WS-GL-SHRINK-ACCT PIC X(08) VALUE "50900100".
002061 77  WS-GL-KIT-VAR-ACCT PIC X(08) VALUE "50950100".
002062*    ISSUE VALUE BY REQUESTING COST CENTER, SO THE ISSUE DEBIT
002063*    CAN BE SPLIT ACROSS EACH COST CENTER'S EXPENSE ACCOUNT
002064 77  WS-CC-MAX PIC 9(05) COMP VALUE 500.
002065 77  WS-CC-COUNT PIC 9(05) COMP VALUE ZERO.
002066 77  WS-CC-IX PIC 9(05) COMP VALUE ZERO.
002067 77  WS-CC-FOUND-SW PIC X(01) VALUE 'N'.
002068     88  WS-CC-FOUND VALUE 'Y'.
002069 77  WS-CC-FILE-SW PIC X(01) VALUE 'N'.
002070     88  WS-CC-FILE-OPEN VALUE 'Y'.
002071 77  WS-GL-CC-TOTAL PIC 9(13)V99 VALUE ZERO.
002072 01  WS-CC-TABLE.
002073     05  WS-CC-ENTRY OCCURS 500 TIMES.
002074         10  WS-CC-T-CODE PIC X(04).
002075         10  WS-CC-T-VALUE PIC 9(13)V99.

002076 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002100     IF WS-STOP-RUN
003330 2000-PROCESS-ITEM.
003340     MOVE ITEM_ID TO WS-CURR-ITEM-ID.
003350     MOVE ITEM_NAME TO WS-CURR-ITEM-NAME.
003355     MOVE ITEM_COST TO WS-GL-COST.
003360     PERFORM 3000-SUM-MOVEMENTS THRU 3000-EXIT.
003370     MOVE ITEM_QTY TO WS-CLOSING-QTY.
003390     COMPUTE WS-EXT-VALUE = ITEM_COST * ITEM_QTY.
003400     COMPUTE WS-OPENING = WS-CLOSING-QTY - WS-RECEIPTS
003410         + WS-ISSUES + WS-RETURNS - WS-ADJUST - WS-KITTING.
003420     ADD WS-EXT-VALUE TO WS-GRAND-TOTAL.
003430     PERFORM 3600-ACCUMULATE-GL THRU 3600-EXIT.
003440     PERFORM 4000-WRITE-SNAPSHOT THRU 4000-EXIT.
003680     END-IF.
003690     MOVE PER_ITEM_ID TO WS-CURR-ITEM-ID.
003700     MOVE PER_ITEM_NAME TO WS-CURR-ITEM-NAME.
003705     MOVE PER_COST TO WS-GL-COST.
003710     PERFORM 3000-SUM-MOVEMENTS THRU 3000-EXIT.
003720     MOVE PER_QTY TO WS-CLOSING-QTY.
003740     MOVE PER_EXT_VALUE TO WS-EXT-VALUE.
003750     COMPUTE WS-OPENING = WS-CLOSING-QTY - WS-RECEIPTS
003760         + WS-ISSUES + WS-RETURNS - WS-ADJUST - WS-KITTING.
003770     ADD WS-EXT-VALUE TO WS-GRAND-TOTAL.
003780     PERFORM 3600-ACCUMULATE-GL THRU 3600-EXIT.
003790     PERFORM 5000-PRINT-ITEM-LINE THRU 5000-EXIT.
003910 3000-SUM-MOVEMENTS.
003920     MOVE ZERO TO WS-RECEIPTS.
003930     MOVE ZERO TO WS-ISSUES.
003935     MOVE ZERO TO WS-RETURNS.
003940     MOVE ZERO TO WS-ADJUST.
003945     MOVE ZERO TO WS-KITTING.
003950     MOVE 'N' TO WS-MOV-EOF-SW.
003960     OPEN INPUT STKMOV.
003970     IF WS-STKMOV-NOTCREATED
004360             ADD MOV_QTY TO WS-RECEIPTS
004370         WHEN MOV_TYPE = 'I'
004380             ADD MOV_QTY TO WS-ISSUES
004381             IF MOV_COST_CENTER NOT = SPACES
004382                 PERFORM 3160-ADD-COST-CENTER THRU 3160-EXIT
004383             END-IF
004384         WHEN MOV_TYPE = 'V'
004385             ADD MOV_QTY TO WS-RETURNS
004390         WHEN MOV_TYPE = 'A' OR MOV_TYPE = 'C'
004400             COMPUTE WS-ADJUST = WS-ADJUST
004410                 + MOV_QTY_AFTER - MOV_QTY_BEFORE
004412         WHEN MOV_TYPE = 'B' OR MOV_TYPE = 'U'
004414             ADD MOV_QTY TO WS-KITTING
004416         WHEN MOV_TYPE = 'K' OR MOV_TYPE = 'D'
004418             SUBTRACT MOV_QTY FROM WS-KITTING
004420     END-EVALUATE.
004430 3150-EXIT.
004440     EXIT.

004441******************************************************************
004442* 3160 ADDS A DEPARTMENT ISSUE, AT THE UNIT COST OF THE ITEM IN
004443* HAND, TO ITS COST CENTER'S LINE OF THE ISSUE TABLE.  AN ISSUE
004444* THAT WILL NOT FIT IN A FULL TABLE STAYS IN THE LUMP POSTED TO
004445* THE DEFAULT ISSUES ACCOUNT.
004446******************************************************************
004447 3160-ADD-COST-CENTER.
004448     MOVE 'N' TO WS-CC-FOUND-SW.
004449     MOVE 1 TO WS-CC-IX.
004450     PERFORM 3170-FIND-COST-CENTER THRU 3170-EXIT
004451         UNTIL WS-CC-FOUND OR WS-CC-IX > WS-CC-COUNT.
004452     IF NOT WS-CC-FOUND
004453         IF WS-CC-COUNT NOT < WS-CC-MAX
004454             DISPLAY "COST CENTER TABLE FULL - " MOV_COST_CENTER
004455                 " JOURNALS TO THE DEFAULT ISSUES ACCOUNT."
004456             GO TO 3160-EXIT
004457         END-IF
004458         ADD 1 TO WS-CC-COUNT
004459         MOVE WS-CC-COUNT TO WS-CC-IX
004460         MOVE MOV_COST_CENTER TO WS-CC-T-CODE(WS-CC-IX)
004461         MOVE ZERO TO WS-CC-T-VALUE(WS-CC-IX)
004462     END-IF.
004463     COMPUTE WS-CC-T-VALUE(WS-CC-IX) = WS-CC-T-VALUE(WS-CC-IX)
004464         + MOV_QTY * WS-GL-COST.
004465 3160-EXIT.
004466     EXIT.

004467 3170-FIND-COST-CENTER.
004468     IF WS-CC-T-CODE(WS-CC-IX) = MOV_COST_CENTER
004469         MOVE 'Y' TO WS-CC-FOUND-SW
004470     ELSE
004471         ADD 1 TO WS-CC-IX
004472     END-IF.
004473 3170-EXIT.
004474     EXIT.

004475******************************************************************
004476* 3300 PULLS THE PERIOD'S MOVEMENTS BACK FROM THE DATED ARCHIVE
004477* FILE WRITTEN BY ITMARCH.  A PERIOD OLDER THAN THE LAST CLOSE
004480* HAS NORMALLY BEEN ARCHIVED OFF THE LIVE FILE; ANYTHING STILL
004490* LIVE WAS ALREADY COUNTED ABOVE, AND A MOVEMENT SITS IN
004500* EXACTLY ONE OF THE TWO PLACES, SO BOTH SOURCES ADD INTO THE
004910         + WS-RECEIPTS * WS-GL-COST.
004920     COMPUTE WS-GL-ISSUE-VALUE = WS-GL-ISSUE-VALUE
004930         + WS-ISSUES * WS-GL-COST.
004933     COMPUTE WS-GL-RETURN-VALUE = WS-GL-RETURN-VALUE
004936         + WS-RETURNS * WS-GL-COST.
004940     COMPUTE WS-GL-ADJUST-VALUE = WS-GL-ADJUST-VALUE
004950         + WS-ADJUST * WS-GL-COST.
004953     COMPUTE WS-GL-KIT-VALUE = WS-GL-KIT-VALUE
004956         + WS-KITTING * WS-GL-COST.
004960 3600-EXIT.
004970     EXIT.

005110     MOVE WS-OPENING TO WS-D-OPENING.
005120     MOVE WS-RECEIPTS TO WS-D-RECEIPTS.
005130     MOVE WS-ISSUES TO WS-D-ISSUES.
005135     MOVE WS-RETURNS TO WS-D-RETURNS.
005140     MOVE WS-ADJUST TO WS-D-ADJUST.
005145     MOVE WS-KITTING TO WS-D-KITTING.
005150     MOVE WS-CLOSING-QTY TO WS-D-CLOSING.
005160     MOVE WS-EXT-VALUE TO WS-D-EXT-VALUE.
005170     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005660         MOVE "STOCK RECEIPTS" TO WS-GL-DESC
005670         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005680     END-IF.
005690     MOVE ZERO TO WS-GL-CC-TOTAL.
005700     IF WS-GL-ISSUE-VALUE > ZERO AND WS-CC-COUNT > ZERO
005701         PERFORM 8620-WRITE-CC-ISSUES THRU 8620-EXIT
005702     END-IF.
005703     IF WS-GL-ISSUE-VALUE > WS-GL-CC-TOTAL
005704         COMPUTE WS-GL-PAIR-VALUE =
005705             WS-GL-ISSUE-VALUE - WS-GL-CC-TOTAL
005710         MOVE WS-GL-ISSUES-ACCT TO WS-GL-DR-ACCT
005720         MOVE WS-GL-INVENTORY-ACCT TO WS-GL-CR-ACCT
005730         MOVE "STOCK ISSUES" TO WS-GL-DESC
005740         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005750     END-IF.
005751     IF WS-GL-RETURN-VALUE > ZERO
005752         MOVE WS-GL-RETURN-VALUE TO WS-GL-PAIR-VALUE
005753         MOVE WS-GL-ACCRUAL-ACCT TO WS-GL-DR-ACCT
005754         MOVE WS-GL-INVENTORY-ACCT TO WS-GL-CR-ACCT
005755         MOVE "RETURNS TO VENDOR" TO WS-GL-DESC
005756         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005757     END-IF.
005760     IF WS-GL-ADJUST-VALUE > ZERO
005770         MOVE WS-GL-ADJUST-VALUE TO WS-GL-PAIR-VALUE
005780         MOVE WS-GL-INVENTORY-ACCT TO WS-GL-DR-ACCT
005870         MOVE "COUNT ADJUSTMENTS" TO WS-GL-DESC
005880         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005890     END-IF.
005891     IF WS-GL-KIT-VALUE > ZERO
005892         MOVE WS-GL-KIT-VALUE TO WS-GL-PAIR-VALUE
005893         MOVE WS-GL-INVENTORY-ACCT TO WS-GL-DR-ACCT
005894         MOVE WS-GL-KIT-VAR-ACCT TO WS-GL-CR-ACCT
005895         MOVE "KIT ASSEMBLY VARIANCE" TO WS-GL-DESC
005896         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005897     END-IF.
005898     IF WS-GL-KIT-VALUE < ZERO
005899         COMPUTE WS-GL-PAIR-VALUE = ZERO - WS-GL-KIT-VALUE
005900         MOVE WS-GL-KIT-VAR-ACCT TO WS-GL-DR-ACCT
005901         MOVE WS-GL-INVENTORY-ACCT TO WS-GL-CR-ACCT
005902         MOVE "KIT ASSEMBLY VARIANCE" TO WS-GL-DESC
005903         PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT
005904     END-IF.
005905     MOVE 'T' TO GLJ_REC_TYPE.
005910     MOVE WS-PERIOD TO GLJ_PERIOD.
005920     MOVE SPACES TO GLJ_ACCOUNT.
005930     MOVE SPACE TO GLJ_DRCR.
006280 8610-EXIT.
006290     EXIT.

006291******************************************************************
006292* 8620 WRITES ONE ISSUE PAIR PER COST CENTER IN THE TABLE: DEBIT
006293* THE COST CENTER'S GL EXPENSE ACCOUNT, CREDIT INVENTORY.  A COST
006294* CENTER NO LONGER ON COSTCTR.DAT IS DEBITED TO THE DEFAULT
006295* ISSUES ACCOUNT UNDER ITS OWN CODE.  WHATEVER ISSUE VALUE
006296* CARRIES NO COST CENTER - CUSTOMER SHIPMENTS, WHICH CHARGE NO
006297* DEPARTMENT, AND ANY ISSUE POSTED BEFORE COST CENTERS WERE
006298* KEPT - IS LEFT FOR THE SINGLE STOCK ISSUES PAIR IN 8600.
006299******************************************************************
006300 8620-WRITE-CC-ISSUES.
006301     MOVE 'N' TO WS-CC-FILE-SW.
006302     OPEN INPUT COSTCTR.
006303     IF WS-COSTCTR-OK
006304         MOVE 'Y' TO WS-CC-FILE-SW
006305     END-IF.
006306     MOVE 1 TO WS-CC-IX.
006307     PERFORM 8630-WRITE-ONE-CC THRU 8630-EXIT
006308         UNTIL WS-CC-IX > WS-CC-COUNT.
006309     IF WS-CC-FILE-OPEN
006310         CLOSE COSTCTR
006311     END-IF.
006312 8620-EXIT.
006313     EXIT.

006314 8630-WRITE-ONE-CC.
006315     IF WS-CC-T-VALUE(WS-CC-IX) = ZERO
006316         ADD 1 TO WS-CC-IX
006317         GO TO 8630-EXIT
006318     END-IF.
006319     MOVE WS-GL-ISSUES-ACCT TO WS-GL-DR-ACCT.
006320     IF WS-CC-FILE-OPEN
006321         MOVE WS-CC-T-CODE(WS-CC-IX) TO CC_CODE
006322         READ COSTCTR
006323             INVALID KEY
006324                 CONTINUE
006325             NOT INVALID KEY
006326                 MOVE CC_GL_ACCOUNT TO WS-GL-DR-ACCT
006327         END-READ
006328     END-IF.
006329     MOVE WS-CC-T-VALUE(WS-CC-IX) TO WS-GL-PAIR-VALUE.
006330     MOVE WS-GL-INVENTORY-ACCT TO WS-GL-CR-ACCT.
006331     MOVE SPACES TO WS-GL-DESC.
006332     STRING "ISSUES COST CTR " DELIMITED BY SIZE
006333            WS-CC-T-CODE(WS-CC-IX) DELIMITED BY SIZE
006334            INTO WS-GL-DESC
006335     END-STRING.
006336     PERFORM 8610-WRITE-GL-PAIR THRU 8610-EXIT.
006337     ADD WS-CC-T-VALUE(WS-CC-IX) TO WS-GL-CC-TOTAL.
006338     ADD 1 TO WS-CC-IX.
006339 8630-EXIT.
006340     EXIT.

006341 9000-TERMINATE.
006342     IF WS-CLOSE-MODE
006343         CLOSE ITEMLIST
006344     END-IF.
006345     CLOSE PERIOD-FILE.
006350     CLOSE REPORT-FILE.
006360 9000-EXIT.
006370     EXIT.
