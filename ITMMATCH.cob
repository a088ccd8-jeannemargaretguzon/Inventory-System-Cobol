000010******************************************************************
000020* PROGRAM: ITMMATCH
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: THREE-WAY MATCH OF SUPPLIER INVOICES FOR ACCOUNTS
000070*          PAYABLE.  EVERY INVOICE ON INVOICE.DAT NOT YET APPROVED
000080*          IS CHECKED LINE BY LINE AGAINST ITS PURCHASE ORDER LINE
000090*          ON PORDER.DAT: THE INVOICED QUANTITY AGAINST WHAT HAS
000100*          BEEN RECEIVED AND NOT YET INVOICED, THE INVOICED PRICE
000110*          AGAINST THE AGREED PO PRICE, AND THE AGREED PO PRICE
000120*          AGAINST THE COST ACTUALLY POSTED ON THE RECEIPT.  A
000130*          VARIANCE OVER THE TOLERANCE KEYED AT THE START OF THE
000140*          RUN IS AN EXCEPTION.  AN INVOICE WITH NO EXCEPTIONS IS
000150*          APPROVED - ITS LINES ARE WRITTEN TO THE APPROVED FOR
000160*          PAYMENT EXTRACT APPROVED.DAT AND THE PO LINES ARE
000170*          MARKED INVOICED.  AN INVOICE WITH ANY EXCEPTION IS HELD
000180*          AS A WHOLE, EACH LINE CARRYING ITS HOLD REASON, AND IS
000190*          MATCHED AGAIN ON THE NEXT RUN.  THE MATCH/EXCEPTION
000200*          REPORT GOES TO INVMATCH.PRT.
000210*
000220* MODIFICATION HISTORY
000230* DATE       BY   DESCRIPTION
000240* ---------- ---- -----------------------------------------------
000250* 2026-10-15 JMG  ORIGINAL PROGRAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ITMMATCH.
000290 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000300 INSTALLATION. INVENTORY CONTROL.
000310 DATE-WRITTEN. OCTOBER 2026.
000320 DATE-COMPILED.

000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY "SUPPSEL.cpy".
000370     COPY "POSEL.cpy".
000380     COPY "INVSEL.cpy".
000390     SELECT APEXTR ASSIGN TO "C:\Cobol\APPROVED.dat"
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE IS SEQUENTIAL
000420         FILE STATUS IS WS-APEXTR-STATUS.
000430     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\INVMATCH.PRT"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-REPORT-STATUS.

000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SUPPLIER-FILE.
000490     COPY "SUPPREC.cpy".

000500 FD  PORDER.
000510     COPY "POREC.cpy".

000520 FD  INVOICE.
000530     COPY "INVREC.cpy".

000540 FD  APEXTR.
000550 01  APX-RECORD.
000560     05  APX_SUPPLIER_ID PIC 9(5).
000570     05  APX_INVOICE PIC X(10).
000580     05  APX_INV_DATE PIC 9(8).
000590     05  APX_LINE PIC 9(3).
000600     05  APX_PO_NUMBER PIC 9(6).
000610     05  APX_PO_LINE PIC 9(3).
000620     05  APX_ITEM_ID PIC 9(5).
000630     05  APX_QTY PIC 9(7).
000640     05  APX_UNIT_PRICE PIC 9(6)V99.
000650     05  APX_AMOUNT PIC 9(11)V99.
000660     05  APX_APPROVED_DATE PIC 9(8).

000670 FD  REPORT-FILE
000680     LINAGE IS 60 LINES
000690         WITH FOOTING AT 55.
000700 01  REPORT-LINE PIC X(110).

000710 WORKING-STORAGE SECTION.
000720     COPY "SUPPSTAT.cpy".
000730     COPY "POSTAT.cpy".
000740     COPY "INVSTAT.cpy".
000750 77  WS-APEXTR-STATUS PIC X(02) VALUE SPACES.
000760     88  WS-APEXTR-NOTCREATED VALUE '35'.
000770 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000780*    REPORT HEADING LINES
000790 01  WS-HEADING-1.
000800     05  FILLER PIC X(30) VALUE SPACES.
000810     05  FILLER PIC X(35)
000820         VALUE "INVOICE MATCH AND EXCEPTION REPORT".
000830     05  FILLER PIC X(5) VALUE SPACES.
000840     05  FILLER PIC X(5) VALUE "PAGE ".
000850     05  WS-H-PAGE-NUMBER PIC ZZZ9.
000860 01  WS-HEADING-1B.
000870     05  FILLER PIC X(30) VALUE SPACES.
000880     05  FILLER PIC X(7) VALUE "RUN ON ".
000890     05  WS-H-RUN-DATE PIC 9(8).
000900     05  FILLER PIC X(19) VALUE "   PRICE TOLERANCE ".
000910     05  WS-H-PRICE-TOL PIC Z9.
000920     05  FILLER PIC X(19) VALUE "%   QTY TOLERANCE ".
000930     05  WS-H-QTY-TOL PIC Z9.
000940     05  FILLER PIC X(1) VALUE "%".
000950 01  WS-INVOICE-LINE.
000960     05  FILLER PIC X(10) VALUE "SUPPLIER: ".
000970     05  WS-P-SUPPLIER-ID PIC ZZZZ9.
000980     05  FILLER PIC X(2) VALUE SPACES.
000990     05  WS-P-SUPPLIER-NAME PIC X(25).
001000     05  FILLER PIC X(2) VALUE SPACES.
001010     05  FILLER PIC X(9) VALUE "INVOICE: ".
001020     05  WS-P-INVOICE PIC X(10).
001030     05  FILLER PIC X(8) VALUE "  DATED ".
001040     05  WS-P-INV-DATE PIC 9(8).
001050 01  WS-HEADING-2.
001060     05  FILLER PIC X(5) VALUE "LINE".
001070     05  FILLER PIC X(12) VALUE "PO/LINE".
001080     05  FILLER PIC X(7) VALUE "ITEM".
001090     05  FILLER PIC X(9) VALUE "INV QTY".
001100     05  FILLER PIC X(9) VALUE "OPEN QTY".
001110     05  FILLER PIC X(10) VALUE " QTY VAR".
001120     05  FILLER PIC X(12) VALUE " INV PRICE".
001130     05  FILLER PIC X(12) VALUE "  PO PRICE".
001140     05  FILLER PIC X(12) VALUE " RCPT COST".
001150     05  FILLER PIC X(13) VALUE "  PRICE VAR".
001160     05  FILLER PIC X(8) VALUE "RESULT".
001170*    DETAIL AND TOTAL LINES
001180 01  WS-DETAIL-LINE.
001190     05  WS-D-LINE PIC ZZ9.
001200     05  FILLER PIC X(2) VALUE SPACES.
001210     05  WS-D-PO-NUMBER PIC 9(6).
001220     05  FILLER PIC X(1) VALUE "/".
001230     05  WS-D-PO-LINE PIC 9(3).
001240     05  FILLER PIC X(2) VALUE SPACES.
001250     05  WS-D-ITEM-ID PIC ZZZZ9.
001260     05  FILLER PIC X(2) VALUE SPACES.
001270     05  WS-D-INV-QTY PIC ZZZ,ZZ9.
001280     05  FILLER PIC X(2) VALUE SPACES.
001290     05  WS-D-OPEN-QTY PIC -ZZZ,ZZ9.
001300     05  FILLER PIC X(1) VALUE SPACES.
001310     05  WS-D-QTY-VAR PIC -ZZZ,ZZ9.
001320     05  FILLER PIC X(2) VALUE SPACES.
001330     05  WS-D-INV-PRICE PIC ZZZ,ZZ9.99.
001340     05  FILLER PIC X(2) VALUE SPACES.
001350     05  WS-D-PO-PRICE PIC ZZZ,ZZ9.99.
001360     05  FILLER PIC X(2) VALUE SPACES.
001370     05  WS-D-RCPT-COST PIC ZZZ,ZZ9.99.
001380     05  FILLER PIC X(2) VALUE SPACES.
001390     05  WS-D-PRICE-VAR PIC -ZZZ,ZZ9.99.
001400     05  FILLER PIC X(2) VALUE SPACES.
001410     05  WS-D-RESULT PIC X(8).
001420 01  WS-INVOICE-TOTAL-LINE.
001430     05  FILLER PIC X(10) VALUE SPACES.
001440     05  FILLER PIC X(20) VALUE "INVOICE TOTAL".
001450     05  WS-T-LINES PIC ZZ9.
001460     05  FILLER PIC X(10) VALUE " LINE(S)".
001470     05  WS-T-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001480     05  FILLER PIC X(3) VALUE SPACES.
001490     05  WS-T-RESULT PIC X(30).
001500 01  WS-GRAND-TOTAL-LINE.
001510     05  FILLER PIC X(10) VALUE SPACES.
001520     05  WS-G-LABEL PIC X(20).
001530     05  WS-G-COUNT PIC ZZ,ZZ9.
001540     05  FILLER PIC X(13) VALUE " INVOICE(S)".
001550     05  WS-G-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001560 01  WS-NONE-LINE.
001570     05  FILLER PIC X(10) VALUE SPACES.
001580     05  FILLER PIC X(40)
001590         VALUE "NO INVOICES WAITING TO BE MATCHED.".
001600*    PROGRAM SWITCHES AND COUNTERS
001610 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001620     88  WS-STOP-RUN VALUE 'Y'.
001630 77  WS-INV-EOF-SW PIC X(01) VALUE 'N'.
001640     88  WS-INV-EOF VALUE 'Y'.
001650 77  WS-GROUP-END-SW PIC X(01) VALUE 'N'.
001660     88  WS-GROUP-END VALUE 'Y'.
001670 77  WS-NEXT-EOF-SW PIC X(01) VALUE 'N'.
001680     88  WS-NEXT-EOF VALUE 'Y'.
001690 77  WS-ALL-MATCHED-SW PIC X(01) VALUE 'Y'.
001700     88  WS-ALL-MATCHED VALUE 'Y'.
001710 77  WS-PO-FOUND-SW PIC X(01) VALUE 'N'.
001720     88  WS-PO-FOUND VALUE 'Y'.
001730 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
001740 77  WS-INV-LINES PIC 9(05) COMP VALUE ZERO.
001750 77  WS-APPROVED-COUNT PIC 9(05) COMP VALUE ZERO.
001760 77  WS-HELD-COUNT PIC 9(05) COMP VALUE ZERO.
001770 77  WS-EXTRACT-COUNT PIC 9(05) COMP VALUE ZERO.
001780 77  WS-INV-AMOUNT PIC 9(11)V99 VALUE ZERO.
001790 77  WS-APPROVED-AMOUNT PIC 9(11)V99 VALUE ZERO.
001800 77  WS-HELD-AMOUNT PIC 9(11)V99 VALUE ZERO.
001810 77  WS-LINE-AMOUNT PIC 9(11)V99 VALUE ZERO.
001820 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001830 77  WS-CURR-SUPPLIER-ID PIC 9(05) VALUE ZERO.
001840 77  WS-CURR-INVOICE PIC X(10) VALUE SPACES.
001850 77  WS-LINE-REASON PIC X(08) VALUE SPACES.
001860 77  WS-OPEN-QTY PIC S9(08) VALUE ZERO.
001870 77  WS-QTY-VAR PIC S9(08) VALUE ZERO.
001880 77  WS-QTY-ALLOW PIC S9(08) VALUE ZERO.
001890 77  WS-PRICE-VAR PIC S9(07)V99 VALUE ZERO.
001900 77  WS-RCV-VAR PIC S9(07)V99 VALUE ZERO.
001910 77  WS-ABS-VAR PIC 9(07)V99 VALUE ZERO.
001920 77  WS-PRICE-ALLOW PIC 9(07)V99 VALUE ZERO.
001930 77  WS-PRICE-TOL PIC 9(02) VALUE ZERO.
001940 77  WS-PRICE-TOL-EDIT REDEFINES WS-PRICE-TOL
001950         PIC X(02) JUSTIFIED RIGHT.
001960 77  WS-QTY-TOL PIC 9(02) VALUE ZERO.
001970 77  WS-QTY-TOL-EDIT REDEFINES WS-QTY-TOL
001980         PIC X(02) JUSTIFIED RIGHT.
001990 01  WS-NEXT-KEY.
002000     05  WS-NEXT-SUPPLIER-ID PIC 9(5).
002010     05  WS-NEXT-INVOICE PIC X(10).
002020     05  WS-NEXT-LINE PIC 9(3).

002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     IF WS-STOP-RUN
002070         GOBACK
002080     END-IF.
002090     PERFORM 2000-PROCESS-INVOICE THRU 2000-EXIT
002100         UNTIL WS-INV-EOF.
002110     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002130     GOBACK.

002140 1000-INITIALIZE.
002150     MOVE 'N' TO WS-STOP-SW.
002160     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002170     PERFORM 1100-GET-TOLERANCES THRU 1100-EXIT.
002180     IF WS-STOP-RUN
002190         GO TO 1000-EXIT
002200     END-IF.
002210     OPEN I-O INVOICE.
002220     IF WS-INVOICE-NOTCREATED
002230         DISPLAY "NO INVOICE FILE - NO SUPPLIER INVOICES HAVE "
002240             "BEEN KEYED."
002250         MOVE 'Y' TO WS-STOP-SW
002260         GO TO 1000-EXIT
002270     END-IF.
002280     OPEN I-O PORDER.
002290     IF WS-PORDER-NOTCREATED
002300         DISPLAY "NO PURCHASE ORDER FILE - NOTHING TO MATCH "
002310             "AGAINST."
002320         CLOSE INVOICE
002330         MOVE 'Y' TO WS-STOP-SW
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN INPUT SUPPLIER-FILE.
002370     OPEN EXTEND APEXTR.
002380     IF WS-APEXTR-NOTCREATED
002390         OPEN OUTPUT APEXTR
002400     END-IF.
002410     OPEN OUTPUT REPORT-FILE.
002420     MOVE ZERO TO WS-PAGE-NUMBER.
002430     MOVE ZERO TO WS-APPROVED-COUNT.
002440     MOVE ZERO TO WS-HELD-COUNT.
002450     MOVE ZERO TO WS-EXTRACT-COUNT.
002460     MOVE ZERO TO WS-APPROVED-AMOUNT.
002470     MOVE ZERO TO WS-HELD-AMOUNT.
002480     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
002490     MOVE 'N' TO WS-INV-EOF-SW.
002500     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
002510 1000-EXIT.
002520     EXIT.

002530******************************************************************
002540* 1100 COLLECTS THE VARIANCE TOLERANCES AS WHOLE PERCENTAGES.  A
002550* BLANK PRICE TOLERANCE TAKES THE HOUSE STANDARD OF 2 PERCENT; A
002560* BLANK QUANTITY TOLERANCE ALLOWS NO OVER-BILLING AT ALL.
002570******************************************************************
002580 1100-GET-TOLERANCES.
002590     DISPLAY "PRICE TOLERANCE PERCENT (SPACE FOR 2): "
002600         WITH NO ADVANCING.
002610     ACCEPT WS-PRICE-TOL-EDIT.
002620     INSPECT WS-PRICE-TOL-EDIT REPLACING ALL SPACES BY ZEROS.
002630     IF WS-PRICE-TOL-EDIT NOT NUMERIC
002640         DISPLAY "PRICE TOLERANCE MUST BE NUMERIC."
002650         MOVE 'Y' TO WS-STOP-SW
002660         GO TO 1100-EXIT
002670     END-IF.
002680     IF WS-PRICE-TOL = ZERO
002690         MOVE 2 TO WS-PRICE-TOL
002700     END-IF.
002710     DISPLAY "QUANTITY TOLERANCE PERCENT (SPACE FOR NONE): "
002720         WITH NO ADVANCING.
002730     ACCEPT WS-QTY-TOL-EDIT.
002740     INSPECT WS-QTY-TOL-EDIT REPLACING ALL SPACES BY ZEROS.
002750     IF WS-QTY-TOL-EDIT NOT NUMERIC
002760         DISPLAY "QUANTITY TOLERANCE MUST BE NUMERIC."
002770         MOVE 'Y' TO WS-STOP-SW
002780     END-IF.
002790 1100-EXIT.
002800     EXIT.

002810******************************************************************
002820* 2000 HANDLES ONE INVOICE - ALL THE LINES SHARING A SUPPLIER AND
002830* INVOICE NUMBER.  ON ENTRY THE FIRST LINE IS IN THE RECORD AREA.
002840* THE FIRST PASS CHECKS AND PRINTS EVERY LINE; ONLY WHEN THE
002850* WHOLE INVOICE IS KNOWN TO MATCH OR NOT DOES THE SECOND PASS GO
002860* BACK TO THE FIRST LINE TO APPROVE OR HOLD THEM ALL.  READING
002870* THEN CARRIES ON FROM THE FIRST LINE OF THE NEXT INVOICE.
002880******************************************************************
002890 2000-PROCESS-INVOICE.
002900     MOVE INV_SUPPLIER_ID TO WS-CURR-SUPPLIER-ID.
002910     MOVE INV_NUMBER TO WS-CURR-INVOICE.
002920     MOVE 'N' TO WS-GROUP-END-SW.
002930     IF INV-APPROVED
002940         PERFORM 2100-SKIP-LINE THRU 2100-EXIT
002950             UNTIL WS-GROUP-END
002960         GO TO 2000-EXIT
002970     END-IF.
002980     PERFORM 4000-PRINT-INVOICE-HEADER THRU 4000-EXIT.
002990     MOVE 'Y' TO WS-ALL-MATCHED-SW.
003000     MOVE ZERO TO WS-INV-LINES.
003010     MOVE ZERO TO WS-INV-AMOUNT.
003020     PERFORM 3000-CHECK-LINE THRU 3000-EXIT
003030         UNTIL WS-GROUP-END.
003040     MOVE WS-INV-EOF-SW TO WS-NEXT-EOF-SW.
003050     MOVE INV-KEY TO WS-NEXT-KEY.
003060     MOVE WS-CURR-SUPPLIER-ID TO INV_SUPPLIER_ID.
003070     MOVE WS-CURR-INVOICE TO INV_NUMBER.
003080     MOVE ZERO TO INV_LINE.
003090     MOVE 'N' TO WS-INV-EOF-SW.
003100     START INVOICE KEY NOT LESS THAN INV-KEY
003110         INVALID KEY
003120             MOVE 'Y' TO WS-INV-EOF-SW
003130     END-START.
003140     MOVE 'N' TO WS-GROUP-END-SW.
003150     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
003160     PERFORM 5000-SETTLE-LINE THRU 5000-EXIT
003170         UNTIL WS-GROUP-END.
003180     PERFORM 4100-PRINT-INVOICE-TOTAL THRU 4100-EXIT.
003190     IF WS-NEXT-EOF
003200         MOVE 'Y' TO WS-INV-EOF-SW
003210         GO TO 2000-EXIT
003220     END-IF.
003230     MOVE WS-NEXT-KEY TO INV-KEY.
003240     MOVE 'N' TO WS-INV-EOF-SW.
003250     START INVOICE KEY NOT LESS THAN INV-KEY
003260         INVALID KEY
003270             MOVE 'Y' TO WS-INV-EOF-SW
003280     END-START.
003290     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
003300 2000-EXIT.
003310     EXIT.

003320 2100-SKIP-LINE.
003330     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
003340     PERFORM 2950-CHECK-GROUP-END THRU 2950-EXIT.
003350 2100-EXIT.
003360     EXIT.

003370 2900-READ-INVOICE.
003380     IF WS-INV-EOF
003390         GO TO 2900-EXIT
003400     END-IF.
003410     READ INVOICE NEXT
003420         AT END
003430             MOVE 'Y' TO WS-INV-EOF-SW
003440     END-READ.
003450 2900-EXIT.
003460     EXIT.

003470 2950-CHECK-GROUP-END.
003480     IF WS-INV-EOF
003490         OR INV_SUPPLIER_ID NOT = WS-CURR-SUPPLIER-ID
003500         OR INV_NUMBER NOT = WS-CURR-INVOICE
003510         MOVE 'Y' TO WS-GROUP-END-SW
003520     END-IF.
003530 2950-EXIT.
003540     EXIT.

003550******************************************************************
003560* 3000 IS THE FIRST PASS OVER ONE LINE: MATCH IT, PRINT IT, AND
003570* READ ON TO THE NEXT LINE.
003580******************************************************************
003590 3000-CHECK-LINE.
003600     PERFORM 3100-MATCH-LINE THRU 3100-EXIT.
003610     IF WS-LINE-REASON NOT = SPACES
003620         MOVE 'N' TO WS-ALL-MATCHED-SW
003630     END-IF.
003640     PERFORM 4200-PRINT-DETAIL THRU 4200-EXIT.
003650     ADD 1 TO WS-INV-LINES.
003660     ADD WS-LINE-AMOUNT TO WS-INV-AMOUNT.
003670     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
003680     PERFORM 2950-CHECK-GROUP-END THRU 2950-EXIT.
003690 3000-EXIT.
003700     EXIT.

003710******************************************************************
003720* 3100 MATCHES THE INVOICE LINE IN THE RECORD AREA TO ITS PO LINE
003730* AND LEAVES THE FIRST EXCEPTION FOUND IN WS-LINE-REASON (SPACES
003740* WHEN THE LINE MATCHES).  THE VARIANCES ARE:
003750*   QUANTITY - INVOICED LESS WHAT IS RECEIVED AND NOT YET
003760*              INVOICED.  ONLY BILLING FOR MORE THAN THAT, BEYOND
003770*              THE QUANTITY TOLERANCE, IS AN EXCEPTION - A SHORT
003780*              BILL IS A PART INVOICE.
003790*   PRICE    - INVOICED PRICE LESS THE AGREED PO PRICE.
003800*   RECEIPT  - COST POSTED ON THE RECEIPT LESS THE AGREED PO
003810*              PRICE, CHECKED ONCE THE LINE HAS BEEN RECEIVED AT A
003820*              COST.
003830* A PRICE OR RECEIPT VARIANCE EITHER WAY BEYOND THE PRICE
003840* TOLERANCE IS AN EXCEPTION.  A PO LINE WITH NO AGREED PRICE
003850* CANNOT BE MATCHED AT ALL.
003860******************************************************************
003870 3100-MATCH-LINE.
003880     MOVE SPACES TO WS-LINE-REASON.
003890     MOVE ZERO TO WS-OPEN-QTY.
003900     MOVE ZERO TO WS-QTY-VAR.
003910     MOVE ZERO TO WS-PRICE-VAR.
003920     MOVE ZERO TO WS-RCV-VAR.
003930     COMPUTE WS-LINE-AMOUNT = INV_QTY * INV_UNIT_PRICE.
003940     MOVE 'Y' TO WS-PO-FOUND-SW.
003950     MOVE INV_PO_NUMBER TO PO_NUMBER.
003960     MOVE INV_PO_LINE TO PO_LINE.
003970     READ PORDER
003980         INVALID KEY
003990             MOVE 'N' TO WS-PO-FOUND-SW
004000     END-READ.
004010     IF NOT WS-PO-FOUND
004020         OR PO_SUPPLIER_ID NOT = INV_SUPPLIER_ID
004030         MOVE 'N' TO WS-PO-FOUND-SW
004040         MOVE "NO PO" TO WS-LINE-REASON
004050         GO TO 3100-EXIT
004060     END-IF.
004070     COMPUTE WS-OPEN-QTY = PO_QTY_RECEIVED - PO_QTY_INVOICED.
004080     COMPUTE WS-QTY-VAR = INV_QTY - WS-OPEN-QTY.
004090     COMPUTE WS-PRICE-VAR = INV_UNIT_PRICE - PO_UNIT_PRICE.
004100     IF PO_RECEIPT_COST > ZERO
004110         COMPUTE WS-RCV-VAR = PO_RECEIPT_COST - PO_UNIT_PRICE
004120     END-IF.
004130     IF PO_UNIT_PRICE = ZERO
004140         MOVE "NO PRICE" TO WS-LINE-REASON
004150         GO TO 3100-EXIT
004160     END-IF.
004170     IF WS-OPEN-QTY > ZERO
004180         COMPUTE WS-QTY-ALLOW = WS-OPEN-QTY * WS-QTY-TOL / 100
004190     ELSE
004200         MOVE ZERO TO WS-QTY-ALLOW
004210     END-IF.
004220     IF WS-QTY-VAR > WS-QTY-ALLOW
004230         MOVE "QTY VAR" TO WS-LINE-REASON
004240         GO TO 3100-EXIT
004250     END-IF.
004260     COMPUTE WS-PRICE-ALLOW ROUNDED =
004270         PO_UNIT_PRICE * WS-PRICE-TOL / 100.
004280     IF WS-PRICE-VAR < ZERO
004290         COMPUTE WS-ABS-VAR = ZERO - WS-PRICE-VAR
004300     ELSE
004310         MOVE WS-PRICE-VAR TO WS-ABS-VAR
004320     END-IF.
004330     IF WS-ABS-VAR > WS-PRICE-ALLOW
004340         MOVE "PRC VAR" TO WS-LINE-REASON
004350         GO TO 3100-EXIT
004360     END-IF.
004370     IF WS-RCV-VAR < ZERO
004380         COMPUTE WS-ABS-VAR = ZERO - WS-RCV-VAR
004390     ELSE
004400         MOVE WS-RCV-VAR TO WS-ABS-VAR
004410     END-IF.
004420     IF WS-ABS-VAR > WS-PRICE-ALLOW
004430         MOVE "RCV VAR" TO WS-LINE-REASON
004440     END-IF.
004450 3100-EXIT.
004460     EXIT.

004470 4000-PRINT-INVOICE-HEADER.
004480     MOVE WS-CURR-SUPPLIER-ID TO WS-P-SUPPLIER-ID.
004490     MOVE WS-CURR-SUPPLIER-ID TO SUPPLIER_ID OF SUPPLIER.
004500     READ SUPPLIER-FILE
004510         INVALID KEY
004520             MOVE "*NOT ON SUPPLIER MASTER*" TO SUPPLIER_NAME
004530     END-READ.
004540     MOVE SUPPLIER_NAME TO WS-P-SUPPLIER-NAME.
004550     MOVE WS-CURR-INVOICE TO WS-P-INVOICE.
004560     MOVE INV_DATE TO WS-P-INV-DATE.
004570     WRITE REPORT-LINE FROM WS-INVOICE-LINE
004580         AFTER ADVANCING 2 LINES.
004590     WRITE REPORT-LINE FROM WS-HEADING-2
004600         AFTER ADVANCING 1 LINE.
004610 4000-EXIT.
004620     EXIT.

004630 4100-PRINT-INVOICE-TOTAL.
004640     MOVE WS-INV-LINES TO WS-T-LINES.
004650     MOVE WS-INV-AMOUNT TO WS-T-AMOUNT.
004660     IF WS-ALL-MATCHED
004670         MOVE "APPROVED FOR PAYMENT" TO WS-T-RESULT
004680         ADD 1 TO WS-APPROVED-COUNT
004690         ADD WS-INV-AMOUNT TO WS-APPROVED-AMOUNT
004700     ELSE
004710         MOVE "*** HELD - SEE EXCEPTIONS ***" TO WS-T-RESULT
004720         ADD 1 TO WS-HELD-COUNT
004730         ADD WS-INV-AMOUNT TO WS-HELD-AMOUNT
004740     END-IF.
004750     WRITE REPORT-LINE FROM WS-INVOICE-TOTAL-LINE
004760         AFTER ADVANCING 1 LINE.
004770 4100-EXIT.
004780     EXIT.

004790 4200-PRINT-DETAIL.
004800     MOVE INV_LINE TO WS-D-LINE.
004810     MOVE INV_PO_NUMBER TO WS-D-PO-NUMBER.
004820     MOVE INV_PO_LINE TO WS-D-PO-LINE.
004830     MOVE INV_ITEM_ID TO WS-D-ITEM-ID.
004840     MOVE INV_QTY TO WS-D-INV-QTY.
004850     MOVE INV_UNIT_PRICE TO WS-D-INV-PRICE.
004860     MOVE WS-OPEN-QTY TO WS-D-OPEN-QTY.
004870     MOVE WS-QTY-VAR TO WS-D-QTY-VAR.
004880     MOVE WS-PRICE-VAR TO WS-D-PRICE-VAR.
004890     IF WS-PO-FOUND
004900         MOVE PO_UNIT_PRICE TO WS-D-PO-PRICE
004910         MOVE PO_RECEIPT_COST TO WS-D-RCPT-COST
004920     ELSE
004930         MOVE ZERO TO WS-D-PO-PRICE
004940         MOVE ZERO TO WS-D-RCPT-COST
004950     END-IF.
004960     IF WS-LINE-REASON = SPACES
004970         MOVE "MATCHED" TO WS-D-RESULT
004980     ELSE
004990         MOVE WS-LINE-REASON TO WS-D-RESULT
005000     END-IF.
005010     WRITE REPORT-LINE FROM WS-DETAIL-LINE
005020         AT END-OF-PAGE
005030             PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
005040     END-WRITE.
005050 4200-EXIT.
005060     EXIT.

005070******************************************************************
005080* 5000 IS THE SECOND PASS OVER ONE LINE.  ON AN APPROVED INVOICE
005090* THE LINE IS MARKED APPROVED, EXTRACTED FOR PAYMENT, AND ITS
005100* QUANTITY ADDED TO THE PO LINE'S INVOICED QUANTITY SO IT CANNOT
005110* BE BILLED TWICE.  ON A HELD INVOICE EACH LINE TAKES ITS OWN
005120* EXCEPTION, OR "INV HELD" WHEN ANOTHER LINE HOLDS THE INVOICE.
005130******************************************************************
005140 5000-SETTLE-LINE.
005150     PERFORM 2950-CHECK-GROUP-END THRU 2950-EXIT.
005160     IF WS-GROUP-END
005170         GO TO 5000-EXIT
005180     END-IF.
005190     IF WS-ALL-MATCHED
005200         PERFORM 5100-APPROVE-LINE THRU 5100-EXIT
005210     ELSE
005220         PERFORM 3100-MATCH-LINE THRU 3100-EXIT
005230         MOVE 'H' TO INV_STATUS
005240         IF WS-LINE-REASON = SPACES
005250             MOVE "INV HELD" TO INV_HOLD_REASON
005260         ELSE
005270             MOVE WS-LINE-REASON TO INV_HOLD_REASON
005280         END-IF
005290     END-IF.
005300     MOVE WS-RUN-DATE TO INV_MATCH_DATE.
005310     REWRITE INVOICE-RECORD
005320         INVALID KEY
005330             DISPLAY "INVOICE REWRITE FAILED FOR " INV_NUMBER
005340                 " LINE " INV_LINE " - STATUS " WS-INVOICE-STATUS
005350     END-REWRITE.
005360     PERFORM 2900-READ-INVOICE THRU 2900-EXIT.
005370 5000-EXIT.
005380     EXIT.

005390 5100-APPROVE-LINE.
005400     MOVE 'A' TO INV_STATUS.
005410     MOVE SPACES TO INV_HOLD_REASON.
005420     MOVE INV_PO_NUMBER TO PO_NUMBER.
005430     MOVE INV_PO_LINE TO PO_LINE.
005440     READ PORDER
005450         INVALID KEY
005460             DISPLAY "PO " INV_PO_NUMBER "/" INV_PO_LINE
005470                 " MISSING AT APPROVAL"
005480             GO TO 5100-EXIT
005490     END-READ.
005500     ADD INV_QTY TO PO_QTY_INVOICED.
005510     REWRITE PORDER-RECORD
005520         INVALID KEY
005530             DISPLAY "PO REWRITE FAILED FOR " PO_NUMBER "/"
005540                 PO_LINE " - STATUS " WS-PORDER-STATUS
005550     END-REWRITE.
005560     MOVE INV_SUPPLIER_ID TO APX_SUPPLIER_ID.
005570     MOVE INV_NUMBER TO APX_INVOICE.
005580     MOVE INV_DATE TO APX_INV_DATE.
005590     MOVE INV_LINE TO APX_LINE.
005600     MOVE INV_PO_NUMBER TO APX_PO_NUMBER.
005610     MOVE INV_PO_LINE TO APX_PO_LINE.
005620     MOVE INV_ITEM_ID TO APX_ITEM_ID.
005630     MOVE INV_QTY TO APX_QTY.
005640     MOVE INV_UNIT_PRICE TO APX_UNIT_PRICE.
005650     COMPUTE APX_AMOUNT = INV_QTY * INV_UNIT_PRICE.
005660     MOVE WS-RUN-DATE TO APX_APPROVED_DATE.
005670     WRITE APX-RECORD.
005680     ADD 1 TO WS-EXTRACT-COUNT.
005690 5100-EXIT.
005700     EXIT.

005710 7000-PRINT-HEADINGS.
005720     ADD 1 TO WS-PAGE-NUMBER.
005730     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
005740     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
005750     MOVE WS-PRICE-TOL TO WS-H-PRICE-TOL.
005760     MOVE WS-QTY-TOL TO WS-H-QTY-TOL.
005770     WRITE REPORT-LINE FROM WS-HEADING-1
005780         AFTER ADVANCING PAGE.
005790     WRITE REPORT-LINE FROM WS-HEADING-1B
005800         AFTER ADVANCING 1 LINE.
005810 7000-EXIT.
005820     EXIT.

005830 8000-PRINT-TOTALS.
005840     IF WS-APPROVED-COUNT = ZERO
005850         AND WS-HELD-COUNT = ZERO
005860         WRITE REPORT-LINE FROM WS-NONE-LINE
005870             AFTER ADVANCING 2 LINES
005880         GO TO 8000-EXIT
005890     END-IF.
005900     MOVE "TOTAL APPROVED" TO WS-G-LABEL.
005910     MOVE WS-APPROVED-COUNT TO WS-G-COUNT.
005920     MOVE WS-APPROVED-AMOUNT TO WS-G-AMOUNT.
005930     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
005940         AFTER ADVANCING 2 LINES.
005950     MOVE "TOTAL HELD" TO WS-G-LABEL.
005960     MOVE WS-HELD-COUNT TO WS-G-COUNT.
005970     MOVE WS-HELD-AMOUNT TO WS-G-AMOUNT.
005980     WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
005990         AFTER ADVANCING 1 LINE.
006000 8000-EXIT.
006010     EXIT.

006020 9000-TERMINATE.
006030     CLOSE INVOICE.
006040     CLOSE PORDER.
006050     CLOSE SUPPLIER-FILE.
006060     CLOSE APEXTR.
006070     CLOSE REPORT-FILE.
006080     DISPLAY WS-APPROVED-COUNT " INVOICE(S) APPROVED, "
006090         WS-HELD-COUNT " HELD.".
006100     DISPLAY WS-EXTRACT-COUNT " LINE(S) WRITTEN TO APPROVED.DAT.".
006110 9000-EXIT.
006120     EXIT.
