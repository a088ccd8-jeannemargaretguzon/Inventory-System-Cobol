000010******************************************************************
000020* PROGRAM: ITMCCTR
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: MAINTAINS THE COST CENTER MASTER (COSTCTR.DAT) - ADD,
000070*          UPDATE, DELETE, AND LIST THE DEPARTMENTS THAT DRAW
000080*          STOCK FROM THE STOREROOM, WITH THE GENERAL LEDGER
000090*          EXPENSE ACCOUNT THEIR ISSUES ARE CHARGED TO AND THEIR
000100*          MONTHLY STORES BUDGET.  ISSUES ARE VALIDATED AGAINST
000110*          THIS FILE BY ITMENTRY AND ITMTRAN, CHARGED BACK BY
000120*          ITMCHGB, AND JOURNALLED BY ITMCLOSE.  DELETE REFUSES
000130*          WHILE MOVEMENTS ON STKMOV.DAT STILL CARRY THE CODE.
000140*
000150* MODIFICATION HISTORY
000160* DATE       BY   DESCRIPTION
000170* ---------- ---- -----------------------------------------------
000180* 2026-10-15 JMG  ORIGINAL PROGRAM.
000190******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ITMCCTR.
000220 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000230 INSTALLATION. INVENTORY CONTROL.
000240 DATE-WRITTEN. OCTOBER 2026.
000250 DATE-COMPILED.

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY "CCTRSEL.cpy".
000300     COPY "MOVSEL.cpy".

000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  COSTCTR.
000340     COPY "CCTRREC.cpy".

000350 FD  STKMOV.
000360     COPY "MOVREC.cpy".

000370 WORKING-STORAGE SECTION.
000380     COPY "CCTRSTAT.cpy".
000390     COPY "MOVSTAT.cpy".
000400*    PROGRAM SWITCHES AND COUNTERS
000410 77  WS-DONE-SW PIC X(01) VALUE 'N'.
000420     88  WS-DONE VALUE 'Y'.
000430 77  WS-EOF-SW PIC X(01) VALUE 'N'.
000440     88  WS-EOF VALUE 'Y'.
000450 77  WS-FOUND-SW PIC X(01) VALUE 'N'.
000460     88  WS-FOUND VALUE 'Y'.
000470 77  WS-OK-SW PIC X(01) VALUE 'N'.
000480     88  WS-ENTRY-OK VALUE 'Y'.
000490 77  WS-MENU-CHOICE PIC 9(01) VALUE ZERO.
000500 77  WS-SEARCH-CODE PIC X(04) VALUE SPACES.
000510 77  WS-CONFIRM PIC X(01) VALUE SPACE.
000520 77  WS-RECORD-COUNT PIC 9(05) COMP VALUE ZERO.
000530 77  WS-MOV-EOF-SW PIC X(01) VALUE 'N'.
000540     88  WS-MOV-EOF VALUE 'Y'.
000550 77  WS-MOV-COUNT PIC 9(07) COMP VALUE ZERO.
000560*    ENTRY FIELDS
000570 77  WS-ENTRY-NAME PIC X(25) VALUE SPACES.
000580 77  WS-ENTRY-ACCT PIC X(08) VALUE SPACES.
000590 77  WS-ENTRY-BUDGET PIC 9(09)V99 VALUE ZERO.
000600 77  WS-ENTRY-BUDGET-EDIT REDEFINES WS-ENTRY-BUDGET
000610         PIC X(11) JUSTIFIED RIGHT.
000620*    LIST LINE
000630 01  WS-LIST-LINE.
000640     05  WS-L-CODE PIC X(4).
000650     05  FILLER PIC X(2) VALUE SPACES.
000660     05  WS-L-NAME PIC X(25).
000670     05  FILLER PIC X(2) VALUE SPACES.
000680     05  WS-L-ACCT PIC X(8).
000690     05  FILLER PIC X(2) VALUE SPACES.
000700     05  WS-L-BUDGET PIC ZZZ,ZZZ,ZZ9.99.

000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     MOVE 'N' TO WS-DONE-SW.
000740     PERFORM 2000-PROCESS-MENU THRU 2000-EXIT
000750         UNTIL WS-DONE.
000760     GOBACK.

000770 2000-PROCESS-MENU.
000780     PERFORM 2100-DISPLAY-MENU THRU 2100-EXIT.
000790     ACCEPT WS-MENU-CHOICE.
000800     EVALUATE WS-MENU-CHOICE
000810         WHEN 1
000820             PERFORM 3000-ADD-COST-CENTER THRU 3000-EXIT
000830         WHEN 2
000840             PERFORM 4000-UPDATE-COST-CENTER THRU 4000-EXIT
000850         WHEN 3
000860             PERFORM 5000-DELETE-COST-CENTER THRU 5000-EXIT
000870         WHEN 4
000880             PERFORM 6000-LIST-COST-CENTERS THRU 6000-EXIT
000890         WHEN 5
000900             MOVE 'Y' TO WS-DONE-SW
000910         WHEN OTHER
000920             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 5."
000930     END-EVALUATE.
000940 2000-EXIT.
000950     EXIT.

000960 2100-DISPLAY-MENU.
000970     DISPLAY "----------------------------------------".
000980     DISPLAY "  COST CENTER MAINTENANCE".
000990     DISPLAY "----------------------------------------".
001000     DISPLAY "  1. ADD A COST CENTER".
001010     DISPLAY "  2. UPDATE A COST CENTER".
001020     DISPLAY "  3. DELETE A COST CENTER".
001030     DISPLAY "  4. LIST ALL COST CENTERS".
001040     DISPLAY "  5. EXIT".
001050     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
001060 2100-EXIT.
001070     EXIT.

001080******************************************************************
001090* 3000 ADDS A COST CENTER.  THE CODE IS HELD IN UPPER CASE, AS
001100* ITMENTRY KEYS IT, AND THE NAME AND GL ACCOUNT ARE REQUIRED.
001110******************************************************************
001120 3000-ADD-COST-CENTER.
001130     DISPLAY "COST CENTER CODE:" WITH NO ADVANCING.
001140     MOVE SPACES TO WS-SEARCH-CODE.
001150     ACCEPT WS-SEARCH-CODE.
001160     INSPECT WS-SEARCH-CODE CONVERTING
001170         "abcdefghijklmnopqrstuvwxyz"
001180         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001190     IF WS-SEARCH-CODE = SPACES
001200         DISPLAY "COST CENTER CODE IS REQUIRED."
001210         GO TO 3000-EXIT
001220     END-IF.
001230     MOVE SPACES TO COSTCTR-RECORD.
001240     MOVE WS-SEARCH-CODE TO CC_CODE.
001250     MOVE ZERO TO CC_MONTHLY_BUDGET.
001260     PERFORM 7100-ENTER-DETAILS THRU 7100-EXIT.
001270     IF NOT WS-ENTRY-OK
001280         GO TO 3000-EXIT
001290     END-IF.
001300     OPEN I-O COSTCTR.
001310     IF WS-COSTCTR-NOTCREATED
001320         OPEN OUTPUT COSTCTR
001330         CLOSE COSTCTR
001340         OPEN I-O COSTCTR
001350     END-IF.
001360     WRITE COSTCTR-RECORD
001370         INVALID KEY
001380             DISPLAY "COST CENTER CODE ALREADY EXISTS."
001390         NOT INVALID KEY
001400             DISPLAY "COST CENTER ADDED."
001410     END-WRITE.
001420     CLOSE COSTCTR.
001430 3000-EXIT.
001440     EXIT.

001450 4000-UPDATE-COST-CENTER.
001460     PERFORM 7000-FIND-COST-CENTER THRU 7000-EXIT.
001470     IF NOT WS-FOUND
001480         GO TO 4000-EXIT
001490     END-IF.
001500     DISPLAY "NAME      : " CC_NAME.
001510     DISPLAY "GL ACCOUNT: " CC_GL_ACCOUNT.
001520     DISPLAY "BUDGET    : " CC_MONTHLY_BUDGET.
001530     DISPLAY "(SPACE TO KEEP THE CURRENT VALUE)".
001540     PERFORM 7100-ENTER-DETAILS THRU 7100-EXIT.
001550     IF NOT WS-ENTRY-OK
001560         CLOSE COSTCTR
001570         GO TO 4000-EXIT
001580     END-IF.
001590     REWRITE COSTCTR-RECORD
001600         INVALID KEY
001610             DISPLAY "UPDATE FAILED."
001620         NOT INVALID KEY
001630             DISPLAY "COST CENTER UPDATED."
001640     END-REWRITE.
001650     CLOSE COSTCTR.
001660 4000-EXIT.
001670     EXIT.

001680 5000-DELETE-COST-CENTER.
001690     PERFORM 7000-FIND-COST-CENTER THRU 7000-EXIT.
001700     IF NOT WS-FOUND
001710         GO TO 5000-EXIT
001720     END-IF.
001730     PERFORM 5500-COUNT-MOVEMENTS THRU 5500-EXIT.
001740     IF WS-MOV-COUNT > ZERO
001750         DISPLAY "DELETE REFUSED - " WS-MOV-COUNT " ISSUE(S)"
001760             " ON STKMOV.DAT ARE CHARGED TO " WS-SEARCH-CODE
001770         DISPLAY "WAIT UNTIL THEY HAVE BEEN CLOSED AND ARCHIVED."
001780         CLOSE COSTCTR
001790         GO TO 5000-EXIT
001800     END-IF.
001810     DISPLAY "DELETE THIS COST CENTER? (Y/N):" WITH NO ADVANCING.
001820     ACCEPT WS-CONFIRM.
001830     IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
001840         DELETE COSTCTR
001850             INVALID KEY
001860                 DISPLAY "DELETE FAILED."
001870             NOT INVALID KEY
001880                 DISPLAY "COST CENTER DELETED."
001890         END-DELETE
001900     ELSE
001910         DISPLAY "DELETE CANCELLED."
001920     END-IF.
001930     CLOSE COSTCTR.
001940 5000-EXIT.
001950     EXIT.

001960******************************************************************
001970* 5500 COUNTS THE MOVEMENTS STILL ON STKMOV.DAT THAT ARE CHARGED
001980* TO THE COST CENTER.  DELETING IT UNDER THEM WOULD LEAVE THE
001990* CHARGE-BACK AND THE MONTH-END JOURNAL WITH NO EXPENSE ACCOUNT.
002000******************************************************************
002010 5500-COUNT-MOVEMENTS.
002020     MOVE ZERO TO WS-MOV-COUNT.
002030     OPEN INPUT STKMOV.
002040     IF WS-STKMOV-NOTCREATED
002050         GO TO 5500-EXIT
002060     END-IF.
002070     MOVE 'N' TO WS-MOV-EOF-SW.
002080     PERFORM 5600-SCAN-MOVEMENT THRU 5600-EXIT
002090         UNTIL WS-MOV-EOF.
002100     CLOSE STKMOV.
002110 5500-EXIT.
002120     EXIT.

002130 5600-SCAN-MOVEMENT.
002140     READ STKMOV NEXT
002150         AT END
002160             MOVE 'Y' TO WS-MOV-EOF-SW
002170         NOT AT END
002180             IF MOV_COST_CENTER = WS-SEARCH-CODE
002190                 ADD 1 TO WS-MOV-COUNT
002200             END-IF
002210     END-READ.
002220 5600-EXIT.
002230     EXIT.

002240 6000-LIST-COST-CENTERS.
002250     MOVE 'N' TO WS-EOF-SW.
002260     MOVE ZERO TO WS-RECORD-COUNT.
002270     OPEN INPUT COSTCTR.
002280     IF WS-COSTCTR-NOTCREATED
002290         DISPLAY "NO COST CENTERS ON FILE."
002300         GO TO 6000-EXIT
002310     END-IF.
002320     DISPLAY "CODE  NAME                       GL ACCT   "
002330         "MONTHLY BUDGET".
002340     DISPLAY "----  -------------------------  --------  "
002350         "--------------".
002360     PERFORM 6100-READ-NEXT THRU 6100-EXIT
002370         UNTIL WS-EOF.
002380     CLOSE COSTCTR.
002390     DISPLAY "---------------------------------------------"
002400         "-------------".
002410     DISPLAY WS-RECORD-COUNT " COST CENTER(S) LISTED.".
002420 6000-EXIT.
002430     EXIT.

002440 6100-READ-NEXT.
002450     READ COSTCTR NEXT
002460         AT END
002470             MOVE 'Y' TO WS-EOF-SW
002480         NOT AT END
002490             MOVE CC_CODE TO WS-L-CODE
002500             MOVE CC_NAME TO WS-L-NAME
002510             MOVE CC_GL_ACCOUNT TO WS-L-ACCT
002520             MOVE CC_MONTHLY_BUDGET TO WS-L-BUDGET
002530             DISPLAY WS-LIST-LINE
002540             ADD 1 TO WS-RECORD-COUNT
002550     END-READ.
002560 6100-EXIT.
002570     EXIT.

002580 7000-FIND-COST-CENTER.
002590     DISPLAY "COST CENTER CODE:" WITH NO ADVANCING.
002600     MOVE SPACES TO WS-SEARCH-CODE.
002610     ACCEPT WS-SEARCH-CODE.
002620     INSPECT WS-SEARCH-CODE CONVERTING
002630         "abcdefghijklmnopqrstuvwxyz"
002640         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002650     MOVE 'N' TO WS-FOUND-SW.
002660     OPEN I-O COSTCTR.
002670     IF WS-COSTCTR-NOTCREATED
002680         DISPLAY "NO COST CENTERS ON FILE."
002690         GO TO 7000-EXIT
002700     END-IF.
002710     MOVE WS-SEARCH-CODE TO CC_CODE.
002720     READ COSTCTR
002730         INVALID KEY
002740             MOVE 'N' TO WS-FOUND-SW
002750         NOT INVALID KEY
002760             MOVE 'Y' TO WS-FOUND-SW
002770     END-READ.
002780     IF NOT WS-FOUND
002790         DISPLAY "COST CENTER " WS-SEARCH-CODE " NOT FOUND."
002800         CLOSE COSTCTR
002810     END-IF.
002820 7000-EXIT.
002830     EXIT.

002840******************************************************************
002850* 7100 KEYS THE NAME, GL EXPENSE ACCOUNT, AND MONTHLY BUDGET INTO
002860* COSTCTR-RECORD.  A FIELD LEFT AT SPACES KEEPS WHAT THE RECORD
002870* ALREADY HOLDS, SO ON AN ADD THE NAME AND ACCOUNT MUST BE KEYED.
002880* THE BUDGET IS KEYED WITH NO DECIMAL POINT (IMPLIED TWO PLACES).
002890* WS-OK-SW IS LEFT 'Y' ONLY WHEN EVERYTHING IS ACCEPTED.
002900******************************************************************
002910 7100-ENTER-DETAILS.
002920     MOVE 'N' TO WS-OK-SW.
002930     DISPLAY "COST CENTER NAME:" WITH NO ADVANCING.
002940     MOVE SPACES TO WS-ENTRY-NAME.
002950     ACCEPT WS-ENTRY-NAME.
002960     IF WS-ENTRY-NAME NOT = SPACES
002970         MOVE WS-ENTRY-NAME TO CC_NAME
002980     END-IF.
002990     IF CC_NAME = SPACES
003000         DISPLAY "COST CENTER NAME IS REQUIRED."
003010         GO TO 7100-EXIT
003020     END-IF.
003030     DISPLAY "GL EXPENSE ACCOUNT:" WITH NO ADVANCING.
003040     MOVE SPACES TO WS-ENTRY-ACCT.
003050     ACCEPT WS-ENTRY-ACCT.
003060     IF WS-ENTRY-ACCT NOT = SPACES
003070         MOVE WS-ENTRY-ACCT TO CC_GL_ACCOUNT
003080     END-IF.
003090     IF CC_GL_ACCOUNT = SPACES
003100         DISPLAY "GL EXPENSE ACCOUNT IS REQUIRED."
003110         GO TO 7100-EXIT
003120     END-IF.
003130     DISPLAY "MONTHLY BUDGET (NO DECIMAL POINT):"
003140         WITH NO ADVANCING.
003150     MOVE SPACES TO WS-ENTRY-BUDGET-EDIT.
003160     ACCEPT WS-ENTRY-BUDGET-EDIT.
003170     IF WS-ENTRY-BUDGET-EDIT NOT = SPACES
003180         INSPECT WS-ENTRY-BUDGET-EDIT
003190             REPLACING ALL SPACES BY ZEROS
003200         IF WS-ENTRY-BUDGET-EDIT NOT NUMERIC
003210             DISPLAY "BUDGET MUST BE NUMERIC."
003220             GO TO 7100-EXIT
003230         END-IF
003240         MOVE WS-ENTRY-BUDGET TO CC_MONTHLY_BUDGET
003250     END-IF.
003260     MOVE 'Y' TO WS-OK-SW.
003270 7100-EXIT.
003280     EXIT.
