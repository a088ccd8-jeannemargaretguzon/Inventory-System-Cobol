000010******************************************************************
000020* PROGRAM: ITMCHLOG
000030* AUTHOR:  JEANNE MARGARET GUZON - ISAAC CARLO BILLONES
000040* INSTALLATION: INVENTORY CONTROL
000050* DATE-WRITTEN: OCTOBER 2026
000060* PURPOSE: MASTER FILE CHANGE REPORT.  PRINTS THE MASTER FILE
000070*          CHANGE LOG (CHGLOG.DAT) WRITTEN BY ITMMAINT, ACTIVITY4,
000080*          ITMSUPP, ITMLOC, AND ITMOPER FOR A RANGE OF DATES, AND
000090*          OPTIONALLY FOR ONE FILE AND/OR ONE OPERATOR.  EACH ADD,
000100*          CHANGE, AND DELETE PRINTS WITH WHO MADE IT AND WHEN,
000110*          THE RECORD IMAGE BEFORE AND AFTER, AND FOR A CHANGE A
000120*          MARKER LINE UNDER THE BYTES THAT DIFFER.  THE REPORT
000130*          ENDS WITH COUNTS BY ACTION AND A SIGN-OFF BLOCK FOR
000140*          THE SUPERVISOR REVIEWING THE DAY'S MASTER CHANGES.
000150*          A BLANK FROM DATE TAKES TODAY.  THE REPORT GOES TO
000160*          CHANGES.PRT.
000170*
000180* MODIFICATION HISTORY
000190* DATE       BY   DESCRIPTION
000200* ---------- ---- -----------------------------------------------
000210* 2026-10-15 JMG  ORIGINAL PROGRAM.
000212* 2026-10-15 JMG  ITEMLOC (MIN/MAX LEVEL CHANGES FROM ITMLOC)
000214*                 MAY BE SELECTED AS A FILE.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ITMCHLOG.
000250 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000260 INSTALLATION. INVENTORY CONTROL.
000270 DATE-WRITTEN. OCTOBER 2026.
000280 DATE-COMPILED.

000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY "CLOGSEL.cpy".
000330     SELECT REPORT-FILE ASSIGN TO "C:\Cobol\CHANGES.PRT"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS WS-REPORT-STATUS.

000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  CHGLOG.
000390     COPY "CLOGREC.cpy".

000400 FD  REPORT-FILE
000410     LINAGE IS 60 LINES
000420         WITH FOOTING AT 55.
000430 01  REPORT-LINE PIC X(110).

000440 WORKING-STORAGE SECTION.
000450     COPY "CLOGSTAT.cpy".
000460 77  WS-REPORT-STATUS PIC X(02) VALUE SPACES.
000470*    REPORT HEADING LINES
000480 01  WS-HEADING-1.
000490     05  FILLER PIC X(30) VALUE SPACES.
000500     05  FILLER PIC X(30) VALUE "MASTER FILE CHANGE REPORT".
000510     05  FILLER PIC X(10) VALUE SPACES.
000520     05  FILLER PIC X(5) VALUE "PAGE ".
000530     05  WS-H-PAGE-NUMBER PIC ZZZ9.
000540 01  WS-HEADING-1B.
000550     05  FILLER PIC X(6) VALUE "DATES ".
000560     05  WS-H-FROM-DATE PIC 9(8).
000570     05  FILLER PIC X(4) VALUE " TO ".
000580     05  WS-H-TO-DATE PIC 9(8).
000590     05  FILLER PIC X(8) VALUE "   FILE ".
000600     05  WS-H-FILE PIC X(8).
000610     05  FILLER PIC X(12) VALUE "   OPERATOR ".
000620     05  WS-H-OPERATOR PIC X(3).
000630     05  FILLER PIC X(12) VALUE "   RUN DATE ".
000640     05  WS-H-RUN-DATE PIC 9(8).
000650 01  WS-HEADING-2.
000660     05  FILLER PIC X(10) VALUE "DATE".
000670     05  FILLER PIC X(8) VALUE "TIME".
000680     05  FILLER PIC X(5) VALUE "OPR".
000690     05  FILLER PIC X(12) VALUE "PROGRAM".
000700     05  FILLER PIC X(10) VALUE "FILE".
000710     05  FILLER PIC X(8) VALUE "ACTION".
000720     05  FILLER PIC X(10) VALUE "KEY".
000730*    DETAIL LINES FOR ONE LOGGED CHANGE
000740 01  WS-DETAIL-LINE.
000750     05  WS-D-DATE PIC 9(8).
000760     05  FILLER PIC X(2) VALUE SPACES.
000770     05  WS-D-TIME PIC 9(6).
000780     05  FILLER PIC X(2) VALUE SPACES.
000790     05  WS-D-OPERATOR PIC X(3).
000800     05  FILLER PIC X(2) VALUE SPACES.
000810     05  WS-D-PROGRAM PIC X(10).
000820     05  FILLER PIC X(2) VALUE SPACES.
000830     05  WS-D-FILE PIC X(8).
000840     05  FILLER PIC X(2) VALUE SPACES.
000850     05  WS-D-ACTION PIC X(6).
000860     05  FILLER PIC X(2) VALUE SPACES.
000870     05  WS-D-KEY PIC X(10).
000880 01  WS-IMAGE-LINE.
000890     05  FILLER PIC X(2) VALUE SPACES.
000900     05  WS-I-LABEL PIC X(8).
000910     05  WS-I-IMAGE PIC X(100).
000920*    COUNT AND SIGN-OFF LINES
000930 01  WS-COUNT-LINE.
000940     05  WS-C-LABEL PIC X(30).
000950     05  WS-C-COUNT PIC ZZZZZ9.
000960 01  WS-NO-CHANGE-LINE.
000970     05  FILLER PIC X(50) VALUE
000980         "NO MASTER FILE CHANGES MATCH THE SELECTION.".
000990 01  WS-SIGNOFF-LINE-1.
001000     05  FILLER PIC X(45) VALUE
001010         "REVIEWED BY: ______________________________".
001020     05  FILLER PIC X(30) VALUE
001030         "   DATE: __________".
001040 01  WS-SIGNOFF-LINE-2.
001050     05  FILLER PIC X(45) VALUE
001060         "SIGNATURE:   ______________________________".
001070*    PROGRAM SWITCHES AND COUNTERS
001080 77  WS-STOP-SW PIC X(01) VALUE 'N'.
001090     88  WS-STOP-RUN VALUE 'Y'.
001100 77  WS-EOF-SW PIC X(01) VALUE 'N'.
001110     88  WS-EOF VALUE 'Y'.
001120 77  WS-PAGE-NUMBER PIC 9(05) COMP VALUE ZERO.
001130 77  WS-BYTE-IX PIC 9(03) COMP VALUE ZERO.
001140 77  WS-ADD-COUNT PIC 9(06) COMP VALUE ZERO.
001150 77  WS-CHANGE-COUNT PIC 9(06) COMP VALUE ZERO.
001160 77  WS-DELETE-COUNT PIC 9(06) COMP VALUE ZERO.
001170 77  WS-TOTAL-COUNT PIC 9(06) COMP VALUE ZERO.
001180 77  WS-RUN-DATE PIC 9(08) VALUE ZERO.
001190 77  WS-SEL-FILE PIC X(08) VALUE SPACES.
001200 77  WS-SEL-OPERATOR PIC X(03) VALUE SPACES.
001210 01  WS-FROM-DATE PIC 9(08) VALUE ZERO.
001220 01  WS-FROM-DATE-EDIT REDEFINES WS-FROM-DATE
001230         PIC X(08) JUSTIFIED RIGHT.
001240 01  WS-TO-DATE PIC 9(08) VALUE ZERO.
001250 01  WS-TO-DATE-EDIT REDEFINES WS-TO-DATE
001260         PIC X(08) JUSTIFIED RIGHT.
001270 01  WS-MARK-IMAGE PIC X(100) VALUE SPACES.

001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001310     IF WS-STOP-RUN
001320         GOBACK
001330     END-IF.
001340     PERFORM 2000-PROCESS-CHANGE THRU 2000-EXIT
001350         UNTIL WS-EOF.
001360     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     GOBACK.

001390 1000-INITIALIZE.
001400     MOVE 'N' TO WS-STOP-SW.
001410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001420     PERFORM 1100-GET-SELECTION THRU 1100-EXIT.
001430     IF WS-STOP-RUN
001440         GO TO 1000-EXIT
001450     END-IF.
001460     OPEN INPUT CHGLOG.
001470     IF WS-CHGLOG-NOTCREATED
001480         DISPLAY "NO CHANGE LOG - NO MASTER FILE CHANGES HAVE "
001490             "BEEN MADE."
001500         MOVE 'Y' TO WS-STOP-SW
001510         GO TO 1000-EXIT
001520     END-IF.
001530     OPEN OUTPUT REPORT-FILE.
001540     MOVE ZERO TO WS-PAGE-NUMBER.
001550     MOVE ZERO TO WS-ADD-COUNT.
001560     MOVE ZERO TO WS-CHANGE-COUNT.
001570     MOVE ZERO TO WS-DELETE-COUNT.
001580     MOVE ZERO TO WS-TOTAL-COUNT.
001590     MOVE 'N' TO WS-EOF-SW.
001600     PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT.
001610 1000-EXIT.
001620     EXIT.

001630******************************************************************
001640* 1100 COLLECTS THE SELECTION.  A BLANK FROM DATE TAKES TODAY AND
001650* A BLANK TO DATE TAKES THE FROM DATE, SO TWO ENTERS GIVE TODAY'S
001660* CHANGES.  A BLANK FILE OR OPERATOR TAKES ALL.
001670******************************************************************
001680 1100-GET-SELECTION.
001690     DISPLAY "FROM DATE YYYYMMDD (SPACE FOR TODAY): "
001700         WITH NO ADVANCING.
001710     ACCEPT WS-FROM-DATE-EDIT.
001720     INSPECT WS-FROM-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
001730     IF WS-FROM-DATE-EDIT NOT NUMERIC
001740         DISPLAY "FROM DATE MUST BE NUMERIC YYYYMMDD."
001750         MOVE 'Y' TO WS-STOP-SW
001760         GO TO 1100-EXIT
001770     END-IF.
001780     IF WS-FROM-DATE = ZERO
001790         MOVE WS-RUN-DATE TO WS-FROM-DATE
001800     END-IF.
001810     DISPLAY "TO DATE YYYYMMDD (SPACE FOR SAME DAY): "
001820         WITH NO ADVANCING.
001830     ACCEPT WS-TO-DATE-EDIT.
001840     INSPECT WS-TO-DATE-EDIT REPLACING ALL SPACES BY ZEROS.
001850     IF WS-TO-DATE-EDIT NOT NUMERIC
001860         DISPLAY "TO DATE MUST BE NUMERIC YYYYMMDD."
001870         MOVE 'Y' TO WS-STOP-SW
001880         GO TO 1100-EXIT
001890     END-IF.
001900     IF WS-TO-DATE = ZERO
001910         MOVE WS-FROM-DATE TO WS-TO-DATE
001920     END-IF.
001930     IF WS-TO-DATE < WS-FROM-DATE
001940         DISPLAY "TO DATE IS BEFORE THE FROM DATE."
001950         MOVE 'Y' TO WS-STOP-SW
001960         GO TO 1100-EXIT
001970     END-IF.
001980     DISPLAY "FILE - ITEMLIST, SUPPLIER, LOCATION, OPERMAST, "
001985         "ITEMLOC".
001990     DISPLAY "(SPACE FOR ALL): " WITH NO ADVANCING.
002000     MOVE SPACES TO WS-SEL-FILE.
002010     ACCEPT WS-SEL-FILE.
002020     INSPECT WS-SEL-FILE CONVERTING
002030         "abcdefghijklmnopqrstuvwxyz"
002040         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002050     IF WS-SEL-FILE NOT = SPACES
002060         AND WS-SEL-FILE NOT = "ITEMLIST"
002070         AND WS-SEL-FILE NOT = "SUPPLIER"
002080         AND WS-SEL-FILE NOT = "LOCATION"
002090         AND WS-SEL-FILE NOT = "OPERMAST"
002095         AND WS-SEL-FILE NOT = "ITEMLOC"
002100         DISPLAY "FILE " WS-SEL-FILE " IS NOT A LOGGED MASTER "
002110             "FILE."
002120         MOVE 'Y' TO WS-STOP-SW
002130         GO TO 1100-EXIT
002140     END-IF.
002150     DISPLAY "OPERATOR ID (SPACE FOR ALL): " WITH NO ADVANCING.
002160     MOVE SPACES TO WS-SEL-OPERATOR.
002170     ACCEPT WS-SEL-OPERATOR.
002180     INSPECT WS-SEL-OPERATOR CONVERTING
002190         "abcdefghijklmnopqrstuvwxyz"
002200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002210 1100-EXIT.
002220     EXIT.

002230******************************************************************
002240* 2000 READS THE LOG IN THE ORDER IT WAS WRITTEN AND PRINTS EACH
002250* CHANGE THAT MATCHES THE SELECTION.
002260******************************************************************
002270 2000-PROCESS-CHANGE.
002280     READ CHGLOG
002290         AT END
002300             MOVE 'Y' TO WS-EOF-SW
002310             GO TO 2000-EXIT
002320     END-READ.
002330     IF CL_DATE < WS-FROM-DATE OR CL_DATE > WS-TO-DATE
002340         GO TO 2000-EXIT
002350     END-IF.
002360     IF WS-SEL-FILE NOT = SPACES AND CL_FILE NOT = WS-SEL-FILE
002370         GO TO 2000-EXIT
002380     END-IF.
002390     IF WS-SEL-OPERATOR NOT = SPACES
002400         AND CL_OPERATOR NOT = WS-SEL-OPERATOR
002410         GO TO 2000-EXIT
002420     END-IF.
002430     PERFORM 3000-PRINT-CHANGE THRU 3000-EXIT.
002440 2000-EXIT.
002450     EXIT.

002460******************************************************************
002470* 3000 PRINTS ONE LOGGED CHANGE: WHO, WHEN, WHAT FILE AND KEY,
002480* THEN THE BEFORE AND AFTER IMAGES.  A CHANGE ALSO GETS A MARKER
002490* LINE WITH A '^' UNDER EVERY BYTE THAT DIFFERS.  THE ENTRY IS
002500* KEPT TOGETHER ON ONE PAGE.
002510******************************************************************
002520 3000-PRINT-CHANGE.
002530     EVALUATE TRUE
002540         WHEN CL-ADD
002550             MOVE "ADD" TO WS-D-ACTION
002560             ADD 1 TO WS-ADD-COUNT
002570         WHEN CL-CHANGE
002580             MOVE "CHANGE" TO WS-D-ACTION
002590             ADD 1 TO WS-CHANGE-COUNT
002600         WHEN OTHER
002610             MOVE "DELETE" TO WS-D-ACTION
002620             ADD 1 TO WS-DELETE-COUNT
002630     END-EVALUATE.
002640     ADD 1 TO WS-TOTAL-COUNT.
002650     IF LINAGE-COUNTER > 50
002660         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
002670     END-IF.
002680     MOVE CL_DATE TO WS-D-DATE.
002690     MOVE CL_TIME TO WS-D-TIME.
002700     MOVE CL_OPERATOR TO WS-D-OPERATOR.
002710     MOVE CL_PROGRAM TO WS-D-PROGRAM.
002720     MOVE CL_FILE TO WS-D-FILE.
002730     MOVE CL_KEY TO WS-D-KEY.
002740     WRITE REPORT-LINE FROM WS-DETAIL-LINE
002750         AFTER ADVANCING 2 LINES.
002760     MOVE "BEFORE: " TO WS-I-LABEL.
002770     IF CL-ADD
002780         MOVE "(NONE - RECORD ADDED)" TO WS-I-IMAGE
002790     ELSE
002800         MOVE CL_BEFORE TO WS-I-IMAGE
002810     END-IF.
002820     WRITE REPORT-LINE FROM WS-IMAGE-LINE
002830         AFTER ADVANCING 1 LINE.
002840     MOVE "AFTER:  " TO WS-I-LABEL.
002850     IF CL-DELETE
002860         MOVE "(NONE - RECORD DELETED)" TO WS-I-IMAGE
002870     ELSE
002880         MOVE CL_AFTER TO WS-I-IMAGE
002890     END-IF.
002900     WRITE REPORT-LINE FROM WS-IMAGE-LINE
002910         AFTER ADVANCING 1 LINE.
002920     IF NOT CL-CHANGE
002930         GO TO 3000-EXIT
002940     END-IF.
002950     MOVE SPACES TO WS-MARK-IMAGE.
002960     MOVE 1 TO WS-BYTE-IX.
002970     PERFORM 3100-MARK-BYTE THRU 3100-EXIT
002980         UNTIL WS-BYTE-IX > 100.
002990     MOVE SPACES TO WS-I-LABEL.
003000     MOVE WS-MARK-IMAGE TO WS-I-IMAGE.
003010     WRITE REPORT-LINE FROM WS-IMAGE-LINE
003020         AFTER ADVANCING 1 LINE.
003030 3000-EXIT.
003040     EXIT.

003050 3100-MARK-BYTE.
003060     IF CL_BEFORE(WS-BYTE-IX:1) NOT = CL_AFTER(WS-BYTE-IX:1)
003070         MOVE "^" TO WS-MARK-IMAGE(WS-BYTE-IX:1)
003080     END-IF.
003090     ADD 1 TO WS-BYTE-IX.
003100 3100-EXIT.
003110     EXIT.

003120 7000-PRINT-HEADINGS.
003130     ADD 1 TO WS-PAGE-NUMBER.
003140     MOVE WS-PAGE-NUMBER TO WS-H-PAGE-NUMBER.
003150     MOVE WS-FROM-DATE TO WS-H-FROM-DATE.
003160     MOVE WS-TO-DATE TO WS-H-TO-DATE.
003170     IF WS-SEL-FILE = SPACES
003180         MOVE "ALL" TO WS-H-FILE
003190     ELSE
003200         MOVE WS-SEL-FILE TO WS-H-FILE
003210     END-IF.
003220     IF WS-SEL-OPERATOR = SPACES
003230         MOVE "ALL" TO WS-H-OPERATOR
003240     ELSE
003250         MOVE WS-SEL-OPERATOR TO WS-H-OPERATOR
003260     END-IF.
003270     MOVE WS-RUN-DATE TO WS-H-RUN-DATE.
003280     WRITE REPORT-LINE FROM WS-HEADING-1
003290         AFTER ADVANCING PAGE.
003300     WRITE REPORT-LINE FROM WS-HEADING-1B
003310         AFTER ADVANCING 1 LINE.
003320     WRITE REPORT-LINE FROM WS-HEADING-2
003330         AFTER ADVANCING 2 LINES.
003340 7000-EXIT.
003350     EXIT.

003360******************************************************************
003370* 8000 PRINTS THE COUNTS BY ACTION AND THE SIGN-OFF BLOCK.
003380******************************************************************
003390 8000-PRINT-TOTALS.
003400     IF LINAGE-COUNTER > 44
003410         PERFORM 7000-PRINT-HEADINGS THRU 7000-EXIT
003420     END-IF.
003430     IF WS-TOTAL-COUNT = ZERO
003440         WRITE REPORT-LINE FROM WS-NO-CHANGE-LINE
003450             AFTER ADVANCING 2 LINES
003460     END-IF.
003470     MOVE "RECORDS ADDED" TO WS-C-LABEL.
003480     MOVE WS-ADD-COUNT TO WS-C-COUNT.
003490     WRITE REPORT-LINE FROM WS-COUNT-LINE
003500         AFTER ADVANCING 2 LINES.
003510     MOVE "RECORDS CHANGED" TO WS-C-LABEL.
003520     MOVE WS-CHANGE-COUNT TO WS-C-COUNT.
003530     WRITE REPORT-LINE FROM WS-COUNT-LINE
003540         AFTER ADVANCING 1 LINE.
003550     MOVE "RECORDS DELETED" TO WS-C-LABEL.
003560     MOVE WS-DELETE-COUNT TO WS-C-COUNT.
003570     WRITE REPORT-LINE FROM WS-COUNT-LINE
003580         AFTER ADVANCING 1 LINE.
003590     MOVE "TOTAL MASTER FILE CHANGES" TO WS-C-LABEL.
003600     MOVE WS-TOTAL-COUNT TO WS-C-COUNT.
003610     WRITE REPORT-LINE FROM WS-COUNT-LINE
003620         AFTER ADVANCING 1 LINE.
003630     WRITE REPORT-LINE FROM WS-SIGNOFF-LINE-1
003640         AFTER ADVANCING 3 LINES.
003650     WRITE REPORT-LINE FROM WS-SIGNOFF-LINE-2
003660         AFTER ADVANCING 2 LINES.
003670 8000-EXIT.
003680     EXIT.

003690 9000-TERMINATE.
003700     CLOSE CHGLOG.
003710     CLOSE REPORT-FILE.
003720     DISPLAY WS-TOTAL-COUNT " MASTER FILE CHANGE(S) LISTED TO "
003730         "CHANGES.PRT.".
003740 9000-EXIT.
003750     EXIT.
