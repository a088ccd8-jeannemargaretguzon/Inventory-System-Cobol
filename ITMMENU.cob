000560*                 '***' ON MENU EXIT AND AFTER A FAILED SIGN-ON,
000570*                 SO STANDALONE RUNS NO LONGER STAMP WHOEVER
000580*                 SIGNED ON LAST.
000581* 2026-10-15 JMG  ADDED ONLINE STOCK TRANSACTION ENTRY (ITMENTRY)
000582*                 AS MENU OPTION 25 AT TRANSACTION ENTRY LEVEL;
000583*                 EXIT MOVES TO 26.
000584* 2026-10-15 JMG  ADDED CUSTOMER SALES ORDERS (ITMSORD) AS MENU
000585*                 OPTION 26 AT TRANSACTION ENTRY LEVEL; EXIT
000586*                 MOVES TO 27.
000587* 2026-10-15 JMG  ADDED THE VENDOR DEBIT MEMO REGISTER (ITMDEBIT)
000588*                 AS MENU OPTION 27 AT INQUIRY LEVEL; EXIT
000589*                 MOVES TO 28.
000590* 2026-10-15 JMG  ADDED SUPPLIER INVOICE ENTRY (ITMINVC) AS MENU
000591*                 OPTION 28 AT TRANSACTION ENTRY LEVEL AND THE
000592*                 INVOICE MATCH RUN (ITMMATCH) AS OPTION 29 AT
000593*                 SUPERVISOR LEVEL; EXIT MOVES TO 30.
000594* 2026-10-15 JMG  ADDED COST CENTER MAINTENANCE (ITMCCTR) AS
000595*                 OPTION 30 AT SUPERVISOR LEVEL AND THE MONTHLY
000596*                 COST CENTER CHARGE-BACK REPORT (ITMCHGB) AS
000597*                 OPTION 31 AT INQUIRY LEVEL; EXIT MOVES TO 32.
000598* 2026-10-15 JMG  ADDED THE EXPIRING STOCK REPORT (ITMEXPIR)
000599*                 AS OPTION 32 AND THE LOT TRACE INQUIRY (ITMLOTQ)
000600*                 AS OPTION 33, BOTH AT INQUIRY LEVEL; EXIT MOVES
000601*                 TO 34.
000602* 2026-10-15 JMG  ADDED THE MASTER FILE CHANGE REPORT (ITMCHLOG)
000603*                 AS OPTION 34 AT SUPERVISOR LEVEL; EXIT MOVES TO
000604*                 35.
000605* 2026-10-15 JMG  ADDED STOREROOM MIN/MAX TRANSFERS (ITMREPL)
000606*                 AS OPTION 35 AT TRANSACTION ENTRY LEVEL;
000607*                 EXIT MOVES TO 36.
000608* 2026-10-15 JMG  ADDED KIT BILL OF MATERIALS MAINTENANCE
000609*                 (ITMBOM) AS OPTION 36 AT SUPERVISOR LEVEL AND
000610*                 THE KIT WHERE-USED INQUIRY (ITMWHERE) AS
000611*                 OPTION 37 AT INQUIRY LEVEL; EXIT MOVES TO 38.
000612* 2026-10-15 JMG  ADDED THE ABC CLASSIFICATION RUN (ITMABC) AS
000613*                 OPTION 38 AND THE CYCLE COUNT SCHEDULE
000614*                 (ITMCYCL) AS OPTION 39, BOTH AT SUPERVISOR
000615*                 LEVEL; EXIT MOVES TO 40.
000616******************************************************************
000617 IDENTIFICATION DIVISION.
000618 PROGRAM-ID. ITMMENU.
000620 AUTHOR. JEANNE MARGARET GUZON - ISAAC CARLO BILLONES.
000630 INSTALLATION. INVENTORY CONTROL.
000640 DATE-WRITTEN. AUGUST 2026.
002370         WHEN 24
002380             CALL "ITMAUDIT"
002390         WHEN 25
002391             CALL "ITMENTRY"
002392         WHEN 26
002393             CALL "ITMSORD"
002394         WHEN 27
002395             CALL "ITMDEBIT"
002396         WHEN 28
002397             CALL "ITMINVC"
002398         WHEN 29
002399             CALL "ITMMATCH"
002400         WHEN 30
002401             CALL "ITMCCTR"
002402         WHEN 31
002403             CALL "ITMCHGB"
002404         WHEN 32
002405             CALL "ITMEXPIR"
002406         WHEN 33
002407             CALL "ITMLOTQ"
002408         WHEN 34
002409             CALL "ITMCHLOG"
002410         WHEN 35
002411             CALL "ITMREPL"
002412         WHEN 36
002413             CALL "ITMBOM"
002414         WHEN 37
002415             CALL "ITMWHERE"
002416         WHEN 38
002417             CALL "ITMABC"
002418         WHEN 39
002419             CALL "ITMCYCL"
002420         WHEN 40
002421             PERFORM 1300-CLEAR-SESSION THRU 1300-EXIT
002422             MOVE 'Y' TO WS-DONE-SW
002423         WHEN OTHER
002430             DISPLAY "INVALID CHOICE - PLEASE ENTER 1 THROUGH 40."
002440     END-EVALUATE.
002450 2000-EXIT.
002460     EXIT.
002530 2200-SET-NEEDED-LEVEL.
002540     EVALUATE WS-MENU-CHOICE
002550         WHEN 2 WHEN 5 WHEN 6 WHEN 8 WHEN 9 WHEN 12 WHEN 17
002560         WHEN 20 WHEN 22 WHEN 27 WHEN 31 WHEN 32 WHEN 33 WHEN 37
002570             MOVE 1 TO WS-NEEDED-LEVEL
002580         WHEN 4 WHEN 16 WHEN 25 WHEN 26 WHEN 28 WHEN 35
002590             MOVE 2 TO WS-NEEDED-LEVEL
002600         WHEN 1 WHEN 3 WHEN 7 WHEN 10 WHEN 11 WHEN 13 WHEN 14
002610         WHEN 15 WHEN 18 WHEN 19 WHEN 21 WHEN 23 WHEN 24 WHEN 29
002615         WHEN 30 WHEN 34 WHEN 36 WHEN 38 WHEN 39
002620             MOVE 3 TO WS-NEEDED-LEVEL
002630         WHEN OTHER
002640             MOVE ZERO TO WS-NEEDED-LEVEL
002930     DISPLAY " 22. CONSOLIDATED STOCK STATUS INQUIRY".
002940     DISPLAY " 23. RUN NIGHTLY BATCH".
002950     DISPLAY " 24. LOCATION BALANCE INTEGRITY AUDIT".
002960     DISPLAY " 25. KEY STOCK TRANSACTIONS (BUILD TRANFILE)".
002961     DISPLAY " 26. CUSTOMER SALES ORDERS".
002962     DISPLAY " 27. VENDOR DEBIT MEMO REGISTER".
002963     DISPLAY " 28. SUPPLIER INVOICE ENTRY".
002964     DISPLAY " 29. INVOICE MATCH RUN".
002965     DISPLAY " 30. COST CENTER MAINTENANCE".
002966     DISPLAY " 31. COST CENTER CHARGE-BACK REPORT".
002967     DISPLAY " 32. EXPIRING STOCK REPORT (30/60/90 DAYS)".
002968     DISPLAY " 33. LOT TRACE INQUIRY".
002969     DISPLAY " 34. MASTER FILE CHANGE REPORT".
002970     DISPLAY " 35. STOREROOM MIN/MAX TRANSFERS".
002971     DISPLAY " 36. KIT BILL OF MATERIALS".
002972     DISPLAY " 37. KIT WHERE-USED INQUIRY".
002973     DISPLAY " 38. ABC CLASSIFICATION".
002974     DISPLAY " 39. CYCLE COUNT SCHEDULE".
002975     DISPLAY " 40. EXIT".
002976     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING.
002980 2100-EXIT.
002990     EXIT.
