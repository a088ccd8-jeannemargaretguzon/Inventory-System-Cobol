                    COPY "ITEMSEL.cpy".
                    COPY "ITEMCTLSEL.cpy".
                    COPY "SUPPSEL.cpy".
                    COPY "SESSSEL.cpy".
                    COPY "CLOGSEL.cpy".
                    SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-FILENAME
                        ORGANIZATION IS SEQUENTIAL
                        ACCESS MODE IS SEQUENTIAL
           FD SUPPLIER-FILE.
           COPY "SUPPREC.cpy".

           FD OPERSESS.
           COPY "SESSREC.cpy".

           FD CHGLOG.
           COPY "CLOGREC.cpy".

           FD BACKUP-FILE.
           01 BACKUP-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           COPY "ITEMSTAT.cpy".
           COPY "ITEMCTLST.cpy".
           COPY "SUPPSTAT.cpy".
           COPY "SESSSTAT.cpy".
           COPY "CLOGSTAT.cpy".
           01 WS-BACKUP-STATUS PIC X(02) VALUE SPACES.
           01 WS-BACKUP-FILENAME PIC X(40) VALUE SPACES.
           01 WS-BACKUP-DATE PIC 9(8) VALUE ZERO.
           01 WS-BACKUP-EOF-SW PIC X VALUE 'N'.
           01 WS-CTL-EOF-SW PIC X VALUE 'N'.
           01 WS-OPERATOR PIC X(3) VALUE "***".
           01 WS-RUN-TIME-RAW PIC 9(8) VALUE ZERO.
           01 WS-ITEMS.
                05 WS-ITEM_ID PIC 9(5).
                05 WS-ITEM_NAME PIC X(25).
                05 WS-ITEM_REORDER_QTY-EDIT
                       REDEFINES WS-ITEM_REORDER_QTY
                       PIC X(07) JUSTIFIED RIGHT.
                05 WS-ITEM_LOT_CONTROL PIC X.
           01 WS_EOF PIC X.
           01 ENTRY-OK PIC X.

      * ITEMLIST.dat and rerun ACTIVITY4 rather than guessing at what
      * was written.
            PERFORM BACKUP_ITEMLIST.
            PERFORM READ_SESSION.
            OPEN I-O ITEMLIST.
            IF WS-ITEMLIST-NOTCREATED
                OPEN OUTPUT ITEMLIST
                    DISPLAY "REORDER QUANTITY MUST BE NUMERIC."
                    MOVE 'N' TO ENTRY-OK
                ELSE
                    PERFORM GET_LOT_CONTROL
                END-IF
            END-IF.

       GET_LOT_CONTROL.
            DISPLAY "LOT AND EXPIRY CONTROLLED? (Y/N):"
            ACCEPT WS-ITEM_LOT_CONTROL
            IF WS-ITEM_LOT_CONTROL = 'y'
                MOVE 'Y' TO WS-ITEM_LOT_CONTROL
            END-IF
            IF WS-ITEM_LOT_CONTROL NOT = 'Y'
                MOVE 'N' TO WS-ITEM_LOT_CONTROL
            END-IF
            MOVE 'Y' TO ENTRY-OK.

       PRRRINT_ITEM.
            MOVE WS-ITEM_ID TO ITEM_ID.
            MOVE WS-ITEM_NAME TO ITEM_NAME.
            MOVE WS-ITEM_REORDER_POINT TO ITEM_REORDER_POINT.
            MOVE WS-ITEM_REORDER_QTY TO ITEM_REORDER_QTY.
            MOVE 'A' TO ITEM_STATUS.
            MOVE WS-ITEM_LOT_CONTROL TO ITEM_LOT_CONTROL.
            MOVE SPACE TO ITEM_ABC_CLASS.
            MOVE ZERO TO ITEM_LAST_COUNT_DATE.
            WRITE ITEMS AFTER ADVANCING 1 LINE
                INVALID KEY
                    DISPLAY "ITEM ID ALREADY EXISTS - NOT WRITTEN."
                NOT INVALID KEY
                    PERFORM LOG_ITEM_ADD
            END-WRITE.

      * EVERY ITEM ADDED IS LOGGED TO THE MASTER FILE CHANGE LOG
      * (CHGLOG.dat) WITH ITS AFTER IMAGE AND THE OPERATOR SIGNED ON
      * AT ITMMENU, THE SAME AS CHANGES MADE THROUGH ITMMAINT.
       READ_SESSION.
            MOVE "***" TO WS-OPERATOR.
            OPEN INPUT OPERSESS.
            IF WS-OPERSESS-NOTCREATED
                CONTINUE
            ELSE
                READ OPERSESS
                    AT END
                        CONTINUE
                    NOT AT END
                        MOVE SESS_OPER_ID TO WS-OPERATOR
                END-READ
                CLOSE OPERSESS
            END-IF.

       LOG_ITEM_ADD.
            OPEN EXTEND CHGLOG.
            IF WS-CHGLOG-NOTCREATED
                OPEN OUTPUT CHGLOG
            END-IF.
            ACCEPT CL_DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME-RAW FROM TIME.
            MOVE WS-RUN-TIME-RAW(1:6) TO CL_TIME.
            MOVE WS-OPERATOR TO CL_OPERATOR.
            MOVE "ACTIVITY4" TO CL_PROGRAM.
            MOVE "ITEMLIST" TO CL_FILE.
            MOVE 'A' TO CL_ACTION.
            MOVE ITEM_ID TO CL_KEY.
            MOVE SPACES TO CL_BEFORE.
            MOVE ITEMS TO CL_AFTER.
            WRITE CHGLOG-RECORD.
            CLOSE CHGLOG.

       ADD_ITEM.
            DISPLAY "GENSHIN IMPACT GENESIS CRYSTALS".
            DISPLAY "--------------------------------------------------"
