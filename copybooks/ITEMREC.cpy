000218*                 DROPS THE ITEM FROM REPLENISHMENT AND THE
000220*                 VALUATION DETAIL.  A SPACE (RECORDS WRITTEN
000222*                 BEFORE THIS FIELD EXISTED) COUNTS AS ACTIVE.
000223* 2026-10-15 JMG  ADDED ITEM_LOT_CONTROL.  A 'Y' ITEM IS RECEIVED
000224*                 BY LOT NUMBER AND EXPIRY DATE INTO LOTBAL.DAT
000225*                 AND ISSUED OLDEST EXPIRY FIRST.  ANYTHING ELSE
000226*                 (INCLUDING A SPACE ON OLDER RECORDS) IS NOT
000227*                 LOT-CONTROLLED.
000228* 2026-10-15 JMG  ADDED ITEM_ABC_CLASS, SET BY THE ABC
000229*                 CLASSIFICATION RUN (ITMABC) FROM TWELVE MONTHS
000230*                 OF ISSUE VALUE, AND ITEM_LAST_COUNT_DATE, SET
000231*                 WHEN A COUNT IS POSTED.  TOGETHER THEY DRIVE THE
000232*                 COUNT SCHEDULE (ITMCYCL).  A SPACE CLASS (NOT
000233*                 YET CLASSIFIED) IS COUNTED AS A 'C' ITEM, AND A
000234*                 ZERO DATE MEANS NEVER COUNTED.
000235******************************************************************
000236 01  ITEMS.
000240     05  ITEM_ID PIC 9(5).
000250     05  FILLER PIC X(5) VALUE SPACES.
000260     05  ITEM_NAME PIC X(25).
000330         88  ITEM-ACTIVE VALUES 'A' SPACE.
000340         88  ITEM-ON-HOLD VALUE 'H'.
000350         88  ITEM-OBSOLETE VALUE 'O'.
000360     05  ITEM_LOT_CONTROL PIC X(1).
000370         88  ITEM-LOT-CONTROLLED VALUE 'Y'.
000380     05  ITEM_ABC_CLASS PIC X(1).
000390         88  ITEM-CLASS-A VALUE 'A'.
000400         88  ITEM-CLASS-B VALUE 'B'.
000410         88  ITEM-CLASS-C VALUES 'C' SPACE.
000420     05  ITEM_LAST_COUNT_DATE PIC 9(8).
