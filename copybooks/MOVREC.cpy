000135*                 SAME LAYOUT SEQUENTIALLY.
000136* 2026-09-02 JMG  ADDED MOV_OPERATOR - THE SIGNED-ON OPERATOR ID
000137*                 STAMPED ON EVERY POSTED MOVEMENT.
000138* 2026-10-15 JMG  ADDED MOV_COST_CENTER - THE REQUESTING COST
000139*                 CENTER OF A TYPE 'I' DEPARTMENT ISSUE, FOR THE
000140*                 MONTHLY CHARGE-BACK.  SPACES ON EVERY OTHER
000141*                 MOVEMENT.
000142* 2026-10-15 JMG  ADDED MOV_LOT - THE LOT NUMBER MOVED, SO EVERY
000143*                 RECEIPT AND ISSUE OF A LOT CAN BE TRACED.  AN
000144*                 ISSUE DRAWN ACROSS SEVERAL LOTS WRITES ONE
000145*                 MOVEMENT PER LOT.  SPACES FOR ITEMS THAT ARE
000146*                 NOT LOT-CONTROLLED.
000147* 2026-10-15 JMG  KIT MOVEMENT TYPES.  A BUILD WRITES 'B' FOR THE
000148*                 KITS MADE AND 'K' FOR EACH COMPONENT CONSUMED;
000149*                 A DISASSEMBLY WRITES 'D' FOR THE KITS BROKEN
000150*                 DOWN AND 'U' FOR EACH COMPONENT RETURNED TO
000151*                 STOCK.
000152******************************************************************
000153 01  STKMOV-RECORD.
000154     05  MOV-KEY.
000155         10  MOV_ITEM_ID PIC 9(5).
000160         10  MOV_DATE PIC 9(8).
000170         10  MOV_TIME PIC 9(6).
000175         10  MOV_SEQ PIC 9(2).
000220     05  MOV_LOC PIC X(3).
000230     05  MOV_TO_LOC PIC X(3).
000235     05  MOV_OPERATOR PIC X(3).
000245     05  MOV_COST_CENTER PIC X(4).
000255     05  MOV_LOT PIC X(10).
