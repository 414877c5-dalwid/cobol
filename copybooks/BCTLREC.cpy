001393*                     MAY NOW CARRY SEVERAL HEADER/DETAIL/
001394*                     TRAILER BATCH SETS - ONE PER DEPARTMENT -
001395*                     EACH BALANCED ON ITS OWN TOTALS.
001396*    2026-10-15 RLB   ADDED THE PAY GROUP THE BATCH BELONGS TO
001397*                     (BLANK READS AS "WKLY").  FILLER NARROWED TO
001398*                     MAKE ROOM, AND WIDENED WITH THE TIMECARD
001399*                     RECORD'S NEW WORKWEEK BYTE.
001400******************************************************************
001500 01  CONTROL-RECORD REDEFINES TIMECARD-RECORD.
001600     05  BC-RECORD-MARKER    PIC X(06).
002100     05  BC-TOTAL-GROSS-PAY  PIC 9(09)V99.
002150     05  BC-PERIOD-END-DATE  PIC 9(08).
002160     05  BC-BATCH-NUMBER     PIC 9(03).
002170     05  BC-PAY-GROUP        PIC X(04).
002200     05  FILLER              PIC X(16).
