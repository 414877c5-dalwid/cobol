002000*                     THE CARD.
002010*    2026-09-03 RLB   CARD IMAGE WIDENED WITH THE TIMECARD
002020*                     RECORD'S NEW EARNINGS TYPE BYTE.
002030*    2026-10-15 RLB   CARD IMAGE WIDENED WITH THE TIMECARD
002040*                     RECORD'S NEW WORKWEEK BYTE.
002100******************************************************************
002200 01  RECYCLE-CARD-RECORD.
002300     05  RCY-TIMECARD-IMAGE  PIC X(64).
002400     05  RCY-PERIOD-END-DATE PIC 9(08).
002500     05  RCY-GROUP-RECORD    PIC 9(05).
