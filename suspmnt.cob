002515*                     SOME REJECTED, 8 ABORTED) AND AN
002516*                     OPERATIONS CONTROL REPORT OF THE RUN'S
002517*                     COUNTS AND DISPOSITIONS.
002518*    2026-10-15 RLB   CARRY THE TIMECARD'S NEW WORKWEEK THROUGH
002519*                     THE CARD IMAGE, THE LISTING AND THE RELEASE
002520*                     CORRECTIONS - BLANK ON THE TRANSACTION
002521*                     LEAVES THE CARD'S VALUE.
002510******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
008300 77  SUS-SUB                 PIC 9(04)  COMP.
008400 01  SUSPENSE-TABLE.
008500     05  SUS-ENTRY           OCCURS 200 TIMES.
008600         10  SE-TIMECARD-IMAGE PIC X(64).
008700         10  SE-REASON       PIC X(40).
008800         10  SE-PERIOD-END   PIC 9(08).
008900         10  SE-RECORD-NUMBER PIC 9(05).
010400     05  WT-RATE             PIC 9(05)V99.
010500     05  WT-CARD-TYPE        PIC X(01).
010510     05  WT-EARN-TYPE        PIC X(01).
010520     05  WT-WORKWEEK         PIC X(01).
010600******************************************************************
010700*    LISTING AND AUDIT PRINT LINES
010800******************************************************************
028800     END-IF.
028810     IF ST-EARN-TYPE NOT = SPACE
028820         MOVE ST-EARN-TYPE   TO WT-EARN-TYPE
028822     END-IF.
028824     IF ST-WORKWEEK NOT = SPACE
028826         MOVE ST-WORKWEEK    TO WT-WORKWEEK
028830     END-IF.
028900     MOVE WORK-TIMECARD      TO SE-TIMECARD-IMAGE (MATCHED-SUB).
029000 3200-EXIT.
037600     MOVE WT-RATE            TO SL-DET-RATE.
037700     MOVE WT-CARD-TYPE       TO SL-DET-CARD-TYPE.
037710     MOVE WT-EARN-TYPE       TO SL-DET-EARN-TYPE.
037720     MOVE WT-WORKWEEK        TO SL-DET-WORKWEEK.
037800     MOVE SE-REASON (SUS-SUB) TO SL-DET-REASON.
037900     WRITE LISTING-RECORD FROM SL-DETAIL-LINE
038000         AFTER ADVANCING 1 LINE.
