001670*    2026-09-03 RLB   ADDED THE BATCH NUMBER OF THE DEPARTMENT
001680*                     BATCH THE CARD WAS REJECTED FROM (ZERO
001690*                     FOR RECYCLE-PHASE REJECTS).
001691*    2026-10-15 RLB   CARD IMAGE CARRIES THE TIMECARD RECORD'S
001692*                     NEW WORKWEEK BYTE.
001700******************************************************************
001800 01  SUSPENSE-RECORD.
001900     05  SUS-TIMECARD-IMAGE.
002500         10  SUS-TC-RATE     PIC 9(05)V99.
002600         10  SUS-TC-CARD-TYPE PIC X(01).
002650         10  SUS-TC-EARN-TYPE PIC X(01).
002660         10  SUS-TC-WORKWEEK PIC X(01).
002700     05  SUS-REASON          PIC X(40).
002800     05  SUS-PERIOD-END-DATE PIC 9(08).
002900     05  SUS-RECORD-NUMBER   PIC 9(05).
