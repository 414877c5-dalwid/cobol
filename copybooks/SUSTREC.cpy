001660*                     PTO/WORKED CODE CAN BE CORRECTED ON
001670*                     RELEASE - BLANK LEAVES THE CARD'S VALUE,
001680*                     'R' SETS IT BACK TO WORKED TIME.
001681*    2026-10-15 RLB   ADDED THE WORKWEEK SO A CARD KEYED TO THE
001682*                     WRONG WEEK OF ITS PERIOD CAN BE CORRECTED ON
001683*                     RELEASE - BLANK LEAVES THE CARD'S VALUE.
001700******************************************************************
001800 01  SUSPENSE-TRANSACTION-RECORD.
001900     05  ST-ACTION           PIC X(03).
002600     05  ST-HOURS            PIC 9(05)V99.
002700     05  ST-RATE             PIC 9(05)V99.
002800     05  ST-EARN-TYPE        PIC X(01).
002900     05  ST-WORKWEEK         PIC X(01).
