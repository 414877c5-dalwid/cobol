000100******************************************************************
000200*    COPYBOOK:    CHKQREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHECK REQUEST FILE
000400*                 (CHKREQ).  ACHRETRN WRITES A REQUEST FOR EACH
000500*                 DEPOSIT THE BANK RETURNED - EMPLOYEE, PERIOD,
000600*                 AMOUNT AND THE BANK'S REASON CODE - AND CHKMAINT
000700*                 ISSUES A NUMBERED PAPER CHECK FOR EACH ONE AND
000800*                 RETIRES THE FILE.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - RETURNED DEPOSIT REPAY.
001400******************************************************************
001500 01  CHECK-REQUEST-RECORD.
001600     05  CQ-EMP-ID           PIC X(06).
001700     05  CQ-WHO              PIC X(15).
001800     05  CQ-PERIOD-END       PIC 9(08).
001900     05  CQ-AMOUNT           PIC 9(07)V99.
002000     05  CQ-REASON-CODE      PIC X(03).
