000100******************************************************************
000200*    COPYBOOK:    CHKPREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHECK PRINT FILE
000400*                 (CHKPRINT).  ONE RECORD PER PAPER CHECK ISSUED -
000500*                 BY SHEETPAY OR OFFCYCLE FOR AN EMPLOYEE WHO
000600*                 CANNOT BE PAID BY DIRECT DEPOSIT, OR BY CHKMAINT
000700*                 FOR A REISSUED CHECK OR THE REPAY OF A DEPOSIT
000800*                 THE BANK RETURNED - CARRYING EVERYTHING THE
000900*                 CHECK PRINTER NEEDS.  THE FILE IS APPENDED TO BY
001000*                 EACH RUN AND EMPTIED BY THE CHECK PRINT STEP, SO
001100*                 CHECKS NUMBERED BEFORE AN ABEND ARE STILL THERE
001200*                 TO PRINT AFTER THE RERUN.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAPER CHECK PRINT FILE.
001800******************************************************************
001900 01  CHECK-PRINT-RECORD.
002000     05  CP-CHECK-NUMBER     PIC 9(08).
002100     05  CP-CHECK-DATE       PIC 9(08).
002200     05  CP-EMP-ID           PIC X(06).
002300     05  CP-PAYEE            PIC X(15).
002400     05  CP-AMOUNT           PIC 9(07)V99.
002500     05  CP-PERIOD-END       PIC 9(08).
002600     05  CP-CHECK-SOURCE     PIC X(03).
002700     05  CP-REPLACES-CHECK   PIC 9(08).
