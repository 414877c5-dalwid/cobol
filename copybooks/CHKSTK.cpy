000100******************************************************************
000200*    COPYBOOK:    CHKSTK
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHECK STOCK CONTROL FILE
000400*                 (CHKSTOCK).  ONE RECORD - THE NEXT CHECK NUMBER
000500*                 TO BE PRINTED, THE LAST NUMBER OF THE STOCK NOW
000600*                 LOADED IN THE PRINTER, AND THE DATE AND PROGRAM
000700*                 THAT LAST TOOK A NUMBER.  SHEETPAY, OFFCYCLE AND
000800*                 CHKMAINT TAKE CHECK NUMBERS FROM IT IN SEQUENCE
000900*                 AND REWRITE IT AS EACH CHECK IS ISSUED, SO A
001000*                 RERUN AFTER AN ABEND NEVER REUSES A NUMBER.  A
001100*                 NEW BOX OF STOCK IS LOADED WITH A CHKMAINT "STK"
001200*                 TRANSACTION.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 RLB   ORIGINAL COPYBOOK - CHECK STOCK CONTROL.
001800******************************************************************
001900 01  CHECK-STOCK-RECORD.
002000     05  CS-NEXT-CHECK-NUMBER PIC 9(08).
002100     05  CS-LAST-CHECK-NUMBER PIC 9(08).
002200     05  CS-LAST-ISSUE-DATE  PIC 9(08).
002300     05  CS-LAST-PROGRAM     PIC X(08).
