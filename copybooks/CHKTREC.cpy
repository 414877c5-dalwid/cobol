000100******************************************************************
000200*    COPYBOOK:    CHKTREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHECK MAINTENANCE
000400*                 TRANSACTION FILE (CHKTRAN) READ BY CHKMAINT.
000500*                 "VOD" VOIDS AN OUTSTANDING CHECK, "RIS" VOIDS IT
000600*                 AND ISSUES A REPLACEMENT FOR THE SAME AMOUNT
000700*                 UNDER THE NEXT NUMBER, "CLR" MARKS A CHECK THE
000800*                 BANK HAS PAID, AND "STK" LOADS A NEW RANGE OF
000900*                 CHECK STOCK (FIRST AND LAST NUMBER OF THE BOX).
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 RLB   ORIGINAL COPYBOOK - CHECK MAINTENANCE.
001500******************************************************************
001600 01  CHECK-TRANSACTION-RECORD.
001700     05  CT-ACTION           PIC X(03).
001800         88  CT-VOID                         VALUE "VOD".
001900         88  CT-REISSUE                      VALUE "RIS".
002000         88  CT-CLEARED                      VALUE "CLR".
002100         88  CT-NEW-STOCK                    VALUE "STK".
002200     05  CT-CHECK-NUMBER     PIC 9(08).
002300     05  CT-REASON           PIC X(20).
002400     05  CT-STOCK-FIRST      PIC 9(08).
002500     05  CT-STOCK-LAST       PIC 9(08).
