000100******************************************************************
000200*    COPYBOOK:    RTCREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE RETRO EARNINGS CARD FILE
000400*                 (RETROCRD).  RETROPAY WRITES ONE CARD PER
000500*                 EMPLOYEE OWED RETRO PAY - THE REPRICED
000600*                 DIFFERENCE ON EVERY CHECK SINCE THE EFFECTIVE
000700*                 DATE, SPLIT REGULAR/OVERTIME/PTO - AND
000800*                 SHEETPAY PAYS THE FILE IN ITS RETRO PHASE ON
000900*                 THE NEXT RUN, THROUGH WITHHOLDING, GL, DIRECT
001000*                 DEPOSIT AND THE YTD ACCUMULATORS, THEN RETIRES
001100*                 IT.  THE LOCATION AND COST CENTER ARE THOSE OF
001200*                 THE LATEST CHECK REPRICED.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 RLB   ORIGINAL COPYBOOK - RETRO EARNINGS CARDS.
001800******************************************************************
001900 01  RETRO-CARD-RECORD.
002000     05  RT-EMP-ID           PIC X(06).
002100     05  RT-WHO              PIC X(15).
002200     05  RT-WHERE            PIC X(20).
002300     05  RT-WHY              PIC X(06).
002400     05  RT-EFF-DATE         PIC 9(08).
002500     05  RT-CHECK-COUNT      PIC 9(03).
002600     05  RT-REGULAR-PAY      PIC S9(07)V99.
002700     05  RT-OVERTIME-PAY     PIC S9(07)V99.
002800     05  RT-PTO-PAY          PIC S9(07)V99.
002900     05  RT-RETRO-PAY        PIC S9(07)V99.
