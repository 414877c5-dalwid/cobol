000100******************************************************************
000200*    COPYBOOK:    CHKRREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHECK REGISTER (CHKREG),
000400*                 AN INDEXED FILE KEYED BY CHECK NUMBER WITH ONE
000500*                 RECORD PER PAPER CHECK EVER ISSUED.  STATUS IS
000600*                 OUTSTANDING UNTIL THE CHECK IS CLEARED BY THE
000700*                 BANK OR VOIDED.  A REISSUED CHECK IS VOIDED AND
000800*                 POINTS TO ITS REPLACEMENT, WHICH POINTS BACK.
000900*                 THE PAY HISTORY KEY TIES THE CHECK TO THE
001000*                 PAYHIST RECORD IT PAID; A REPAY OF A RETURNED
001100*                 DEPOSIT IS SOURCE "ACH".  CHKMAINT LISTS THE
001200*                 OUTSTANDING CHECKS FROM THIS FILE.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 RLB   ORIGINAL COPYBOOK - CHECK REGISTER.
001800******************************************************************
001900 01  CHECK-REGISTER-RECORD.
002000     05  CR-CHECK-NUMBER     PIC 9(08).
002100     05  CR-STATUS           PIC X(01).
002200         88  CR-OUTSTANDING                  VALUE 'O'.
002300         88  CR-VOIDED                       VALUE 'V'.
002400         88  CR-CLEARED                      VALUE 'C'.
002500     05  CR-ISSUE-DATE       PIC 9(08).
002600     05  CR-AMOUNT           PIC 9(07)V99.
002700     05  CR-EMP-ID           PIC X(06).
002800     05  CR-PAYEE            PIC X(15).
002900     05  CR-PERIOD-END       PIC 9(08).
003000     05  CR-PH-SEQUENCE      PIC 9(02).
003100     05  CR-CHECK-SOURCE     PIC X(03).
003200         88  CR-ACH-REPAY                    VALUE "ACH".
003300     05  CR-ISSUED-BY        PIC X(08).
003400     05  CR-STATUS-DATE      PIC 9(08).
003500     05  CR-VOID-REASON      PIC X(20).
003600     05  CR-REPLACES-CHECK   PIC 9(08).
003700     05  CR-REPLACED-BY      PIC 9(08).
