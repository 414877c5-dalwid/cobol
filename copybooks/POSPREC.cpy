000100******************************************************************
000200*    COPYBOOK:    POSPREC
000300*    PURPOSE:     RECORD LAYOUTS FOR THE BANK'S POSITIVE PAY ISSUE
000400*                 FILE (POSPAY).  ONE ITEM RECORD PER CHECK ISSUED
000500*                 ("PPISS ") OR VOIDED ("PPVOID") - CHECK NUMBER,
000600*                 ISSUE DATE, AMOUNT AND PAYEE - SO THE BANK PAYS
000700*                 ONLY CHECKS WE ACTUALLY WROTE, FOR THE AMOUNT WE
000800*                 WROTE THEM, AND REFUSES A VOIDED CHECK.  A RUN
000900*                 APPENDS ITS ITEMS FOLLOWED BY ONE TRAILER WITH
001000*                 ITS ISSUE AND VOID COUNTS AND TOTALS; THE BANK
001100*                 TRANSMISSION STEP EMPTIES THE FILE.
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 RLB   ORIGINAL COPYBOOK - POSITIVE PAY ISSUE FILE.
001700******************************************************************
001800 01  PP-ITEM-RECORD.
001900     05  PP-ITEM-MARKER      PIC X(06).
002000         88  PP-ITEM-ISSUE                   VALUE "PPISS ".
002100         88  PP-ITEM-VOID                    VALUE "PPVOID".
002200     05  PP-ITEM-CHECK-NUMBER PIC 9(08).
002300     05  PP-ITEM-ISSUE-DATE  PIC 9(08).
002400     05  PP-ITEM-VOID-DATE   PIC 9(08).
002500     05  PP-ITEM-AMOUNT      PIC 9(07)V99.
002600     05  PP-ITEM-PAYEE       PIC X(15).
002700
002800 01  PP-TRAILER-RECORD.
002900     05  PP-TRL-MARKER       PIC X(06)      VALUE "PPTRL ".
003000     05  PP-TRL-ISSUE-COUNT  PIC 9(05).
003100     05  PP-TRL-ISSUE-AMT    PIC 9(09)V99.
003200     05  PP-TRL-VOID-COUNT   PIC 9(05).
003300     05  PP-TRL-VOID-AMT     PIC 9(09)V99.
003400     05  PP-TRL-PROGRAM      PIC X(08).
003500     05  FILLER              PIC X(08)      VALUE SPACES.
