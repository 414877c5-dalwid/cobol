001220*                     SO A RERUN AFTER AN ABEND IN OR PAST THE
001230*                     SALARIED PHASE DOES NOT POST A SALARIED
001240*                     CHECK TO THE MASTER A SECOND TIME.
001250*    2026-10-15 RLB   ADDED THE PAY GROUP BEING RUN, SO A RESTART
001260*                     CAN ONLY RESUME THE SAME GROUP'S RUN.
001270*    2026-10-15 RLB   ADDED THE DIRECT DEPOSIT PAYMENT COUNT AND
001280*                     CREDIT AND DEBIT TOTALS WRITTEN SO FAR, SO
001290*                     A RESUMED RUN'S TRAILER PROVES THE WHOLE
001295*                     BATCH OF PAYMENTS.
001296*    2026-10-15 RLB   ADDED THE CHECK COUNT AND TOTAL ISSUED SO
001297*                     FAR, FOR THE POSITIVE PAY TRAILER.
001300******************************************************************
001400 01  CHECKPOINT-RECORD.
001500     05  CKP-LAST-RECORD-NUMBER PIC 9(05).
001600     05  CKP-LAST-EMP-ID         PIC X(06).
001700     05  CKP-SALARIED-EMP-ID     PIC X(06).
001800     05  CKP-RETRO-RECORD        PIC 9(05).
001900     05  CKP-PAY-GROUP           PIC X(04).
002000     05  CKP-DD-PAYMENT-COUNT    PIC 9(05).
002100     05  CKP-DD-TOTAL-AMOUNT     PIC 9(09)V99.
002200     05  CKP-DD-TOTAL-DEBITS     PIC 9(09)V99.
002300     05  CKP-CHECK-COUNT         PIC 9(05).
002400     05  CKP-CHECK-TOTAL         PIC 9(09)V99.
