001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-09-03 RLB   ORIGINAL COPYBOOK - REMITTANCE FILE.
001310*    2026-10-15 RLB   ADDED THE DEDUCTION'S GL LIABILITY ACCOUNT,
001320*                     SO THE REMITTANCE REGISTER TIES TO THE GL
001330*                     CREDITS, AND THE CARRIED-FORWARD FLAG SET
001340*                     BY REMITPAY ON ACTIVITY IT HOLDS FOR WANT OF
001350*                     A PAYEE MASTER RECORD.  THE PAY RUNS NOW
001360*                     EXTEND THE FILE; REMITPAY EMPTIES IT.
001400******************************************************************
001500 01  REMITTANCE-RECORD.
001600     05  RM-PAYEE            PIC X(20).
001900     05  RM-DESCRIPTION      PIC X(25).
002000     05  RM-PERIOD-END       PIC 9(08).
002100     05  RM-AMOUNT           PIC S9(09)V99.
002200     05  RM-GL-ACCOUNT       PIC X(06).
002300     05  RM-CARRIED-SW       PIC X(01).
002400         88  RM-CARRIED-FORWARD              VALUE 'Y'.
