000100******************************************************************
000200*    COPYBOOK:    PTOTAB
000300*    PURPOSE:     WORKING-STORAGE TABLE OF PTO ACCRUAL POLICIES,
000400*                 LOADED AT INITIALIZATION FROM THE POLICY FILE
000500*                 (PTOFILE), WHICH IS MAINTAINED BY PAYROLL WITH
000600*                 TABMAINT.  LOOKED UP BY THE EMPLOYEE'S POLICY
000700*                 CODE (BLANK READS AS "STD ").  EACH ENTRY
000800*                 CARRIES AN EFFECTIVE DATE RANGE, SO A NEW RATE,
000900*                 CAP OR CARRYOVER LIMIT CAN BE KEYED AHEAD OF
001000*                 TIME AND TAKE EFFECT ON THE RIGHT PAY PERIOD.
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 RLB   ORIGINAL COPYBOOK - PTO ACCRUAL POLICIES.
001600******************************************************************
001700 01  PL-TABLE.
001800     05  PL-ENTRY            OCCURS 50 TIMES
001900                             INDEXED BY PL-IDX.
002000         10  PL-POLICY-CODE  PIC X(04).
002100         10  PL-VAC-RATE     PIC V9999.
002200         10  PL-SICK-RATE    PIC V9999.
002300         10  PL-VAC-MAX      PIC 9(05)V99.
002400         10  PL-SICK-MAX     PIC 9(05)V99.
002500         10  PL-VAC-CARRYOVER PIC 9(05)V99.
002600         10  PL-SICK-CARRYOVER PIC 9(05)V99.
002700         10  PL-EFF-START    PIC 9(08).
002800         10  PL-EFF-END      PIC 9(08).
002900
003000 77  PL-TABLE-MAX            PIC 9(02)      VALUE 50.
003100 77  PL-ENTRY-COUNT          PIC 9(02)      VALUE ZERO.
