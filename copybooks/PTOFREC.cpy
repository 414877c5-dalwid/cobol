000100******************************************************************
000200*    COPYBOOK:    PTOFREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE EXTERNAL PTO ACCRUAL
000400*                 POLICY FILE (PTOFILE).  ONE RECORD PER POLICY
000500*                 CODE AND EFFECTIVE DATE RANGE, CARRYING THE
000600*                 VACATION AND SICK HOURS ACCRUED PER PAID HOUR,
000700*                 THE MAXIMUM BALANCE EACH MAY ACCRUE TO, AND THE
000800*                 HOURS EACH MAY CARRY INTO THE NEXT YEAR.
000900*                 SERVICE TIERS ARE SEPARATE POLICY CODES.  LOADED
001000*                 BY SHEETPAY AND PTORPT AND MAINTAINED BY PAYROLL
001100*                 WITH TABMAINT.
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 RLB   ORIGINAL COPYBOOK - PTO ACCRUAL POLICIES.
001700******************************************************************
001800 01  PTO-POLICY-FILE-RECORD.
001900     05  PTF-POLICY-CODE     PIC X(04).
002000     05  PTF-VAC-RATE        PIC V9999.
002100     05  PTF-SICK-RATE       PIC V9999.
002200     05  PTF-VAC-MAX         PIC 9(05)V99.
002300     05  PTF-SICK-MAX        PIC 9(05)V99.
002400     05  PTF-VAC-CARRYOVER   PIC 9(05)V99.
002500     05  PTF-SICK-CARRYOVER  PIC 9(05)V99.
002600     05  PTF-EFF-START       PIC 9(08).
002700     05  PTF-EFF-END         PIC 9(08).
