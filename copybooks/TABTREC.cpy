000700*                 FILE (TABLE ID "LC"): "ADD" ADDS A NEW ENTRY
000800*                 WITH ITS EFFECTIVE DATE RANGE, "END" CLOSES
000900*                 THE OPEN-ENDED ENTRY FOR THE KEY BY SETTING
001000*                 ITS EFFECTIVE END DATE.  TABLE ID "PT" IS THE
001010*                 PTO ACCRUAL POLICY FILE, KEYED BY POLICY CODE.
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-08-22 RLB   ORIGINAL COPYBOOK - TABLE MAINTENANCE.
001510*    2026-10-15 RLB   ADDED TABLE ID "PT" AND THE PTO POLICY
001520*                     RATES, MAXIMUM BALANCES AND CARRYOVER
001530*                     LIMITS.
001600******************************************************************
001700 01  TABLE-TRANSACTION-RECORD.
001800     05  TT-TABLE-ID         PIC X(02).
001900         88  TT-COST-CENTER                  VALUE "CC".
002000         88  TT-LOCATION                     VALUE "LC".
002050         88  TT-PTO-POLICY                   VALUE "PT".
002100     05  TT-ACTION           PIC X(03).
002200         88  TT-ADD                          VALUE "ADD".
002300         88  TT-END-DATE                     VALUE "END".
002500     05  TT-KEY-PARTS REDEFINES TT-KEY.
002600         10  TT-CC-CODE      PIC X(06).
002700         10  FILLER          PIC X(14).
002710     05  TT-PTO-KEY-PARTS REDEFINES TT-KEY.
002720         10  TT-PTO-CODE     PIC X(04).
002730         10  TT-PTO-CODE-REST PIC X(16).
002800     05  TT-DESCRIPTION      PIC X(25).
002900     05  TT-STATE-RATE       PIC V9999.
003000     05  TT-DIFFERENTIAL     PIC 9V999.
003100     05  TT-EFF-START        PIC 9(08).
003200     05  TT-EFF-END          PIC 9(08).
003300     05  TT-VAC-RATE         PIC V9999.
003400     05  TT-SICK-RATE        PIC V9999.
003500     05  TT-VAC-MAX          PIC 9(05)V99.
003600     05  TT-SICK-MAX         PIC 9(05)V99.
003700     05  TT-VAC-CARRYOVER    PIC 9(05)V99.
003800     05  TT-SICK-CARRYOVER   PIC 9(05)V99.
