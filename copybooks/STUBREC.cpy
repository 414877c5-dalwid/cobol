001510*    2026-09-03 RLB   ADDED THE VACATION/SICK BALANCE LINE SO
001520*                     THE ACCRUAL BALANCES CARRIED ON THE
001530*                     MASTER SHOW ON EVERY STATEMENT.
001540*    2026-10-15 RLB   ADDED THE W-4 LINES SHOWING THE FILING
001550*                     STATUS, ANY EXEMPT CLAIM AND ITS EXPIRY,
001560*                     AND THE W-4 AMOUNTS IN EFFECT.
001600******************************************************************
001700 01  SB-COMPANY-LINE.
001800     05  FILLER              PIC X(05)      VALUE SPACES.
007795
007800 01  SB-SEPARATOR-LINE.
007900     05  FILLER              PIC X(70)      VALUE ALL "-".
008000
008100 01  SB-W4-STATUS-LINE.
008200     05  FILLER              PIC X(05)      VALUE SPACES.
008300     05  FILLER              PIC X(18)      VALUE
008400             "W-4 FILING STATUS ".
008500     05  SB-W4-FILING        PIC X(18).
008600     05  SB-W4-EXEMPT-CAPTION PIC X(15).
008700     05  SB-W4-EXEMPT-EXPIRY PIC 9999/99/99 BLANK WHEN ZERO.
008800
008900 01  SB-W4-AMOUNT-LINE.
009000     05  FILLER              PIC X(05)      VALUE SPACES.
009100     05  SB-W4-CAPTION-1     PIC X(18).
009200     05  SB-W4-AMOUNT-1      PIC Z,ZZZ,ZZ9.99.
009300     05  FILLER              PIC X(04)      VALUE SPACES.
009400     05  SB-W4-CAPTION-2     PIC X(18).
009500     05  SB-W4-AMOUNT-2      PIC Z,ZZZ,ZZ9.99.
