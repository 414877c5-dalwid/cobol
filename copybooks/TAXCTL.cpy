001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-08-22 RLB   ORIGINAL COPYBOOK - TAX REPORTING CONTROL.
001310*    2026-10-15 RLB   ADDED FUNCTION "W4EXP " AND THE TAX YEAR
001320*                     IT LISTS W-4 EXEMPT CLAIMS EXPIRING IN.
001330*    2026-10-15 RLB   ADDED THE QUARTER.  QTRRST NEEDS THE TAX
001340*                     YEAR AND QUARTER, YRRST THE TAX YEAR, SO
001350*                     THE PAYROLL CALENDAR CAN BE CHECKED.
001400******************************************************************
001500 01  TAX-CONTROL-RECORD.
001600     05  TCR-FUNCTION        PIC X(06).
001800         88  TCR-YEAR-EXTRACT                VALUE "YREXTR".
001900         88  TCR-QUARTER-RESET               VALUE "QTRRST".
002000         88  TCR-YEAR-RESET                  VALUE "YRRST ".
002010         88  TCR-EXEMPT-EXPIRY               VALUE "W4EXP ".
002020     05  TCR-TAX-YEAR        PIC 9(04).
002030     05  TCR-QUARTER         PIC 9(01).
002100     05  FILLER              PIC X(15).
