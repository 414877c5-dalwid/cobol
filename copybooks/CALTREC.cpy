000100******************************************************************
000200*    COPYBOOK:    CALTREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE PAYROLL CALENDAR
000400*                 TRANSACTION FILE (CALTRAN) READ BY CALMAINT.
000500*                 "GEN" GENERATES A YEAR OF PAY PERIODS FOR A PAY
000600*                 GROUP AT ITS FREQUENCY FROM THE FIRST PERIOD END
000700*                 DATE OF THE YEAR, EACH CHECK DATED THE GIVEN
000800*                 NUMBER OF DAYS AFTER ITS PERIOD END.  "CLS"
000810*                 CLOSES ONE PAID PERIOD OF A PAY GROUP.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYROLL CALENDAR.
001310*    2026-10-15 RLB   ADDED THE PAY GROUP (BLANK IS "WKLY") AND,
001320*                     FOR GEN, ITS PAY FREQUENCY - 'W' OR BLANK
001330*                     WEEKLY, 'B' BIWEEKLY, 'S' SEMIMONTHLY.
001400******************************************************************
001500 01  CALENDAR-TRANSACTION-RECORD.
001600     05  CLT-ACTION          PIC X(03).
001700         88  CLT-GENERATE                    VALUE "GEN".
001800         88  CLT-CLOSE                       VALUE "CLS".
001900     05  CLT-PERIOD-END      PIC 9(08).
002000     05  CLT-CHECK-DAYS      PIC 9(02).
002100     05  CLT-PAY-GROUP       PIC X(04).
002200     05  CLT-PAY-FREQUENCY   PIC X(01).
