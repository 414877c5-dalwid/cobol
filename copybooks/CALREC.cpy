000100******************************************************************
000200*    COPYBOOK:    CALREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE PAYROLL CALENDAR (PAYCAL),
000400*                 AN INDEXED FILE KEYED BY PAY GROUP AND PAY
000450*                 PERIOD END DATE, WITH ONE RECORD PER PAY
000500*                 PERIOD OF THE GROUP'S YEAR - ITS FREQUENCY,
000600*                 ITS CHECK DATE, THE TAX YEAR AND QUARTER IT
000700*                 FALLS IN, AND ITS STATUS.  CALMAINT GENERATES
000800*                 THE YEAR'S PERIODS OPEN; SHEETPAY PAYS ONLY THE
000900*                 NEXT OPEN PERIOD AND MARKS IT PAID AT THE END OF
001000*                 THE RUN; CALMAINT CLOSES A PAID PERIOD ONCE ITS
001100*                 RESULTS ARE FINAL.  TAXRPT WILL NOT RESET A
001200*                 QUARTER OR YEAR UNTIL EVERY PERIOD IN IT IS
001300*                 CLOSED.
001400*------------------------------------------------------------------
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------- ----  ------------------------------------------
001800*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYROLL CALENDAR.
001810*    2026-10-15 RLB   KEYED BY PAY GROUP AHEAD OF THE PERIOD END
001820*                     DATE, SO EACH PAY GROUP HAS ITS OWN PERIODS,
001830*                     AND ADDED THE GROUP'S PAY FREQUENCY.
001900******************************************************************
002000 01  PAY-CALENDAR-RECORD.
002050     05  CL-KEY.
002060         10  CL-PAY-GROUP    PIC X(04).
002100         10  CL-PERIOD-END   PIC 9(08).
002200     05  CL-CHECK-DATE       PIC 9(08).
002300     05  CL-YEAR             PIC 9(04).
002400     05  CL-QUARTER          PIC 9(01).
002500     05  CL-STATUS           PIC X(01).
002600         88  CL-OPEN                         VALUE 'O'.
002700         88  CL-PAID                         VALUE 'P'.
002800         88  CL-CLOSED                       VALUE 'C'.
002900     05  CL-LAST-PROGRAM     PIC X(08).
003000     05  CL-PAY-FREQUENCY    PIC X(01).
003100         88  CL-PAY-WEEKLY                   VALUE 'W'.
003200         88  CL-PAY-BIWEEKLY                 VALUE 'B'.
003300         88  CL-PAY-SEMIMONTHLY              VALUE 'S'.
