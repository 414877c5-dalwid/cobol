001103*                     KEPT OUT OF THE 40-HOUR OVERTIME
001104*                     CONSOLIDATION, WITH VACATION AND SICK
001105*                     DRAWN FROM THE MASTER'S ACCRUAL BALANCES.
001106*    2026-10-15 RLB   ADDED THE WORKWEEK OF THE PAY PERIOD THE
001107*                     CARD'S HOURS FELL IN - BLANK OR '1' THE
001108*                     FIRST, '2' THE SECOND, '3' AND '4' THE
001109*                     FURTHER WEEKS A SEMIMONTHLY PERIOD REACHES
001110*                     INTO.  SHEETPAY SPLITS OVERTIME AT 40 HOURS
001111*                     IN EACH WORKWEEK SEPARATELY, NOT ACROSS THE
001112*                     WHOLE PERIOD.
001113******************************************************************
001200 01  TIMECARD-RECORD.
001300     05  TC-EMP-ID           PIC X(06).
001400     05  TC-WHO              PIC X(15).
002400         88  TC-VACATION-TIME                VALUE 'V'.
002500         88  TC-SICK-TIME                    VALUE 'S'.
002600         88  TC-HOLIDAY-TIME                 VALUE 'H'.
002700     05  TC-WORKWEEK         PIC X(01).
002800         88  TC-VALID-WORKWEEK               VALUES SPACE, '1',
002900                                                    '2', '3',
002910                                                    '4'.
