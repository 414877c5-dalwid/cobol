000100******************************************************************
000200*    COPYBOOK:    PTOCTL
000300*    PURPOSE:     CONTROL CARD READ BY PTORPT SELECTING THE RUN
000400*                 FUNCTION - THE YEAR-END PTO ROLLOVER THAT
000500*                 FORFEITS HOURS ABOVE EACH POLICY'S CARRYOVER
000600*                 LIMIT, OR THE MONTH-END PTO LIABILITY REPORT AND
000700*                 ITS GL ACCRUAL ENTRY - AND THE AS-OF DATE THE
000800*                 POLICIES AND RATES ARE RESOLVED AT.  THE
000900*                 ROLLOVER YEAR IS THE AS-OF DATE'S YEAR.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 RLB   ORIGINAL COPYBOOK - PTO RUN CONTROL.
001500******************************************************************
001600 01  PTO-CONTROL-RECORD.
001700     05  PC-FUNCTION         PIC X(06).
001800         88  PC-ROLLOVER                     VALUE "ROLOVR".
001900         88  PC-LIABILITY                    VALUE "LIABRP".
002000     05  PC-AS-OF-DATE       PIC 9(08).
002100     05  PC-AS-OF-PARTS      REDEFINES PC-AS-OF-DATE.
002200         10  PC-AS-OF-YEAR   PIC 9(04).
002300         10  PC-AS-OF-MMDD   PIC 9(04).
002400     05  FILLER              PIC X(16).
