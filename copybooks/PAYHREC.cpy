001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  ------------------------------------------
002100*    2026-09-03 RLB   ORIGINAL COPYBOOK - PER-CHECK HISTORY.
002110*    2026-10-15 RLB   ADDED THE "RET" RETRO PAY SOURCE, AND THE
002120*                     CHECK'S PRICING LOCATION AND THE PAY
002130*                     DIFFERENTIAL IT CARRIED, SO RETROPAY CAN
002140*                     REPRICE A CHECK AFTER A RAISE OR A LOCATION
002150*                     DIFFERENTIAL CHANGE.  BOTH ARE SPACES/ZERO
002160*                     ON CHECKS WRITTEN BEFORE THIS CHANGE.
002170*    2026-10-15 RLB   ADDED THE CHECK NUMBER OF A CHECK PAID ON
002180*                     PAPER - ZERO FOR DIRECT DEPOSIT.  A
002190*                     REISSUE OR A RETURNED-DEPOSIT REPAY
002195*                     REPLACES IT WITH THE NEW NUMBER.
002200******************************************************************
002300 01  PAY-HISTORY-RECORD.
002400     05  PH-KEY.
003300         88  PH-SALARIED-CHECK               VALUE "SAL".
003400         88  PH-FINAL-PAY-CHECK              VALUE "FIN".
003500         88  PH-REPLACEMENT-CHECK            VALUE "RPL".
003510         88  PH-RETRO-CHECK                  VALUE "RET".
003600     05  PH-REGULAR-HOURS    PIC S9(05)V99.
003700     05  PH-OVERTIME-HOURS   PIC S9(05)V99.
003800     05  PH-PTO-HOURS        PIC S9(05)V99.
005300     05  PH-CC-SHARE         OCCURS 24 TIMES.
005400         10  PH-CC-CODE      PIC X(06).
005500         10  PH-CC-HOURS     PIC S9(05)V99.
005600     05  PH-WHERE            PIC X(20).
005700     05  PH-PAY-DIFFERENTIAL PIC 9V999.
005800     05  PH-CHECK-NUMBER     PIC 9(08).
