000100******************************************************************
000200*    COPYBOOK:    CALAREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE PAYROLL CALENDAR
000400*                 MAINTENANCE AUDIT TRAIL PRODUCED BY CALMAINT.
000500*                 EVERY TRANSACTION GETS AN AUDIT LINE SHOWING
000600*                 WHETHER IT WAS ACCEPTED.  A GENERATED YEAR IS
000700*                 FOLLOWED BY ONE LINE PER PERIOD ADDED; A CLOSE
000800*                 IS FOLLOWED BY BEFORE AND AFTER IMAGES OF THE
000900*                 PERIOD.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYROLL CALENDAR.
001410*    2026-10-15 RLB   ADDED THE PAY GROUP TO THE AUDIT LINE AND
001420*                     THE GROUP AND FREQUENCY TO THE IMAGE LINE.
001500******************************************************************
001600 01  CLA-AUDIT-LINE.
001700     05  FILLER              PIC X(05)      VALUE SPACES.
001800     05  CLA-AUD-ACTION      PIC X(03).
001900     05  FILLER              PIC X(02)      VALUE SPACES.
001910     05  CLA-AUD-PAY-GROUP   PIC X(04).
001920     05  FILLER              PIC X(02)      VALUE SPACES.
002000     05  CLA-AUD-PERIOD-END  PIC 9999/99/99.
002100     05  FILLER              PIC X(02)      VALUE SPACES.
002200     05  CLA-AUD-STATUS      PIC X(08).
002300     05  FILLER              PIC X(02)      VALUE SPACES.
002400     05  CLA-AUD-REASON      PIC X(30).
002500
002600 01  CLA-IMAGE-LINE.
002700     05  FILLER              PIC X(05)      VALUE SPACES.
002800     05  CLA-IMG-CAPTION     PIC X(08).
002900     05  CLA-IMG-PERIOD-END  PIC 9999/99/99.
003000     05  FILLER              PIC X(02)      VALUE SPACES.
003100     05  FILLER              PIC X(06)      VALUE "CHECK ".
003200     05  CLA-IMG-CHECK-DATE  PIC 9999/99/99.
003300     05  FILLER              PIC X(02)      VALUE SPACES.
003400     05  FILLER              PIC X(05)      VALUE "YEAR ".
003500     05  CLA-IMG-YEAR        PIC 9(04).
003600     05  FILLER              PIC X(04)      VALUE "  Q ".
003700     05  CLA-IMG-QUARTER     PIC 9(01).
003800     05  FILLER              PIC X(02)      VALUE SPACES.
003900     05  FILLER              PIC X(07)      VALUE "STATUS ".
004000     05  CLA-IMG-STATUS      PIC X(01).
004100     05  FILLER              PIC X(02)      VALUE SPACES.
004200     05  CLA-IMG-LAST-PROGRAM PIC X(08).
004300     05  FILLER              PIC X(02)      VALUE SPACES.
004400     05  CLA-IMG-PAY-GROUP   PIC X(04).
004500     05  FILLER              PIC X(01)      VALUE SPACE.
004600     05  CLA-IMG-PAY-FREQUENCY PIC X(01).
