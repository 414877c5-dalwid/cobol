000100******************************************************************
000200*    COPYBOOK:    RTQREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE RETRO PAY REQUEST FILE
000400*                 (RETROREQ) READ BY RETROPAY.  ONE RECORD PER
000500*                 BACKDATED CHANGE - AN EMPLOYEE'S NEW HOURLY
000600*                 RATE, OR A LOCATION'S NEW PAY DIFFERENTIAL -
000700*                 WITH THE DATE IT SHOULD HAVE TAKEN EFFECT.
000800*                 EVERY CHECK WHOSE PERIOD ENDS ON OR AFTER THAT
000900*                 DATE IS REPRICED.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 RLB   ORIGINAL COPYBOOK - RETRO PAY REQUESTS.
001500******************************************************************
001600 01  RETRO-REQUEST-RECORD.
001700     05  RQ-REQUEST-TYPE     PIC X(03).
001800         88  RQ-EMPLOYEE-RETRO               VALUE "EMP".
001900         88  RQ-LOCATION-RETRO               VALUE "LOC".
002000     05  RQ-EMP-ID           PIC X(06).
002100     05  RQ-LOCATION         PIC X(20).
002200     05  RQ-EFF-DATE         PIC 9(08).
002300     05  RQ-NEW-RATE         PIC 9(05)V99.
002400     05  RQ-NEW-DIFFERENTIAL PIC 9V999.
002500     05  FILLER              PIC X(10).
