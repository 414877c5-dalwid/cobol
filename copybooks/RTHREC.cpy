000100******************************************************************
000200*    COPYBOOK:    RTHREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE RATE HISTORY FILE
000400*                 (RATEHIST).  EMPMAINT APPENDS ONE RECORD
000500*                 EVERY TIME AN EMPLOYEE'S HOURLY BASE RATE IS
000600*                 SET OR CHANGED - THE RATE IT REPLACED, THE
000700*                 NEW RATE AND THE DATE IT TAKES EFFECT - SO
000800*                 THE RATE IN FORCE ON ANY GIVEN DATE CAN BE
000900*                 ANSWERED FROM ONE FILE INSTEAD OF FROM OLD
001000*                 AUDIT LISTINGS.  THE FILE IS NEVER REWRITTEN.
001100*------------------------------------------------------------------
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------- ----  ------------------------------------------
001500*    2026-10-15 RLB   ORIGINAL COPYBOOK - RATE HISTORY.
001600******************************************************************
001700 01  RATE-HISTORY-RECORD.
001800     05  RH-EMP-ID           PIC X(06).
001900     05  RH-EFF-DATE         PIC 9(08).
002000     05  RH-OLD-RATE         PIC 9(05)V99.
002100     05  RH-NEW-RATE         PIC 9(05)V99.
002200     05  RH-ACTION           PIC X(03).
002300         88  RH-NEW-HIRE                     VALUE "ADD".
002400         88  RH-RATE-CHANGE                  VALUE "CHG".
