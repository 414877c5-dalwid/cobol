000100******************************************************************
000200*    COPYBOOK:    RCNCTL
000300*    PURPOSE:     CONTROL CARD READ BY PAYRECON NAMING THE
000400*                 CALENDAR YEAR AND QUARTER THE EMPLOYEE
000500*                 MASTER'S YEAR-TO-DATE AND QUARTER-TO-DATE
000600*                 ACCUMULATORS CURRENTLY COVER.  PAY HISTORY IS
000700*                 SELECTED FOR THE YEAR AND QUARTER BY THE
000800*                 CHECK'S PERIOD END DATE.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - YTD RECONCILIATION.
001400******************************************************************
001500 01  RECON-CONTROL-RECORD.
001600     05  RCN-YEAR            PIC 9(04).
001700     05  RCN-QUARTER         PIC 9(01).
001800         88  RCN-VALID-QUARTER               VALUES 1 THRU 4.
001900     05  FILLER              PIC X(20).
