000100******************************************************************
000200*    COPYBOOK:    CHKCTL
000300*    PURPOSE:     RECORD LAYOUT FOR THE CHKMAINT RUN CONTROL CARD
000400*                 (CHKCTL) - THE DATE THE RUN'S CHECKS ARE ISSUED
000500*                 AND ITS VOIDS AND CLEARS ARE RECORDED.
000600*------------------------------------------------------------------
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  ------------------------------------------
001000*    2026-10-15 RLB   ORIGINAL COPYBOOK - CHECK RUN CONTROL.
001100******************************************************************
001200 01  CHECK-CONTROL-RECORD.
001300     05  CK-RUN-DATE         PIC 9(08).
