000100******************************************************************
000200*    COPYBOOK:    REMCTL
000300*    PURPOSE:     CONTROL CARD READ BY REMITPAY - THE RUN DATE THE
000400*                 PAYEE SCHEDULES ARE TESTED AGAINST AND THE AP
000500*                 VOUCHERS ARE DATED WITH, AND THE LAST AP
000510*                 VOUCHER SEQUENCE USED, WHICH REMITPAY WRITES
000520*                 BACK AS EACH VOUCHER IS NUMBERED.
000600*------------------------------------------------------------------
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  ------------------------------------------
001000*    2026-10-15 RLB   ORIGINAL COPYBOOK - REMITTANCE RUN CONTROL.
001010*    2026-10-15 RLB   ADDED THE LAST VOUCHER SEQUENCE USED, SO
001020*                     EVERY INVOICE NUMBER ON A RUN DATE IS
001030*                     UNIQUE ACROSS ALL PAYEES.
001100******************************************************************
001200 01  REMIT-CONTROL-RECORD.
001300     05  RMC-RUN-DATE        PIC 9(08).
001400     05  RMC-RUN-PARTS       REDEFINES RMC-RUN-DATE.
001500         10  RMC-RUN-YEAR    PIC 9(04).
001600         10  RMC-RUN-MONTH   PIC 9(02).
001700         10  RMC-RUN-DAY     PIC 9(02).
001800     05  RMC-LAST-VOUCHER-SEQ PIC 9(04).
001900     05  FILLER              PIC X(18).
