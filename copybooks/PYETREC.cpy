000100******************************************************************
000200*    COPYBOOK:    PYETREC
000300*    PURPOSE:     TRANSACTION RECORD READ BY PYEMAINT TO ADD,
000400*                 CHANGE OR DELETE A PAYEE MASTER RECORD.  ON A
000500*                 CHG A BLANK FIELD LEAVES THE FIELD ON FILE AS IT
000600*                 STANDS.  METHOD IS C (CHECK) OR A (ACH);
000700*                 FREQUENCY IS P (EVERY REMITTANCE RUN), M
000800*                 (MONTHLY) OR Q (QUARTERLY).
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYEE MAINTENANCE.
001400******************************************************************
001500 01  PAYEE-TRANSACTION-RECORD.
001600     05  PYT-ACTION          PIC X(03).
001700         88  PYT-ADD                         VALUE "ADD".
001800         88  PYT-CHANGE                      VALUE "CHG".
001900         88  PYT-DELETE                      VALUE "DEL".
002000     05  PYT-PAYEE-CODE      PIC X(20).
002100     05  PYT-REMIT-NAME      PIC X(30).
002200     05  PYT-ADDRESS-LINE-1  PIC X(30).
002300     05  PYT-ADDRESS-LINE-2  PIC X(30).
002400     05  PYT-CITY            PIC X(20).
002500     05  PYT-STATE           PIC X(02).
002600     05  PYT-ZIP             PIC X(10).
002700     05  PYT-VENDOR-NUMBER   PIC X(10).
002800     05  PYT-REMIT-METHOD    PIC X(01).
002900     05  PYT-FREQUENCY       PIC X(01).
003000     05  PYT-CASE-NUMBER     PIC X(20).
