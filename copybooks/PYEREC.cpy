000100******************************************************************
000200*    COPYBOOK:    PYEREC
000300*    PURPOSE:     RECORD LAYOUT FOR THE INDEXED PAYEE MASTER
000400*                 (PAYEE), KEYED BY THE PAYEE CODE CARRIED ON EACH
000500*                 DEDUCTION (DM-PAYEE) - THE 401(K) TRUSTEE, THE
000600*                 INSURANCE CARRIERS, THE UNION AND EACH COURT OR
000700*                 AGENCY A GARNISHMENT IS PAID TO.  HOLDS WHERE
000800*                 AND HOW THE WITHHELD MONEY IS SENT: THE REMIT-TO
000900*                 NAME AND ADDRESS, THE ACCOUNTS PAYABLE VENDOR
001000*                 NUMBER, THE METHOD (CHECK OR ACH), HOW OFTEN IT
001100*                 IS SENT, AND FOR A GARNISHMENT THE CASE NUMBER
001200*                 PRINTED ON THE REMITTANCE.  THE PENDING AMOUNT
001300*                 IS WHAT REMITPAY HAS TAKEN IN FROM THE PAY RUNS
001400*                 AND NOT YET RELEASED TO ACCOUNTS PAYABLE.
001500*                 MAINTAINED BY PYEMAINT; THE PENDING AND RELEASE
001600*                 FIELDS BELONG TO REMITPAY.
001700*------------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    ---------- ----  ------------------------------------------
002100*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYEE MASTER.
002110*    2026-10-15 RLB   PY-VOUCHER-SEQ IS NO LONGER UPDATED - AP
002120*                     VOUCHERS ARE NUMBERED FROM THE RUN-WIDE
002130*                     SEQUENCE ON REMITPAY'S CONTROL CARD.
002200******************************************************************
002300 01  PAYEE-MASTER-RECORD.
002400     05  PY-PAYEE-CODE       PIC X(20).
002500     05  PY-REMIT-NAME       PIC X(30).
002600     05  PY-ADDRESS-LINE-1   PIC X(30).
002700     05  PY-ADDRESS-LINE-2   PIC X(30).
002800     05  PY-CITY             PIC X(20).
002900     05  PY-STATE            PIC X(02).
003000     05  PY-ZIP              PIC X(10).
003100     05  PY-VENDOR-NUMBER    PIC X(10).
003200     05  PY-REMIT-METHOD     PIC X(01).
003300         88  PY-REMIT-BY-CHECK               VALUE 'C'.
003400         88  PY-REMIT-BY-ACH                 VALUE 'A'.
003500     05  PY-FREQUENCY        PIC X(01).
003600         88  PY-EVERY-RUN                    VALUE 'P'.
003700         88  PY-MONTHLY                      VALUE 'M'.
003800         88  PY-QUARTERLY                    VALUE 'Q'.
003900     05  PY-CASE-NUMBER      PIC X(20).
004000     05  PY-PENDING-AMOUNT   PIC S9(09)V99.
004100     05  PY-PENDING-ITEMS    PIC 9(05).
004200     05  PY-LAST-RELEASE-DATE PIC 9(08).
004300     05  PY-LAST-RELEASE-PARTS REDEFINES PY-LAST-RELEASE-DATE.
004400         10  PY-LAST-RELEASE-YEAR PIC 9(04).
004500         10  PY-LAST-RELEASE-MONTH PIC 9(02).
004600         10  PY-LAST-RELEASE-DAY PIC 9(02).
004700     05  PY-LAST-RELEASE-AMOUNT PIC S9(09)V99.
004800     05  PY-VOUCHER-SEQ      PIC 9(04).
004900     05  PY-LAST-PROGRAM     PIC X(08).
