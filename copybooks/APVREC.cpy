000100******************************************************************
000200*    COPYBOOK:    APVREC
000300*    PURPOSE:     RECORD LAYOUTS FOR THE ACCOUNTS PAYABLE VOUCHER
000400*                 INTERFACE FILE (APVOUCH) WRITTEN BY REMITPAY -
000500*                 ONE VOUCHER PER PAYEE RELEASED, CARRYING THE AP
000600*                 VENDOR NUMBER, THE REMIT-TO NAME AND ADDRESS,
000700*                 THE METHOD AND ANY GARNISHMENT CASE NUMBER,
000800*                 FOLLOWED BY ONE CONTROL TRAILER PER RUN WITH THE
000900*                 VOUCHER COUNT AND TOTAL FOR ACCOUNTS PAYABLE TO
001000*                 PROVE THE FILE AGAINST.  THE FILE IS EXTENDED,
001100*                 NOT REPLACED; THE AP LOAD STEP EMPTIES IT.
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 RLB   ORIGINAL COPYBOOK - AP VOUCHER INTERFACE.
001700******************************************************************
001800 01  AP-VOUCHER-RECORD.
001900     05  AV-MARKER           PIC X(06)      VALUE "APVCH ".
002000     05  AV-INVOICE-NUMBER.
002100         10  AV-INV-PREFIX   PIC X(02)      VALUE "PR".
002200         10  AV-INV-DATE     PIC 9(08).
002300         10  AV-INV-SEQ      PIC 9(04).
002400     05  AV-VENDOR-NUMBER    PIC X(10).
002500     05  AV-PAYEE-CODE       PIC X(20).
002600     05  AV-REMIT-NAME       PIC X(30).
002700     05  AV-ADDRESS-LINE-1   PIC X(30).
002800     05  AV-ADDRESS-LINE-2   PIC X(30).
002900     05  AV-CITY             PIC X(20).
003000     05  AV-STATE            PIC X(02).
003100     05  AV-ZIP              PIC X(10).
003200     05  AV-REMIT-METHOD     PIC X(01).
003300     05  AV-CASE-NUMBER      PIC X(20).
003400     05  AV-INVOICE-DATE     PIC 9(08).
003500     05  AV-AMOUNT           PIC 9(09)V99.
003600     05  AV-ITEM-COUNT       PIC 9(05).
003700
003800 01  AP-TRAILER-RECORD.
003900     05  AV-TRL-MARKER       PIC X(06)      VALUE "APTRL ".
004000     05  AV-TRL-RUN-DATE     PIC 9(08).
004100     05  AV-TRL-VOUCHER-COUNT PIC 9(05).
004200     05  AV-TRL-TOTAL-AMOUNT PIC 9(11)V99.
004300     05  AV-TRL-PROGRAM      PIC X(08).
004400     05  FILLER              PIC X(177)     VALUE SPACES.
