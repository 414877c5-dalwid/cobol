000100******************************************************************
000200*    COPYBOOK:    DEDAREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE DEDUCTION MASTER
000400*                 MAINTENANCE AUDIT TRAIL PRODUCED BY DEDMAINT.
000500*                 EVERY TRANSACTION GETS AN AUDIT LINE SHOWING
000600*                 WHETHER IT WAS ACCEPTED; EVERY ACCEPTED
000700*                 CHANGE IS FOLLOWED BY BEFORE AND AFTER IMAGES
000800*                 OF THE DEDUCTION - AMOUNT, PERCENT, GOAL,
000900*                 PROTECTED NET, STATUS AND ORDER TERMS - SO
001000*                 ANY CHANGE CAN BE TRACED AND BACKED OUT BY
001100*                 HAND IF NEEDED.
001200*------------------------------------------------------------------
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------- ----  ------------------------------------------
001600*    2026-10-15 RLB   ORIGINAL COPYBOOK - DEDUCTION MAINTENANCE.
001700******************************************************************
001800 01  DA-AUDIT-LINE.
001900     05  FILLER              PIC X(05)      VALUE SPACES.
002000     05  DA-AUD-ACTION       PIC X(03).
002100     05  FILLER              PIC X(02)      VALUE SPACES.
002200     05  DA-AUD-EMP-ID       PIC X(06).
002300     05  FILLER              PIC X(02)      VALUE SPACES.
002400     05  DA-AUD-DED-CODE     PIC X(06).
002500     05  FILLER              PIC X(02)      VALUE SPACES.
002600     05  DA-AUD-STATUS       PIC X(08).
002700     05  FILLER              PIC X(02)      VALUE SPACES.
002800     05  DA-AUD-REASON       PIC X(30).
002900
003000 01  DA-IMAGE-LINE.
003100     05  FILLER              PIC X(05)      VALUE SPACES.
003200     05  DA-IMG-CAPTION      PIC X(08).
003300     05  DA-IMG-EMP-ID       PIC X(06).
003400     05  FILLER              PIC X(02)      VALUE SPACES.
003500     05  DA-IMG-DED-CODE     PIC X(06).
003600     05  FILLER              PIC X(02)      VALUE SPACES.
003700     05  DA-IMG-DED-TYPE     PIC X(01).
003800     05  FILLER              PIC X(02)      VALUE SPACES.
003900     05  DA-IMG-PRIORITY     PIC 9(02).
004000     05  FILLER              PIC X(02)      VALUE SPACES.
004100     05  DA-IMG-AMOUNT       PIC ZZ,ZZ9.99.
004200     05  FILLER              PIC X(02)      VALUE SPACES.
004300     05  DA-IMG-PERCENT      PIC ZZ9.99.
004400     05  FILLER              PIC X(02)      VALUE SPACES.
004500     05  DA-IMG-GOAL         PIC ZZZ,ZZZ,ZZ9.99.
004600     05  FILLER              PIC X(02)      VALUE SPACES.
004700     05  DA-IMG-PROTECTED    PIC Z,ZZZ,ZZ9.99.
004800     05  FILLER              PIC X(02)      VALUE SPACES.
004900     05  DA-IMG-STATUS       PIC X(01).
005000     05  FILLER              PIC X(02)      VALUE SPACES.
005100     05  DA-IMG-ORDER-START  PIC 9999/99/99.
005200     05  FILLER              PIC X(02)      VALUE SPACES.
005300     05  DA-IMG-ORDER-STOP   PIC 9999/99/99.
005400     05  FILLER              PIC X(02)      VALUE SPACES.
005500     05  DA-IMG-CASE-NUMBER  PIC X(20).
