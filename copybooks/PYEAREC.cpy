000100******************************************************************
000200*    COPYBOOK:    PYEAREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE PAYEE MASTER AUDIT
000400*                 TRAIL WRITTEN BY PYEMAINT - ONE LINE PER
000500*                 TRANSACTION, AND FOR EACH ACCEPTED CHANGE A
000600*                 BEFORE AND/OR AFTER IMAGE OF THE PAYEE (TWO
000700*                 LINES EACH, THE SECOND CARRYING THE REMIT-TO
000800*                 ADDRESS).
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - PAYEE MAINTENANCE AUDIT.
001400******************************************************************
001500 01  PYA-AUDIT-LINE.
001600     05  FILLER              PIC X(05)      VALUE SPACES.
001700     05  PYA-AUD-ACTION      PIC X(03).
001800     05  FILLER              PIC X(02)      VALUE SPACES.
001900     05  PYA-AUD-PAYEE-CODE  PIC X(20).
002000     05  FILLER              PIC X(02)      VALUE SPACES.
002100     05  PYA-AUD-STATUS      PIC X(08).
002200     05  FILLER              PIC X(02)      VALUE SPACES.
002300     05  PYA-AUD-REASON      PIC X(30).
002400
002500 01  PYA-IMAGE-LINE.
002600     05  FILLER              PIC X(05)      VALUE SPACES.
002700     05  PYA-IMG-CAPTION     PIC X(08).
002800     05  PYA-IMG-PAYEE-CODE  PIC X(20).
002900     05  FILLER              PIC X(02)      VALUE SPACES.
003000     05  PYA-IMG-REMIT-NAME  PIC X(30).
003100     05  FILLER              PIC X(02)      VALUE SPACES.
003200     05  PYA-IMG-VENDOR      PIC X(10).
003300     05  FILLER              PIC X(02)      VALUE SPACES.
003400     05  PYA-IMG-METHOD      PIC X(01).
003500     05  FILLER              PIC X(02)      VALUE SPACES.
003600     05  PYA-IMG-FREQUENCY   PIC X(01).
003700     05  FILLER              PIC X(02)      VALUE SPACES.
003800     05  PYA-IMG-CASE-NUMBER PIC X(20).
003900     05  FILLER              PIC X(02)      VALUE SPACES.
004000     05  PYA-IMG-PENDING     PIC ZZZ,ZZZ,ZZ9.99-.
004100
004200 01  PYA-ADDRESS-LINE.
004300     05  FILLER              PIC X(13)      VALUE SPACES.
004400     05  PYA-ADR-LINE-1      PIC X(30).
004500     05  FILLER              PIC X(02)      VALUE SPACES.
004600     05  PYA-ADR-LINE-2      PIC X(30).
004700     05  FILLER              PIC X(02)      VALUE SPACES.
004800     05  PYA-ADR-CITY        PIC X(20).
004900     05  FILLER              PIC X(02)      VALUE SPACES.
005000     05  PYA-ADR-STATE       PIC X(02).
005100     05  FILLER              PIC X(02)      VALUE SPACES.
005200     05  PYA-ADR-ZIP         PIC X(10).
