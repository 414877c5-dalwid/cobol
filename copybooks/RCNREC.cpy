000100******************************************************************
000200*    COPYBOOK:    RCNREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE PAY HISTORY TO
000400*                 EMPLOYEE MASTER RECONCILIATION REPORT
000500*                 PRODUCED BY PAYRECON - ONE LINE PER FIELD
000600*                 THAT DOES NOT TIE, ONE LINE PER HISTORY
000700*                 RECORD WHOSE EMPLOYEE IS NOT ON THE MASTER,
000800*                 AND THE RUN'S CONTROL COUNTS AND TOTALS.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - YTD RECONCILIATION.
001400******************************************************************
001500 01  RN-CAPTION-LINE.
001600     05  FILLER              PIC X(05)      VALUE SPACES.
001700     05  RN-CAPTION          PIC X(50).
001800
001900 01  RN-PERIOD-LINE.
002000     05  FILLER              PIC X(05)      VALUE SPACES.
002050     05  RN-PER-TEXT.
002100         10  FILLER          PIC X(05)      VALUE "YEAR ".
002200         10  RN-PER-YEAR     PIC 9(04).
002300         10  FILLER          PIC X(10)      VALUE "  QUARTER ".
002400         10  RN-PER-QUARTER  PIC 9(01).
002500
002600 01  RN-COLUMN-LINE.
002700     05  FILLER              PIC X(05)      VALUE SPACES.
002800     05  FILLER              PIC X(25)      VALUE "EMPLOYEE".
002900     05  FILLER              PIC X(20)      VALUE "FIELD".
003000     05  FILLER              PIC X(17)      VALUE
003100             "    PAY HISTORY  ".
003200     05  FILLER              PIC X(17)      VALUE
003300             "         MASTER  ".
003400     05  FILLER              PIC X(17)      VALUE
003500             "     DIFFERENCE  ".
003600
003700 01  RN-DIFF-LINE.
003800     05  FILLER              PIC X(05)      VALUE SPACES.
003900     05  RN-DIF-EMP-ID       PIC X(06).
004000     05  FILLER              PIC X(02)      VALUE SPACES.
004100     05  RN-DIF-WHO          PIC X(15).
004200     05  FILLER              PIC X(02)      VALUE SPACES.
004300     05  RN-DIF-FIELD        PIC X(20).
004400     05  RN-DIF-HISTORY      PIC ZZZ,ZZZ,ZZ9.99-.
004500     05  FILLER              PIC X(02)      VALUE SPACES.
004600     05  RN-DIF-MASTER       PIC ZZZ,ZZZ,ZZ9.99-.
004700     05  FILLER              PIC X(02)      VALUE SPACES.
004800     05  RN-DIF-DIFFERENCE   PIC ZZZ,ZZZ,ZZ9.99-.
004900
005000 01  RN-ORPHAN-LINE.
005100     05  FILLER              PIC X(05)      VALUE SPACES.
005200     05  RN-ORP-EMP-ID       PIC X(06).
005300     05  FILLER              PIC X(02)      VALUE SPACES.
005400     05  RN-ORP-WHO          PIC X(15).
005500     05  FILLER              PIC X(02)      VALUE SPACES.
005600     05  FILLER              PIC X(20)      VALUE
005700             "NOT ON MASTER".
005800     05  RN-ORP-GROSS        PIC ZZZ,ZZZ,ZZ9.99-.
005900     05  FILLER              PIC X(02)      VALUE SPACES.
006000     05  FILLER              PIC X(07)      VALUE "PERIOD ".
006100     05  RN-ORP-PERIOD-END   PIC 9999/99/99.
006200     05  FILLER              PIC X(05)      VALUE " SEQ ".
006300     05  RN-ORP-SEQUENCE     PIC 9(02).
006400     05  FILLER              PIC X(02)      VALUE SPACES.
006500     05  RN-ORP-SOURCE       PIC X(03).
006600
006700 01  RN-COUNT-LINE.
006800     05  FILLER              PIC X(05)      VALUE SPACES.
006900     05  RN-CNT-CAPTION      PIC X(40).
007000     05  RN-CNT-COUNT        PIC ZZZZ9.
007100
007200 01  RN-AMOUNT-LINE.
007300     05  FILLER              PIC X(05)      VALUE SPACES.
007400     05  RN-AMT-CAPTION      PIC X(40).
007500     05  RN-AMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
