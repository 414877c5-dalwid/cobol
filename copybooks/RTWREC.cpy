000100******************************************************************
000200*    COPYBOOK:    RTWREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE RETRO PAY WORKSHEET
000400*                 PRODUCED BY RETROPAY - EACH REQUEST, EVERY
000500*                 CHECK IT REPRICES (ORIGINAL, REPRICED AND
000600*                 DIFFERENCE), EACH EMPLOYEE'S SUBTOTAL, THE
000700*                 RETRO CARDS TO BE RELEASED AND THE RUN'S
000800*                 CONTROL COUNTS AND TOTALS.
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------- ----  ------------------------------------------
001300*    2026-10-15 RLB   ORIGINAL COPYBOOK - RETRO PAY WORKSHEET.
001400******************************************************************
001500 01  RW-CAPTION-LINE.
001600     05  FILLER              PIC X(05)      VALUE SPACES.
001700     05  RW-CAPTION          PIC X(60).
001800
001900 01  RW-REQUEST-LINE.
002000     05  FILLER              PIC X(05)      VALUE SPACES.
002100     05  FILLER              PIC X(08)      VALUE "REQUEST ".
002200     05  RW-REQ-TYPE         PIC X(03).
002300     05  FILLER              PIC X(02)      VALUE SPACES.
002400     05  RW-REQ-SUBJECT      PIC X(20).
002500     05  FILLER              PIC X(11)      VALUE " EFFECTIVE ".
002600     05  RW-REQ-EFF-DATE     PIC 9999/99/99.
002700     05  FILLER              PIC X(02)      VALUE SPACES.
002800     05  RW-REQ-VALUE-CAPTION PIC X(17).
002900     05  RW-REQ-VALUE        PIC ZZZZ9.999.
003000
003100 01  RW-REJECT-LINE.
003200     05  FILLER              PIC X(07)      VALUE SPACES.
003250     05  RW-REJ-EMP-ID       PIC X(06).
003270     05  FILLER              PIC X(02)      VALUE SPACES.
003300     05  FILLER              PIC X(10)      VALUE "REJECTED  ".
003400     05  RW-REJ-REASON       PIC X(40).
003500
003600 01  RW-COLUMN-LINE.
003700     05  FILLER              PIC X(07)      VALUE SPACES.
003800     05  FILLER              PIC X(25)      VALUE
003900             "EMP ID  PERIOD     SQ SRC".
004000     05  FILLER              PIC X(30)      VALUE
004100             "   REG HRS    OT HRS   PTO HRS".
004200     05  FILLER              PIC X(17)      VALUE
004300             "OLD RATE NEW RATE".
004400     05  FILLER              PIC X(44)      VALUE
004500             "      ORIGINAL       REPRICED     DIFFERENCE".
004600
004700 01  RW-CHECK-LINE.
004800     05  FILLER              PIC X(07)      VALUE SPACES.
004900     05  RW-CHK-EMP-ID       PIC X(06).
005000     05  FILLER              PIC X(02)      VALUE SPACES.
005100     05  RW-CHK-PERIOD-END   PIC 9999/99/99.
005200     05  FILLER              PIC X(01)      VALUE SPACE.
005300     05  RW-CHK-SEQUENCE     PIC 9(02).
005400     05  FILLER              PIC X(01)      VALUE SPACE.
005500     05  RW-CHK-SOURCE       PIC X(03).
005600     05  RW-CHK-REG-HOURS    PIC ZZZZ9.99-.
005700     05  FILLER              PIC X(01)      VALUE SPACE.
005800     05  RW-CHK-OT-HOURS     PIC ZZZZ9.99-.
005900     05  FILLER              PIC X(01)      VALUE SPACE.
006000     05  RW-CHK-PTO-HOURS    PIC ZZZZ9.99-.
006100     05  FILLER              PIC X(01)      VALUE SPACE.
006200     05  RW-CHK-OLD-RATE     PIC ZZZZ9.99.
006300     05  FILLER              PIC X(01)      VALUE SPACE.
006400     05  RW-CHK-NEW-RATE     PIC ZZZZ9.99.
006500     05  RW-CHK-ORIGINAL     PIC ZZ,ZZZ,ZZ9.99-.
006600     05  FILLER              PIC X(01)      VALUE SPACE.
006700     05  RW-CHK-REPRICED     PIC ZZ,ZZZ,ZZ9.99-.
006800     05  FILLER              PIC X(01)      VALUE SPACE.
006900     05  RW-CHK-DIFFERENCE   PIC ZZ,ZZZ,ZZ9.99-.
007000
007100 01  RW-TOTAL-LINE.
007200     05  FILLER              PIC X(07)      VALUE SPACES.
007300     05  RW-TOT-EMP-ID       PIC X(06).
007400     05  FILLER              PIC X(02)      VALUE SPACES.
007500     05  RW-TOT-WHO          PIC X(15).
007600     05  FILLER              PIC X(02)      VALUE SPACES.
007700     05  RW-TOT-CAPTION      PIC X(20).
007800     05  RW-TOT-CHECKS       PIC ZZ9.
007900     05  RW-TOT-REGULAR      PIC ZZ,ZZZ,ZZ9.99-.
008000     05  FILLER              PIC X(01)      VALUE SPACE.
008100     05  RW-TOT-OVERTIME     PIC ZZ,ZZZ,ZZ9.99-.
008200     05  FILLER              PIC X(01)      VALUE SPACE.
008300     05  RW-TOT-PTO          PIC ZZ,ZZZ,ZZ9.99-.
008400     05  FILLER              PIC X(01)      VALUE SPACE.
008500     05  RW-TOT-RETRO        PIC ZZ,ZZZ,ZZ9.99-.
008600
008700 01  RW-CARD-COLUMN-LINE.
008800     05  FILLER              PIC X(07)      VALUE SPACES.
008900     05  FILLER              PIC X(45)      VALUE
009000             "EMP ID  NAME                                 ".
009100     05  FILLER              PIC X(17)      VALUE
009200             "CHK       REGULAR".
009300     05  FILLER              PIC X(45)      VALUE
009400             "       OVERTIME            PTO      RETRO PAY".
009500
009600 01  RW-COUNT-LINE.
009700     05  FILLER              PIC X(05)      VALUE SPACES.
009800     05  RW-CNT-CAPTION      PIC X(40).
009900     05  RW-CNT-COUNT        PIC ZZZZ9.
010000
010100 01  RW-AMOUNT-LINE.
010200     05  FILLER              PIC X(05)      VALUE SPACES.
010300     05  RW-AMT-CAPTION      PIC X(40).
010400     05  RW-AMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
