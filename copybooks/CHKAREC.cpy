000100******************************************************************
000200*    COPYBOOK:    CHKAREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE CHECK MAINTENANCE
000400*                 AUDIT TRAIL AND THE OUTSTANDING CHECK LISTING
000500*                 PRODUCED BY CHKMAINT.  EVERY VOID, REISSUE,
000600*                 CLEAR, STOCK LOAD AND RETURNED-DEPOSIT REPAY
000700*                 GETS AN AUDIT LINE SHOWING WHETHER IT WAS
000800*                 ACCEPTED; EVERY ACCEPTED CHANGE IS FOLLOWED BY
000900*                 BEFORE AND AFTER IMAGES OF THE CHECK REGISTER
001000*                 ENTRY OR THE CHECK STOCK RECORD IT CHANGED.  THE
001100*                 LISTING SHOWS EVERY CHECK STILL OUTSTANDING AT
001200*                 THE END OF THE RUN WITH ITS COUNT AND TOTAL.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------- ----  ------------------------------------------
001700*    2026-10-15 RLB   ORIGINAL COPYBOOK - CHECK MAINTENANCE.
001800******************************************************************
001900 01  CA-AUDIT-LINE.
002000     05  FILLER              PIC X(05)      VALUE SPACES.
002100     05  CA-AUD-ACTION       PIC X(03).
002200     05  FILLER              PIC X(02)      VALUE SPACES.
002300     05  CA-AUD-CHECK-NUMBER PIC Z(08).
002400     05  FILLER              PIC X(02)      VALUE SPACES.
002500     05  CA-AUD-NEW-CHECK    PIC Z(08).
002600     05  FILLER              PIC X(02)      VALUE SPACES.
002700     05  CA-AUD-EMP-ID       PIC X(06).
002800     05  FILLER              PIC X(02)      VALUE SPACES.
002900     05  CA-AUD-STATUS       PIC X(08).
003000     05  FILLER              PIC X(02)      VALUE SPACES.
003100     05  CA-AUD-REASON       PIC X(30).
003200
003300 01  CA-IMAGE-LINE.
003400     05  FILLER              PIC X(05)      VALUE SPACES.
003500     05  CA-IMG-CAPTION      PIC X(08).
003600     05  CA-IMG-CHECK-NUMBER PIC 9(08).
003700     05  FILLER              PIC X(02)      VALUE SPACES.
003800     05  CA-IMG-STATUS       PIC X(01).
003900     05  FILLER              PIC X(02)      VALUE SPACES.
004000     05  CA-IMG-ISSUE-DATE   PIC 9999/99/99.
004100     05  FILLER              PIC X(02)      VALUE SPACES.
004200     05  CA-IMG-AMOUNT       PIC Z,ZZZ,ZZ9.99.
004300     05  FILLER              PIC X(02)      VALUE SPACES.
004400     05  CA-IMG-EMP-ID       PIC X(06).
004500     05  FILLER              PIC X(02)      VALUE SPACES.
004600     05  CA-IMG-PAYEE        PIC X(15).
004700     05  FILLER              PIC X(02)      VALUE SPACES.
004800     05  CA-IMG-STATUS-DATE  PIC 9999/99/99.
004900     05  FILLER              PIC X(02)      VALUE SPACES.
005000     05  CA-IMG-REASON       PIC X(20).
005100     05  FILLER              PIC X(02)      VALUE SPACES.
005200     05  CA-IMG-REPLACES     PIC Z(08).
005300     05  FILLER              PIC X(02)      VALUE SPACES.
005400     05  CA-IMG-REPLACED-BY  PIC Z(08).
005500
005600 01  CA-STOCK-LINE.
005700     05  FILLER              PIC X(05)      VALUE SPACES.
005800     05  CA-STK-CAPTION      PIC X(08).
005900     05  FILLER              PIC X(06)      VALUE "STOCK ".
006000     05  FILLER              PIC X(05)      VALUE "NEXT ".
006100     05  CA-STK-NEXT-NUMBER  PIC 9(08).
006200     05  FILLER              PIC X(07)      VALUE "  LAST ".
006300     05  CA-STK-LAST-NUMBER  PIC 9(08).
006400
006500 01  CA-CAPTION-LINE.
006600     05  FILLER              PIC X(05)      VALUE SPACES.
006700     05  CA-CAPTION          PIC X(50).
006800     05  CA-CAPTION-DATE     PIC 9999/99/99.
006900
007000 01  CA-COLUMN-LINE.
007100     05  FILLER              PIC X(05)      VALUE SPACES.
007200     05  FILLER              PIC X(30)      VALUE
007300             "  CHECK#  ISSUED      EMP ID  ".
007400     05  FILLER              PIC X(30)      VALUE
007500             "PAYEE            PERIOD      S".
007600     05  FILLER              PIC X(26)      VALUE
007700             "RC  ISSUED BY       AMOUNT".
007800
007900 01  CA-LIST-LINE.
008000     05  FILLER              PIC X(05)      VALUE SPACES.
008100     05  CA-LST-CHECK-NUMBER PIC 9(08).
008200     05  FILLER              PIC X(02)      VALUE SPACES.
008300     05  CA-LST-ISSUE-DATE   PIC 9999/99/99.
008400     05  FILLER              PIC X(02)      VALUE SPACES.
008500     05  CA-LST-EMP-ID       PIC X(06).
008600     05  FILLER              PIC X(02)      VALUE SPACES.
008700     05  CA-LST-PAYEE        PIC X(15).
008800     05  FILLER              PIC X(02)      VALUE SPACES.
008900     05  CA-LST-PERIOD-END   PIC 9999/99/99.
009000     05  FILLER              PIC X(02)      VALUE SPACES.
009100     05  CA-LST-SOURCE       PIC X(03).
009200     05  FILLER              PIC X(02)      VALUE SPACES.
009300     05  CA-LST-ISSUED-BY    PIC X(08).
009400     05  FILLER              PIC X(02)      VALUE SPACES.
009500     05  CA-LST-AMOUNT       PIC Z,ZZZ,ZZ9.99.
009600
009700 01  CA-COUNT-LINE.
009800     05  FILLER              PIC X(05)      VALUE SPACES.
009900     05  CA-CNT-CAPTION      PIC X(40).
010000     05  CA-CNT-COUNT        PIC ZZZZ9.
010100
010200 01  CA-AMOUNT-LINE.
010300     05  FILLER              PIC X(05)      VALUE SPACES.
010400     05  CA-AMT-CAPTION      PIC X(40).
010500     05  CA-AMT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
