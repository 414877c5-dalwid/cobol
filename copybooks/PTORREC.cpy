000100******************************************************************
000200*    COPYBOOK:    PTORREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE YEAR-END PTO ROLLOVER
000400*                 LISTING AND THE MONTH-END PTO LIABILITY REPORT
000500*                 PRODUCED BY PTORPT.
000600*------------------------------------------------------------------
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  ------------------------------------------
001000*    2026-10-15 RLB   ORIGINAL COPYBOOK - PTO ROLLOVER AND
001100*                     LIABILITY REPORTING.
001200******************************************************************
001300 01  PR-CAPTION-LINE.
001400     05  FILLER              PIC X(05)      VALUE SPACES.
001500     05  PR-CAPTION          PIC X(50).
001600     05  FILLER              PIC X(06)      VALUE "AS OF ".
001700     05  PR-CAP-AS-OF        PIC 9999/99/99.
001800
001900 01  PR-ROLL-COLUMN-LINE.
002000     05  FILLER              PIC X(05)      VALUE SPACES.
002100     05  FILLER              PIC X(08)      VALUE "EMPLOYEE".
002200     05  FILLER              PIC X(17)      VALUE SPACES.
002300     05  FILLER              PIC X(06)      VALUE "POLICY".
002400     05  FILLER              PIC X(12)      VALUE
002500             "  VAC BEFORE".
002600     05  FILLER              PIC X(12)      VALUE
002700             "   FORFEITED".
002800     05  FILLER              PIC X(12)      VALUE
002900             "     CARRIED".
003000     05  FILLER              PIC X(12)      VALUE
003100             " SICK BEFORE".
003200     05  FILLER              PIC X(12)      VALUE
003300             "   FORFEITED".
003400     05  FILLER              PIC X(12)      VALUE
003500             "     CARRIED".
003600
003700 01  PR-ROLL-DETAIL-LINE.
003800     05  FILLER              PIC X(05)      VALUE SPACES.
003900     05  PR-ROL-EMP-ID       PIC X(06).
004000     05  FILLER              PIC X(02)      VALUE SPACES.
004100     05  PR-ROL-WHO          PIC X(15).
004200     05  FILLER              PIC X(02)      VALUE SPACES.
004300     05  PR-ROL-POLICY       PIC X(04).
004400     05  FILLER              PIC X(05)      VALUE SPACES.
004500     05  PR-ROL-VAC-BEFORE   PIC ZZ,ZZ9.99.
004600     05  FILLER              PIC X(03)      VALUE SPACES.
004700     05  PR-ROL-VAC-FORFEIT  PIC ZZ,ZZ9.99.
004800     05  FILLER              PIC X(03)      VALUE SPACES.
004900     05  PR-ROL-VAC-CARRIED  PIC ZZ,ZZ9.99.
005000     05  FILLER              PIC X(03)      VALUE SPACES.
005100     05  PR-ROL-SICK-BEFORE  PIC ZZ,ZZ9.99.
005200     05  FILLER              PIC X(03)      VALUE SPACES.
005300     05  PR-ROL-SICK-FORFEIT PIC ZZ,ZZ9.99.
005400     05  FILLER              PIC X(03)      VALUE SPACES.
005500     05  PR-ROL-SICK-CARRIED PIC ZZ,ZZ9.99.
005600
005700 01  PR-ROLL-TOTAL-LINE.
005800     05  FILLER              PIC X(05)      VALUE SPACES.
005900     05  FILLER              PIC X(45)      VALUE
006000             "TOTAL HOURS FORFEITED".
006100     05  PR-RTL-VAC-FORFEIT  PIC ZZZ,ZZ9.99.
006200     05  FILLER              PIC X(26)      VALUE SPACES.
006300     05  PR-RTL-SICK-FORFEIT PIC ZZZ,ZZ9.99.
006400
006500 01  PR-LIAB-COLUMN-LINE.
006600     05  FILLER              PIC X(05)      VALUE SPACES.
006700     05  FILLER              PIC X(08)      VALUE "EMPLOYEE".
006800     05  FILLER              PIC X(17)      VALUE SPACES.
006900     05  FILLER              PIC X(06)      VALUE "CC    ".
007000     05  FILLER              PIC X(12)      VALUE
007100             "        RATE".
007200     05  FILLER              PIC X(12)      VALUE
007300             "   VAC HOURS".
007400     05  FILLER              PIC X(14)      VALUE
007500             "     VAC VALUE".
007600     05  FILLER              PIC X(12)      VALUE
007700             "  SICK HOURS".
007800     05  FILLER              PIC X(14)      VALUE
007900             "    SICK VALUE".
008000
008100 01  PR-LIAB-DETAIL-LINE.
008200     05  FILLER              PIC X(05)      VALUE SPACES.
008300     05  PR-LIA-EMP-ID       PIC X(06).
008400     05  FILLER              PIC X(02)      VALUE SPACES.
008500     05  PR-LIA-WHO          PIC X(15).
008600     05  FILLER              PIC X(02)      VALUE SPACES.
008700     05  PR-LIA-CC-CODE      PIC X(06).
008800     05  FILLER              PIC X(03)      VALUE SPACES.
008900     05  PR-LIA-RATE         PIC ZZ,ZZ9.99.
009000     05  FILLER              PIC X(03)      VALUE SPACES.
009100     05  PR-LIA-VAC-HOURS    PIC ZZ,ZZ9.99.
009200     05  FILLER              PIC X(02)      VALUE SPACES.
009300     05  PR-LIA-VAC-VALUE    PIC Z,ZZZ,ZZ9.99.
009400     05  FILLER              PIC X(03)      VALUE SPACES.
009500     05  PR-LIA-SICK-HOURS   PIC ZZ,ZZ9.99.
009600     05  FILLER              PIC X(02)      VALUE SPACES.
009700     05  PR-LIA-SICK-VALUE   PIC Z,ZZZ,ZZ9.99.
009800     05  FILLER              PIC X(02)      VALUE SPACES.
009900     05  PR-LIA-NOTE         PIC X(15).
010000
010100 01  PR-LIAB-TOTAL-LINE.
010200     05  FILLER              PIC X(05)      VALUE SPACES.
010300     05  FILLER              PIC X(45)      VALUE
010400             "TOTALS ALL EMPLOYEES".
010500     05  PR-LTL-VAC-HOURS    PIC ZZZ,ZZ9.99.
010600     05  FILLER              PIC X(01)      VALUE SPACES.
010700     05  PR-LTL-VAC-VALUE    PIC ZZ,ZZZ,ZZ9.99.
010800     05  FILLER              PIC X(02)      VALUE SPACES.
010900     05  PR-LTL-SICK-HOURS   PIC ZZZ,ZZ9.99.
011000     05  FILLER              PIC X(01)      VALUE SPACES.
011100     05  PR-LTL-SICK-VALUE   PIC ZZ,ZZZ,ZZ9.99.
011200
011300 01  PR-CC-COLUMN-LINE.
011400     05  FILLER              PIC X(05)      VALUE SPACES.
011500     05  FILLER              PIC X(12)      VALUE "COST CENTER ".
011600     05  FILLER              PIC X(14)      VALUE
011700             "     VAC VALUE".
011800     05  FILLER              PIC X(15)      VALUE
011900             "     SICK VALUE".
012000     05  FILLER              PIC X(15)      VALUE
012100             "    TOTAL VALUE".
012200
012300 01  PR-CC-DETAIL-LINE.
012400     05  FILLER              PIC X(05)      VALUE SPACES.
012500     05  PR-CCD-CC-CODE      PIC X(06).
012600     05  FILLER              PIC X(06)      VALUE SPACES.
012700     05  PR-CCD-VAC-VALUE    PIC ZZ,ZZZ,ZZ9.99.
012800     05  FILLER              PIC X(02)      VALUE SPACES.
012900     05  PR-CCD-SICK-VALUE   PIC ZZ,ZZZ,ZZ9.99.
013000     05  FILLER              PIC X(02)      VALUE SPACES.
013100     05  PR-CCD-TOTAL-VALUE  PIC ZZ,ZZZ,ZZ9.99.
013200
013300 01  PR-EXCEPTION-LINE.
013400     05  FILLER              PIC X(05)      VALUE SPACES.
013500     05  PR-EXC-EMP-ID       PIC X(06).
013600     05  FILLER              PIC X(02)      VALUE SPACES.
013700     05  PR-EXC-WHO          PIC X(15).
013800     05  FILLER              PIC X(02)      VALUE SPACES.
013900     05  PR-EXC-POLICY       PIC X(04).
014000     05  FILLER              PIC X(05)      VALUE SPACES.
014100     05  PR-EXC-REASON       PIC X(40).
014200
014300 01  PR-COUNT-LINE.
014400     05  FILLER              PIC X(05)      VALUE SPACES.
014500     05  PR-CNT-CAPTION      PIC X(35).
014600     05  PR-CNT-COUNT        PIC ZZZZ9.
