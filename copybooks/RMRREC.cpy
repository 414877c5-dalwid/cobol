000100******************************************************************
000200*    COPYBOOK:    RMRREC
000300*    PURPOSE:     PRINT LINE LAYOUTS FOR THE DEDUCTION REMITTANCE
000400*                 REGISTER PRODUCED BY REMITPAY - THE PAY RUN AND
000500*                 OFF-CYCLE ACTIVITY POSTED TO THE PAYEE MASTER,
000600*                 THE GL LIABILITY ACCOUNT SUMMARY THAT TIES IT TO
000700*                 THE DEDUCTION CREDITS IN THE GL FEEDS, THE
000800*                 PAYEES RELEASED TO ACCOUNTS PAYABLE, AND THE
000900*                 DEDUCTIONS WHOSE PAYEE IS NOT ON THE MASTER.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-10-15 RLB   ORIGINAL COPYBOOK - REMITTANCE REGISTER.
001500******************************************************************
001600 01  RR-CAPTION-LINE.
001700     05  FILLER              PIC X(05)      VALUE SPACES.
001800     05  RR-CAPTION          PIC X(55).
001900     05  FILLER              PIC X(09)      VALUE "RUN DATE ".
002000     05  RR-CAP-RUN-DATE     PIC 9999/99/99.
002100
002200 01  RR-ACTIVITY-COLUMN-LINE.
002300     05  FILLER              PIC X(05)      VALUE SPACES.
002400     05  FILLER              PIC X(22)      VALUE "PAYEE".
002500     05  FILLER              PIC X(08)      VALUE "EMP".
002600     05  FILLER              PIC X(08)      VALUE "DED".
002700     05  FILLER              PIC X(12)      VALUE "PERIOD END".
002800     05  FILLER              PIC X(10)      VALUE "SOURCE".
002900     05  FILLER              PIC X(08)      VALUE "GL ACCT".
003000     05  FILLER              PIC X(15)      VALUE
003100             "         AMOUNT".
003200     05  FILLER              PIC X(02)      VALUE SPACES.
003300     05  FILLER              PIC X(11)      VALUE "DISPOSITION".
003400
003500 01  RR-ACTIVITY-LINE.
003600     05  FILLER              PIC X(05)      VALUE SPACES.
003700     05  RR-ACT-PAYEE        PIC X(20).
003800     05  FILLER              PIC X(02)      VALUE SPACES.
003900     05  RR-ACT-EMP-ID       PIC X(06).
004000     05  FILLER              PIC X(02)      VALUE SPACES.
004100     05  RR-ACT-DED-CODE     PIC X(06).
004200     05  FILLER              PIC X(02)      VALUE SPACES.
004300     05  RR-ACT-PERIOD-END   PIC 9999/99/99.
004400     05  FILLER              PIC X(02)      VALUE SPACES.
004500     05  RR-ACT-SOURCE       PIC X(08).
004600     05  FILLER              PIC X(02)      VALUE SPACES.
004700     05  RR-ACT-GL-ACCOUNT   PIC X(06).
004800     05  FILLER              PIC X(02)      VALUE SPACES.
004900     05  RR-ACT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
005000     05  FILLER              PIC X(02)      VALUE SPACES.
005100     05  RR-ACT-DISPOSITION  PIC X(30).
005200
005300 01  RR-TIE-COLUMN-LINE.
005400     05  FILLER              PIC X(05)      VALUE SPACES.
005500     05  FILLER              PIC X(12)      VALUE "GL ACCOUNT".
005600     05  FILLER              PIC X(17)      VALUE
005700             "  PAY RUN CREDITS".
005800     05  FILLER              PIC X(17)      VALUE
005900             "OFF-CYCLE CREDITS".
006000     05  FILLER              PIC X(17)      VALUE
006100             "    TOTAL CREDITS".
006200
006300 01  RR-TIE-DETAIL-LINE.
006400     05  FILLER              PIC X(05)      VALUE SPACES.
006500     05  RR-TIE-GL-ACCOUNT   PIC X(06).
006600     05  FILLER              PIC X(08)      VALUE SPACES.
006700     05  RR-TIE-PAY-RUN      PIC ZZZ,ZZZ,ZZ9.99-.
006800     05  FILLER              PIC X(02)      VALUE SPACES.
006900     05  RR-TIE-OFFCYCLE     PIC ZZZ,ZZZ,ZZ9.99-.
007000     05  FILLER              PIC X(02)      VALUE SPACES.
007100     05  RR-TIE-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
007200
007300 01  RR-TIE-TOTAL-LINE.
007400     05  FILLER              PIC X(05)      VALUE SPACES.
007500     05  FILLER              PIC X(14)      VALUE "TOTAL".
007600     05  RR-TTL-PAY-RUN      PIC ZZZ,ZZZ,ZZ9.99-.
007700     05  FILLER              PIC X(02)      VALUE SPACES.
007800     05  RR-TTL-OFFCYCLE     PIC ZZZ,ZZZ,ZZ9.99-.
007900     05  FILLER              PIC X(02)      VALUE SPACES.
008000     05  RR-TTL-TOTAL        PIC ZZZ,ZZZ,ZZ9.99-.
008100
008200 01  RR-RELEASE-COLUMN-LINE.
008300     05  FILLER              PIC X(05)      VALUE SPACES.
008400     05  FILLER              PIC X(22)      VALUE "PAYEE".
008500     05  FILLER              PIC X(12)      VALUE "VENDOR".
008600     05  FILLER              PIC X(32)      VALUE "REMIT-TO NAME".
008700     05  FILLER              PIC X(07)      VALUE "METHOD".
008800     05  FILLER              PIC X(16)      VALUE "INVOICE".
008900     05  FILLER              PIC X(07)      VALUE "  ITEMS".
009000     05  FILLER              PIC X(15)      VALUE
009100             "         AMOUNT".
009200     05  FILLER              PIC X(02)      VALUE SPACES.
009300     05  FILLER              PIC X(06)      VALUE "STATUS".
009400
009500 01  RR-RELEASE-LINE.
009600     05  FILLER              PIC X(05)      VALUE SPACES.
009700     05  RR-REL-PAYEE        PIC X(20).
009800     05  FILLER              PIC X(02)      VALUE SPACES.
009900     05  RR-REL-VENDOR       PIC X(10).
010000     05  FILLER              PIC X(02)      VALUE SPACES.
010100     05  RR-REL-REMIT-NAME   PIC X(30).
010200     05  FILLER              PIC X(02)      VALUE SPACES.
010300     05  RR-REL-METHOD       PIC X(05).
010400     05  FILLER              PIC X(02)      VALUE SPACES.
010500     05  RR-REL-INVOICE      PIC X(14).
010600     05  FILLER              PIC X(02)      VALUE SPACES.
010700     05  RR-REL-ITEMS        PIC ZZZZ9.
010800     05  FILLER              PIC X(02)      VALUE SPACES.
010900     05  RR-REL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
011000     05  FILLER              PIC X(02)      VALUE SPACES.
011100     05  RR-REL-STATUS       PIC X(12).
011200
011300 01  RR-CASE-LINE.
011400     05  FILLER              PIC X(27)      VALUE SPACES.
011500     05  FILLER              PIC X(12)      VALUE "CASE NUMBER ".
011600     05  RR-CAS-CASE-NUMBER  PIC X(20).
011700
011800 01  RR-EXCEPTION-LINE.
011900     05  FILLER              PIC X(05)      VALUE SPACES.
012000     05  RR-EXC-PAYEE        PIC X(20).
012100     05  FILLER              PIC X(02)      VALUE SPACES.
012200     05  RR-EXC-EMP-ID       PIC X(06).
012300     05  FILLER              PIC X(02)      VALUE SPACES.
012400     05  RR-EXC-DED-CODE     PIC X(06).
012500     05  FILLER              PIC X(02)      VALUE SPACES.
012600     05  RR-EXC-REASON       PIC X(40).
012700
012800 01  RR-AMOUNT-LINE.
012900     05  FILLER              PIC X(05)      VALUE SPACES.
013000     05  RR-AMT-CAPTION      PIC X(40).
013100     05  RR-AMT-VALUE        PIC ZZZ,ZZZ,ZZ9.99-.
013200
013300 01  RR-COUNT-LINE.
013400     05  FILLER              PIC X(05)      VALUE SPACES.
013500     05  RR-CNT-CAPTION      PIC X(40).
013600     05  RR-CNT-COUNT        PIC ZZZZ9.
