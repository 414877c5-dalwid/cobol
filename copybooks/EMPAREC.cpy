001450*                     STATUS; THE LAYOUTS ARE NOW SHARED WITH
001460*                     ACHRETRN, WHICH CHANGES BANK FIELDS
001470*                     THROUGH THE SAME AUDITED PATH.
001472*    2026-10-15 RLB   IMAGE LINE CARRIES THE HOURLY BASE RATE,
001474*                     AND A RATE LINE FOLLOWS THE IMAGES OF ANY
001476*                     ACCEPTED RATE CHANGE WITH THE OLD AND NEW
001478*                     RATES AND THE EFFECTIVE DATE.
001480*    2026-10-15 RLB   ADDED THE W-4 LINE - FILING STATUS, W-4
001482*                     AMOUNTS AND EXEMPT CLAIM - PRINTED BEFORE
001484*                     AND AFTER A W-4 ELECTION IS KEYED.
001486*    2026-10-15 RLB   ADDED THE SECOND IMAGE LINE - PTO POLICY,
001488*                     PAY GROUP AND PAY FREQUENCY - PRINTED UNDER
001490*                     EACH BEFORE AND AFTER IMAGE.
001500******************************************************************
001600 01  EA-AUDIT-LINE.
001700     05  FILLER              PIC X(05)      VALUE SPACES.
004500     05  EA-IMG-SALARY       PIC Z,ZZZ,ZZ9.99.
004600     05  FILLER              PIC X(02)      VALUE SPACES.
004700     05  EA-IMG-BANK-STATUS  PIC X(01).
004800     05  FILLER              PIC X(02)      VALUE SPACES.
004900     05  EA-IMG-BASE-RATE    PIC ZZZZ9.99.
004910
004920 01  EA-GROUP-LINE.
004930     05  FILLER              PIC X(05)      VALUE SPACES.
004940     05  EA-GRP-CAPTION      PIC X(08).
004950     05  EA-GRP-EMP-ID       PIC X(06).
004960     05  FILLER              PIC X(13)      VALUE
004970             "  PTO POLICY ".
004980     05  EA-GRP-PTO-POLICY   PIC X(04).
004985     05  FILLER              PIC X(12)      VALUE "  PAY GROUP ".
004990     05  EA-GRP-PAY-GROUP    PIC X(04).
004993     05  FILLER              PIC X(07)      VALUE "  FREQ ".
004996     05  EA-GRP-PAY-FREQUENCY PIC X(01).
005000
005100 01  EA-RATE-LINE.
005200     05  FILLER              PIC X(05)      VALUE SPACES.
005300     05  FILLER              PIC X(08)      VALUE "  RATE  ".
005400     05  EA-RTE-EMP-ID       PIC X(06).
005500     05  FILLER              PIC X(07)      VALUE "  FROM ".
005600     05  EA-RTE-OLD-RATE     PIC ZZZZ9.99.
005700     05  FILLER              PIC X(04)      VALUE " TO ".
005800     05  EA-RTE-NEW-RATE     PIC ZZZZ9.99.
005900     05  FILLER              PIC X(11)      VALUE
006000             " EFFECTIVE ".
006100     05  EA-RTE-EFF-DATE     PIC 9999/99/99.
006200
006300 01  EA-W4-LINE.
006400     05  FILLER              PIC X(05)      VALUE SPACES.
006500     05  EA-W4-CAPTION       PIC X(08).
006600     05  EA-W4-EMP-ID        PIC X(06).
006700     05  FILLER              PIC X(09)      VALUE "  W-4 FS ".
006800     05  EA-W4-FILING        PIC X(01).
006900     05  FILLER              PIC X(06)      VALUE "  DEP ".
007000     05  EA-W4-DEPENDENTS    PIC ZZ,ZZ9.99.
007100     05  FILLER              PIC X(06)      VALUE "  OTH ".
007200     05  EA-W4-OTHER-INCOME  PIC Z,ZZZ,ZZ9.99.
007300     05  FILLER              PIC X(06)      VALUE "  DED ".
007400     05  EA-W4-DEDUCTIONS    PIC Z,ZZZ,ZZ9.99.
007500     05  FILLER              PIC X(08)      VALUE "  EXTRA ".
007600     05  EA-W4-EXTRA-WH      PIC ZZ,ZZ9.99.
007700     05  FILLER              PIC X(09)      VALUE "  EXEMPT ".
007800     05  EA-W4-EXEMPT        PIC X(01).
007900     05  FILLER              PIC X(01)      VALUE SPACE.
008000     05  EA-W4-EXEMPT-EXPIRY PIC 9999/99/99 BLANK WHEN ZERO.
