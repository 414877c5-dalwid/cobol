001200*    DATE       INIT  DESCRIPTION
001300*    ---------- ----  ------------------------------------------
001400*    2026-08-22 RLB   ORIGINAL COPYBOOK - TABLE MAINTENANCE.
001450*    2026-10-15 RLB   ADDED THE PTO POLICY LISTING LINE.
001500******************************************************************
001600 01  TL-CAPTION-LINE.
001700     05  FILLER              PIC X(05)      VALUE SPACES.
005000     05  TL-LOC-EFF-START    PIC 9999/99/99.
005100     05  FILLER              PIC X(02)      VALUE SPACES.
005200     05  TL-LOC-EFF-END      PIC 9999/99/99.
005300
005400 01  TL-PTO-LIST-LINE.
005500     05  FILLER              PIC X(05)      VALUE SPACES.
005600     05  TL-PTO-CODE         PIC X(04).
005700     05  FILLER              PIC X(02)      VALUE SPACES.
005800     05  TL-PTO-VAC-RATE     PIC 9.9999.
005900     05  FILLER              PIC X(02)      VALUE SPACES.
006000     05  TL-PTO-SICK-RATE    PIC 9.9999.
006100     05  FILLER              PIC X(02)      VALUE SPACES.
006200     05  TL-PTO-VAC-MAX      PIC ZZ,ZZ9.99.
006300     05  FILLER              PIC X(02)      VALUE SPACES.
006400     05  TL-PTO-SICK-MAX     PIC ZZ,ZZ9.99.
006500     05  FILLER              PIC X(02)      VALUE SPACES.
006600     05  TL-PTO-VAC-CARRY    PIC ZZ,ZZ9.99.
006700     05  FILLER              PIC X(02)      VALUE SPACES.
006800     05  TL-PTO-SICK-CARRY   PIC ZZ,ZZ9.99.
006900     05  FILLER              PIC X(02)      VALUE SPACES.
007000     05  TL-PTO-EFF-START    PIC 9999/99/99.
007100     05  FILLER              PIC X(02)      VALUE SPACES.
007200     05  TL-PTO-EFF-END      PIC 9999/99/99.
