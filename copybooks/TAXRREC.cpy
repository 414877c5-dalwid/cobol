000800*    DATE       INIT  DESCRIPTION
000900*    ---------- ----  ------------------------------------------
001000*    2026-08-22 RLB   ORIGINAL COPYBOOK - TAX REPORTING.
001010*    2026-10-15 RLB   ADDED THE W-4 EXEMPT EXPIRY LISTING LINES.
001100******************************************************************
001200 01  TR-CAPTION-LINE.
001300     05  FILLER              PIC X(05)      VALUE SPACES.
005300     05  FILLER              PIC X(05)      VALUE SPACES.
005400     05  TR-CNT-CAPTION      PIC X(35).
005500     05  TR-CNT-COUNT        PIC ZZZZ9.
005600
005700 01  TR-EXEMPT-COLUMN-LINE.
005800     05  FILLER              PIC X(05)      VALUE SPACES.
005900     05  FILLER              PIC X(08)      VALUE "EMPLOYEE".
006000     05  FILLER              PIC X(15)      VALUE SPACES.
006100     05  FILLER              PIC X(14)      VALUE
006200             "EXEMPT THROUGH".
006300
006400 01  TR-EXEMPT-DETAIL-LINE.
006500     05  FILLER              PIC X(05)      VALUE SPACES.
006600     05  TR-EXM-EMP-ID       PIC X(06).
006700     05  FILLER              PIC X(02)      VALUE SPACES.
006800     05  TR-EXM-WHO          PIC X(15).
006900     05  FILLER              PIC X(02)      VALUE SPACES.
007000     05  TR-EXM-EXPIRY       PIC 9999/99/99.
