001400*    2026-08-22 RLB   ORIGINAL COPYBOOK - SUSPENSE LISTING.
001410*    2026-09-03 RLB   DETAIL LINE CARRIES THE CARD'S EARNINGS
001420*                     TYPE NEXT TO ITS CARD TYPE.
001430*    2026-10-15 RLB   DETAIL LINE CARRIES THE CARD'S WORKWEEK
001440*                     AFTER ITS EARNINGS TYPE.
001500******************************************************************
001600 01  SL-CAPTION-LINE.
001700     05  FILLER              PIC X(05)      VALUE SPACES.
004800     05  SL-DET-CARD-TYPE    PIC X(01).
004810     05  FILLER              PIC X(02)      VALUE SPACES.
004820     05  SL-DET-EARN-TYPE    PIC X(01).
004830     05  FILLER              PIC X(02)      VALUE SPACES.
004840     05  SL-DET-WORKWEEK     PIC X(01).
004900     05  FILLER              PIC X(02)      VALUE SPACES.
005000     05  SL-DET-REASON       PIC X(22).
005100
005200 01  SL-COUNT-LINE.
005300     05  FILLER              PIC X(05)      VALUE SPACES.
