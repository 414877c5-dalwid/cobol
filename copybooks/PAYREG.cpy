001204*                     CARRYING THE BATCH NUMBER - SO ONE
001205*                     DEPARTMENT'S BAD KEYING FLAGS WITHOUT
001206*                     CASTING DOUBT ON THE OTHERS.
001207*    2026-10-15 RLB   TITLE WIDENED FOR "SEMIMONTHLY PAY
001208*                     REGISTER", AND THE PERIOD LINE CARRIES THE
001209*                     PAY GROUP THE REGISTER WAS RUN FOR.
001210******************************************************************
001200 01  WS-HEADING-LINE-1.
001300     05  FILLER              PIC X(10)      VALUE SPACES.
001400     05  FILLER              PIC X(21)      VALUE
001900
002000 01  WS-HEADING-LINE-2.
002100     05  FILLER              PIC X(10)      VALUE SPACES.
002200     05  HL2-TITLE           PIC X(24)      VALUE
002300             "WEEKLY PAY REGISTER".
002400
002500 01  WS-HEADING-LINE-3.
002700     05  FILLER              PIC X(19)      VALUE
002800             "PAY PERIOD ENDING ".
002900     05  HL3-PERIOD-END      PIC 9999/99/99.
002910     05  FILLER              PIC X(05)      VALUE SPACES.
002920     05  HL3-GROUP-CAPTION   PIC X(10)      VALUE SPACES.
002930     05  HL3-PAY-GROUP       PIC X(04)      VALUE SPACES.
003000
003100 01  WS-COLUMN-HEADING-LINE.
003200     05  FILLER              PIC X(10)      VALUE SPACES.
