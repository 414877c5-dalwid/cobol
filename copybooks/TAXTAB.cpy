000600*                 IS KNOWN, THE ENTRIES IN EFFECT ARE RESOLVED
000700*                 INTO THE FICA RATE AND WAGE BASE AND THE
000800*                 FED-BRACKET TABLE OF GRADUATED WEEKLY FEDERAL
000900*                 BRACKETS IN ASCENDING FLOOR ORDER - ONE SET
000910*                 OF BRACKETS PER W-4 FILING STATUS.
001000*------------------------------------------------------------------
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001400*    2026-08-22 RLB   ORIGINAL COPYBOOK - EXTERNAL TAX TABLE.
001410*    2026-09-03 RLB   RECOGNIZE THE NEW "FUTA" AND "SUTA"
001420*                     EMPLOYER TAX RECORDS.
001440*    2026-10-15 RLB   RECOGNIZE THE NEW "RTOL" RATE TOLERANCE
001460*                     RECORD.
001470*    2026-10-15 RLB   FEDERAL BRACKETS ARE HELD IN ONE SET PER
001475*                     FILING STATUS (1 SINGLE, 2 MARRIED, 3 HEAD
001480*                     OF HOUSEHOLD).  THE ENTRY TABLE IS RAISED
001485*                     TO 99 TO HOLD THE EXTRA BRACKET RECORDS.
001500******************************************************************
001600 01  TAX-FILE-TABLE.
001700     05  TAX-ENTRY           OCCURS 99 TIMES.
001800         10  TXE-RECORD-TYPE PIC X(04).
001900             88  TXE-FICA                    VALUE "FICA".
002000             88  TXE-FEDERAL                 VALUE "FED ".
002010             88  TXE-FUTA                    VALUE "FUTA".
002020             88  TXE-SUTA                    VALUE "SUTA".
002060             88  TXE-RATE-TOLERANCE          VALUE "RTOL".
002100         10  TXE-BRACKET-FLOOR PIC 9(07)V99.
002200         10  TXE-RATE        PIC V9999.
002300         10  TXE-WAGE-BASE   PIC 9(09)V99.
002400         10  TXE-EFF-START   PIC 9(08).
002500         10  TXE-EFF-END     PIC 9(08).
002510         10  TXE-FILING-STATUS PIC X(01).
002520             88  TXE-FILING-MARRIED          VALUE 'M'.
002530             88  TXE-FILING-HEAD             VALUE 'H'.
002600
002700 77  TAX-TABLE-MAX           PIC 9(02)      VALUE 99.
002800 77  TAX-ENTRY-COUNT         PIC 9(02)      VALUE ZERO.
002900
003000 01  FED-BRACKET-TABLE.
003100     05  FED-BRACKET-SET     OCCURS 3 TIMES.
003110         10  FED-SET-COUNT   PIC 9(02).
003120         10  FED-BRACKET     OCCURS 15 TIMES.
003200             15  FB-FLOOR    PIC 9(07)V99.
003300             15  FB-RATE     PIC V9999.
003400
003500 77  FED-BRACKET-MAX         PIC 9(02)      VALUE 15.
003600 77  FED-BRACKET-COUNT       PIC 9(02)      VALUE ZERO.
003700 77  FED-SET-SUB             PIC 9(04)  COMP VALUE 1.
003800 77  FED-SET-MAX             PIC 9(04)  COMP VALUE 3.
