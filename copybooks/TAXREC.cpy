001730*                     RATES AND THEIR OWN WAGE-BASE CAPS.  THE
001740*                     EMPLOYER FICA MATCH USES THE "FICA"
001750*                     RECORD'S RATE AND BASE.
001758*    2026-10-15 RLB   ADDED TYPE "RTOL" RECORDS CARRYING THE
001766*                     TIMECARD RATE TOLERANCE IN THE RATE FIELD
001774*                     - THE FRACTION OF THE MASTER BASE RATE A
001782*                     KEYED RATE MAY DIFFER BY BEFORE THE CARD
001790*                     IS REJECTED.
001792*    2026-10-15 RLB   ADDED THE FILING STATUS A "FED " BRACKET
001794*                     APPLIES TO - BLANK OR S SINGLE, M MARRIED,
001796*                     H HEAD OF HOUSEHOLD.  EXISTING BRACKETS
001798*                     WITH A BLANK STATUS REMAIN SINGLE.
001800******************************************************************
001900 01  TAX-PARAMETER-RECORD.
002000     05  TXF-RECORD-TYPE     PIC X(04).
002200         88  TXF-FEDERAL                     VALUE "FED ".
002210         88  TXF-FUTA                        VALUE "FUTA".
002220         88  TXF-SUTA                        VALUE "SUTA".
002260         88  TXF-RATE-TOLERANCE              VALUE "RTOL".
002300     05  TXF-BRACKET-FLOOR   PIC 9(07)V99.
002400     05  TXF-RATE            PIC V9999.
002500     05  TXF-WAGE-BASE       PIC 9(09)V99.
002600     05  TXF-EFF-START       PIC 9(08).
002700     05  TXF-EFF-END         PIC 9(08).
002800     05  TXF-FILING-STATUS   PIC X(01).
002900         88  TXF-FILING-SINGLE               VALUES 'S', SPACE.
003000         88  TXF-FILING-MARRIED              VALUE 'M'.
003100         88  TXF-FILING-HEAD                 VALUE 'H'.
