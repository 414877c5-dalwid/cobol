001740*    2026-09-03 RLB   ADDED THE "GLDRX " EXPENSE DEBIT RECORD
001750*                     FOR THE EMPLOYER PAYROLL TAX EXPENSE LINE
001760*                     (AND ANY FUTURE NON-COST-CENTER DEBIT).
001770*    2026-10-15 RLB   HEADER AND PROOF CARRY THE PAY GROUP OF THE
001780*                     RUN, SO SEVERAL GROUPS' RUNS CAN BE POSTED
001790*                     FROM ONE FEED, EACH ITS OWN SET.
001800******************************************************************
001900 01  GL-HEADER-RECORD.
002000     05  GL-HDR-MARKER       PIC X(06)      VALUE "GLHDR ".
002100     05  GL-HDR-PERIOD-END   PIC 9(08).
002150     05  GL-HDR-PAY-GROUP    PIC X(04)      VALUE SPACES.
002200     05  FILLER              PIC X(49)      VALUE SPACES.
002300
002400 01  GL-DEBIT-RECORD.
002500     05  GL-DR-MARKER        PIC X(06)      VALUE "GLDR  ".
004200     05  GL-PRF-TOTAL-DEBITS PIC S9(09)V99.
004300     05  GL-PRF-TOTAL-CREDITS PIC S9(09)V99.
004400     05  GL-PRF-STATUS       PIC X(20).
004450     05  GL-PRF-PAY-GROUP    PIC X(04)      VALUE SPACES.
004500     05  FILLER              PIC X(15)      VALUE SPACES.
