001480*                     INSTRUCTIONS BEFORE ANY LIVE DEPOSIT USES
001490*                     THEM.  PRENOTES ARE NOT COUNTED IN THE
001491*                     TRAILER'S PAYMENT COUNT OR TOTALS.
001492*    2026-10-15 RLB   HEADER AND TRAILER CARRY THE PAY GROUP OF
001493*                     THE RUN, SO SEVERAL GROUPS' RUNS CAN BE
001494*                     TRANSMITTED IN ONE FILE, EACH ITS OWN SET.
001500******************************************************************
001600 01  DD-HEADER-RECORD.
001700     05  DD-HDR-MARKER       PIC X(06)      VALUE "DDHDR ".
001800     05  DD-HDR-COMPANY      PIC X(21)      VALUE
001900             "PAYROLL SYSTEMS GROUP".
002000     05  DD-HDR-PERIOD-END   PIC 9(08).
002050     05  DD-HDR-PAY-GROUP    PIC X(04)      VALUE SPACES.
002100     05  FILLER              PIC X(24)      VALUE SPACES.
002200
002300 01  DD-PAYMENT-RECORD.
002400     05  DD-PAY-MARKER       PIC X(06)      VALUE "DDPAY ".
003300     05  DD-TRL-PAY-COUNT    PIC 9(05).
003400     05  DD-TRL-TOTAL-AMT    PIC 9(09)V99.
003450     05  DD-TRL-DEBIT-AMT    PIC 9(09)V99.
003460     05  DD-TRL-PAY-GROUP    PIC X(04)      VALUE SPACES.
003500     05  FILLER              PIC X(26)      VALUE SPACES.
