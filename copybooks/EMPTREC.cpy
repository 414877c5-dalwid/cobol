001360*    2026-09-03 RLB   ADDED THE VACATION AND SICK BALANCES SO
001370*                     THE OPENING LEAVE LEDGER CAN BE KEYED IN
001380*                     AND A BALANCE CORRECTED UNDER AUDIT.
001381*    2026-10-15 RLB   ADDED THE HOURLY BASE RATE AND ITS
001382*                     EFFECTIVE DATE.  A RATE IS ALWAYS KEYED
001383*                     WITH THE DATE IT TAKES EFFECT.
001384*    2026-10-15 RLB   ADDED THE "W4 " ACTION AND THE W-4
001385*                     ELECTION FIELDS.  A W4 TRANSACTION
001386*                     REPLACES THE WHOLE ELECTION SET AS KEYED.
001387*    2026-10-15 RLB   ADDED THE PTO ACCRUAL POLICY CODE, CARRIED
001388*                     BY ADD AND REPLACED BY CHG WHEN KEYED.
001389*    2026-10-15 RLB   ADDED THE PAY GROUP AND PAY FREQUENCY,
001390*                     CARRIED BY ADD AND REPLACED BY CHG WHEN
001391*                     KEYED.
001400******************************************************************
001500 01  EMPLOYEE-TRANSACTION-RECORD.
001600     05  ET-ACTION           PIC X(03).
001800         88  ET-CHANGE                       VALUE "CHG".
001900         88  ET-TERMINATE                    VALUE "TRM".
002000         88  ET-REACTIVATE                   VALUE "ACT".
002010         88  ET-W4-ELECTION                  VALUE "W4 ".
002100     05  ET-EMP-ID           PIC X(06).
002200     05  ET-WHO              PIC X(15).
002300     05  ET-BANK-ROUTING     PIC 9(09).
003000     05  ET-DEFAULT-LOC      PIC X(20).
003100     05  ET-VAC-BALANCE      PIC 9(05)V99.
003200     05  ET-SICK-BALANCE     PIC 9(05)V99.
003201     05  ET-BASE-RATE        PIC 9(05)V99.
003202     05  ET-RATE-EFF-DATE    PIC 9(08).
003203     05  ET-FILING-STATUS    PIC X(01).
003204     05  ET-W4-DEPENDENTS    PIC 9(05)V99.
003205     05  ET-W4-OTHER-INCOME  PIC 9(07)V99.
003206     05  ET-W4-DEDUCTIONS    PIC 9(07)V99.
003207     05  ET-W4-EXTRA-WH      PIC 9(05)V99.
003208     05  ET-W4-EXEMPT        PIC X(01).
003209     05  ET-W4-EXEMPT-EXPIRY PIC 9(08).
003210     05  ET-PTO-POLICY       PIC X(04).
003211     05  ET-PAY-GROUP        PIC X(04).
003212     05  ET-PAY-FREQUENCY    PIC X(01).
