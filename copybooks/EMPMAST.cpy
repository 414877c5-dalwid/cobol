001221*                     INSTRUCTIONS FAILED UNTIL CORRECTED.
001222*                     BLANK STATUS ON RECORDS FROM BEFORE THIS
001223*                     CHANGE READS AS VERIFIED.
001224*    2026-10-15 RLB   ADDED THE HOURLY BASE RATE, ITS EFFECTIVE
001225*                     DATE AND THE RATE IT REPLACED.  SHEETPAY
001226*                     AND OFFCYCLE SUPPLY THE RATE IN EFFECT FOR
001227*                     THE PERIOD WHEN A CARD CARRIES NONE, AND
001228*                     REJECT A KEYED RATE TOO FAR FROM IT.  ZERO
001229*                     MEANS NO RATE HELD - THE CARD RATE STANDS.
001230*    2026-10-15 RLB   ADDED THE W-4 WITHHOLDING ELECTIONS -
001231*                     FILING STATUS, ANNUAL DEPENDENTS CREDIT,
001232*                     ANNUAL OTHER INCOME AND DEDUCTIONS, EXTRA
001233*                     WITHHOLDING PER CHECK, AND THE EXEMPT
001234*                     CLAIM WITH THE DATE IT EXPIRES.  BLANK
001235*                     STATUS READS AS SINGLE.  MAINTAINED ONLY
001236*                     BY THE EMPMAINT "W4" TRANSACTION (AND ADD).
001237*    2026-10-15 RLB   ADDED THE PTO ACCRUAL POLICY CODE, WHICH
001238*                     SELECTS THE RATES, MAXIMUM BALANCES AND
001239*                     CARRYOVER LIMITS ON THE POLICY FILE (BLANK
001240*                     READS AS "STD "), AND THE LAST YEAR THE PTO
001241*                     ROLLOVER WAS APPLIED, SO A RERUN OF THE
001242*                     ROLLOVER DOES NOT FORFEIT HOURS TWICE.
001243*    2026-10-15 RLB   ADDED THE PAY GROUP (BLANK READS AS "WKLY")
001244*                     AND PAY FREQUENCY (BLANK OR 'W' WEEKLY, 'B'
001245*                     BIWEEKLY, 'S' SEMIMONTHLY).  SHEETPAY PAYS
001246*                     AN EMPLOYEE ONLY IN A RUN OF THE EMPLOYEE'S
001247*                     OWN PAY GROUP, AND EM-SALARY-PER-PERIOD IS
001248*                     PER PERIOD OF THE EMPLOYEE'S FREQUENCY.
001249******************************************************************
001300 01  EMPLOYEE-MASTER-RECORD.
001400     05  EM-EMP-ID           PIC X(06).
001500     05  EM-WHO              PIC X(15).
004100         88  EM-BANK-PRENOTE                 VALUE 'P'.
004200         88  EM-BANK-FAILED                  VALUE 'F'.
004300     05  EM-PRENOTE-DATE     PIC 9(08).
004301     05  EM-BASE-RATE        PIC 9(05)V99.
004302     05  EM-RATE-EFF-DATE    PIC 9(08).
004303     05  EM-PRIOR-RATE       PIC 9(05)V99.
004304     05  EM-FILING-STATUS    PIC X(01).
004305         88  EM-FILING-SINGLE                VALUES 'S', SPACE.
004306         88  EM-FILING-MARRIED               VALUE 'M'.
004307         88  EM-FILING-HEAD                  VALUE 'H'.
004308     05  EM-W4-DEPENDENTS    PIC 9(05)V99.
004309     05  EM-W4-OTHER-INCOME  PIC 9(07)V99.
004310     05  EM-W4-DEDUCTIONS    PIC 9(07)V99.
004311     05  EM-W4-EXTRA-WH      PIC 9(05)V99.
004312     05  EM-W4-EXEMPT        PIC X(01).
004313         88  EM-W4-EXEMPT-CLAIMED            VALUE 'Y'.
004314     05  EM-W4-EXEMPT-EXPIRY PIC 9(08).
004315     05  EM-PTO-POLICY       PIC X(04).
004316     05  EM-PTO-ROLLOVER-YEAR PIC 9(04).
004317     05  EM-PAY-GROUP        PIC X(04).
004318     05  EM-PAY-FREQUENCY    PIC X(01).
004319         88  EM-PAY-WEEKLY                   VALUES 'W', SPACE.
004320         88  EM-PAY-BIWEEKLY                 VALUE 'B'.
004321         88  EM-PAY-SEMIMONTHLY              VALUE 'S'.
