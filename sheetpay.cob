000500 DATE-WRITTEN.              2026-08-09.
000600 DATE-COMPILED.             2026-08-09.
000700******************************************************************
000800*    SHEETPAY - PAYROLL TIMESHEET PROCESSING BY PAY GROUP
000900*------------------------------------------------------------------
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
017855*                     TWO-DIGIT SEQUENCE CAN ONLY WRAP, SO A
017856*                     NON-DUPLICATE INVALID KEY COULD SPIN THE
017857*                     LOOP FOREVER.
017859*    2026-10-15 RLB   A DEDUCTION IS TAKEN ONLY WHILE ACTIVE
017860*                     AND WHILE THE PAY PERIOD END DATE FALLS
017861*                     INSIDE ITS ORDER START/STOP DATES - A
017862*                     STOPPED DEDUCTION OR A COURT ORDER KEYED
017863*                     AHEAD OF ITS START, OR PAST ITS STOP, IS
017864*                     PASSED OVER AND ITS ARREARS LEFT STANDING.
017865*                     THE NEW CASE NUMBER, ORDER DATES AND
017866*                     STATUS CARRY THROUGH THE DEDFILE REWRITE.
017867*    2026-10-15 RLB   A CARD KEYED WITH A ZERO OR BLANK RATE IS
017868*                     PRICED AT THE MASTER BASE RATE IN EFFECT
017869*                     FOR THE PERIOD (THE PRIOR RATE WHILE A
017870*                     RAISE IS STILL FUTURE-DATED).  A KEYED RATE
017871*                     MORE THAN THE RATE TOLERANCE ("RTOL" ON THE
017872*                     TAX PARAMETER FILE) AWAY FROM THE MASTER
017873*                     RATE REJECTS THE GROUP TO THE EXCEPTION
017874*                     REPORT AND SUSPENSE.  NO TOLERANCE IN
017875*                     EFFECT FOR THE PERIOD ABORTS THE RUN.
017876*    2026-10-15 RLB   NEW RETRO PHASE AFTER THE SALARIED PHASE
017877*                     PAYS THE RETRO EARNINGS CARDS RETROPAY
017878*                     RELEASED (RETROCRD) AS "RET" CHECKS - TAXED,
017879*                     POSTED TO THE MASTER, GL AND DIRECT DEPOSIT,
017880*                     BUT WITH NO HOURS AND NO DEDUCTIONS - AND
017881*                     RETIRES THE FILE ONCE PAID.  THE CHECKPOINT
017882*                     CARRIES THE LAST RETRO CARD PAID.  PAY
017883*                     HISTORY NOW RECORDS THE LOCATION AND PAY
017884*                     DIFFERENTIAL EACH CHECK WAS PRICED AT.
017885*    2026-10-15 RLB   FEDERAL AND STATE WITHHOLDING HONOR THE
017886*                     EMPLOYEE'S W-4 ELECTIONS - FILING STATUS
017887*                     BRACKETS, OTHER INCOME, DEDUCTIONS,
017888*                     DEPENDENTS CREDIT, EXTRA WITHHOLDING AND
017889*                     AN UNEXPIRED EXEMPT CLAIM.  THE STUB SHOWS
017890*                     THE ELECTIONS IN EFFECT.
017891*    2026-10-15 RLB   AN EMPLOYEE WITH NO BANK INSTRUCTIONS, A
017892*                     FAILED ACCOUNT OR A PRENOTE STILL PENDING IS
017893*                     PAID BY PAPER CHECK INSTEAD OF BY HAND - THE
017894*                     NEXT NUMBER IS TAKEN FROM THE CHECK STOCK
017895*                     FILE (CHKSTOCK), THE CHECK WRITTEN TO THE
017896*                     PRINT FILE (CHKPRINT), THE BANK'S POSITIVE
017897*                     PAY FILE (POSPAY) AND THE CHECK REGISTER
017898*                     (CHKREG) AND THE NUMBER KEPT ON PAY HISTORY.
017899*    2026-10-15 RLB   EACH BATCH MUST BE FOR THE NEXT OPEN PERIOD
017901*                     ON THE PAYROLL CALENDAR (PAYCAL) - A PERIOD
017902*                     NOT ON THE CALENDAR, ALREADY PAID, OR WITH
017903*                     AN EARLIER PERIOD STILL OPEN ABORTS THE RUN.
017904*                     THE CHECK DATE COMES FROM THE CALENDAR, AND
017905*                     A LIVE RUN THAT FINISHES MARKS ITS PERIOD
017906*                     PAID.
017907*    2026-10-15 RLB   VACATION AND SICK ACCRUE BY THE EMPLOYEE'S
017908*                     PTO POLICY (PTOFILE, MAINTAINED WITH
017909*                     TABMAINT) INSTEAD OF ONE COMPILED-IN RATE,
017910*                     AND STOP AT THE POLICY'S MAXIMUM BALANCE.
017911*                     AN EMPLOYEE WITH NO POLICY IN EFFECT FOR
017912*                     THE PERIOD IS REJECTED TO THE EXCEPTIONS.
017913*    2026-10-15 RLB   THE REMITTANCE FILE IS EXTENDED, NOT
017914*                     REPLACED, SO NO ACTIVITY IS LOST BEFORE
017915*                     REMITPAY POSTS IT TO THE PAYEE MASTER, AND
017916*                     EACH RECORD CARRIES THE DEDUCTION'S GL
017917*                     LIABILITY ACCOUNT.
017918*    2026-10-15 RLB   PAY GROUPS - THE BATCH HEADER NAMES THE
017919*                     GROUP BEING RUN (BLANK IS "WKLY") AND ONLY
017920*                     ITS EMPLOYEES ARE PAID, SALARIED PHASE
017921*                     INCLUDED.  THE GROUP'S CALENDAR GIVES ITS
017922*                     FREQUENCY - WEEKLY, BIWEEKLY OR SEMIMONTHLY.
017923*                     OVERTIME SPLITS AT 40 HOURS IN EACH
017924*                     WORKWEEK OF THE PERIOD, FEDERAL BRACKETS ARE
017925*                     ANNUALIZED AND RESTATED PER PERIOD, AND THE
017926*                     SALARIED STANDARD HOURS FOLLOW THE PERIOD.
017927*                     RECYCLE AND RETRO CARDS OF OTHER GROUPS ARE
017928*                     HELD FOR THEIR OWN GROUP'S RUN.  DEPOSIT,
017929*                     GL, REGISTER AND STUB FILES ARE EXTENDED,
017930*                     NOT REPLACED, AND LABELED WITH THE GROUP.
017931*    2026-10-15 RLB   A RESUMED RUN WRITES NO SECOND DEPOSIT
017932*                     OR GL HEADER AND CARRIES THE DIRECT DEPOSIT
017933*                     TOTALS FROM THE CHECKPOINT.  A REJECTED
017934*                     RETRO CARD IS HELD ON THE FILE, NOT DROPPED.
017935*    2026-10-15 RLB   MASTER RATE FIELDS THAT ARE NOT NUMERIC ARE
017936*                     TAKEN AS NO RATE.
017937*    2026-10-15 RLB   DEPOSIT AND GL HEADERS WAIT FOR AN ACCEPTED
017938*                     BATCH, CHECK TOTALS ARE CHECKPOINTED, AND A
017939*                     PERIOD NOT MARKED PAID ENDS THE RUN RC 4.
017940******************************************************************
017800 ENVIRONMENT DIVISION.
017900 CONFIGURATION SECTION.
018000 SOURCE-COMPUTER.           IBM-370.
018700     SELECT EXCEPTION-REPORT ASSIGN TO EXCPRPT
018800                            ORGANIZATION IS LINE SEQUENTIAL
018900                            FILE STATUS IS EXC-FILE-STATUS.
019000     SELECT OPTIONAL PAY-REGISTER ASSIGN TO PAYREG
019100                            ORGANIZATION IS LINE SEQUENTIAL
019200                            FILE STATUS IS REG-FILE-STATUS.
019300     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
019500                            ACCESS MODE IS DYNAMIC
019600                            RECORD KEY IS EM-EMP-ID
019700                            FILE STATUS IS EMP-FILE-STATUS.
019800     SELECT OPTIONAL DIRECT-DEPOSIT-FILE ASSIGN TO DDEPOS
019900                            ORGANIZATION IS LINE SEQUENTIAL
020000                            FILE STATUS IS DDP-FILE-STATUS.
020100     SELECT OPTIONAL GL-DISTRIBUTION-FILE ASSIGN TO GLDIST
020200                            ORGANIZATION IS LINE SEQUENTIAL
020300                            FILE STATUS IS GLD-FILE-STATUS.
020400     SELECT OPTIONAL STUB-FILE ASSIGN TO PAYSTUB
020500                            ORGANIZATION IS LINE SEQUENTIAL
020600                            FILE STATUS IS STB-FILE-STATUS.
020700     SELECT COST-CENTER-FILE ASSIGN TO CCFILE
021000     SELECT LOCATION-FILE   ASSIGN TO LOCFILE
021100                            ORGANIZATION IS LINE SEQUENTIAL
021200                            FILE STATUS IS LCF-FILE-STATUS.
021210     SELECT PTO-FILE        ASSIGN TO PTOFILE
021220                            ORGANIZATION IS LINE SEQUENTIAL
021230                            FILE STATUS IS PTF-FILE-STATUS.
021300     SELECT TAX-PARAMETER-FILE ASSIGN TO TAXFILE
021400                            ORGANIZATION IS LINE SEQUENTIAL
021500                            FILE STATUS IS TXF-FILE-STATUS.
021600     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO SUSPNSE
021700                            ORGANIZATION IS LINE SEQUENTIAL
021800                            FILE STATUS IS SUS-FILE-STATUS.
021805     SELECT OPTIONAL CHECK-STOCK-FILE ASSIGN TO CHKSTOCK
021810                            ORGANIZATION IS LINE SEQUENTIAL
021815                            FILE STATUS IS STK-FILE-STATUS.
021820     SELECT OPTIONAL CHECK-PRINT-FILE ASSIGN TO CHKPRINT
021825                            ORGANIZATION IS LINE SEQUENTIAL
021830                            FILE STATUS IS CPR-FILE-STATUS.
021835     SELECT OPTIONAL POSITIVE-PAY-FILE ASSIGN TO POSPAY
021840                            ORGANIZATION IS LINE SEQUENTIAL
021845                            FILE STATUS IS PPY-FILE-STATUS.
021850     SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
021855                            ORGANIZATION IS INDEXED
021860                            ACCESS MODE IS DYNAMIC
021865                            RECORD KEY IS CR-CHECK-NUMBER
021870                            FILE STATUS IS CRG-FILE-STATUS.
021875     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
021880                            ORGANIZATION IS INDEXED
021885                            ACCESS MODE IS DYNAMIC
021890                            RECORD KEY IS CL-KEY
021895                            FILE STATUS IS CAL-FILE-STATUS.
021900     SELECT OPTIONAL RECYCLE-FILE ASSIGN TO RECYCLE
022000                            ORGANIZATION IS LINE SEQUENTIAL
022100                            FILE STATUS IS RCY-FILE-STATUS.
022410     SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
022420                            ORGANIZATION IS LINE SEQUENTIAL
022430                            FILE STATUS IS RNC-FILE-STATUS.
022432     SELECT OPTIONAL RETRO-CARD-FILE ASSIGN TO RETROCRD
022434                            ORGANIZATION IS LINE SEQUENTIAL
022436                            FILE STATUS IS RTC-FILE-STATUS.
022440     SELECT OPTIONAL DEDUCTION-FILE ASSIGN TO DEDFILE
022450                            ORGANIZATION IS LINE SEQUENTIAL
022460                            FILE STATUS IS DED-FILE-STATUS.
022470     SELECT OPTIONAL REMITTANCE-FILE ASSIGN TO REMIT
022480                            ORGANIZATION IS LINE SEQUENTIAL
022490                            FILE STATUS IS REM-FILE-STATUS.
022489     SELECT OPS-CONTROL-REPORT ASSIGN TO OPSRPT
024400     COPY CCFREC.
024500 FD  LOCATION-FILE.
024600     COPY LOCFREC.
024610 FD  PTO-FILE.
024620     COPY PTOFREC.
024700 FD  TAX-PARAMETER-FILE.
024800     COPY TAXREC.
024900 FD  SUSPENSE-FILE.
025410 FD  RUN-CONTROL-FILE
025420     RECORDING MODE IS F.
025430     COPY PAYCTL.
025431 FD  RETRO-CARD-FILE.
025432     COPY RTCREC.
025440 FD  DEDUCTION-FILE.
025450     COPY DEDREC.
025451 FD  PAY-HISTORY-FILE.
025454 01  OPS-CONTROL-RECORD      PIC X(80).
025460 FD  REMITTANCE-FILE.
025470     COPY REMREC.
025472 FD  CHECK-STOCK-FILE.
025474     COPY CHKSTK.
025476 FD  CHECK-PRINT-FILE.
025478     COPY CHKPREC.
025480 FD  POSITIVE-PAY-FILE.
025482 01  POSITIVE-PAY-RECORD     PIC X(54).
025484 FD  CHECK-REGISTER-FILE.
025486     COPY CHKRREC.
025488 FD  PAY-CALENDAR-FILE.
025490     COPY CALREC.
025500 WORKING-STORAGE SECTION.
025600******************************************************************
025700*    FILE STATUS AND END-OF-FILE SWITCHES
026500 77  STB-FILE-STATUS         PIC X(02).
026600 77  CCF-FILE-STATUS         PIC X(02).
026700 77  LCF-FILE-STATUS         PIC X(02).
026750 77  PTF-FILE-STATUS         PIC X(02).
026800 77  TXF-FILE-STATUS         PIC X(02).
026900 77  SUS-FILE-STATUS         PIC X(02).
027000 77  RCY-FILE-STATUS         PIC X(02).
027130 77  REM-FILE-STATUS         PIC X(02).
027140 77  PHS-FILE-STATUS         PIC X(02).
027141 77  OPS-FILE-STATUS         PIC X(02).
027142 77  RTC-FILE-STATUS         PIC X(02).
027143 77  STK-FILE-STATUS         PIC X(02).
027144 77  CPR-FILE-STATUS         PIC X(02).
027145 77  PPY-FILE-STATUS         PIC X(02).
027146 77  CRG-FILE-STATUS         PIC X(02).
027148 77  CAL-FILE-STATUS         PIC X(02).
027150 77  HIST-WRITTEN-SW         PIC X(01)       VALUE 'N'.
027160     88  HIST-WRITTEN                        VALUE 'Y'.
027170 77  HIST-CC-SUB             PIC 9(04)  COMP.
027500     88  CCF-EOF                             VALUE 'Y'.
027600 77  LCF-EOF-SW              PIC X(01)       VALUE 'N'.
027700     88  LCF-EOF                             VALUE 'Y'.
027710 77  PTF-EOF-SW              PIC X(01)       VALUE 'N'.
027720     88  PTF-EOF                             VALUE 'Y'.
027800 77  TXF-EOF-SW              PIC X(01)       VALUE 'N'.
027900     88  TXF-EOF                             VALUE 'Y'.
027910 77  DED-EOF-SW              PIC X(01)       VALUE 'N'.
033430             88  GC-VACATION-TIME            VALUE 'V'.
033440             88  GC-SICK-TIME                VALUE 'S'.
033450             88  GC-HOLIDAY-TIME             VALUE 'H'.
033460         10  GC-WORKWEEK     PIC X(01).
033470         10  GC-WORKWEEK-NO  REDEFINES GC-WORKWEEK
033480                             PIC 9(01).
033481******************************************************************
033482*    RETRO PAY PHASE CONTROLS.  ITS RESTART POINT IS THE
033483*    NUMBER OF THE LAST RETRO CARD PAID, CARRIED ON THE
033484*    CHECKPOINT LIKE THE LAST SALARIED EMPLOYEE.
033485******************************************************************
033486 77  RETRO-PHASE-SW          PIC X(01)       VALUE 'N'.
033487     88  RETRO-PHASE                         VALUE 'Y'.
033488 77  RETRO-EOF-SW            PIC X(01)       VALUE 'N'.
033489     88  RETRO-EOF                           VALUE 'Y'.
033490 77  RETRO-RECORD-NUMBER     PIC 9(05)       VALUE ZERO.
033491 77  RESTART-RETRO-RECORD    PIC 9(05)       VALUE ZERO.
033492 77  RETRO-PAID-COUNT        PIC 9(05)       VALUE ZERO.
033500******************************************************************
033600*    VARIABLES FOR THE CURRENT EMPLOYEE GROUP BEING PAID
033700******************************************************************
035300 77  SHARE-FICA              PIC S9(09)V99.
035400 77  SHARE-NET               PIC S9(09)V99.
035500 77  GROSS-PAY               PIC S9(7)V99.
035510 77  POLICY-VAC-MAX          PIC 9(05)V99.
035520 77  POLICY-SICK-MAX         PIC 9(05)V99.
035530 77  POLICY-CODE             PIC X(04).
035540 77  POLICY-MATCH-SUB        PIC 9(04)  COMP.
035550 77  POLICY-FOUND-SW         PIC X(01)       VALUE 'N'.
035560     88  POLICY-FOUND                        VALUE 'Y'.
035570 77  ACCRUAL-CAPPED-SW       PIC X(01)       VALUE 'N'.
035580     88  ACCRUAL-CAPPED                      VALUE 'Y'.
035590 77  ACCRUAL-CAPPED-COUNT    PIC 9(05)       VALUE ZERO.
035810******************************************************************
035820*    PTO (VACATION/SICK/HOLIDAY) WORK FIELDS AND THE ACCRUAL
035830*    POLICY IN EFFECT.  PTO HOURS PAY AT STRAIGHT TIME AND STAY
035840*    OUT OF THE OVERTIME CONSOLIDATION; VACATION AND SICK
035850*    ACCRUE PER PAID HOUR AT THE RATES OF THE EMPLOYEE'S PTO
035860*    POLICY, RESOLVED BY 2380-RESOLVE-PTO-POLICY, UP TO ITS
035865*    MAXIMUM BALANCES.
035870******************************************************************
035871 77  PTO-HOURS               PIC S9(5)V99.
035872 77  PTO-PAY                 PIC S9(9)V99.
035873 77  TOTAL-PAID-HOURS        PIC S9(5)V99.
035874 77  VAC-HOURS-DRAWN         PIC S9(5)V99.
035875 77  SICK-HOURS-DRAWN        PIC S9(5)V99.
035876 77  POLICY-VAC-RATE         PIC V9999.
035877 77  POLICY-SICK-RATE        PIC V9999.
035878 77  ACCRUAL-HOURS           PIC S9(5)V99.
035880******************************************************************
035881*    OVERTIME CALCULATION WORK FIELDS
036400 77  CALC-OVERTIME-RATE      PIC 9(7)V9999.
036500 77  STANDARD-HOURS          PIC 9(3)         VALUE 40.
036600 77  OT-MULTIPLIER           PIC 9V9          VALUE 1.5.
036610******************************************************************
036620*    WORKED HOURS BY WORKWEEK OF THE PAY PERIOD - OVERTIME IS
036630*    SPLIT AT STANDARD-HOURS IN EACH WORKWEEK SEPARATELY.  A
036640*    WEEKLY PERIOD USES ONLY THE FIRST; A SEMIMONTHLY PERIOD
036650*    CAN REACH INTO FOUR.
036660******************************************************************
036670 01  WORKWEEK-TOTALS.
036680     05  WORKWEEK-HOURS      PIC 9(05)V99    OCCURS 4 TIMES.
036690 77  WORKWEEK-MAX            PIC 9(01)       VALUE 4.
036692 77  WEEK-SUB                PIC 9(04)  COMP.
036700******************************************************************
036800*    GROSS PAY OVERFLOW CHECK WORK FIELDS
036900******************************************************************
037500******************************************************************
037600 77  ADJUSTED-RATE           PIC 9(7)V9999.
037700 77  RATE-MAX                PIC 9(5)V99     VALUE 99999.99.
037710******************************************************************
037720*    MASTER BASE RATE WORK FIELDS - THE RATE IN EFFECT FOR THE
037730*    PERIOD AND THE TOLERANCE A KEYED CARD RATE MAY STRAY FROM
037740*    IT, AS A FRACTION OF THE MASTER RATE
037750******************************************************************
037760 77  MASTER-RATE             PIC 9(5)V99.
037770 77  RATE-TOLERANCE          PIC V9999.
037780 77  RATE-TOLERANCE-SW       PIC X(01)       VALUE 'N'.
037790     88  RATE-TOLERANCE-FOUND                VALUE 'Y'.
037791 77  RATE-VARIANCE           PIC S9(5)V99.
037792 77  TOLERANCE-AMOUNT        PIC 9(5)V9999.
037800******************************************************************
037900*    WITHHOLDING CALCULATION WORK FIELDS
038000******************************************************************
038600 77  BRACKET-TOP             PIC 9(07)V99.
038700 77  BRACKET-PORTION         PIC 9(07)V99.
038800 77  TAX-SUB                 PIC 9(04)  COMP.
038810 77  FED-TAXABLE-WAGE        PIC S9(07)V99.
038820 77  PAY-PERIODS-PER-YEAR    PIC 9(03)       VALUE 52.
038822 77  WEEKS-PER-YEAR          PIC 9(03)       VALUE 52.
038824 77  PERIOD-FLOOR            PIC 9(07)V99.
038830 77  W4-PERIOD-OTHER-INCOME  PIC 9(07)V99.
038840 77  W4-PERIOD-DEDUCTIONS    PIC 9(07)V99.
038850 77  W4-PERIOD-CREDIT        PIC 9(07)V99.
038860 77  W4-PERIOD-EXTRA-WH      PIC 9(05)V99.
038870 77  W4-EXEMPT-SW            PIC X(01)       VALUE 'N'.
038880     88  W4-EXEMPT                           VALUE 'Y'.
038900 77  STATE-TAX-RATE          PIC V9999.
039000 77  FEDERAL-WITHHOLDING     PIC S9(7)V99.
039100 77  STATE-WITHHOLDING       PIC S9(7)V99.
039356 77  DED-GOAL-ROOM           PIC S9(9)V99.
039357 77  DED-SUB                 PIC 9(04)  COMP.
039358 77  DED-PRIORITY-PASS       PIC 9(02).
039378 77  OPEN-END-DATE           PIC 9(08)       VALUE 99999999.
039400******************************************************************
039500*    PAY REGISTER REPORT CONTROL FIELDS AND PRINT LINES
039600******************************************************************
040800 77  DD-TOTAL-AMOUNT         PIC 9(09)V99    VALUE ZERO.
040900 77  DD-TOTAL-DEBITS         PIC 9(09)V99    VALUE ZERO.
041000     COPY ACHREC.
041001******************************************************************
041002*    PAPER CHECK CONTROL FIELDS.  AN EMPLOYEE WHO CANNOT BE PAID
041003*    BY DIRECT DEPOSIT IS PAID BY CHECK; THE NUMBER COMES FROM THE
041004*    CHECK STOCK FILE, WHICH IS SAVED AS EACH NUMBER IS TAKEN SO
041005*    A RESTARTED RUN NEVER ISSUES THE SAME NUMBER TWICE.
041006******************************************************************
041007 77  PAY-BY-CHECK-SW         PIC X(01)       VALUE 'N'.
041008     88  PAY-BY-CHECK                        VALUE 'Y'.
041009 77  CHECK-REASON-SW         PIC X(01)       VALUE SPACE.
041010     88  CHECK-NO-BANK                       VALUE 'N'.
041011     88  CHECK-BANK-FAILED                   VALUE 'F'.
041012     88  CHECK-PRENOTE-PENDING               VALUE 'P'.
041013 77  CHECK-STOCK-SW          PIC X(01)       VALUE 'N'.
041014     88  CHECK-STOCK-LOADED                  VALUE 'Y'.
041015 77  CHECK-NUMBER            PIC 9(08)       VALUE ZERO.
041016 77  CHECK-DATE              PIC 9(08)       VALUE ZERO.
041017 77  STOCK-NEXT-NUMBER       PIC 9(08)       VALUE ZERO.
041018 77  STOCK-LAST-NUMBER       PIC 9(08)       VALUE ZERO.
041019 77  CHECK-ISSUED-COUNT      PIC 9(05)       VALUE ZERO.
041020 77  CHECK-ISSUED-TOTAL      PIC 9(09)V99    VALUE ZERO.
041021     COPY POSPREC.
041022******************************************************************
041023*    PAYROLL CALENDAR CONTROL FIELDS - THE PERIOD THIS RUN IS
041024*    PAYING, PROVED TO BE THE NEXT OPEN PERIOD, AND WHETHER IT
041025*    WAS MARKED PAID AT THE END OF THE RUN
041026******************************************************************
041027 77  CALENDAR-PERIOD-END     PIC 9(08)       VALUE ZERO.
041028 77  CALENDAR-EOF-SW         PIC X(01)       VALUE 'N'.
041029     88  CALENDAR-EOF                        VALUE 'Y'.
041030 77  PERIOD-MARKED-SW        PIC X(01)       VALUE 'N'.
041031     88  PERIOD-MARKED-PAID                  VALUE 'Y'.
041032 01  CALENDAR-TEXT.
041033     05  FILLER              PIC X(07)       VALUE "PERIOD ".
041034     05  CALENDAR-TEXT-PERIOD PIC 9(08).
041035     05  FILLER              PIC X(12)       VALUE " MARKED PAID".
041036******************************************************************
041037*    PAY GROUP CONTROL FIELDS - THE GROUP THIS RUN PAYS, FROM
041038*    THE BATCH HEADER, AND THE FREQUENCY ITS CALENDAR CARRIES.
041039*    THE FREQUENCY SETS THE PERIODS PER YEAR THE TAX AND W-4
041040*    AMOUNTS ARE RESTATED BY, THE SALARIED STANDARD HOURS FOR
041041*    THE PERIOD AND THE LAST WORKWEEK A CARD MAY CARRY.  THE
041042*    EMPLOYEE FIELDS HOLD THE MASTER'S GROUP AND FREQUENCY
041043*    WITH THEIR BLANK DEFAULTS FILLED IN.
041044******************************************************************
041045 77  RUN-PAY-GROUP           PIC X(04)       VALUE SPACES.
041046 77  RUN-PAY-FREQUENCY       PIC X(01)       VALUE 'W'.
041047     88  RUN-PAY-WEEKLY                      VALUE 'W'.
041048     88  RUN-PAY-BIWEEKLY                    VALUE 'B'.
041049     88  RUN-PAY-SEMIMONTHLY                 VALUE 'S'.
041050 77  RUN-LAST-WORKWEEK       PIC X(01)       VALUE '1'.
041051 77  PERIOD-STANDARD-HOURS   PIC 9(03)V99    VALUE 40.
041052 77  RESTART-PAY-GROUP       PIC X(04)       VALUE SPACES.
041053 77  EMPLOYEE-PAY-GROUP      PIC X(04).
041054 77  EMPLOYEE-PAY-FREQUENCY  PIC X(01).
041055 01  PAY-GROUP-TEXT.
041056     05  FILLER              PIC X(10)       VALUE "PAY GROUP ".
041057     05  PAY-GROUP-TEXT-GROUP PIC X(04).
041058     05  FILLER              PIC X(01)       VALUE SPACE.
041059     05  PAY-GROUP-TEXT-FREQ PIC X(11).
041060******************************************************************
041061*    RECYCLE AND RETRO CARDS FOR EMPLOYEES OF ANOTHER PAY GROUP
041062*    ARE HELD HERE AS READ AND WRITTEN BACK WHEN THE FILE IS
041063*    RETIRED, SO THEY WAIT FOR THEIR OWN GROUP'S RUN
041064******************************************************************
041065 01  HELD-RECYCLE-TABLE.
041066     05  HELD-RECYCLE-CARD   PIC X(77)       OCCURS 500 TIMES.
041067 77  HELD-RECYCLE-COUNT      PIC 9(04)  COMP VALUE ZERO.
041068 01  HELD-RETRO-TABLE.
041069     05  HELD-RETRO-CARD     PIC X(94)       OCCURS 500 TIMES.
041070 77  HELD-RETRO-COUNT        PIC 9(04)  COMP VALUE ZERO.
041071 77  HELD-TABLE-MAX          PIC 9(04)  COMP VALUE 500.
041072 77  HELD-SUB                PIC 9(04)  COMP.
041073 77  CARD-HELD-SW            PIC X(01)       VALUE 'N'.
041074     88  CARD-HELD                           VALUE 'Y'.
041100******************************************************************
041200*    GENERAL LEDGER DISTRIBUTION ACCUMULATORS AND RECORD
041300*    LAYOUTS.  THE ACCUMULATOR TABLE RUNS PARALLEL TO CC-TABLE,
044800*    STATE WITHHOLDING RATE AND PAY DIFFERENTIAL BY WORK LOCATION
044900******************************************************************
045000     COPY LOCTAB.
045010******************************************************************
045020*    PTO ACCRUAL RATES, MAXIMUM BALANCES AND CARRYOVER LIMITS
045030*    BY POLICY CODE
045040******************************************************************
045050     COPY PTOTAB.
045100******************************************************************
045200*    FICA RATE/WAGE BASE AND GRADUATED FEDERAL BRACKET TABLES
045300******************************************************************
047710*    FILES - DIRECT DEPOSIT, GL, SUSPENSE, STUBS - ARE NEVER
047720*    OPENED, SO AN EDIT-ONLY PASS CANNOT DISTURB LAST RUN'S
047730*    OUTPUT OR LEAVE A PARTIAL FILE BEHIND.
047732*    THE REGISTER, DIRECT DEPOSIT, GL AND STUB FILES ARE
047734*    EXTENDED, NOT REPLACED, SO TWO PAY GROUPS RUN IN THE SAME
047736*    WEEK LEAVE BOTH RUNS' OUTPUT, EACH LABELED WITH ITS GROUP;
047738*    THE DOWNSTREAM STEPS THAT TAKE THEM EMPTY THEM.
047740*    THE PAYROLL CALENDAR IS OPENED ON EVERY RUN, TRIAL OR
047750*    LIVE, SINCE EVERY BATCH IS PROVED AGAINST IT.
047800******************************************************************
047810     PERFORM 1050-READ-RUN-CONTROL
047820         THRU 1050-EXIT.
049000         MOVE 'Y' TO END-OF-FILE-SW
049100         MOVE 'Y' TO RUN-ABORT-SW
049200     END-IF.
049300     OPEN EXTEND PAY-REGISTER.
049400     IF REG-FILE-STATUS NOT = "00"
049410             AND REG-FILE-STATUS NOT = "05"
049500         DISPLAY "SHEETPAY: UNABLE TO OPEN PAY-REGISTER, "
049600             "STATUS = " REG-FILE-STATUS
049700         MOVE 'Y' TO END-OF-FILE-SW
049960         MOVE 'Y' TO RUN-ABORT-SW
049970     END-IF.
050000     IF NOT TRIAL-RUN
050010         OPEN EXTEND DIRECT-DEPOSIT-FILE
050100         IF DDP-FILE-STATUS NOT = "00"
050110                 AND DDP-FILE-STATUS NOT = "05"
050200             DISPLAY "SHEETPAY: UNABLE TO OPEN "
050250                 "DIRECT-DEPOSIT-FILE, "
050300                 "STATUS = " DDP-FILE-STATUS
050550         END-IF
050600     END-IF.
050700     IF NOT TRIAL-RUN
050710         OPEN EXTEND GL-DISTRIBUTION-FILE
050800         IF GLD-FILE-STATUS NOT = "00"
050810                 AND GLD-FILE-STATUS NOT = "05"
050900             DISPLAY "SHEETPAY: UNABLE TO OPEN "
050950                 "GL-DISTRIBUTION-FILE, "
051000                 "STATUS = " GLD-FILE-STATUS
051950         END-IF
052000     END-IF.
052100     IF NOT TRIAL-RUN
052110         OPEN EXTEND STUB-FILE
052200         IF STB-FILE-STATUS NOT = "00"
052210                 AND STB-FILE-STATUS NOT = "05"
052300             DISPLAY "SHEETPAY: UNABLE TO OPEN STUB-FILE, "
052400                 "STATUS = " STB-FILE-STATUS
052500             MOVE 'Y' TO END-OF-FILE-SW
052650         END-IF
052700     END-IF.
052710     IF NOT TRIAL-RUN
052720         OPEN EXTEND REMITTANCE-FILE
052730         IF REM-FILE-STATUS NOT = "00"
052735                 AND REM-FILE-STATUS NOT = "05"
052740             DISPLAY "SHEETPAY: UNABLE TO OPEN REMITTANCE-FILE, "
052750                 "STATUS = " REM-FILE-STATUS
052760             MOVE 'Y' TO END-OF-FILE-SW
052792         PERFORM 1150-OPEN-PAY-HISTORY
052793             THRU 1150-EXIT
052794     END-IF.
052795     IF NOT TRIAL-RUN
052796         PERFORM 1170-OPEN-CHECK-FILES
052797             THRU 1170-EXIT
052798     END-IF.
052800     PERFORM 1100-OPEN-EMPLOYEE-MASTER
052900         THRU 1100-EXIT.
052910     PERFORM 1180-OPEN-PAY-CALENDAR
052920         THRU 1180-EXIT.
053000     PERFORM 1400-LOAD-COST-CENTER-TABLE
053100         THRU 1400-EXIT.
053200     PERFORM 1500-LOAD-LOCATION-TABLE
053300         THRU 1500-EXIT.
053310     PERFORM 1520-LOAD-PTO-POLICY-TABLE
053320         THRU 1520-EXIT.
053400     PERFORM 1550-LOAD-TAX-FILE
053500         THRU 1550-EXIT.
053510     PERFORM 1450-LOAD-DEDUCTION-TABLE
056032     END-IF.
056033 1150-EXIT.
056034     EXIT.
056035
056036 1170-OPEN-CHECK-FILES.
056037******************************************************************
056038*    LOAD THE CHECK STOCK CONTROL RECORD - THE NEXT CHECK NUMBER
056039*    ON HAND AND THE LAST NUMBER IN THE STOCK - AND OPEN THE
056040*    CHECK PRINT FILE, THE POSITIVE PAY ISSUE FILE AND THE CHECK
056041*    REGISTER.  THE PRINT AND POSITIVE PAY FILES ARE EXTENDED,
056042*    SO CHECKS FROM AN EARLIER RUN NOT YET PRINTED OR SENT TO THE
056043*    BANK ARE KEPT.  NO STOCK FILE DOES NOT ABORT THE RUN - AN
056044*    EMPLOYEE WHO NEEDS A CHECK IS SENT TO THE EXCEPTION REPORT
056045*    TO BE PAID BY HAND, AS BEFORE.
056046******************************************************************
056047     MOVE 'N' TO CHECK-STOCK-SW.
056048     OPEN INPUT CHECK-STOCK-FILE.
056049     IF STK-FILE-STATUS = "00"
056050         READ CHECK-STOCK-FILE
056051             AT END
056052                 CONTINUE
056053             NOT AT END
056054                 MOVE CS-NEXT-CHECK-NUMBER TO STOCK-NEXT-NUMBER
056055                 MOVE CS-LAST-CHECK-NUMBER TO STOCK-LAST-NUMBER
056056                 MOVE 'Y' TO CHECK-STOCK-SW
056057         END-READ
056058         CLOSE CHECK-STOCK-FILE
056059     END-IF.
056060     OPEN EXTEND CHECK-PRINT-FILE.
056061     IF CPR-FILE-STATUS NOT = "00"
056062             AND CPR-FILE-STATUS NOT = "05"
056063         DISPLAY "SHEETPAY: UNABLE TO OPEN CHECK-PRINT-FILE, "
056064             "STATUS = " CPR-FILE-STATUS
056065         MOVE 'Y' TO END-OF-FILE-SW
056066         MOVE 'Y' TO RUN-ABORT-SW
056067     END-IF.
056068     OPEN EXTEND POSITIVE-PAY-FILE.
056069     IF PPY-FILE-STATUS NOT = "00"
056070             AND PPY-FILE-STATUS NOT = "05"
056071         DISPLAY "SHEETPAY: UNABLE TO OPEN POSITIVE-PAY-FILE, "
056072             "STATUS = " PPY-FILE-STATUS
056073         MOVE 'Y' TO END-OF-FILE-SW
056074         MOVE 'Y' TO RUN-ABORT-SW
056075     END-IF.
056076     OPEN I-O CHECK-REGISTER-FILE.
056077     IF CRG-FILE-STATUS = "35"
056078         OPEN OUTPUT CHECK-REGISTER-FILE
056079         CLOSE CHECK-REGISTER-FILE
056080         OPEN I-O CHECK-REGISTER-FILE
056081     END-IF.
056082     IF CRG-FILE-STATUS NOT = "00"
056083         DISPLAY "SHEETPAY: UNABLE TO OPEN CHECK-REGISTER-FILE, "
056084             "STATUS = " CRG-FILE-STATUS
056085         MOVE 'Y' TO END-OF-FILE-SW
056086         MOVE 'Y' TO RUN-ABORT-SW
056087     END-IF.
056088 1170-EXIT.
056089     EXIT.
056100
056102 1180-OPEN-PAY-CALENDAR.
056104******************************************************************
056106*    OPEN THE PAYROLL CALENDAR - FOR UPDATE ON A LIVE RUN, WHICH
056108*    MARKS ITS PERIOD PAID AT THE END, READ-ONLY ON A TRIAL RUN.
056110*    THE CALENDAR IS BUILT BY CALMAINT; WITHOUT IT NO BATCH CAN
056112*    BE PROVED TO BE FOR THE NEXT OPEN PERIOD, SO A CALENDAR THAT
056114*    WILL NOT OPEN ABORTS THE RUN.
056116******************************************************************
056118     IF TRIAL-RUN
056120         OPEN INPUT PAY-CALENDAR-FILE
056122     ELSE
056124         OPEN I-O PAY-CALENDAR-FILE
056126     END-IF.
056128     IF CAL-FILE-STATUS NOT = "00"
056130         DISPLAY "SHEETPAY: UNABLE TO OPEN PAY-CALENDAR-FILE, "
056132             "STATUS = " CAL-FILE-STATUS
056134         MOVE 'Y' TO END-OF-FILE-SW
056136         MOVE 'Y' TO RUN-ABORT-SW
056138     END-IF.
056140 1180-EXIT.
056142     EXIT.
056144
056200 1200-READ-CONTROL-HEADER.
056300******************************************************************
056400*    THE FIRST RECORD OF THE TIMECARD-FILE IS THE BATCH CONTROL
056810*    CONTROL HEADER - OR IS EMPTY - ABORTS THE RUN: WITHOUT
056820*    THE HEADER THERE IS NO PAY PERIOD END DATE TO RESOLVE THE
056830*    TAX PARAMETERS OR EFFECTIVE-DATED TABLES AGAINST, AND
056840*    NOTHING, NOT EVEN THE RECYCLE FILE, MAY BE PAID.  THE
056850*    FIRST HEADER ALSO NAMES THE PAY GROUP THE RUN PAYS (BLANK
056860*    IS THE WEEKLY GROUP "WKLY").  A CHECKPOINT LEFT BY AN
056870*    INTERRUPTED RUN OF ANOTHER GROUP ABORTS THE RUN - THAT
056880*    GROUP MUST BE RERUN TO COMPLETION FIRST.  A RESUMED RUN
056890*    WRITES NO DIRECT DEPOSIT OR GL HEADER - THE INTERRUPTED
056895*    RUN'S HEADERS ARE ALREADY ON THE EXTENDED FILES.  A NEW
056896*    RUN WRITES THEM ONLY AFTER THE FIRST BATCH IS ACCEPTED, SO
056897*    A RUN REFUSED FOR ITS GROUP, PERIOD OR TAX TABLES LEAVES
056898*    NO HEADER WITHOUT A TRAILER ON THE EXTENDED FILES.
056900******************************************************************
057000     IF NOT END-OF-FILE AND BC-IS-HEADER
057010         PERFORM 1210-SET-RUN-PAY-GROUP
057020             THRU 1210-EXIT
057030         IF RUN-ABORTED
057040             GO TO 1200-EXIT
057050         END-IF
057400         MOVE BC-PERIOD-END-DATE TO PAY-PERIOD-END-DATE
057402         PERFORM 2655-CHECK-NEXT-BATCH
057404             THRU 2655-EXIT
057410         IF NOT RUN-ABORTED AND NOT TRIAL-RUN
057420                 AND NOT RESTARTED-RUN
057500             PERFORM 5000-WRITE-DD-HEADER
057600                 THRU 5000-EXIT
057700             PERFORM 5300-WRITE-GL-HEADER
057800                 THRU 5300-EXIT
057810         END-IF
058210     ELSE
058220         DISPLAY "SHEETPAY: FIRST RECORD IS NOT THE BATCH "
058230             "CONTROL HEADER"
058300     END-IF.
058400 1200-EXIT.
058500     EXIT.
058501
058502 1210-SET-RUN-PAY-GROUP.
058503******************************************************************
058504*    TAKE THE PAY GROUP THE RUN PAYS FROM THE FIRST BATCH
058505*    HEADER, AND REFUSE A CHECKPOINT LEFT BY ANOTHER GROUP
058506******************************************************************
058507     IF BC-PAY-GROUP = SPACES
058508         MOVE "WKLY"         TO RUN-PAY-GROUP
058509     ELSE
058510         MOVE BC-PAY-GROUP   TO RUN-PAY-GROUP
058511     END-IF.
058512     IF RESTARTED-RUN AND RESTART-PAY-GROUP NOT = RUN-PAY-GROUP
058513         DISPLAY "SHEETPAY: CHECKPOINT IS FOR PAY GROUP "
058514             RESTART-PAY-GROUP ", BATCH IS FOR PAY GROUP "
058515             RUN-PAY-GROUP
058516         MOVE 'Y' TO END-OF-FILE-SW
058517         MOVE 'Y' TO RUN-ABORT-SW
058518     END-IF.
058519 1210-EXIT.
058520     EXIT.
058521
058522 1250-CHECK-PAY-CALENDAR.
058523******************************************************************
058524*    THE BATCH JUST OPENED MUST BE FOR THE NEXT OPEN PERIOD ON
058525*    THE PAYROLL CALENDAR - THE EARLIEST PERIOD NOT YET PAID.
058526*    A PERIOD NOT ON THE CALENDAR, ONE ALREADY PAID OR CLOSED,
058527*    OR AN OPEN PERIOD WITH AN EARLIER ONE STILL UNPAID ABORTS
058528*    THE RUN BEFORE THE BATCH IS PAID, SO THE SAME WEEK CAN
058529*    NEVER BE PAID TWICE NOR A WEEK SKIPPED.  EVERY BATCH IN A
058530*    RUN IS THEREFORE FOR THE SAME PERIOD.  THE CHECK DATE IS
058531*    TAKEN FROM THE CALENDAR.  EACH PAY GROUP HAS ITS OWN
058532*    PERIODS ON THE CALENDAR, AND THE GROUP'S FREQUENCY IS
058533*    TAKEN FROM ITS PERIOD.
058534******************************************************************
058535     MOVE RUN-PAY-GROUP      TO CL-PAY-GROUP.
058536     MOVE BC-PERIOD-END-DATE TO CL-PERIOD-END.
058537     READ PAY-CALENDAR-FILE
058538         INVALID KEY
058539             DISPLAY "SHEETPAY: PERIOD " BC-PERIOD-END-DATE
058540                 " IS NOT ON THE PAYROLL CALENDAR FOR PAY GROUP "
058541                 RUN-PAY-GROUP
058542             MOVE 'Y' TO END-OF-FILE-SW
058543             MOVE 'Y' TO RUN-ABORT-SW
058544             GO TO 1250-EXIT
058545     END-READ.
058546     IF NOT CL-OPEN
058547         DISPLAY "SHEETPAY: PERIOD " BC-PERIOD-END-DATE
058548             " HAS ALREADY BEEN PAID"
058549         MOVE 'Y' TO END-OF-FILE-SW
058550         MOVE 'Y' TO RUN-ABORT-SW
058551         GO TO 1250-EXIT.
058552     MOVE CL-CHECK-DATE      TO CHECK-DATE.
058553     IF CALENDAR-PERIOD-END = ZERO
058554         PERFORM 1270-SET-PAY-FREQUENCY
058555             THRU 1270-EXIT
058556     END-IF.
058557     MOVE 'N'                TO CALENDAR-EOF-SW.
058558     MOVE SPACE              TO CL-STATUS.
058559     MOVE RUN-PAY-GROUP      TO CL-PAY-GROUP.
058560     MOVE ZERO               TO CL-PERIOD-END.
058561     START PAY-CALENDAR-FILE KEY NOT < CL-KEY
058562         INVALID KEY
058563             MOVE 'Y' TO CALENDAR-EOF-SW
058564     END-START.
058565     PERFORM 1260-READ-NEXT-PERIOD
058566         THRU 1260-EXIT
058567         UNTIL CALENDAR-EOF OR CL-OPEN
058568             OR CL-PAY-GROUP NOT = RUN-PAY-GROUP.
058569     IF CALENDAR-EOF OR CL-PAY-GROUP NOT = RUN-PAY-GROUP
058570             OR CL-PERIOD-END NOT = BC-PERIOD-END-DATE
058571         DISPLAY "SHEETPAY: PERIOD " BC-PERIOD-END-DATE
058572             " IS NOT THE NEXT OPEN PERIOD - " CL-PERIOD-END
058573             " IS STILL OPEN"
058574         MOVE 'Y' TO END-OF-FILE-SW
058575         MOVE 'Y' TO RUN-ABORT-SW
058576         GO TO 1250-EXIT.
058577     MOVE BC-PERIOD-END-DATE TO CALENDAR-PERIOD-END.
058578 1250-EXIT.
058579     EXIT.
058580
058581 1260-READ-NEXT-PERIOD.
058582******************************************************************
058583*    READ THE NEXT PERIOD ON THE CALENDAR IN PERIOD END ORDER
058584******************************************************************
058585     READ PAY-CALENDAR-FILE NEXT RECORD
058586         AT END
058587             MOVE 'Y' TO CALENDAR-EOF-SW
058588     END-READ.
058589 1260-EXIT.
058590     EXIT.
058600
058602 1270-SET-PAY-FREQUENCY.
058604******************************************************************
058606*    THE FIRST PERIOD PROVED SETS THE RUN'S PAY FREQUENCY FROM
058608*    THE CALENDAR - THE PERIODS PER YEAR THE FEDERAL BRACKETS
058610*    AND W-4 AMOUNTS ARE RESTATED BY, THE SALARIED STANDARD
058612*    HOURS (40 A WEEK, 80 A FORTNIGHT, 2080 OVER 24 HALF-
058614*    MONTHS), THE LAST WORKWEEK A CARD MAY CARRY, AND THE
058616*    REGISTER TITLE.  A PERIOD WITH NO FREQUENCY IS WEEKLY.
058618******************************************************************
058620     IF CL-PAY-FREQUENCY = SPACE
058622         MOVE 'W'            TO RUN-PAY-FREQUENCY
058624     ELSE
058626         MOVE CL-PAY-FREQUENCY TO RUN-PAY-FREQUENCY
058628     END-IF.
058630     IF RUN-PAY-BIWEEKLY
058632         MOVE 26             TO PAY-PERIODS-PER-YEAR
058634         MOVE 80             TO PERIOD-STANDARD-HOURS
058636         MOVE '2'            TO RUN-LAST-WORKWEEK
058638         MOVE "BIWEEKLY PAY REGISTER" TO HL2-TITLE
058640         MOVE "BIWEEKLY"     TO PAY-GROUP-TEXT-FREQ
058642     ELSE
058644         IF RUN-PAY-SEMIMONTHLY
058646             MOVE 24         TO PAY-PERIODS-PER-YEAR
058648             MOVE 86.67      TO PERIOD-STANDARD-HOURS
058650             MOVE '4'        TO RUN-LAST-WORKWEEK
058652             MOVE "SEMIMONTHLY PAY REGISTER" TO HL2-TITLE
058654             MOVE "SEMIMONTHLY" TO PAY-GROUP-TEXT-FREQ
058656         ELSE
058658             MOVE 'W'        TO RUN-PAY-FREQUENCY
058660             MOVE 52         TO PAY-PERIODS-PER-YEAR
058662             MOVE 40         TO PERIOD-STANDARD-HOURS
058664             MOVE '1'        TO RUN-LAST-WORKWEEK
058666             MOVE "WEEKLY PAY REGISTER" TO HL2-TITLE
058668             MOVE "WEEKLY"   TO PAY-GROUP-TEXT-FREQ
058670         END-IF
058672     END-IF.
058674     MOVE "PAY GROUP "       TO HL3-GROUP-CAPTION.
058676     MOVE RUN-PAY-GROUP      TO HL3-PAY-GROUP.
058678     MOVE RUN-PAY-GROUP      TO PAY-GROUP-TEXT-GROUP.
058680 1270-EXIT.
058682     EXIT.
058684
058700 1300-READ-CHECKPOINT.
058800******************************************************************
058900*    IF A CHECKPOINT FILE WAS LEFT BY AN EARLIER RUN THAT DID NOT
059700*    2050-VALIDATE-CHECKPOINT.  A TRIAL RUN NEITHER READS NOR
059810*    WRITES THE CHECKPOINT - IT ALWAYS PROVES THE WHOLE BATCH
059820*    FROM THE TOP, AND A CHECKPOINT LEFT BY AN ABORTED LIVE RUN
059830*    MUST STILL BE STANDING FOR THAT RUN'S OWN RERUN.  THE
059832*    DIRECT DEPOSIT COUNT AND TOTALS ARE CARRIED FORWARD SO THE
059834*    TRAILER PROVES EVERY PAYMENT ON THE FILE SINCE THE HEADER.
059836*    THE CHECK COUNT AND TOTAL ARE CARRIED FORWARD THE SAME WAY
059838*    FOR THE POSITIVE PAY TRAILER.
059840******************************************************************
059900     MOVE ZERO                   TO RESTART-RECORD-NUMBER.
060000     MOVE SPACES                 TO RESTART-EMP-ID.
061040                     TO RESTART-SALARIED-ID
061050                 MOVE CKP-SALARIED-EMP-ID
061060                     TO SALARIED-DONE-ID
061062                 IF CKP-RETRO-RECORD NUMERIC
061064                     MOVE CKP-RETRO-RECORD
061066                         TO RESTART-RETRO-RECORD
061068                 END-IF
061070                 IF CKP-PAY-GROUP = SPACES
061072                     MOVE "WKLY" TO RESTART-PAY-GROUP
061074                 ELSE
061076                     MOVE CKP-PAY-GROUP
061078                         TO RESTART-PAY-GROUP
061080                 END-IF
061082                 IF CKP-DD-PAYMENT-COUNT NUMERIC
061083                     MOVE CKP-DD-PAYMENT-COUNT
061084                         TO DD-PAYMENT-COUNT
061085                     MOVE CKP-DD-TOTAL-AMOUNT
061086                         TO DD-TOTAL-AMOUNT
061087                     MOVE CKP-DD-TOTAL-DEBITS
061088                         TO DD-TOTAL-DEBITS
061089                 END-IF
061090                 IF CKP-CHECK-COUNT NUMERIC
061091                     MOVE CKP-CHECK-COUNT
061092                         TO CHECK-ISSUED-COUNT
061093                     MOVE CKP-CHECK-TOTAL
061094                         TO CHECK-ISSUED-TOTAL
061095                 END-IF
061100         END-READ
061200         CLOSE CHECKPOINT-FILE
061300     END-IF.
067551                     TO DE-PAYEE (DED-ENTRY-COUNT)
067552                 MOVE DM-GL-ACCOUNT
067553                     TO DE-GL-ACCOUNT (DED-ENTRY-COUNT)
067554                 PERFORM 1465-LOAD-DED-ORDER
067555                     THRU 1465-EXIT
067558             END-IF
067559     END-READ.
067561 1460-EXIT.
067562     EXIT.
067563
067564 1465-LOAD-DED-ORDER.
067565******************************************************************
067566*    CARRY THE COURT ORDER FIELDS OF THE ENTRY JUST STORED -
067567*    ORDER DATES LEFT BLANK ON OLDER RECORDS LOAD AS OPEN - AND
067568*    START ITS RUN AND CHECK TOTALS AT ZERO
067569******************************************************************
067570     MOVE DM-CASE-NUMBER
067571         TO DE-CASE-NUMBER (DED-ENTRY-COUNT).
067572     IF DM-ORDER-START NUMERIC
067573         MOVE DM-ORDER-START
067574             TO DE-ORDER-START (DED-ENTRY-COUNT)
067575     ELSE
067576         MOVE ZERO
067577             TO DE-ORDER-START (DED-ENTRY-COUNT)
067578     END-IF.
067579     IF DM-ORDER-STOP NUMERIC
067580             AND DM-ORDER-STOP NOT = ZERO
067581         MOVE DM-ORDER-STOP
067582             TO DE-ORDER-STOP (DED-ENTRY-COUNT)
067583     ELSE
067584         MOVE OPEN-END-DATE
067585             TO DE-ORDER-STOP (DED-ENTRY-COUNT)
067586     END-IF.
067587     MOVE DM-STATUS
067588         TO DE-STATUS (DED-ENTRY-COUNT).
067589     MOVE ZERO
067590         TO DE-TAKEN-THIS-RUN (DED-ENTRY-COUNT).
067591     MOVE ZERO
067592         TO DE-TAKEN-THIS-CHECK (DED-ENTRY-COUNT).
067593 1465-EXIT.
067594     EXIT.
067595
067600 1500-LOAD-LOCATION-TABLE.
067700******************************************************************
067800*    LOAD THE LOCATION STATE-RATE/DIFFERENTIAL TABLE FROM THE
072800     END-READ.
072900 1510-EXIT.
073000     EXIT.
073004
073008
073012 1520-LOAD-PTO-POLICY-TABLE.
073016******************************************************************
073020*    LOAD THE PTO ACCRUAL POLICY TABLE FROM THE EXTERNAL POLICY
073024*    FILE MAINTAINED BY PAYROLL WITH TABMAINT.  THE FILE FAILING
073028*    TO OPEN ABORTS THE RUN - VACATION AND SICK CANNOT BE
073032*    ACCRUED WITHOUT THE POLICY RATES AND MAXIMUM BALANCES.
073036******************************************************************
073040     OPEN INPUT PTO-FILE.
073044     IF PTF-FILE-STATUS NOT = "00"
073048         DISPLAY "SHEETPAY: UNABLE TO OPEN PTO-FILE, "
073052             "STATUS = " PTF-FILE-STATUS
073056         MOVE 'Y' TO END-OF-FILE-SW
073060         MOVE 'Y' TO RUN-ABORT-SW
073064         GO TO 1520-EXIT.
073068     MOVE 'N'                TO PTF-EOF-SW.
073072     PERFORM 1530-LOAD-PTO-ENTRY
073076         THRU 1530-EXIT
073080         UNTIL PTF-EOF.
073084     CLOSE PTO-FILE.
073088 1520-EXIT.
073092     EXIT.
073100
073124 1530-LOAD-PTO-ENTRY.
073125******************************************************************
073126*    READ AND STORE ONE PTO POLICY FILE ENTRY.  MORE ENTRIES
073127*    THAN THE TABLE HOLDS IS A SETUP ERROR THAT ABORTS THE RUN
073128*    RATHER THAN SILENTLY ACCRUING OFF A PARTIAL TABLE.
073129******************************************************************
073130     READ PTO-FILE
073131         AT END
073132             MOVE 'Y' TO PTF-EOF-SW
073133         NOT AT END
073134             IF PL-ENTRY-COUNT >= PL-TABLE-MAX
073135                 DISPLAY "SHEETPAY: PTO POLICY FILE EXCEEDS "
073136                     "TABLE LIMIT OF " PL-TABLE-MAX
073137                 MOVE 'Y' TO PTF-EOF-SW
073138                 MOVE 'Y' TO END-OF-FILE-SW
073139                 MOVE 'Y' TO RUN-ABORT-SW
073140             ELSE
073141                 ADD 1 TO PL-ENTRY-COUNT
073142                 MOVE PTF-POLICY-CODE
073143                     TO PL-POLICY-CODE (PL-ENTRY-COUNT)
073144                 MOVE PTF-VAC-RATE
073145                     TO PL-VAC-RATE (PL-ENTRY-COUNT)
073146                 MOVE PTF-SICK-RATE
073147                     TO PL-SICK-RATE (PL-ENTRY-COUNT)
073148                 MOVE PTF-VAC-MAX
073149                     TO PL-VAC-MAX (PL-ENTRY-COUNT)
073150                 MOVE PTF-SICK-MAX
073151                     TO PL-SICK-MAX (PL-ENTRY-COUNT)
073152                 MOVE PTF-VAC-CARRYOVER
073153                     TO PL-VAC-CARRYOVER (PL-ENTRY-COUNT)
073154                 MOVE PTF-SICK-CARRYOVER
073155                     TO PL-SICK-CARRYOVER (PL-ENTRY-COUNT)
073156                 MOVE PTF-EFF-START
073157                     TO PL-EFF-START (PL-ENTRY-COUNT)
073158                 MOVE PTF-EFF-END
073159                     TO PL-EFF-END (PL-ENTRY-COUNT)
073160             END-IF
073161     END-READ.
073162 1530-EXIT.
073163     EXIT.
073200 1550-LOAD-TAX-FILE.
073300******************************************************************
073400*    LOAD THE TAX PARAMETER FILE - FICA RATE/WAGE BASE AND THE
078000                     TO TXE-EFF-START (TAX-ENTRY-COUNT)
078100                 MOVE TXF-EFF-END
078200                     TO TXE-EFF-END (TAX-ENTRY-COUNT)
078210                 MOVE TXF-FILING-STATUS
078220                     TO TXE-FILING-STATUS (TAX-ENTRY-COUNT)
078300             END-IF
078400     END-READ.
078500 1560-EXIT.
079310*    FUTA/SUTA RATES AND WAGE BASES.  NO EFFECTIVE FICA,
079400*    FUTA OR SUTA ENTRY, OR NO EFFECTIVE BRACKETS, IS A SETUP
079500*    ERROR THAT ABORTS THE RUN RATHER THAN WITHHOLDING OR
079510*    ACCRUING NOTHING.  SO IS NO EFFECTIVE RATE TOLERANCE -
079520*    EVERY KEYED CARD RATE IS CHECKED AGAINST IT.  THE SINGLE
079530*    BRACKETS ARE REQUIRED; A FILING STATUS WITH NO BRACKETS IN
079540*    EFFECT IS REPORTED AND WITHHELD ON THE SINGLE BRACKETS.
079600******************************************************************
079700     MOVE ZERO               TO FICA-RATE.
079800     MOVE ZERO               TO FICA-WAGE-BASE.
079820     MOVE ZERO               TO FUTA-WAGE-BASE.
079830     MOVE ZERO               TO SUTA-RATE.
079840     MOVE ZERO               TO SUTA-WAGE-BASE.
079900     MOVE ZERO               TO FED-SET-COUNT (1).
079901     MOVE ZERO               TO FED-SET-COUNT (2).
079902     MOVE ZERO               TO FED-SET-COUNT (3).
079910     MOVE ZERO               TO RATE-TOLERANCE.
079920     MOVE 'N'                TO RATE-TOLERANCE-SW.
080000     PERFORM 1610-RESOLVE-TAX-ENTRY
080100         THRU 1610-EXIT
080200         VARYING TAX-SUB FROM 1 BY 1
080300         UNTIL TAX-SUB > TAX-ENTRY-COUNT.
080400     IF FICA-WAGE-BASE = ZERO OR FED-SET-COUNT (1) = ZERO
080410             OR FUTA-WAGE-BASE = ZERO OR SUTA-WAGE-BASE = ZERO
080420             OR NOT RATE-TOLERANCE-FOUND
080500         DISPLAY "SHEETPAY: NO TAX PARAMETERS IN EFFECT FOR "
080600             "PERIOD " PAY-PERIOD-END-DATE
080700         MOVE 'Y' TO END-OF-FILE-SW
080800         MOVE 'Y' TO RUN-ABORT-SW
080900     END-IF.
080910     IF FED-SET-COUNT (2) = ZERO
080920         DISPLAY "SHEETPAY: NO MARRIED FEDERAL BRACKETS IN "
080930             "EFFECT - SINGLE BRACKETS WILL BE USED".
080940     IF FED-SET-COUNT (3) = ZERO
080950         DISPLAY "SHEETPAY: NO HEAD OF HOUSEHOLD FEDERAL "
080960             "BRACKETS IN EFFECT - SINGLE BRACKETS WILL BE USED".
081000 1600-EXIT.
081100     EXIT.
081200
081600*    PAY PERIOD.  FEDERAL BRACKETS MUST ARRIVE IN ASCENDING
081700*    FLOOR ORDER - THE GRADUATED CALCULATION WALKS THEM IN
081800*    TABLE ORDER - SO AN OUT-OF-ORDER FILE ABORTS THE RUN.
081810*    EACH FILING STATUS KEEPS ITS OWN SET OF BRACKETS, AND THE
081820*    ORDER IS CHECKED WITHIN THE SET.
081900******************************************************************
082000     IF PAY-PERIOD-END-DATE < TXE-EFF-START (TAX-SUB)
082100             OR PAY-PERIOD-END-DATE > TXE-EFF-END (TAX-SUB)
082660         MOVE TXE-RATE (TAX-SUB)      TO SUTA-RATE
082670         MOVE TXE-WAGE-BASE (TAX-SUB) TO SUTA-WAGE-BASE
082680         GO TO 1610-EXIT.
082690     IF TXE-RATE-TOLERANCE (TAX-SUB)
082691         MOVE TXE-RATE (TAX-SUB)      TO RATE-TOLERANCE
082692         MOVE 'Y'                     TO RATE-TOLERANCE-SW
082693         GO TO 1610-EXIT.
082700     IF NOT TXE-FEDERAL (TAX-SUB)
082800         GO TO 1610-EXIT.
082810     MOVE 1                  TO FED-SET-SUB.
082820     IF TXE-FILING-MARRIED (TAX-SUB)
082830         MOVE 2              TO FED-SET-SUB.
082840     IF TXE-FILING-HEAD (TAX-SUB)
082850         MOVE 3              TO FED-SET-SUB.
082860     MOVE FED-SET-COUNT (FED-SET-SUB) TO FED-BRACKET-COUNT.
082900     IF FED-BRACKET-COUNT >= FED-BRACKET-MAX
083000         DISPLAY "SHEETPAY: MORE EFFECTIVE FEDERAL BRACKETS "
083100             "THAN THE TABLE HOLDS"
083400         GO TO 1610-EXIT.
083500     IF FED-BRACKET-COUNT > ZERO
083600             AND TXE-BRACKET-FLOOR (TAX-SUB)
083700             NOT > FB-FLOOR (FED-SET-SUB, FED-BRACKET-COUNT)
083800         DISPLAY "SHEETPAY: FEDERAL BRACKETS OUT OF ORDER "
083900             "ON TAX PARAMETER FILE"
084000         MOVE 'Y' TO END-OF-FILE-SW
084100         MOVE 'Y' TO RUN-ABORT-SW
084200         GO TO 1610-EXIT.
084300     ADD 1                   TO FED-BRACKET-COUNT.
084310     MOVE FED-BRACKET-COUNT  TO FED-SET-COUNT (FED-SET-SUB).
084400     MOVE TXE-BRACKET-FLOOR (TAX-SUB)
084500         TO FB-FLOOR (FED-SET-SUB, FED-BRACKET-COUNT).
084600     MOVE TXE-RATE (TAX-SUB)
084700         TO FB-RATE (FED-SET-SUB, FED-BRACKET-COUNT).
084800 1610-EXIT.
084900     EXIT.
085000
092200*    WEEK WOULD UNDERPAY THE EMPLOYEE.  ON A RESUMED RUN,
092210*    GROUPS BEHIND THE RESTART BOUNDARY WERE ALREADY REPORTED
092220*    AND SUSPENSED BY THE ORIGINAL RUN, SO THEIR CARD-TYPE
092230*    AND GROUP-SIZE EXCEPTIONS ARE NOT REPORTED AGAIN.  A
092240*    CARD'S WORKWEEK MUST FALL WITHIN THE PAY PERIOD - ONLY THE
092250*    FIRST FOR A WEEKLY GROUP, TWO FOR BIWEEKLY, FOUR FOR
092260*    SEMIMONTHLY.
092300******************************************************************
092400     ADD 1                   TO DETAIL-RECORD-NUMBER.
092500     IF NOT TC-NORMAL-CARD AND NOT TC-ADJUSTMENT-CARD
093070                 THRU 7000-EXIT
093080         END-IF
093090     END-IF.
093091     IF NOT TC-VALID-WORKWEEK OR TC-WORKWEEK > RUN-LAST-WORKWEEK
093092         MOVE 'Y'            TO GROUP-ERROR-SW
093093         IF DETAIL-RECORD-NUMBER > RESTART-RECORD-NUMBER
093094             MOVE "INVALID WORKWEEK FOR PAY FREQUENCY"
093095                 TO EXCEPTION-REASON
093096             PERFORM 7000-WRITE-EXCEPTION-LINE
093097                 THRU 7000-EXIT
093098         END-IF
093099     END-IF.
093100     IF RESTARTED-RUN
093200             AND DETAIL-RECORD-NUMBER = RESTART-RECORD-NUMBER
093300         PERFORM 2050-VALIDATE-CHECKPOINT
095000         MOVE TC-HOURS       TO GC-HOURS (CARD-COUNT)
095100         MOVE TC-RATE        TO GC-RATE (CARD-COUNT)
095110         MOVE TC-EARN-TYPE   TO GC-EARN-TYPE (CARD-COUNT)
095120         MOVE TC-WORKWEEK    TO GC-WORKWEEK (CARD-COUNT)
095200         IF CARD-COUNT = 1
095300             MOVE TC-WHERE   TO WHERE
095400         ELSE
099100*    PHASE THE NEXT RECORD COMES FROM THE RECYCLE FILE OF
099200*    CORRECTED SUSPENSE CARDS INSTEAD, PLACED IN THE TIMECARD
099300*    RECORD AREA SO THE DETAIL LOOP PROCESSES IT UNCHANGED.
099310*    A RECYCLE CARD FOR AN EMPLOYEE OF ANOTHER PAY GROUP IS
099320*    HELD BY 2110-READ-RECYCLE-CARD AND THE NEXT ONE READ.
099400******************************************************************
099500     IF RECYCLE-PHASE
099510         MOVE 'Y'            TO CARD-HELD-SW
099520         PERFORM 2110-READ-RECYCLE-CARD
099530             THRU 2110-EXIT
099540             UNTIL END-OF-FILE OR NOT CARD-HELD
100200         GO TO 2100-EXIT.
100300     READ TIMECARD-FILE
100400         AT END
100600     END-READ.
100700 2100-EXIT.
100800     EXIT.
100802
100804 2110-READ-RECYCLE-CARD.
100806******************************************************************
100808*    READ THE NEXT RECYCLE CARD.  ONE WHOSE EMPLOYEE THE MASTER
100810*    PUTS IN ANOTHER PAY GROUP IS NOT THIS RUN'S TO PAY - IT IS
100812*    HELD, AS READ, AND WRITTEN BACK TO THE RECYCLE FILE WHEN
100814*    THE FILE IS RETIRED.  A CARD FOR AN EMPLOYEE NOT ON THE
100816*    MASTER IS LEFT TO THE DETAIL LOOP TO REJECT.  MORE HELD
100818*    CARDS THAN THE TABLE HOLDS ABORTS THE RUN RATHER THAN LOSE
100820*    ONE WHEN THE FILE IS RETIRED.
100822******************************************************************
100824     MOVE 'N'                TO CARD-HELD-SW.
100826     READ RECYCLE-FILE
100828         AT END
100830             MOVE 'Y' TO END-OF-FILE-SW
100832     END-READ.
100834     IF END-OF-FILE
100836         GO TO 2110-EXIT.
100838     MOVE RCY-TIMECARD-IMAGE TO TIMECARD-RECORD.
100840     MOVE RCY-PERIOD-END-DATE TO CURRENT-RCY-PERIOD.
100842     MOVE RCY-GROUP-RECORD   TO CURRENT-RCY-GROUP.
100844     MOVE TC-EMP-ID          TO EM-EMP-ID.
100846     READ EMPLOYEE-MASTER
100848         INVALID KEY
100850             GO TO 2110-EXIT
100852     END-READ.
100854     PERFORM 2335-SET-EMPLOYEE-GROUP
100856         THRU 2335-EXIT.
100858     IF EMPLOYEE-PAY-GROUP = RUN-PAY-GROUP
100860         GO TO 2110-EXIT.
100862     IF HELD-RECYCLE-COUNT >= HELD-TABLE-MAX
100864         DISPLAY "SHEETPAY: RECYCLE CARDS HELD FOR OTHER PAY "
100866             "GROUPS EXCEED TABLE LIMIT OF " HELD-TABLE-MAX
100868         MOVE 'Y' TO END-OF-FILE-SW
100870         MOVE 'Y' TO RUN-ABORT-SW
100872         GO TO 2110-EXIT.
100874     ADD 1                   TO HELD-RECYCLE-COUNT.
100876     MOVE RECYCLE-CARD-RECORD
100878         TO HELD-RECYCLE-CARD (HELD-RECYCLE-COUNT).
100880     MOVE 'Y'                TO CARD-HELD-SW.
100882 2110-EXIT.
100884     EXIT.
100900
101000 2150-APPLY-LOCATION-DIFFERENTIAL.
101100******************************************************************
108100 2200-CALCULATE-GROSS-PAY.
108200******************************************************************
108300*    SPLIT THE EMPLOYEE'S COMBINED WORKED HOURS INTO REGULAR (UP TO
108400*    40) AND OVERTIME (OVER 40, PAID AT 1.5X) IN EACH WORKWEEK
108410*    OF THE PAY PERIOD SEPARATELY (2210-SPLIT-WORKWEEK - A
108420*    WEEKLY PERIOD HAS ONLY THE ONE), PRICED AT THE
108500*    HOURS-WEIGHTED AVERAGE OF THE CARDS' LOCATION-ADJUSTED
108600*    RATES COMPUTED BY 2720-TOTAL-GROUP-CARDS, THEN COMBINE
108610*    WITH THE STRAIGHT-TIME PTO PAY
108900*    RATE OR THE GROSS PAY RESULT IS TOO LARGE FOR ITS FIELD TO
109000*    HOLD.
109100******************************************************************
109200     MOVE ZERO                      TO REGULAR-HOURS.
109300     MOVE ZERO                      TO OVERTIME-HOURS.
109400     PERFORM 2210-SPLIT-WORKWEEK
109500         THRU 2210-EXIT
109600         VARYING WEEK-SUB FROM 1 BY 1
109700         UNTIL WEEK-SUB > WORKWEEK-MAX.
109900     COMPUTE CALC-OVERTIME-RATE = AVERAGE-RATE * OT-MULTIPLIER.
110000     IF CALC-OVERTIME-RATE > RATE-MAX
110100         MOVE 'N'                       TO VALID-TIMECARD-SW
111800     END-IF.
111900 2200-EXIT.
112000     EXIT.
112010
112020 2210-SPLIT-WORKWEEK.
112030******************************************************************
112040*    ADD ONE WORKWEEK'S WORKED HOURS TO THE REGULAR HOURS UP TO
112050*    THE STANDARD WEEK AND THE REST TO THE OVERTIME HOURS
112060******************************************************************
112070     IF WORKWEEK-HOURS (WEEK-SUB) > STANDARD-HOURS
112080         ADD STANDARD-HOURS         TO REGULAR-HOURS
112090         COMPUTE OVERTIME-HOURS = OVERTIME-HOURS
112091                 + WORKWEEK-HOURS (WEEK-SUB) - STANDARD-HOURS
112092     ELSE
112093         ADD WORKWEEK-HOURS (WEEK-SUB) TO REGULAR-HOURS
112094     END-IF.
112095 2210-EXIT.
112096     EXIT.
112100
112200 2300-UPDATE-EMPLOYEE-MASTER.
112300******************************************************************
112400*    ROLL THE PAID GROUP'S HOURS AND GROSS PAY INTO THE
112500*    EMPLOYEE MASTER'S YEAR-TO-DATE ACCUMULATORS, ACCRUE
112510*    VACATION AND SICK TIME PER PAID HOUR BY THE EMPLOYEE'S
112515*    PTO POLICY (2310-ACCRUE-PTO) AND DRAW DOWN ANY PTO HOURS
112520*    PAID (2370-VALIDATE-PTO-DRAW ALREADY PROVED THE DRAW FITS
112525*    THE BALANCE).  THE CAP IS TESTED NET OF THE DRAW, SO HOURS
112527*    TAKEN THIS PERIOD MAKE ROOM UNDER THE MAXIMUM.  THE RECORD
112600*    IS ALWAYS ON FILE AND ACTIVE - 3200-VALIDATE-EMPLOYEE
112700*    CHECKED IT BEFORE ANY CARD WAS PRICED - AND MASTER
112800*    DETAILS LIKE THE NAME AND BANK INSTRUCTIONS BELONG TO
112910*    RUN THE ACCUMULATORS ARE ROLLED IN THE RECORD AREA ONLY -
112920*    THE STUB AND PROJECTED FIGURES SEE THEM - BUT THE RECORD
112930*    IS NEVER REWRITTEN.
112940*    ONCE THE MASTER IS ROLLED, 5050-SELECT-PAY-METHOD DECIDES
112950*    WHETHER THE CHECK IS DEPOSITED OR PRINTED.
113000******************************************************************
113100     MOVE GROUP-EMP-ID       TO EM-EMP-ID.
113200     READ EMPLOYEE-MASTER
114421             ADD ER-FICA-TAX            TO EM-YTD-ER-FICA-WH
114422             ADD FUTA-TAX               TO EM-YTD-FUTA-TAX
114423             ADD SUTA-TAX               TO EM-YTD-SUTA-TAX
114401             PERFORM 2310-ACCRUE-PTO
114402                 THRU 2310-EXIT
114407             SUBTRACT VAC-HOURS-DRAWN   FROM EM-VAC-BALANCE
114408             SUBTRACT SICK-HOURS-DRAWN  FROM EM-SICK-BALANCE
114410             IF NOT TRIAL-RUN
114500                 REWRITE EMPLOYEE-MASTER-RECORD
114510             END-IF
114600     END-READ.
114610     PERFORM 5050-SELECT-PAY-METHOD
114620         THRU 5050-EXIT.
114700 2300-EXIT.
114800     EXIT.
114801
114802 2310-ACCRUE-PTO.
114803******************************************************************
114804*    ACCRUE VACATION AND SICK HOURS FOR THE PAID HOURS AT THE
114805*    POLICY RATES RESOLVED FOR THE EMPLOYEE, STOPPING AT EACH
114806*    POLICY MAXIMUM - AN ACCRUAL THAT WOULD CROSS IT ACCRUES
114807*    ONLY UP TO IT, AND A BALANCE ALREADY AT OR OVER IT (A
114808*    POLICY CHANGE CAN LOWER THE MAXIMUM) ACCRUES NOTHING, BUT
114809*    IS NOT CUT BACK - FORFEITING HOURS IS THE YEAR-END
114810*    ROLLOVER'S JOB.  THE BALANCE IS TESTED NET OF THE HOURS
114811*    THIS CHECK DRAWS, WHICH 2300 SUBTRACTS AFTERWARDS.  A
114812*    NEGATIVE ACCRUAL (AN ADJUSTMENT BACKING OUT AN EARLIER
114813*    CHECK) IS NEVER CAPPED.  RETRO CHECKS CARRY NO HOURS AND
114814*    SO ACCRUE NOTHING.
114815******************************************************************
114816     MOVE 'N'                TO ACCRUAL-CAPPED-SW.
114817     COMPUTE ACCRUAL-HOURS
114818         = TOTAL-PAID-HOURS * POLICY-VAC-RATE.
114819     IF ACCRUAL-HOURS > ZERO
114820             AND EM-VAC-BALANCE - VAC-HOURS-DRAWN
114821                 + ACCRUAL-HOURS > POLICY-VAC-MAX
114822         IF EM-VAC-BALANCE - VAC-HOURS-DRAWN < POLICY-VAC-MAX
114823             COMPUTE ACCRUAL-HOURS = POLICY-VAC-MAX
114824                 - EM-VAC-BALANCE + VAC-HOURS-DRAWN
114825         ELSE
114826             MOVE ZERO       TO ACCRUAL-HOURS
114827         END-IF
114828         MOVE 'Y'            TO ACCRUAL-CAPPED-SW
114829     END-IF.
114830     ADD ACCRUAL-HOURS       TO EM-VAC-BALANCE.
114831     COMPUTE ACCRUAL-HOURS
114832         = TOTAL-PAID-HOURS * POLICY-SICK-RATE.
114833     IF ACCRUAL-HOURS > ZERO
114834             AND EM-SICK-BALANCE - SICK-HOURS-DRAWN
114835                 + ACCRUAL-HOURS > POLICY-SICK-MAX
114836         IF EM-SICK-BALANCE - SICK-HOURS-DRAWN < POLICY-SICK-MAX
114837             COMPUTE ACCRUAL-HOURS = POLICY-SICK-MAX
114838                 - EM-SICK-BALANCE + SICK-HOURS-DRAWN
114839         ELSE
114840             MOVE ZERO       TO ACCRUAL-HOURS
114841         END-IF
114842         MOVE 'Y'            TO ACCRUAL-CAPPED-SW
114843     END-IF.
114844     ADD ACCRUAL-HOURS       TO EM-SICK-BALANCE.
114845     IF ACCRUAL-CAPPED
114846         ADD 1               TO ACCRUAL-CAPPED-COUNT
114847     END-IF.
114848 2310-EXIT.
114849     EXIT.
114850
114851 2330-CHECK-PAY-GROUP.
114852******************************************************************
114853*    THE EMPLOYEE MUST BE IN THE PAY GROUP BEING RUN AND PAID AT
114854*    THE FREQUENCY ITS CALENDAR CARRIES - A MASTER WHOSE GROUP
114855*    AND FREQUENCY DISAGREE WOULD BE PAID THE WRONG AMOUNT FOR
114856*    THE PERIOD, SO IT REJECTS UNTIL EMPMAINT CORRECTS IT.
114857******************************************************************
114858     PERFORM 2335-SET-EMPLOYEE-GROUP
114859         THRU 2335-EXIT.
114860     IF EMPLOYEE-PAY-GROUP NOT = RUN-PAY-GROUP
114861         MOVE 'N'            TO VALID-TIMECARD-SW
114862         MOVE "NOT IN PAY GROUP BEING RUN" TO EXCEPTION-REASON
114863         PERFORM 7000-WRITE-EXCEPTION-LINE
114864             THRU 7000-EXIT
114865         GO TO 2330-EXIT.
114866     IF EMPLOYEE-PAY-FREQUENCY NOT = RUN-PAY-FREQUENCY
114867         MOVE 'N'            TO VALID-TIMECARD-SW
114868         MOVE "PAY FREQUENCY NOT THE PAY GROUP'S"
114869             TO EXCEPTION-REASON
114870         PERFORM 7000-WRITE-EXCEPTION-LINE
114871             THRU 7000-EXIT
114872     END-IF.
114873 2330-EXIT.
114874     EXIT.
114875
114876 2335-SET-EMPLOYEE-GROUP.
114877******************************************************************
114878*    THE MASTER'S PAY GROUP AND FREQUENCY, BLANKS TAKEN AS THE
114879*    WEEKLY GROUP "WKLY"
114880******************************************************************
114881     IF EM-PAY-GROUP = SPACES
114882         MOVE "WKLY"         TO EMPLOYEE-PAY-GROUP
114883     ELSE
114884         MOVE EM-PAY-GROUP   TO EMPLOYEE-PAY-GROUP
114885     END-IF.
114886     IF EM-PAY-FREQUENCY = SPACE
114887         MOVE 'W'            TO EMPLOYEE-PAY-FREQUENCY
114888     ELSE
114889         MOVE EM-PAY-FREQUENCY TO EMPLOYEE-PAY-FREQUENCY
114890     END-IF.
114891 2335-EXIT.
114892     EXIT.
114900
114903 2340-RESOLVE-MASTER-RATE.
114906******************************************************************
114909*    THE MASTER BASE RATE IN EFFECT FOR THE PAY PERIOD - A
114912*    RATE CHANGE KEYED AHEAD OF ITS EFFECTIVE DATE LEAVES THE
114915*    PRIOR RATE IN FORCE UNTIL THE PERIOD REACHES THAT DATE.
114918*    ZERO MEANS THE MASTER CARRIES NO RATE FOR THE EMPLOYEE.
114921*    A MASTER WRITTEN BEFORE IT CARRIED RATES HOLDS SPACES IN
114924*    THE RATE FIELDS - A RATE THAT IS NOT NUMERIC IS NO RATE,
114927*    AND A DATE THAT IS NOT NUMERIC IS NO PENDING CHANGE.
114930******************************************************************
114933     MOVE ZERO               TO MASTER-RATE.
114936     IF EM-BASE-RATE NOT NUMERIC
114939         GO TO 2340-EXIT.
114942     MOVE EM-BASE-RATE       TO MASTER-RATE.
114945     IF EM-RATE-EFF-DATE NOT NUMERIC
114948         GO TO 2340-EXIT.
114951     IF EM-RATE-EFF-DATE > PAY-PERIOD-END-DATE
114954         IF EM-PRIOR-RATE NUMERIC
114957             MOVE EM-PRIOR-RATE TO MASTER-RATE
114960         ELSE
114963             MOVE ZERO       TO MASTER-RATE
114966         END-IF
114969     END-IF.
114972 2340-EXIT.
114975     EXIT.
114978
115000 2350-VALIDATE-EMPLOYEE.
115100******************************************************************
115200*    A TIMECARD GROUP IS PAID ONLY FOR AN EMPLOYEE CARRIED ON
115730*    PAY - THOUGH AN ADJUSTMENT CARD STILL PROCESSES.  THE
115740*    SAME READ CAPTURES THE PRIOR
115800*    YEAR-TO-DATE GROSS THE FICA WAGE BASE CUTOFF IN
115900*    2420-COMPUTE-FICA-TAX NEEDS.  AN EMPLOYEE IN ANOTHER PAY
115910*    GROUP, OR PAID AT ANOTHER FREQUENCY, IS NOT THIS RUN'S TO
115920*    PAY (2330-CHECK-PAY-GROUP).
116000******************************************************************
116100     MOVE GROUP-EMP-ID       TO EM-EMP-ID.
116200     READ EMPLOYEE-MASTER
118100         PERFORM 7000-WRITE-EXCEPTION-LINE
118200             THRU 7000-EXIT
118300     END-IF.
118310     IF VALID-TIMECARD
118320         PERFORM 2330-CHECK-PAY-GROUP
118330             THRU 2330-EXIT
118340     END-IF.
118400 2350-EXIT.
118500     EXIT.
118510
118608 2370-EXIT.
118609     EXIT.
118600
118610 2380-RESOLVE-PTO-POLICY.
118611******************************************************************
118612*    FIND THE EMPLOYEE'S PTO POLICY IN EFFECT FOR THE PAY PERIOD
118613*    END DATE AND HOLD ITS ACCRUAL RATES AND MAXIMUM BALANCES
118614*    FOR 2310-ACCRUE-PTO.  A BLANK POLICY CODE ON THE MASTER IS
118615*    THE STANDARD POLICY "STD ".  NO POLICY IN EFFECT IS A
118616*    TABLE SETUP ERROR - THE EMPLOYEE IS REJECTED TO THE
118617*    EXCEPTION REPORT RATHER THAN ACCRUED AT A RATE NOBODY SET.
118618*    THE MASTER RECORD IS STILL IN ITS RECORD AREA FROM
118619*    2350-VALIDATE-EMPLOYEE (OR 4510 FOR A SALARIED EMPLOYEE).
118620*    THE SCAN COVERS ONLY THE ENTRIES ACTUALLY LOADED.
118621******************************************************************
118622     IF EM-PTO-POLICY = SPACES
118623         MOVE "STD "         TO POLICY-CODE
118624     ELSE
118625         MOVE EM-PTO-POLICY  TO POLICY-CODE
118626     END-IF.
118627     MOVE 'N'                TO POLICY-FOUND-SW.
118628     PERFORM 2385-MATCH-PTO-POLICY
118629         THRU 2385-EXIT
118630         VARYING PL-IDX FROM 1 BY 1
118631         UNTIL PL-IDX > PL-ENTRY-COUNT.
118632     IF NOT POLICY-FOUND
118633         MOVE 'N'            TO VALID-TIMECARD-SW
118634         MOVE "NO PTO POLICY IN EFFECT" TO EXCEPTION-REASON
118635         PERFORM 7000-WRITE-EXCEPTION-LINE
118636             THRU 7000-EXIT
118637         GO TO 2380-EXIT.
118638     SET PL-IDX              TO POLICY-MATCH-SUB.
118639     MOVE PL-VAC-RATE (PL-IDX)  TO POLICY-VAC-RATE.
118640     MOVE PL-SICK-RATE (PL-IDX) TO POLICY-SICK-RATE.
118641     MOVE PL-VAC-MAX (PL-IDX)   TO POLICY-VAC-MAX.
118642     MOVE PL-SICK-MAX (PL-IDX)  TO POLICY-SICK-MAX.
118643 2380-EXIT.
118644     EXIT.
118645
118646 2385-MATCH-PTO-POLICY.
118647******************************************************************
118648*    REMEMBER THE FIRST LOADED POLICY ENTRY MATCHING THE CODE
118649*    AND IN EFFECT FOR THE PAY PERIOD END DATE
118650******************************************************************
118651     IF NOT POLICY-FOUND
118652             AND PL-POLICY-CODE (PL-IDX) = POLICY-CODE
118653             AND PAY-PERIOD-END-DATE >= PL-EFF-START (PL-IDX)
118654             AND PAY-PERIOD-END-DATE <= PL-EFF-END (PL-IDX)
118655         SET POLICY-MATCH-SUB TO PL-IDX
118656         MOVE 'Y'            TO POLICY-FOUND-SW
118657     END-IF.
118658 2385-EXIT.
118659     EXIT.
118700 2400-CALCULATE-WITHHOLDING.
118800******************************************************************
118900*    WITHHOLD FEDERAL, STATE AND FICA TAX FROM GROSS PAY TO
119400*    WITHHOLDING VARIES BY WORK LOCATION (WHERE), LOOKED UP ON
119500*    LOCTAB VIA 2160-LOOKUP-LOCATION; A LOCATION NOT ON THE
119600*    TABLE USES THE "OTHER" ENTRY'S RATE.
119610*    AN EMPLOYEE WITH AN UNEXPIRED W-4 EXEMPT CLAIM HAS NO
119620*    FEDERAL OR STATE TAX WITHHELD (EXTRA WITHHOLDING ASKED
119630*    FOR ON THE W-4 IS STILL TAKEN); FICA IS NOT AFFECTED.
119700******************************************************************
119800     PERFORM 2160-LOOKUP-LOCATION
119900         THRU 2160-EXIT.
120100     PERFORM 2410-COMPUTE-FEDERAL-TAX
120200         THRU 2410-EXIT.
120300     COMPUTE STATE-WITHHOLDING   = GROSS-PAY * STATE-TAX-RATE.
120310     IF W4-EXEMPT
120320         MOVE ZERO           TO STATE-WITHHOLDING
120330     END-IF.
120400     PERFORM 2420-COMPUTE-FICA-TAX
120500         THRU 2420-EXIT.
120510     PERFORM 2425-COMPUTE-EMPLOYER-TAX
121042             THRU 7000-EXIT
121043         GO TO 2440-EXIT.
121044     COMPUTE ACCRUAL-HOURS
121045         = TOTAL-PAID-HOURS * POLICY-VAC-RATE.
121046     SUBTRACT VAC-HOURS-DRAWN FROM ACCRUAL-HOURS.
121047     IF ACCRUAL-HOURS > EM-VAC-BALANCE
121048         MOVE 'N'            TO VALID-TIMECARD-SW
121052             THRU 7000-EXIT
121053         GO TO 2440-EXIT.
121054     COMPUTE ACCRUAL-HOURS
121055         = TOTAL-PAID-HOURS * POLICY-SICK-RATE.
121056     SUBTRACT SICK-HOURS-DRAWN FROM ACCRUAL-HOURS.
121057     IF ACCRUAL-HOURS > EM-SICK-BALANCE
121058         MOVE 'N'            TO VALID-TIMECARD-SW
122700 2450-EXIT.
122800     EXIT.
122900
122901 2405-RESOLVE-W4-ELECTIONS.
122902******************************************************************
122903*    DECIDE HOW THE EMPLOYEE'S W-4 APPLIES TO THIS CHECK.  THE
122904*    MASTER RECORD IS STILL IN ITS RECORD AREA.  AN EXEMPT CLAIM
122905*    STANDS THROUGH ITS EXPIRY DATE; ONCE PAST IT THE EMPLOYEE
122906*    IS WITHHELD AS SINGLE WITH NO ADJUSTMENTS UNTIL A NEW W-4
122907*    IS KEYED.  OTHERWISE THE FILING STATUS PICKS THE BRACKET
122908*    SET (A STATUS WITH NO BRACKETS IN EFFECT FALLS BACK TO
122909*    SINGLE) AND THE ANNUAL OTHER INCOME, DEDUCTIONS AND
122910*    DEPENDENTS CREDIT ARE SPREAD OVER THE PAY PERIODS IN THE
122911*    YEAR.  A RETRO CHECK IS A CATCH-UP ON PAY ALREADY TAXED
122912*    WITH THOSE AMOUNTS, SO IT TAKES ONLY THE STATUS.
122913******************************************************************
122914     MOVE 'N'                TO W4-EXEMPT-SW.
122915     MOVE 1                  TO FED-SET-SUB.
122916     MOVE ZERO               TO W4-PERIOD-OTHER-INCOME.
122917     MOVE ZERO               TO W4-PERIOD-DEDUCTIONS.
122918     MOVE ZERO               TO W4-PERIOD-CREDIT.
122919     MOVE ZERO               TO W4-PERIOD-EXTRA-WH.
122920     IF EM-W4-EXEMPT-CLAIMED
122921         IF EM-W4-EXEMPT-EXPIRY NUMERIC
122922                 AND EM-W4-EXEMPT-EXPIRY NOT < PAY-PERIOD-END-DATE
122923             MOVE 'Y'        TO W4-EXEMPT-SW
122924             IF EM-W4-EXTRA-WH NUMERIC AND NOT RETRO-PHASE
122925                 MOVE EM-W4-EXTRA-WH TO W4-PERIOD-EXTRA-WH
122926             END-IF
122927         END-IF
122928         GO TO 2405-EXIT.
122929     IF EM-FILING-MARRIED AND FED-SET-COUNT (2) > ZERO
122930         MOVE 2              TO FED-SET-SUB.
122931     IF EM-FILING-HEAD AND FED-SET-COUNT (3) > ZERO
122932         MOVE 3              TO FED-SET-SUB.
122933     IF RETRO-PHASE
122934         GO TO 2405-EXIT.
122935     IF EM-W4-DEPENDENTS NOT NUMERIC
122936             OR EM-W4-OTHER-INCOME NOT NUMERIC
122937             OR EM-W4-DEDUCTIONS NOT NUMERIC
122938             OR EM-W4-EXTRA-WH NOT NUMERIC
122939         GO TO 2405-EXIT.
122940     COMPUTE W4-PERIOD-OTHER-INCOME ROUNDED
122941         = EM-W4-OTHER-INCOME / PAY-PERIODS-PER-YEAR.
122942     COMPUTE W4-PERIOD-DEDUCTIONS ROUNDED
122943         = EM-W4-DEDUCTIONS / PAY-PERIODS-PER-YEAR.
122944     COMPUTE W4-PERIOD-CREDIT ROUNDED
122945         = EM-W4-DEPENDENTS / PAY-PERIODS-PER-YEAR.
122946     MOVE EM-W4-EXTRA-WH     TO W4-PERIOD-EXTRA-WH.
122947 2405-EXIT.
122948     EXIT.
123000
123100 2410-COMPUTE-FEDERAL-TAX.
123200******************************************************************
123500*    AND THE NEXT BRACKET'S FLOOR AT ITS OWN RATE, AND THE TOP
123600*    BRACKET RUNS UNBOUNDED, SO WITHHOLDING STEPS WITH
123700*    EARNINGS INSTEAD OF TAXING EVERY DOLLAR AT ONE FLAT RATE.
123710*    THE WAGE STEPPED THROUGH IS GROSS PAY PLUS THE W-4 OTHER
123720*    INCOME LESS THE W-4 DEDUCTIONS FOR THE PERIOD, IN THE
123730*    BRACKETS FOR THE FILING STATUS; THE DEPENDENTS CREDIT
123740*    COMES OFF THE RESULT AND THE EXTRA WITHHOLDING GOES ON.
123750*    TAXFILE CARRIES THE BRACKET FLOORS FOR A WEEKLY PERIOD;
123760*    2415 ANNUALIZES EACH ONE AND RESTATES IT FOR THE GROUP'S
123770*    PAY PERIOD, SO A BIWEEKLY OR SEMIMONTHLY CHECK STEPS
123780*    THROUGH THE SAME ANNUAL BRACKETS A WEEKLY ONE DOES.
123800******************************************************************
123900     MOVE ZERO               TO FEDERAL-WITHHOLDING.
123910     PERFORM 2405-RESOLVE-W4-ELECTIONS
123920         THRU 2405-EXIT.
123930     IF W4-EXEMPT
123940         MOVE W4-PERIOD-EXTRA-WH TO FEDERAL-WITHHOLDING
123950         GO TO 2410-EXIT.
123960     COMPUTE FED-TAXABLE-WAGE = GROSS-PAY
123970             + W4-PERIOD-OTHER-INCOME - W4-PERIOD-DEDUCTIONS.
123980     IF FED-TAXABLE-WAGE < ZERO
123990         MOVE ZERO           TO FED-TAXABLE-WAGE.
123995     MOVE FED-SET-COUNT (FED-SET-SUB) TO FED-BRACKET-COUNT.
124000     PERFORM 2415-ADD-BRACKET-TAX
124100         THRU 2415-EXIT
124200         VARYING TAX-SUB FROM 1 BY 1
124300         UNTIL TAX-SUB > FED-BRACKET-COUNT.
124310     SUBTRACT W4-PERIOD-CREDIT FROM FEDERAL-WITHHOLDING.
124320     IF FEDERAL-WITHHOLDING < ZERO
124330         MOVE ZERO           TO FEDERAL-WITHHOLDING.
124340     ADD W4-PERIOD-EXTRA-WH  TO FEDERAL-WITHHOLDING.
124400 2410-EXIT.
124500     EXIT.
124600
124700 2415-ADD-BRACKET-TAX.
124800******************************************************************
124900*    ADD ONE BRACKET'S TAX ON THE SLICE OF THE TAXABLE WAGE
125000*    THAT FALLS INSIDE IT.  THE WEEKLY FLOORS ARE TIMES
125010*    WEEKS-PER-YEAR FOR THE ANNUAL FLOOR, OVER
125020*    PAY-PERIODS-PER-YEAR FOR THE PERIOD'S.
125100******************************************************************
125110     COMPUTE PERIOD-FLOOR ROUNDED
125120         = FB-FLOOR (FED-SET-SUB, TAX-SUB) * WEEKS-PER-YEAR
125130             / PAY-PERIODS-PER-YEAR.
125200     IF FED-TAXABLE-WAGE NOT > PERIOD-FLOOR
125300         GO TO 2415-EXIT.
125400     IF TAX-SUB < FED-BRACKET-COUNT
125500         COMPUTE BRACKET-TOP ROUNDED
125510             = FB-FLOOR (FED-SET-SUB, TAX-SUB + 1)
125520                 * WEEKS-PER-YEAR / PAY-PERIODS-PER-YEAR
125600     ELSE
125700         MOVE FED-TAXABLE-WAGE       TO BRACKET-TOP
125800     END-IF.
125900     IF FED-TAXABLE-WAGE < BRACKET-TOP
126000         MOVE FED-TAXABLE-WAGE       TO BRACKET-TOP
126100     END-IF.
126200     COMPUTE BRACKET-PORTION
126210         = BRACKET-TOP - PERIOD-FLOOR.
126300     COMPUTE FEDERAL-WITHHOLDING = FEDERAL-WITHHOLDING
126400             + BRACKET-PORTION * FB-RATE (FED-SET-SUB, TAX-SUB).
126500 2415-EXIT.
126600     EXIT.
126700
127000*    TAX ONLY THE PART OF GROSS PAY THAT STILL FITS UNDER THE
127100*    ANNUAL FICA WAGE BASE.  AN EMPLOYEE ALREADY AT OR OVER
127200*    THE BASE PAYS NOTHING; ONE WHO CROSSES IT THIS PERIOD
127300*    PAYS ONLY ON THE PART UP TO THE BASE.  THE CROSSOVER IS
127310*    FOUND FROM THE YEAR-TO-DATE GROSS, SO IT FALLS IN THE
127320*    RIGHT PERIOD AT ANY PAY FREQUENCY.
127400******************************************************************
127500     COMPUTE FICA-WAGE-ROOM = FICA-WAGE-BASE - PRIOR-YTD-GROSS.
127600     IF FICA-WAGE-ROOM < ZERO
128624******************************************************************
128625     MOVE ZERO               TO TOTAL-DEDUCTIONS.
128626     MOVE NET-PAY            TO NET-AVAILABLE.
128627     PERFORM 2437-PREPARE-DED-ENTRY
128628         THRU 2437-EXIT
128629         VARYING DED-SUB FROM 1 BY 1
128631         UNTIL DED-SUB > DED-ENTRY-COUNT.
128632     PERFORM 2435-APPLY-PRIORITY-PASS
128674*    BECOMES THE NEW ARREARS.
128675******************************************************************
128676     IF DE-EMP-ID (DED-SUB) NOT = GROUP-EMP-ID
128677             OR DE-RUN-PRIORITY (DED-SUB) NOT = DED-PRIORITY-PASS
128678         GO TO 2436-EXIT.
128679     IF DE-PERCENT-OF-GROSS (DED-SUB)
128681         COMPUTE DED-WANTED ROUNDED
128722 2436-EXIT.
128723     EXIT.
128724
128727 2437-PREPARE-DED-ENTRY.
128746******************************************************************
128749*    GET ONE ENTRY READY FOR THE PRIORITY PASSES - CLEAR ITS
128752*    TAKEN-THIS-CHECK COLUMN AND SET THE PRIORITY THE PASSES
128755*    MATCH ON.  A STOPPED DEDUCTION, OR ONE WHOSE ORDER DATES
128758*    DO NOT COVER THE PAY PERIOD END DATE, GETS PRIORITY ZERO,
128761*    WHICH NO PASS RUNS, AND SO IS PASSED OVER FOR THIS CHECK.
128764******************************************************************
128767     PERFORM 2434-ZERO-CHECK-TAKEN
128770         THRU 2434-EXIT.
128773     MOVE DE-PRIORITY (DED-SUB) TO DE-RUN-PRIORITY (DED-SUB).
128776     IF DE-STOPPED (DED-SUB)
128779             OR PAY-PERIOD-END-DATE < DE-ORDER-START (DED-SUB)
128782             OR PAY-PERIOD-END-DATE > DE-ORDER-STOP (DED-SUB)
128785         MOVE ZERO           TO DE-RUN-PRIORITY (DED-SUB)
128788     END-IF.
128791 2437-EXIT.
128794     EXIT.
128797
128800 2500-ACCUMULATE-GL-DISTRIBUTION.
128900******************************************************************
129000*    DISTRIBUTE THE EMPLOYEE'S GROSS PAY, WITHHOLDINGS AND NET
137451     IF END-OF-FILE
137452         GO TO 2600-EXIT.
137453     IF BC-IS-HEADER
137454         PERFORM 2655-CHECK-NEXT-BATCH
137455             THRU 2655-EXIT
137456     ELSE
137457         DISPLAY "SHEETPAY: RECORD AFTER BATCH TRAILER IS "
137458             "NEITHER A CONTROL HEADER NOR END OF FILE"
137808 2650-EXIT.
137809     EXIT.
137800
137812 2655-CHECK-NEXT-BATCH.
137815******************************************************************
137818*    ACCEPT THE CONTROL HEADER JUST READ BEFORE ITS BATCH IS
137821*    OPENED.  A BATCH FOR A PAY GROUP OTHER THAN THE ONE THE
137824*    RUN IS PAYING, OR NOT FOR THE NEXT OPEN PERIOD ON THE
137827*    PAYROLL CALENDAR, ABORTS THE RUN HERE, BEFORE ANY OF ITS
137830*    CARDS IS READ.
137833******************************************************************
137836     IF (BC-PAY-GROUP = SPACES AND RUN-PAY-GROUP NOT = "WKLY")
137839             OR (BC-PAY-GROUP NOT = SPACES
137842                 AND BC-PAY-GROUP NOT = RUN-PAY-GROUP)
137845         DISPLAY "SHEETPAY: BATCH " BC-BATCH-NUMBER
137848             " IS FOR PAY GROUP " BC-PAY-GROUP
137851             ", RUN IS PAYING " RUN-PAY-GROUP
137854         MOVE 'Y' TO END-OF-FILE-SW
137857         MOVE 'Y' TO RUN-ABORT-SW
137860         GO TO 2655-EXIT.
137863     PERFORM 1250-CHECK-PAY-CALENDAR
137866         THRU 1250-EXIT.
137869     IF RUN-ABORTED
137872         GO TO 2655-EXIT.
137875     PERFORM 2650-START-NEXT-BATCH
137878         THRU 2650-EXIT.
137881 2655-EXIT.
137884     EXIT.
137887
137900 2700-PAY-EMPLOYEE.
138000******************************************************************
138100*    EDIT AND CALCULATE PAY FOR ONE EMPLOYEE'S GATHERED GROUP
139000         THRU 2350-EXIT.
139100     IF NOT VALID-TIMECARD
139200         GO TO 2700-EXIT.
139210     PERFORM 2340-RESOLVE-MASTER-RATE
139220         THRU 2340-EXIT.
139230     PERFORM 2380-RESOLVE-PTO-POLICY
139240         THRU 2380-EXIT.
139250     IF NOT VALID-TIMECARD
139260         GO TO 2700-EXIT.
139300     PERFORM 2710-EDIT-GROUP-CARD
139400         THRU 2710-EXIT
139500         VARYING CARD-SUB FROM 1 BY 1
143200*    APPLY ITS LOCATION'S PAY DIFFERENTIAL TO ITS RATE, AND
143300*    PRICE ITS STRAIGHT-TIME HOURS - REMEMBERING THE COST-
143400*    CENTER ROW FOR THE GL SPLIT.  ANY EDIT FAILURE MARKS THE
143500*    WHOLE GROUP INVALID.  A CARD KEYED WITHOUT A RATE TAKES
143510*    THE MASTER RATE; A KEYED RATE IS HELD TO THE TOLERANCE.
143600******************************************************************
143700     MOVE GC-WHERE (CARD-SUB)    TO WHERE.
143800     MOVE GC-WHY (CARD-SUB)      TO WHY.
143810     IF GC-RATE (CARD-SUB) NOT NUMERIC
143820         MOVE ZERO               TO GC-RATE (CARD-SUB).
143900     MOVE GC-RATE (CARD-SUB)     TO RATE.
143910     IF RATE = ZERO
143920         IF MASTER-RATE = ZERO
143930             MOVE 'N'            TO VALID-TIMECARD-SW
143940             MOVE "NO RATE ON CARD OR MASTER"
143950                 TO EXCEPTION-REASON
143960             PERFORM 7000-WRITE-EXCEPTION-LINE
143970                 THRU 7000-EXIT
143980             GO TO 2710-EXIT
143990         ELSE
143991             MOVE MASTER-RATE    TO RATE
143992         END-IF
143993     ELSE
143994         PERFORM 2715-CHECK-RATE-TOLERANCE
143995             THRU 2715-EXIT
143996         IF NOT VALID-TIMECARD
143997             GO TO 2710-EXIT
143998         END-IF
143999     END-IF.
144000     PERFORM 3100-VALIDATE-COST-CENTER
144100         THRU 3100-EXIT.
144200     IF NOT VALID-TIMECARD
145800     END-IF.
145900 2710-EXIT.
146000     EXIT.
146003
146006 2715-CHECK-RATE-TOLERANCE.
146009******************************************************************
146012*    A KEYED CARD RATE MAY DIFFER FROM THE MASTER RATE BY NO
146015*    MORE THAN THE TOLERANCE FRACTION OF THE MASTER RATE - A
146018*    WIDER GAP IS TAKEN AS A KEYING ERROR OR AN UNRECORDED
146021*    RAISE AND REJECTS THE GROUP.  AN EMPLOYEE WITH NO RATE ON
146024*    THE MASTER IS NOT CHECKED, AND NEITHER IS AN ADJUSTMENT,
146027*    WHICH MAY LEGITIMATELY REVERSE HOURS AT AN OLD RATE.
146030******************************************************************
146033     IF MASTER-RATE = ZERO OR ADJUSTMENT-GROUP
146036         GO TO 2715-EXIT.
146039     COMPUTE RATE-VARIANCE = RATE - MASTER-RATE.
146042     IF RATE-VARIANCE < ZERO
146045         COMPUTE RATE-VARIANCE = ZERO - RATE-VARIANCE.
146048     COMPUTE TOLERANCE-AMOUNT = MASTER-RATE * RATE-TOLERANCE.
146051     IF RATE-VARIANCE > TOLERANCE-AMOUNT
146054         MOVE 'N'                TO VALID-TIMECARD-SW
146057         MOVE "RATE DIFFERS FROM MASTER RATE"
146060             TO EXCEPTION-REASON
146063         PERFORM 7000-WRITE-EXCEPTION-LINE
146066             THRU 7000-EXIT
146069     END-IF.
146072 2715-EXIT.
146075     EXIT.
146100
146200 2720-TOTAL-GROUP-CARDS.
146300******************************************************************
146400*    COMBINE THE GROUP'S WORKED HOURS AND STRAIGHT-TIME PAY -
146410*    PTO CARDS TOTAL SEPARATELY, SO VACATION, SICK AND
146420*    HOLIDAY HOURS NEVER PUSH THE WORKED WEEK OVER THE
146430*    40-HOUR OVERTIME THRESHOLD - AND THE WORKED HOURS OF EACH
146440*    WORKWEEK FOR THE OVERTIME SPLIT, AND
146500*    DERIVE THE HOURS-WEIGHTED AVERAGE ADJUSTED RATE THE
146600*    OVERTIME SPLIT PRICES AT, AND RESTORE THE FIRST CARD'S
146700*    LOCATION TO WHERE - THE PER-CARD EDITS LEFT THE LAST
147520     MOVE ZERO               TO PTO-PAY.
147530     MOVE ZERO               TO VAC-HOURS-DRAWN.
147540     MOVE ZERO               TO SICK-HOURS-DRAWN.
147550     MOVE ZERO               TO WORKWEEK-TOTALS.
147600     PERFORM 2725-ADD-CARD-TOTALS
147700         THRU 2725-EXIT
147800         VARYING CARD-SUB FROM 1 BY 1
149100*    ADD ONE CARD'S HOURS AND STRAIGHT-TIME PAY INTO THE
149200*    GROUP TOTALS - WORKED CARDS INTO THE OVERTIME-ELIGIBLE
149210*    TOTALS, PTO CARDS INTO THE STRAIGHT-TIME PTO TOTALS AND
149220*    THE VACATION/SICK DRAW COUNTS.  A BLANK WORKWEEK IS THE
149230*    FIRST.
149300******************************************************************
149400     IF GC-WORKED-TIME (CARD-SUB)
149410         ADD GC-HOURS (CARD-SUB)        TO HOURS
149500         ADD GC-STRAIGHT-PAY (CARD-SUB) TO STRAIGHT-TIME-PAY
149501         IF GC-WORKWEEK (CARD-SUB) = SPACE
149502             MOVE 1                     TO WEEK-SUB
149503         ELSE
149504             MOVE GC-WORKWEEK-NO (CARD-SUB) TO WEEK-SUB
149505         END-IF
149506         ADD GC-HOURS (CARD-SUB)    TO WORKWEEK-HOURS (WEEK-SUB)
149510     ELSE
149520         ADD GC-HOURS (CARD-SUB)        TO PTO-HOURS
149530         ADD GC-STRAIGHT-PAY (CARD-SUB) TO PTO-PAY
149591     END-IF.
149600 2725-EXIT.
149700     EXIT.
149703
149706 2730-EDIT-RETRO-CARD.
149709******************************************************************
149712*    EDIT ONE RETRO CARD - ITS AMOUNT, ITS EMPLOYEE AND ITS COST
149715*    CENTER - REJECTING IT TO THE EXCEPTION REPORT IF IT FAILS
149718******************************************************************
149721     MOVE 'Y'                   TO VALID-TIMECARD-SW.
149724     MOVE RT-EMP-ID             TO GROUP-EMP-ID.
149727     MOVE RT-WHO                TO WHO.
149730     MOVE RT-WHERE              TO WHERE.
149733     MOVE RT-WHY                TO WHY.
149736     MOVE SPACE                 TO GROUP-CARD-TYPE.
149739     MOVE 'N'                   TO MIXED-LOCATION-SW.
149742     IF RT-RETRO-PAY NOT NUMERIC OR RT-RETRO-PAY NOT > ZERO
149745         MOVE 'N'               TO VALID-TIMECARD-SW
149748         MOVE "RETRO CARD AMOUNT INVALID" TO EXCEPTION-REASON
149751         PERFORM 7000-WRITE-EXCEPTION-LINE
149754             THRU 7000-EXIT
149757         GO TO 2730-EXIT.
149760     PERFORM 2350-VALIDATE-EMPLOYEE
149763         THRU 2350-EXIT.
149766     IF NOT VALID-TIMECARD
149769         GO TO 2730-EXIT.
149772     PERFORM 3100-VALIDATE-COST-CENTER
149775         THRU 3100-EXIT.
149778 2730-EXIT.
149781     EXIT.
149800
149900 3100-VALIDATE-COST-CENTER.
150000******************************************************************
155000     MOVE GC-RATE (CARD-SUB)    TO SUS-TC-RATE.
155100     MOVE GROUP-CARD-TYPE       TO SUS-TC-CARD-TYPE.
155110     MOVE GC-EARN-TYPE (CARD-SUB) TO SUS-TC-EARN-TYPE.
155120     MOVE GC-WORKWEEK (CARD-SUB) TO SUS-TC-WORKWEEK.
155200     MOVE EXCEPTION-REASON      TO SUS-REASON.
155300     MOVE PAY-PERIOD-END-DATE   TO SUS-PERIOD-END-DATE.
155400     COMPUTE SUS-RECORD-NUMBER = GROUP-FIRST-RECORD
155810 4500-PROCESS-SALARIED-PHASE.
155811******************************************************************
155812*    AFTER THE KEYED BATCH, PAY EVERY ACTIVE SALARIED EMPLOYEE
155813*    OF THE PAY GROUP BEING RUN STRAIGHT FROM THE MASTER -
155814*    PER-PERIOD SALARY, DEFAULT COST CENTER AND DEFAULT
155815*    LOCATION - WITH NO KEYED TIMECARD.  THE MASTER IS WALKED
155816*    IN KEY ORDER; ON A RESUMED RUN, EMPLOYEES AT OR BEFORE THE
155817*    CHECKPOINT'S LAST SALARIED ID WERE ALREADY POSTED AND ARE
155818*    SKIPPED.  SALARIED PAY IS OUTSIDE THE BATCH CONTROL
155819*    TOTALS, LIKE RECYCLED PAY.
155820******************************************************************
155821     MOVE 'Y'                   TO SALARIED-PHASE-SW.
155822     MOVE 'N'                   TO MASTER-EOF-SW.
155859*    MASTER RECORD JUST READ.  GROSS PAY IS THE PER-PERIOD
155860*    SALARY - NO OVERTIME AND NO LOCATION DIFFERENTIAL; THE
155861*    DEFAULT LOCATION STILL DRIVES STATE WITHHOLDING AND THE
155862*    DEFAULT COST CENTER THE GL SHARE.  THE STANDARD HOURS OF
155863*    THE PERIOD ARE CARRIED AS THE HOURS FOR THE YTD ROLL AND
155864*    THE REGISTER, AND THE RATE SHOWN IS THE SALARY OVER THEM.
155865*    AN EMPLOYEE REJECTED BY 4530-EDIT-SALARIED-EMPLOYEE GOES TO
155866*    THE EXCEPTION REPORT - THERE IS NO CARD TO SUSPENSE.
155867*    EACH POSTED SALARY CHECKPOINTS SO A RERUN RESUMES PAST
155868*    IT INSTEAD OF POSTING IT TWICE.
155875     MOVE EM-YTD-GROSS-PAY      TO PRIOR-YTD-GROSS.
155876     MOVE SPACE                 TO GROUP-CARD-TYPE.
155877     MOVE 'N'                   TO MIXED-LOCATION-SW.
155878     PERFORM 4530-EDIT-SALARIED-EMPLOYEE
155879         THRU 4530-EXIT.
155880     IF NOT VALID-TIMECARD
155881         GO TO 4520-EXIT.
155882     MOVE PERIOD-STANDARD-HOURS TO HOURS.
155883     MOVE PERIOD-STANDARD-HOURS TO REGULAR-HOURS.
155884     MOVE ZERO                  TO OVERTIME-HOURS.
155885     MOVE ZERO                  TO PTO-HOURS.
155886     MOVE ZERO                  TO PTO-PAY.
155891     MOVE GROSS-PAY             TO REGULAR-PAY.
155892     MOVE ZERO                  TO OVERTIME-PAY.
155893     COMPUTE CALC-SALARY-RATE
155894         = EM-SALARY-PER-PERIOD / PERIOD-STANDARD-HOURS.
155895     IF CALC-SALARY-RATE > RATE-MAX
155896         MOVE ZERO              TO RATE
155897     ELSE
155938 4520-EXIT.
155939     EXIT.
155940
155941 4530-EDIT-SALARIED-EMPLOYEE.
155942******************************************************************
155943*    EDIT THE SALARIED EMPLOYEE JUST READ BEFORE IT IS PRICED.
155944*    ONE OF ANOTHER PAY GROUP IS LEFT FOR ITS OWN GROUP'S RUN
155945*    WITHOUT COMMENT; ONE PAID AT A FREQUENCY OTHER THAN THE
155946*    GROUP'S, OR WITH AN UNUSABLE DEFAULT COST CENTER OR NO PTO
155947*    POLICY IN EFFECT, REJECTS TO THE EXCEPTION REPORT.
155948******************************************************************
155949     PERFORM 2335-SET-EMPLOYEE-GROUP
155950         THRU 2335-EXIT.
155951     IF EMPLOYEE-PAY-GROUP NOT = RUN-PAY-GROUP
155952         MOVE 'N'                TO VALID-TIMECARD-SW
155953         GO TO 4530-EXIT.
155954     PERFORM 2330-CHECK-PAY-GROUP
155955         THRU 2330-EXIT.
155956     IF NOT VALID-TIMECARD
155957         GO TO 4530-EXIT.
155958     PERFORM 3100-VALIDATE-COST-CENTER
155959         THRU 3100-EXIT.
155960     IF NOT VALID-TIMECARD
155961         GO TO 4530-EXIT.
155962     PERFORM 2380-RESOLVE-PTO-POLICY
155963         THRU 2380-EXIT.
155964 4530-EXIT.
155965     EXIT.
155966
156000 4100-PROCESS-RECYCLE-FILE.
156100******************************************************************
156200*    AFTER THE WEEK'S BATCH, PICK UP CORRECTED SUSPENSE CARDS
159400     END-IF.
159500 4100-EXIT.
159600     EXIT.
159601
159602 4600-PROCESS-RETRO-FILE.
159603******************************************************************
159604*    AFTER THE SALARIED PHASE, PAY THE RETRO EARNINGS CARDS
159605*    RETROPAY RELEASED AFTER THE WORKSHEET WAS APPROVED - ONE
159606*    CARD PER EMPLOYEE, THE DIFFERENCE OWED ON CHECKS ALREADY
159607*    PAID AT THE OLD RATE - FLAGGED "RET" ON THE REGISTER AND
159608*    IN PAY HISTORY.  RETRO PAY IS OUTSIDE THE BATCH CONTROL
159609*    TOTALS, LIKE SALARIED AND RECYCLED PAY.  NO RETRO FILE
159610*    PRESENT SIMPLY MEANS NOTHING TO PAY.  EACH CARD PAID
159611*    CHECKPOINTS, SO A RERUN RESUMES PAST IT, AND THE FILE IS
159612*    RETIRED ONCE FULLY CONSUMED SO THE SAME CARDS ARE NEVER
159613*    PAID TWICE.
159614******************************************************************
159615     OPEN INPUT RETRO-CARD-FILE.
159616     IF RTC-FILE-STATUS NOT = "00" AND RTC-FILE-STATUS NOT = "05"
159617         DISPLAY "SHEETPAY: UNABLE TO OPEN RETRO-CARD-FILE, "
159618             "STATUS = " RTC-FILE-STATUS
159619         GO TO 4600-EXIT.
159620     MOVE 'Y'                   TO RETRO-PHASE-SW.
159621     MOVE 'N'                   TO RETRO-EOF-SW.
159622     MOVE ZERO                  TO RETRO-RECORD-NUMBER.
159623     PERFORM 4610-NEXT-RETRO-CARD
159624         THRU 4610-EXIT
159625         UNTIL RETRO-EOF OR RUN-ABORTED.
159626     MOVE 'N'                   TO RETRO-PHASE-SW.
159627     CLOSE RETRO-CARD-FILE.
159628     IF NOT RUN-ABORTED
159629         PERFORM 9350-CLEAR-RETRO
159630             THRU 9350-EXIT
159631     END-IF.
159632 4600-EXIT.
159633     EXIT.
159634
159635 4610-NEXT-RETRO-CARD.
159636******************************************************************
159637*    READ THE NEXT RETRO CARD AND PAY IT UNLESS AN EARLIER,
159638*    INTERRUPTED RUN ALREADY DID.  A CARD FOR AN EMPLOYEE THE
159639*    MASTER PUTS IN ANOTHER PAY GROUP IS HELD, AS READ, AND
159640*    WRITTEN BACK WHEN THE FILE IS RETIRED, SO IT IS PAID BY
159641*    THAT GROUP'S RUN - HELD EVEN BEHIND THE RESTART POINT, AS
159642*    THE INTERRUPTED RUN HELD IT TOO.  A CARD REJECTED TO THE
159643*    EXCEPTION REPORT IS HELD THE SAME WAY, SO THE MONEY IS
159644*    STILL OWED ONCE THE CAUSE IS CORRECTED.  BEHIND THE
159645*    RESTART POINT A CARD IS EDITED AGAIN, NOT PAID, SO ONE
159646*    THE INTERRUPTED RUN REJECTED IS HELD AGAIN.
159647******************************************************************
159648     READ RETRO-CARD-FILE
159649         AT END
159650             MOVE 'Y'           TO RETRO-EOF-SW
159651     END-READ.
159652     IF RETRO-EOF
159653         GO TO 4610-EXIT.
159654     ADD 1                      TO RETRO-RECORD-NUMBER.
159655     PERFORM 4615-HOLD-OTHER-GROUP
159656         THRU 4615-EXIT.
159657     IF CARD-HELD
159658         GO TO 4610-EXIT.
159659     IF RESTARTED-RUN
159660             AND RETRO-RECORD-NUMBER NOT > RESTART-RETRO-RECORD
159661         PERFORM 2730-EDIT-RETRO-CARD
159662             THRU 2730-EXIT
159663         IF NOT VALID-TIMECARD
159664             PERFORM 9370-HOLD-RETRO-CARD
159665                 THRU 9370-EXIT
159666         END-IF
159667         GO TO 4610-EXIT
159668     END-IF.
159669     PERFORM 4620-PAY-RETRO-CARD
159670         THRU 4620-EXIT.
159671     IF NOT VALID-TIMECARD
159672         PERFORM 9370-HOLD-RETRO-CARD
159673             THRU 9370-EXIT
159674         IF RUN-ABORTED
159675             GO TO 4610-EXIT
159676         END-IF
159677     END-IF.
159678     MOVE RETRO-RECORD-NUMBER   TO RESTART-RETRO-RECORD.
159679     PERFORM 8000-WRITE-CHECKPOINT
159680         THRU 8000-EXIT.
159681 4610-EXIT.
159682     EXIT.
159700
159701 4615-HOLD-OTHER-GROUP.
159702******************************************************************
159703*    HOLD THE RETRO CARD JUST READ IF ITS EMPLOYEE IS IN ANOTHER
159704*    PAY GROUP.  AN EMPLOYEE NOT ON THE MASTER IS LEFT TO
159705*    2730 TO REJECT, AND 4610 HOLDS IT THEN.
159706******************************************************************
159707     MOVE 'N'                   TO CARD-HELD-SW.
159708     MOVE RT-EMP-ID             TO EM-EMP-ID.
159709     READ EMPLOYEE-MASTER
159710         INVALID KEY
159711             GO TO 4615-EXIT
159712     END-READ.
159713     PERFORM 2335-SET-EMPLOYEE-GROUP
159714         THRU 2335-EXIT.
159715     IF EMPLOYEE-PAY-GROUP = RUN-PAY-GROUP
159716         GO TO 4615-EXIT.
159717     PERFORM 9370-HOLD-RETRO-CARD
159718         THRU 9370-EXIT.
159719 4615-EXIT.
159720     EXIT.
159721
159722 4620-PAY-RETRO-CARD.
159723******************************************************************
159724*    TAX, POST AND PAY ONE RETRO CARD.  GROSS PAY IS THE
159725*    CARD'S RETRO TOTAL, SPLIT INTO REGULAR, OVERTIME AND PTO
159726*    PAY AS RETROPAY PRICED IT.  THE HOURS WERE PAID ON THE
159727*    ORIGINAL CHECKS, SO THE RETRO CHECK CARRIES NONE - NOTHING
159728*    ROLLS TO YTD HOURS AND NO PTO ACCRUES - AND NO RATE.  THE
159729*    EMPLOYEE'S DEDUCTIONS WERE TAKEN ON THE ORIGINAL CHECKS
159730*    AND ARE NOT TAKEN AGAIN.  THE CARD'S LOCATION DRIVES
159731*    STATE WITHHOLDING AND ITS COST CENTER THE GL SHARE.  AN
159732*    EMPLOYEE NO LONGER PAYABLE, A BAD COST CENTER OR A BAD
159733*    AMOUNT REJECTS TO THE EXCEPTION REPORT - THERE IS NO
159734*    TIMECARD TO SUSPENSE, SO 4610 HOLDS THE CARD INSTEAD.
159735******************************************************************
159736     PERFORM 2730-EDIT-RETRO-CARD
159737         THRU 2730-EXIT.
159738     IF NOT VALID-TIMECARD
159739         GO TO 4620-EXIT.
159740     MOVE ZERO                  TO HOURS.
159741     MOVE ZERO                  TO REGULAR-HOURS.
159742     MOVE ZERO                  TO OVERTIME-HOURS.
159743     MOVE ZERO                  TO PTO-HOURS.
159744     MOVE ZERO                  TO VAC-HOURS-DRAWN.
159745     MOVE ZERO                  TO SICK-HOURS-DRAWN.
159746     MOVE ZERO                  TO TOTAL-PAID-HOURS.
159747     MOVE RT-RETRO-PAY          TO GROSS-PAY.
159748     MOVE RT-REGULAR-PAY        TO REGULAR-PAY.
159749     MOVE RT-OVERTIME-PAY       TO OVERTIME-PAY.
159750     MOVE RT-PTO-PAY            TO PTO-PAY.
159751     MOVE ZERO                  TO RATE.
159752     MOVE 1                     TO CARD-COUNT.
159753     MOVE WHERE                 TO GC-WHERE (1).
159754     MOVE WHY                   TO GC-WHY (1).
159755     SET GC-CC-SUB (1)          TO CC-IDX.
159756     MOVE ZERO                  TO GC-HOURS (1).
159757     MOVE ZERO                  TO GC-RATE (1).
159758     MOVE ZERO                  TO GC-ADJ-RATE (1).
159759     MOVE GROSS-PAY             TO GC-STRAIGHT-PAY (1).
159760     MOVE SPACE                 TO GC-EARN-TYPE (1).
159761     PERFORM 2400-CALCULATE-WITHHOLDING
159762         THRU 2400-EXIT.
159763     IF NOT VALID-TIMECARD
159764         GO TO 4620-EXIT.
159765     MOVE ZERO                  TO TOTAL-DEDUCTIONS.
159766     PERFORM 2434-ZERO-CHECK-TAKEN
159767         THRU 2434-EXIT
159768         VARYING DED-SUB FROM 1 BY 1
159769         UNTIL DED-SUB > DED-ENTRY-COUNT.
159770     PERFORM 6000-WRITE-REGISTER-LINE
159771         THRU 6000-EXIT.
159772     PERFORM 2300-UPDATE-EMPLOYEE-MASTER
159773         THRU 2300-EXIT.
159774     PERFORM 6600-WRITE-PAY-HISTORY
159775         THRU 6600-EXIT.
159776     PERFORM 6500-WRITE-PAY-STUB
159777         THRU 6500-EXIT.
159778     PERFORM 5100-WRITE-DD-PAYMENT
159779         THRU 5100-EXIT.
159780     PERFORM 2500-ACCUMULATE-GL-DISTRIBUTION
159781         THRU 2500-EXIT.
159782     ADD 1                      TO EMPLOYEES-PAID-COUNT.
159783     ADD 1                      TO RETRO-PAID-COUNT.
159784 4620-EXIT.
159785     EXIT.
159786
159800 5000-WRITE-DD-HEADER.
159900******************************************************************
160000*    WRITE THE DIRECT DEPOSIT BATCH HEADER RECORD, CARRYING THE
160300*    THE PAY PERIOD IT SETTLES.
160400******************************************************************
160500     MOVE PAY-PERIOD-END-DATE   TO DD-HDR-PERIOD-END.
160510     MOVE RUN-PAY-GROUP         TO DD-HDR-PAY-GROUP.
160600     WRITE DIRECT-DEPOSIT-RECORD FROM DD-HEADER-RECORD.
160700 5000-EXIT.
160800     EXIT.
160801
160802 5050-SELECT-PAY-METHOD.
160803******************************************************************
160804*    DECIDE HOW THE EMPLOYEE JUST PAID RECEIVES THE MONEY.  BANK
160805*    INSTRUCTIONS THAT ARE MISSING, RETURNED BY THE BANK, OR
160806*    STILL IN THEIR PRENOTE WINDOW (5150) CANNOT TAKE A DEPOSIT,
160807*    SO THE NET IS PAID BY PAPER CHECK UNDER THE NEXT NUMBER
160808*    FROM THE CHECK STOCK.  THIS RUNS AHEAD OF THE PAY HISTORY
160809*    WRITE SO THE CHECK NUMBER GOES ON THE HISTORY RECORD.  A
160810*    TRIAL RUN COUNTS THE CHECK BUT TAKES NO NUMBER.  A NEGATIVE
160811*    ADJUSTMENT HAS NO ACCOUNT TO DEBIT AND IS RECOVERED BY HAND.
160812******************************************************************
160813     MOVE 'N'                TO PAY-BY-CHECK-SW.
160814     MOVE SPACE              TO CHECK-REASON-SW.
160815     MOVE ZERO               TO CHECK-NUMBER.
160816     IF EM-NO-BANK-DATA OR EM-BANK-ROUTING = ZERO
160817         MOVE 'N'            TO CHECK-REASON-SW
160818     ELSE
160819         IF EM-BANK-FAILED
160820             MOVE 'F'        TO CHECK-REASON-SW
160821         ELSE
160822             IF EM-BANK-PRENOTE
160823                 PERFORM 5150-HANDLE-PRENOTE
160824                     THRU 5150-EXIT
160825                 IF NOT EM-BANK-VERIFIED
160826                     MOVE 'P' TO CHECK-REASON-SW
160827                 END-IF
160828             END-IF
160829         END-IF
160830     END-IF.
160831     IF CHECK-REASON-SW = SPACE
160832         GO TO 5050-EXIT.
160833     IF NET-PAY < ZERO
160834         MOVE "NO ACCOUNT TO DEBIT - RECOVER BY HAND"
160835             TO EXCEPTION-REASON
160836         PERFORM 7000-WRITE-EXCEPTION-LINE
160837             THRU 7000-EXIT
160838         GO TO 5050-EXIT.
160839     IF NET-PAY = ZERO
160840         GO TO 5050-EXIT.
160841     MOVE 'Y'                TO PAY-BY-CHECK-SW.
160842     IF CHECK-BANK-FAILED
160843         MOVE "BANK INSTRUCTIONS FAILED - PAID BY CHECK"
160844             TO EXCEPTION-REASON
160845         PERFORM 7000-WRITE-EXCEPTION-LINE
160846             THRU 7000-EXIT
160847     END-IF.
160848     IF CHECK-PRENOTE-PENDING
160849         MOVE "PRENOTE PENDING - PAID BY CHECK"
160850             TO EXCEPTION-REASON
160851         PERFORM 7000-WRITE-EXCEPTION-LINE
160852             THRU 7000-EXIT
160853     END-IF.
160854     IF TRIAL-RUN
160855         ADD 1               TO CHECK-ISSUED-COUNT
160856         ADD NET-PAY         TO CHECK-ISSUED-TOTAL
160857         GO TO 5050-EXIT.
160858     PERFORM 5060-TAKE-CHECK-NUMBER
160859         THRU 5060-EXIT.
160860 5050-EXIT.
160861     EXIT.
160862
160863 5060-TAKE-CHECK-NUMBER.
160864******************************************************************
160865*    TAKE THE NEXT NUMBER FROM THE CHECK STOCK AND SAVE THE
160866*    STOCK RECORD AT ONCE.  STOCK USED UP, OR A NUMBER ALREADY
160867*    ON THE CHECK REGISTER (THE STOCK RECORD IS BEHIND THE
160868*    PRINTER), STOPS CHECK ISSUE FOR THE REST OF THE RUN; THE
160869*    EMPLOYEE IS REPORTED FOR HAND PAYMENT WITH NO NUMBER.
160870******************************************************************
160871     IF NOT CHECK-STOCK-LOADED
160872             OR STOCK-NEXT-NUMBER = ZERO
160873             OR STOCK-NEXT-NUMBER > STOCK-LAST-NUMBER
160874         MOVE 'N'            TO CHECK-STOCK-SW
160875         MOVE "NO CHECK STOCK - PAY BY HAND" TO EXCEPTION-REASON
160876         PERFORM 7000-WRITE-EXCEPTION-LINE
160877             THRU 7000-EXIT
160878         GO TO 5060-EXIT.
160879     MOVE STOCK-NEXT-NUMBER  TO CR-CHECK-NUMBER.
160880     READ CHECK-REGISTER-FILE
160881         INVALID KEY
160882             MOVE 'N'        TO ENTRY-FOUND-SW
160883         NOT INVALID KEY
160884             MOVE 'Y'        TO ENTRY-FOUND-SW
160885     END-READ.
160886     IF ENTRY-FOUND
160887         MOVE 'N'            TO CHECK-STOCK-SW
160888         MOVE "CHECK NUMBER ON REGISTER - PAY BY HAND"
160889             TO EXCEPTION-REASON
160890         PERFORM 7000-WRITE-EXCEPTION-LINE
160891             THRU 7000-EXIT
160892         GO TO 5060-EXIT.
160893     MOVE STOCK-NEXT-NUMBER  TO CHECK-NUMBER.
160894     ADD 1                   TO STOCK-NEXT-NUMBER.
160895     PERFORM 5710-SAVE-CHECK-STOCK
160896         THRU 5710-EXIT.
160897 5060-EXIT.
160898     EXIT.
160900
161000 5100-WRITE-DD-PAYMENT.
161100******************************************************************
161400*    EMPLOYEE
161500*    JUST PAID, USING THE BANK ROUTING AND ACCOUNT CARRIED ON
161600*    THE EMPLOYEE MASTER RECORD READ BY 2300-UPDATE-EMPLOYEE-
161700*    MASTER.  AN EMPLOYEE 5050-SELECT-PAY-METHOD TURNED TO A
161800*    PAPER CHECK - NO BANK INSTRUCTIONS, INSTRUCTIONS RETURNED
161900*    BY THE BANK AND NOT YET CORRECTED, OR STILL IN THEIR
161903*    PRENOTE WINDOW - GETS NO DEPOSIT; A NUMBERED CHECK IS
161906*    ISSUED INSTEAD (5700).
161910*    A TRIAL RUN STILL APPLIES THE BANK-INSTRUCTION EDITS -
161940*    THAT IS THE POINT OF THE TRIAL - BUT WRITES NO PAYMENT,
161950*    PRENOTE OR CHECK RECORD AND LEAVES THE MASTER'S BANK
161960*    STATUS ALONE.
162000******************************************************************
162010     IF CHECK-REASON-SW NOT = SPACE
162100         IF CHECK-NUMBER NOT = ZERO
162200             PERFORM 5700-ISSUE-CHECK
162300                 THRU 5700-EXIT
162400         END-IF
162410         GO TO 5100-EXIT.
162600     MOVE EM-EMP-ID          TO DD-PAY-EMP-ID.
162700     MOVE EM-WHO             TO DD-PAY-WHO.
162800     MOVE EM-BANK-ROUTING    TO DD-PAY-ROUTING.
164380*    STATUS TO VERIFIED AND LET THE LIVE DEPOSIT GO.  IF NO
164390*    PRENOTE HAS GONE OUT YET, SEND THE ZERO-DOLLAR PRENOTE
164391*    RECORD NOW AND STAMP THE PERIOD IT WENT; EITHER WAY A
164392*    STILL-PENDING EMPLOYEE IS PAID BY CHECK (5050).
164393******************************************************************
164394     IF EM-PRENOTE-DATE NOT = ZERO
164395             AND EM-PRENOTE-DATE < PAY-PERIOD-END-DATE
164416             REWRITE EMPLOYEE-MASTER-RECORD
164417         END-IF
164418     END-IF.
164424 5150-EXIT.
164425     EXIT.
164400
165100     MOVE DD-PAYMENT-COUNT      TO DD-TRL-PAY-COUNT.
165200     MOVE DD-TOTAL-AMOUNT       TO DD-TRL-TOTAL-AMT.
165300     MOVE DD-TOTAL-DEBITS       TO DD-TRL-DEBIT-AMT.
165310     MOVE RUN-PAY-GROUP         TO DD-TRL-PAY-GROUP.
165400     WRITE DIRECT-DEPOSIT-RECORD FROM DD-TRAILER-RECORD.
165500 5200-EXIT.
165600     EXIT.
166200*    ACCOUNTING CAN TIE THE FEED TO THE PAY PERIOD IT POSTS.
166300******************************************************************
166400     MOVE PAY-PERIOD-END-DATE   TO GL-HDR-PERIOD-END.
166410     MOVE RUN-PAY-GROUP         TO GL-HDR-PAY-GROUP.
166500     WRITE GL-DISTRIBUTION-RECORD FROM GL-HEADER-RECORD.
166600 5300-EXIT.
166700     EXIT.
168800             + GL-TOTAL-NET-PAY.
168900     MOVE GL-TOTAL-DEBITS       TO GL-PRF-TOTAL-DEBITS.
169000     MOVE GL-TOTAL-CREDITS      TO GL-PRF-TOTAL-CREDITS.
169010     MOVE RUN-PAY-GROUP         TO GL-PRF-PAY-GROUP.
169100     IF GL-TOTAL-DEBITS = GL-TOTAL-CREDITS
169200         MOVE "FEED IN BALANCE"     TO GL-PRF-STATUS
169300     ELSE
174395 5520-EXIT.
174396     EXIT.
174400
174401 5700-ISSUE-CHECK.
174402******************************************************************
174403*    ISSUE THE PAPER CHECK NUMBERED BY 5060 - ONE RECORD TO THE
174404*    CHECK PRINT FILE, ONE ISSUE ITEM TO THE BANK'S POSITIVE PAY
174405*    FILE, AND THE CHECK REGISTER ENTRY THAT CARRIES IT AS
174406*    OUTSTANDING UNTIL IT CLEARS OR IS VOIDED.  THE REGISTER
174407*    POINTS BACK AT THE PAY HISTORY RECORD THE CHECK PAID.
174408******************************************************************
174409     MOVE CHECK-NUMBER       TO CP-CHECK-NUMBER.
174410     MOVE CHECK-DATE         TO CP-CHECK-DATE.
174411     MOVE GROUP-EMP-ID       TO CP-EMP-ID.
174412     MOVE WHO                TO CP-PAYEE.
174413     MOVE NET-PAY            TO CP-AMOUNT.
174414     MOVE PAY-PERIOD-END-DATE TO CP-PERIOD-END.
174415     MOVE PH-CHECK-SOURCE    TO CP-CHECK-SOURCE.
174416     MOVE ZERO               TO CP-REPLACES-CHECK.
174417     WRITE CHECK-PRINT-RECORD.
174418     MOVE "PPISS "           TO PP-ITEM-MARKER.
174419     MOVE CHECK-NUMBER       TO PP-ITEM-CHECK-NUMBER.
174420     MOVE CHECK-DATE         TO PP-ITEM-ISSUE-DATE.
174421     MOVE ZERO               TO PP-ITEM-VOID-DATE.
174422     MOVE NET-PAY            TO PP-ITEM-AMOUNT.
174423     MOVE WHO                TO PP-ITEM-PAYEE.
174424     WRITE POSITIVE-PAY-RECORD FROM PP-ITEM-RECORD.
174425     MOVE CHECK-NUMBER       TO CR-CHECK-NUMBER.
174426     MOVE 'O'                TO CR-STATUS.
174427     MOVE CHECK-DATE         TO CR-ISSUE-DATE.
174428     MOVE NET-PAY            TO CR-AMOUNT.
174429     MOVE GROUP-EMP-ID       TO CR-EMP-ID.
174430     MOVE WHO                TO CR-PAYEE.
174431     MOVE PAY-PERIOD-END-DATE TO CR-PERIOD-END.
174432     IF HIST-WRITTEN
174433         MOVE PH-SEQUENCE    TO CR-PH-SEQUENCE
174434     ELSE
174435         MOVE ZERO           TO CR-PH-SEQUENCE
174436     END-IF.
174437     MOVE PH-CHECK-SOURCE    TO CR-CHECK-SOURCE.
174438     MOVE "SHEETPAY"         TO CR-ISSUED-BY.
174439     MOVE CHECK-DATE         TO CR-STATUS-DATE.
174440     MOVE SPACES             TO CR-VOID-REASON.
174441     MOVE ZERO               TO CR-REPLACES-CHECK.
174442     MOVE ZERO               TO CR-REPLACED-BY.
174443     WRITE CHECK-REGISTER-RECORD
174444         INVALID KEY
174445             MOVE "CHECK REGISTER WRITE FAILED"
174446                 TO EXCEPTION-REASON
174447             PERFORM 7000-WRITE-EXCEPTION-LINE
174448                 THRU 7000-EXIT
174449     END-WRITE.
174450     ADD 1                   TO CHECK-ISSUED-COUNT.
174451     ADD NET-PAY             TO CHECK-ISSUED-TOTAL.
174452 5700-EXIT.
174453     EXIT.
174454
174455 5710-SAVE-CHECK-STOCK.
174456******************************************************************
174457*    REWRITE THE ONE-RECORD CHECK STOCK FILE WITH THE NEXT
174458*    NUMBER ON HAND, THE SAME WAY THE CHECKPOINT IS KEPT.
174459******************************************************************
174460     MOVE STOCK-NEXT-NUMBER  TO CS-NEXT-CHECK-NUMBER.
174461     MOVE STOCK-LAST-NUMBER  TO CS-LAST-CHECK-NUMBER.
174462     MOVE CHECK-DATE         TO CS-LAST-ISSUE-DATE.
174463     MOVE "SHEETPAY"         TO CS-LAST-PROGRAM.
174464     OPEN OUTPUT CHECK-STOCK-FILE.
174465     WRITE CHECK-STOCK-RECORD.
174466     CLOSE CHECK-STOCK-FILE.
174467 5710-EXIT.
174468     EXIT.
174469
174470 5750-WRITE-POSPAY-TRAILER.
174471******************************************************************
174472*    CLOSE THE RUN'S POSITIVE PAY ITEMS WITH A TRAILER CARRYING
174473*    THE COUNT AND TOTAL OF CHECKS ISSUED, SO THE BANK CAN PROVE
174474*    THE ISSUE FILE.  A RUN THAT ISSUED NO CHECKS ADDS NOTHING.
174475******************************************************************
174476     IF CHECK-ISSUED-COUNT = ZERO
174477         GO TO 5750-EXIT.
174478     MOVE CHECK-ISSUED-COUNT TO PP-TRL-ISSUE-COUNT.
174479     MOVE CHECK-ISSUED-TOTAL TO PP-TRL-ISSUE-AMT.
174480     MOVE ZERO               TO PP-TRL-VOID-COUNT.
174481     MOVE ZERO               TO PP-TRL-VOID-AMT.
174482     MOVE "SHEETPAY"         TO PP-TRL-PROGRAM.
174483     WRITE POSITIVE-PAY-RECORD FROM PP-TRAILER-RECORD.
174484 5750-EXIT.
174485     EXIT.
174486
174500 6000-WRITE-REGISTER-LINE.
174600******************************************************************
174700*    WRITE ONE PAY REGISTER DETAIL LINE FOR THE CURRENT EMPLOYEE,
176910         IF SALARIED-PHASE
176920             MOVE "SAL"       TO DL-FLAG
176930         ELSE
177000             IF RETRO-PHASE
177100                 MOVE "RET"   TO DL-FLAG
177200             ELSE
177210                 IF RECYCLE-PHASE
177220                     MOVE "RCY" TO DL-FLAG
177230                 ELSE
177300                     MOVE SPACES TO DL-FLAG
177310                 END-IF
177400             END-IF
177410         END-IF
177500     END-IF.
185226 6400-EXIT.
185227     EXIT.
185200
185210 6450-WRITE-STUB-W4.
185220******************************************************************
185228*    SHOW THE W-4 ELECTIONS THIS CHECK WAS WITHHELD UNDER.  AN
185229*    EXPIRED EXEMPT CLAIM IS WITHHELD AS SINGLE WITH NO W-4
185230*    AMOUNTS, SO THE AMOUNT LINES ARE LEFT OFF FOR IT.
185231******************************************************************
185232     MOVE "SINGLE"              TO SB-W4-FILING.
185233     IF EM-FILING-MARRIED
185234         MOVE "MARRIED"         TO SB-W4-FILING.
185235     IF EM-FILING-HEAD
185236         MOVE "HEAD OF HOUSEHOLD" TO SB-W4-FILING.
185237     MOVE SPACES                TO SB-W4-EXEMPT-CAPTION.
185238     MOVE ZERO                  TO SB-W4-EXEMPT-EXPIRY.
185239     IF EM-W4-EXEMPT-CLAIMED AND EM-W4-EXEMPT-EXPIRY NUMERIC
185240         MOVE EM-W4-EXEMPT-EXPIRY TO SB-W4-EXEMPT-EXPIRY
185241         IF EM-W4-EXEMPT-EXPIRY < PAY-PERIOD-END-DATE
185242             MOVE "SINGLE"      TO SB-W4-FILING
185243             MOVE "EXEMPT EXPIRED" TO SB-W4-EXEMPT-CAPTION
185244         ELSE
185245             MOVE "EXEMPT THROUGH" TO SB-W4-EXEMPT-CAPTION
185246         END-IF
185247     END-IF.
185248     WRITE STUB-RECORD FROM SB-W4-STATUS-LINE
185249         AFTER ADVANCING 2 LINES.
185250     IF EM-W4-EXEMPT-CLAIMED AND NOT W4-EXEMPT
185251         GO TO 6450-EXIT.
185252     IF EM-W4-DEPENDENTS NOT NUMERIC
185253             OR EM-W4-OTHER-INCOME NOT NUMERIC
185254             OR EM-W4-DEDUCTIONS NOT NUMERIC
185255             OR EM-W4-EXTRA-WH NOT NUMERIC
185256         GO TO 6450-EXIT.
185257     MOVE "DEPENDENTS CREDIT"   TO SB-W4-CAPTION-1.
185258     MOVE EM-W4-DEPENDENTS      TO SB-W4-AMOUNT-1.
185259     MOVE "EXTRA WITHHOLDING"   TO SB-W4-CAPTION-2.
185260     MOVE EM-W4-EXTRA-WH        TO SB-W4-AMOUNT-2.
185261     WRITE STUB-RECORD FROM SB-W4-AMOUNT-LINE
185262         AFTER ADVANCING 1 LINE.
185263     MOVE "OTHER INCOME"        TO SB-W4-CAPTION-1.
185264     MOVE EM-W4-OTHER-INCOME    TO SB-W4-AMOUNT-1.
185265     MOVE "DEDUCTIONS"          TO SB-W4-CAPTION-2.
185266     MOVE EM-W4-DEDUCTIONS      TO SB-W4-AMOUNT-2.
185267     WRITE STUB-RECORD FROM SB-W4-AMOUNT-LINE
185268         AFTER ADVANCING 1 LINE.
185269 6450-EXIT.
185270     EXIT.
185271
185272 6460-FILL-HISTORY-DETAIL.
185273******************************************************************
185274*    FINISH THE HISTORY RECORD 6600 IS BUILDING - THE EMPLOYER
185275*    TAXES AND NET PAY, THE LOCATION AND THE DIFFERENTIAL THE
185276*    HOURS WERE PRICED AT (FOR RETROPAY; A SALARIED OR RETRO
185277*    CHECK CARRIES NO DIFFERENTIAL AND IS RECORDED AT 1.000),
185278*    AND THE CHECK NUMBER OF A CHECK PAID ON PAPER (ZERO FOR A
185279*    DIRECT DEPOSIT).  A RETRO CHECK IS FLAGGED "RET".
185280******************************************************************
185281     MOVE SUTA-TAX           TO PH-SUTA-TAX.
185282     MOVE NET-PAY            TO PH-NET-PAY.
185283     IF RETRO-PHASE AND NOT ADJUSTMENT-GROUP
185284         MOVE "RET"          TO PH-CHECK-SOURCE
185285     END-IF.
185286     MOVE WHERE              TO PH-WHERE.
185287     IF SALARIED-PHASE OR RETRO-PHASE
185288         MOVE 1              TO PH-PAY-DIFFERENTIAL
185289     ELSE
185290         MOVE LOC-PAY-DIFFERENTIAL (LOC-IDX)
185291             TO PH-PAY-DIFFERENTIAL
185292     END-IF.
185293     MOVE CHECK-NUMBER       TO PH-CHECK-NUMBER.
185294 6460-EXIT.
185295     EXIT.
185296
185300 6500-WRITE-PAY-STUB.
185400******************************************************************
185500*    PRINT ONE PAY STUB / EARNINGS STATEMENT FOR THE EMPLOYEE
191520     MOVE EM-SICK-BALANCE       TO SB-SICK-BALANCE.
191530     WRITE STUB-RECORD FROM SB-BALANCE-LINE
191540         AFTER ADVANCING 1 LINE.
191550     PERFORM 6450-WRITE-STUB-W4
191560         THRU 6450-EXIT.
191600     WRITE STUB-RECORD FROM SB-SEPARATOR-LINE
191700         AFTER ADVANCING 2 LINES.
191800 6500-EXIT.
192039     MOVE TOTAL-DEDUCTIONS   TO PH-DEDUCTIONS.
192040     MOVE ER-FICA-TAX        TO PH-ER-FICA-TAX.
192041     MOVE FUTA-TAX           TO PH-FUTA-TAX.
192042     PERFORM 6460-FILL-HISTORY-DETAIL
192043         THRU 6460-EXIT.
192044     MOVE CARD-COUNT         TO PH-CC-SHARE-COUNT.
192045     PERFORM 6620-FILL-HISTORY-SHARE
192046         THRU 6620-EXIT
192600     MOVE GROUP-EMP-ID       TO EXC-EMP-ID.
192700     MOVE WHO                TO EXC-WHO.
192800     MOVE EXCEPTION-REASON   TO EXC-REASON.
192810     IF RECYCLE-PHASE OR SALARIED-PHASE OR RETRO-PHASE
192820         MOVE ZERO           TO EXC-BATCH
192830     ELSE
192840         MOVE CURRENT-BATCH-NUMBER TO EXC-BATCH
193500*    RECORD THE CURRENT DETAIL RECORD NUMBER AND EMPLOYEE ID AS
193600*    THE LAST ONE HANDLED, SO AN INTERRUPTED RUN CAN BE RESUMED
193700*    FROM HERE RATHER THAN FROM THE BEGINNING OF THE BATCH.
193710*    THE LAST SALARIED EMPLOYEE POSTED AND THE LAST RETRO
193720*    CARD PAID RIDE ALONG SO THOSE PHASES RESUME PAST THEM.
193800******************************************************************
193900     MOVE DETAIL-RECORD-NUMBER  TO CKP-LAST-RECORD-NUMBER.
194000     MOVE LAST-BATCH-EMP-ID     TO CKP-LAST-EMP-ID.
194010     MOVE SALARIED-DONE-ID      TO CKP-SALARIED-EMP-ID.
194020     MOVE RESTART-RETRO-RECORD  TO CKP-RETRO-RECORD.
194030     MOVE RUN-PAY-GROUP         TO CKP-PAY-GROUP.
194040     MOVE DD-PAYMENT-COUNT      TO CKP-DD-PAYMENT-COUNT.
194050     MOVE DD-TOTAL-AMOUNT       TO CKP-DD-TOTAL-AMOUNT.
194060     MOVE DD-TOTAL-DEBITS       TO CKP-DD-TOTAL-DEBITS.
194070     MOVE CHECK-ISSUED-COUNT    TO CKP-CHECK-COUNT.
194080     MOVE CHECK-ISSUED-TOTAL    TO CKP-CHECK-TOTAL.
194100     OPEN OUTPUT CHECKPOINT-FILE.
194200     WRITE CHECKPOINT-RECORD.
194300     CLOSE CHECKPOINT-FILE.
194600
194700 9000-FINALIZE.
194800******************************************************************
194810*    PAY THE SALARIED STAFF FROM THE MASTER, THEN THE
194815*    RELEASED RETRO CARDS AND THEN THE
194820*    RECYCLED REJECTS AFTER THE BATCH, THEN WRITE THE
195000*    RUN'S TOTALS AND FEEDS AND CLOSE FILES.  A RUN THAT
195100*    ABORTED - AN OPEN FAILURE, A TABLE SETUP ERROR, A
195200*    CHECKPOINT THAT CANNOT BE TRUSTED - MUST NOT DISBURSE
195300*    ANYTHING FURTHER: THE RETRO AND RECYCLE PHASES ARE
195350*    SKIPPED, THE BANK
195400*    FILE IS LEFT WITHOUT ITS TRAILER AND THE GL FEED WITHOUT
195500*    ITS PROOF LINE SO NEITHER CAN BE TAKEN DOWNSTREAM, AND
195600*    THE CHECKPOINT IS LEFT STANDING FOR THE RERUN.  THE
195700*    REGISTER'S TOTALS AND BALANCE LINE ARE STILL PRINTED TO
195800*    DOCUMENT WHAT THE RUN DID BEFORE IT STOPPED.
195810*    THE POSITIVE PAY TRAILER IS WRITTEN EVEN THEN: A CHECK
195820*    ALREADY NUMBERED AND PRINTED MUST STILL BE KNOWN TO THE BANK.
195830*    ONLY A LIVE RUN THAT FINISHES MARKS ITS PERIOD PAID ON THE
195840*    PAYROLL CALENDAR; AN ABORTED RUN LEAVES IT OPEN TO RERUN.
195900******************************************************************
195910     IF NOT RUN-ABORTED
195920         PERFORM 4500-PROCESS-SALARIED-PHASE
195930             THRU 4500-EXIT
195940     END-IF.
195950     IF NOT RUN-ABORTED AND NOT TRIAL-RUN
195960         PERFORM 4600-PROCESS-RETRO-FILE
195970             THRU 4600-EXIT
195980     END-IF.
196000     IF NOT RUN-ABORTED AND NOT TRIAL-RUN
196100         PERFORM 4100-PROCESS-RECYCLE-FILE
196200             THRU 4100-EXIT
196500         THRU 6200-EXIT.
196710     PERFORM 6400-WRITE-DEPOSIT-SUMMARY
196720         THRU 6400-EXIT.
196730     IF NOT TRIAL-RUN
196740         PERFORM 5750-WRITE-POSPAY-TRAILER
196750             THRU 5750-EXIT
196760     END-IF.
196800     IF RUN-ABORTED
196900         DISPLAY "SHEETPAY: RUN ABORTED - DD TRAILER AND GL "
197000             "FEED NOT WRITTEN, CHECKPOINT LEFT STANDING"
197540         THRU 9400-EXIT.
197600     PERFORM 9200-CLEAR-CHECKPOINT
197700         THRU 9200-EXIT.
197710     PERFORM 9250-MARK-PERIOD-PAID
197720         THRU 9250-EXIT.
197800 9000-CLOSE.
197810     PERFORM 9600-WRITE-CONTROL-REPORT
197820         THRU 9600-EXIT.
198500         CLOSE SUSPENSE-FILE
198505         CLOSE REMITTANCE-FILE
198506         CLOSE PAY-HISTORY-FILE
198507         CLOSE CHECK-PRINT-FILE
198508         CLOSE POSITIVE-PAY-FILE
198509         CLOSE CHECK-REGISTER-FILE
198510     END-IF.
198600     CLOSE EMPLOYEE-MASTER.
198605     CLOSE PAY-CALENDAR-FILE.
198610     CLOSE OPS-CONTROL-REPORT.
198620     PERFORM 9700-SET-RETURN-CODE
198630         THRU 9700-EXIT.
203000     MOVE ZERO               TO CKP-LAST-RECORD-NUMBER.
203100     MOVE SPACES              TO CKP-LAST-EMP-ID.
203150     MOVE SPACES              TO CKP-SALARIED-EMP-ID.
203160     MOVE ZERO                TO CKP-RETRO-RECORD.
203170     MOVE SPACES              TO CKP-PAY-GROUP.
203180     MOVE ZERO                TO CKP-DD-PAYMENT-COUNT.
203190     MOVE ZERO                TO CKP-DD-TOTAL-AMOUNT.
203195     MOVE ZERO                TO CKP-DD-TOTAL-DEBITS.
203196     MOVE ZERO                TO CKP-CHECK-COUNT.
203197     MOVE ZERO                TO CKP-CHECK-TOTAL.
203200     OPEN OUTPUT CHECKPOINT-FILE.
203300     WRITE CHECKPOINT-RECORD.
203400     CLOSE CHECKPOINT-FILE.
203500 9200-EXIT.
203600     EXIT.
203603
203606 9250-MARK-PERIOD-PAID.
203609******************************************************************
203612*    MARK THE RUN'S PERIOD PAID ON THE PAYROLL CALENDAR SO NO
203615*    LATER RUN CAN PAY IT AGAIN.  ONLY A LIVE RUN THAT FINISHED
203618*    GETS HERE - CARDS IT REJECTED ARE PAID THROUGH THE RECYCLE
203621*    FILE OR OFFCYCLE, NEVER BY RERUNNING THE PERIOD.  A PERIOD
203624*    THAT CANNOT BE MARKED IS REPORTED FOR THE OPERATORS TO
203627*    MARK BY HAND BEFORE THE NEXT RUN.
203630******************************************************************
203633     IF CALENDAR-PERIOD-END = ZERO
203636         GO TO 9250-EXIT.
203639     MOVE RUN-PAY-GROUP      TO CL-PAY-GROUP.
203642     MOVE CALENDAR-PERIOD-END TO CL-PERIOD-END.
203645     READ PAY-CALENDAR-FILE
203648         INVALID KEY
203651             DISPLAY "SHEETPAY: PERIOD " CALENDAR-PERIOD-END
203654                 " NOT FOUND - NOT MARKED PAID"
203657             GO TO 9250-EXIT
203660     END-READ.
203663     MOVE 'P'                TO CL-STATUS.
203666     MOVE "SHEETPAY"         TO CL-LAST-PROGRAM.
203669     REWRITE PAY-CALENDAR-RECORD
203672         INVALID KEY
203675             DISPLAY "SHEETPAY: PERIOD " CALENDAR-PERIOD-END
203678                 " REWRITE FAILED - NOT MARKED PAID"
203681             GO TO 9250-EXIT
203684     END-REWRITE.
203687     MOVE 'Y'                TO PERIOD-MARKED-SW.
203690 9250-EXIT.
203693     EXIT.
203700
203800 9300-CLEAR-RECYCLE.
203900******************************************************************
204000*    THE RECYCLE FILE WAS FULLY CONSUMED AND PAID, SO RETIRE
204100*    IT - REWRITTEN EMPTY, THE SAME WAY 9200 RETIRES THE
204200*    CHECKPOINT - SO A LATER RUN WITHOUT A FRESH SUSPMNT
204300*    RELEASE DOES NOT PAY THE SAME CARDS A SECOND TIME.  THE
204310*    CARDS HELD FOR OTHER PAY GROUPS ARE WRITTEN BACK TO WAIT
204320*    FOR THEIR OWN GROUP'S RUN.
204400******************************************************************
204500     OPEN OUTPUT RECYCLE-FILE.
204510     PERFORM 9310-WRITE-HELD-RECYCLE
204520         THRU 9310-EXIT
204530         VARYING HELD-SUB FROM 1 BY 1
204540         UNTIL HELD-SUB > HELD-RECYCLE-COUNT.
204600     CLOSE RECYCLE-FILE.
204700 9300-EXIT.
204800     EXIT.
204802
204804 9310-WRITE-HELD-RECYCLE.
204806******************************************************************
204808*    WRITE ONE HELD RECYCLE CARD BACK AS IT WAS READ
204810******************************************************************
204812     MOVE HELD-RECYCLE-CARD (HELD-SUB) TO RECYCLE-CARD-RECORD.
204814     WRITE RECYCLE-CARD-RECORD.
204816 9310-EXIT.
204818     EXIT.
204820
204822 9350-CLEAR-RETRO.
204824******************************************************************
204826*    THE RETRO CARD FILE WAS FULLY CONSUMED AND PAID, SO RETIRE
204828*    IT THE SAME WAY 9300 RETIRES THE RECYCLE FILE - A LATER
204830*    RUN WITHOUT A FRESH RETROPAY RELEASE PAYS NOTHING AGAIN.
204832*    THE CARDS HELD FOR OTHER PAY GROUPS OR REJECTED TO THE
204834*    EXCEPTION REPORT ARE WRITTEN BACK.
204836******************************************************************
204838     OPEN OUTPUT RETRO-CARD-FILE.
204840     PERFORM 9360-WRITE-HELD-RETRO
204842         THRU 9360-EXIT
204844         VARYING HELD-SUB FROM 1 BY 1
204846         UNTIL HELD-SUB > HELD-RETRO-COUNT.
204848     CLOSE RETRO-CARD-FILE.
204850 9350-EXIT.
204852     EXIT.
204854
204856 9360-WRITE-HELD-RETRO.
204858******************************************************************
204860*    WRITE ONE HELD RETRO CARD BACK AS IT WAS READ
204862******************************************************************
204864     MOVE HELD-RETRO-CARD (HELD-SUB) TO RETRO-CARD-RECORD.
204866     WRITE RETRO-CARD-RECORD.
204868 9360-EXIT.
204870     EXIT.
204871
204872 9370-HOLD-RETRO-CARD.
204873******************************************************************
204874*    KEEP THE RETRO CARD JUST READ, AS READ, FOR 9350 TO WRITE
204875*    BACK WHEN THE FILE IS RETIRED.  MORE HELD CARDS THAN THE
204876*    TABLE HOLDS ABORTS THE RUN RATHER THAN LOSE ONE.
204877******************************************************************
204878     MOVE 'Y'                   TO CARD-HELD-SW.
204879     IF HELD-RETRO-COUNT >= HELD-TABLE-MAX
204880         DISPLAY "SHEETPAY: RETRO CARDS HELD EXCEED "
204881             "TABLE LIMIT OF " HELD-TABLE-MAX
204882         MOVE 'Y'               TO RETRO-EOF-SW
204883         MOVE 'Y'               TO RUN-ABORT-SW
204884         GO TO 9370-EXIT.
204885     ADD 1                      TO HELD-RETRO-COUNT.
204886     MOVE RETRO-CARD-RECORD
204887         TO HELD-RETRO-CARD (HELD-RETRO-COUNT).
204888 9370-EXIT.
204889     EXIT.
204900
205000 9400-REWRITE-DEDUCTION-FILE.
205100******************************************************************
208600     MOVE DE-ARREARS (DED-SUB)       TO DM-ARREARS.
208700     MOVE DE-PAYEE (DED-SUB)         TO DM-PAYEE.
208800     MOVE DE-GL-ACCOUNT (DED-SUB)    TO DM-GL-ACCOUNT.
208820     MOVE DE-CASE-NUMBER (DED-SUB)   TO DM-CASE-NUMBER.
208840     MOVE DE-ORDER-START (DED-SUB)   TO DM-ORDER-START.
208860     MOVE DE-ORDER-STOP (DED-SUB)    TO DM-ORDER-STOP.
208880     MOVE DE-STATUS (DED-SUB)        TO DM-STATUS.
208900     WRITE DEDUCTION-MASTER-RECORD.
209000 9410-EXIT.
209100     EXIT.
209500*    WRITE ONE REMITTANCE RECORD PER DEDUCTION WITH MONEY
209600*    TAKEN THIS RUN, CARRYING THE PAYEE, SO THE CHECKS SENT
209700*    TO THE INSURERS, THE UNION AND THE COURTS TIE TO WHAT
209800*    WAS ACTUALLY WITHHELD.  THE RECORDS ARE ADDED TO THE END
209810*    OF THE FILE; REMITPAY EMPTIES IT AS IT POSTS THEM TO THE
209820*    PAYEE MASTER.
209900******************************************************************
210000     PERFORM 9510-WRITE-REMIT-RECORD
210100         THRU 9510-EXIT
211600     MOVE DE-DESCRIPTION (DED-SUB)   TO RM-DESCRIPTION.
211700     MOVE PAY-PERIOD-END-DATE        TO RM-PERIOD-END.
211800     MOVE DE-TAKEN-THIS-RUN (DED-SUB) TO RM-AMOUNT.
211810     MOVE DE-GL-ACCOUNT (DED-SUB)    TO RM-GL-ACCOUNT.
211820     MOVE 'N'                        TO RM-CARRIED-SW.
211900     WRITE REMITTANCE-RECORD.
212000 9510-EXIT.
212100     EXIT.
214300                 MOVE "COMPLETE - OUT OF BALANCE"
214400                     TO OPS-STATUS
214500             ELSE
214510                 IF PERIOD-MARKED-PAID
214600                     MOVE "COMPLETE - CLEAN" TO OPS-STATUS
214610                 ELSE
214620                     MOVE "COMPLETE - PERIOD NOT MARKED PAID"
214630                         TO OPS-STATUS
214640                 END-IF
214700             END-IF
214800         END-IF
214900     END-IF.
216800     MOVE RECYCLED-PAID-COUNT   TO OPS-CNT-VALUE.
216900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
217000         AFTER ADVANCING 1 LINE.
217010     MOVE "OF WHICH RETRO PAY FROM RETROPAY"
217020         TO OPS-CNT-CAPTION.
217030     MOVE RETRO-PAID-COUNT      TO OPS-CNT-VALUE.
217040     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
217050         AFTER ADVANCING 1 LINE.
217055     MOVE "PTO ACCRUALS STOPPED AT MAXIMUM"
217060         TO OPS-CNT-CAPTION.
217065     MOVE ACCRUAL-CAPPED-COUNT  TO OPS-CNT-VALUE.
217070     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
217075         AFTER ADVANCING 1 LINE.
217076     MOVE "RECYCLE CARDS HELD FOR OTHER GROUPS"
217078         TO OPS-CNT-CAPTION.
217080     MOVE HELD-RECYCLE-COUNT    TO OPS-CNT-VALUE.
217082     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
217084         AFTER ADVANCING 1 LINE.
217086     MOVE "RETRO CARDS HELD FOR A LATER RUN"
217088         TO OPS-CNT-CAPTION.
217090     MOVE HELD-RETRO-COUNT      TO OPS-CNT-VALUE.
217092     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
217094         AFTER ADVANCING 1 LINE.
217100     MOVE "EXCEPTIONS REPORTED" TO OPS-CNT-CAPTION.
217200     MOVE EXCEPTION-COUNT       TO OPS-CNT-VALUE.
217300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
219600     MOVE DD-PRENOTE-COUNT      TO OPS-CNT-VALUE.
219700     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
219800         AFTER ADVANCING 1 LINE.
219810     MOVE "PAPER CHECKS ISSUED" TO OPS-CNT-CAPTION.
219820     MOVE CHECK-ISSUED-COUNT    TO OPS-CNT-VALUE.
219830     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
219840         AFTER ADVANCING 1 LINE.
219850     MOVE "PAPER CHECK TOTAL"   TO OPS-AMT-CAPTION.
219860     MOVE CHECK-ISSUED-TOTAL    TO OPS-AMT-VALUE.
219870     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
219880         AFTER ADVANCING 1 LINE.
219900     MOVE "GL PROOF"            TO OPS-TXT-CAPTION.
220000     IF NOT GL-FEED-WRITTEN
220100         MOVE "FEED NOT WRITTEN" TO OPS-TXT-VALUE
222800     END-IF.
222900     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
223000         AFTER ADVANCING 1 LINE.
223010     MOVE "PAY CALENDAR"        TO OPS-TXT-CAPTION.
223020     IF PERIOD-MARKED-PAID
223030         MOVE CALENDAR-PERIOD-END TO CALENDAR-TEXT-PERIOD
223040         MOVE CALENDAR-TEXT     TO OPS-TXT-VALUE
223050     ELSE
223060         IF TRIAL-RUN
223070             MOVE "NOT TOUCHED (TRIAL RUN)" TO OPS-TXT-VALUE
223080         ELSE
223090             MOVE "**PERIOD NOT MARKED PAID**" TO OPS-TXT-VALUE
223091         END-IF
223092     END-IF.
223093     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
223094         AFTER ADVANCING 1 LINE.
223095     MOVE "PAY GROUP"           TO OPS-TXT-CAPTION.
223096     MOVE PAY-GROUP-TEXT        TO OPS-TXT-VALUE.
223097     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
223098         AFTER ADVANCING 1 LINE.
223100 9600-EXIT.
223200     EXIT.
223300
223600*    SET THE RETURN CODE THE SCHEDULER HOLDS THE DOWNSTREAM
223700*    JOBS ON - 0 A CLEAN RUN, 4 COMPLETE BUT OUT OF BALANCE
223800*    (A BATCH OR THE GL PROOF), 8 ABORTED WITH THE CHECKPOINT
223900*    LEFT STANDING FOR THE RERUN.  A LIVE RUN THAT COMPLETED BUT
223910*    COULD NOT MARK ITS PERIOD PAID ON THE CALENDAR ALSO ENDS 4,
223920*    SO THE PERIOD IS CLOSED BY HAND BEFORE IT CAN BE PAID AGAIN.
224000******************************************************************
224100     IF RUN-ABORTED
224200         MOVE 8                 TO RETURN-CODE
224400         IF ANY-BATCH-OUT-OF-BALANCE OR GL-FEED-OOB
224500             MOVE 4             TO RETURN-CODE
224600         ELSE
224610             IF TRIAL-RUN OR PERIOD-MARKED-PAID
224700                 MOVE 0         TO RETURN-CODE
224710             ELSE
224720                 MOVE 4         TO RETURN-CODE
224730             END-IF
224800         END-IF
224900     END-IF.
225000 9700-EXIT.
