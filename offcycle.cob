003014*                     TWO-DIGIT SEQUENCE CAN ONLY WRAP, SO A
003015*                     NON-DUPLICATE INVALID KEY COULD SPIN THE
003016*                     LOOP FOREVER.
003017*    2026-10-15 RLB   A DEDUCTION IS TAKEN ONLY WHILE ACTIVE
003018*                     AND WHILE THE PAY PERIOD END DATE FALLS
003019*                     INSIDE ITS ORDER START/STOP DATES - A
003020*                     STOPPED DEDUCTION OR A COURT ORDER KEYED
003021*                     AHEAD OF ITS START, OR PAST ITS STOP, IS
003022*                     PASSED OVER AND ITS ARREARS LEFT STANDING.
003023*                     THE NEW CASE NUMBER, ORDER DATES AND
003024*                     STATUS CARRY THROUGH THE DEDFILE REWRITE.
003025*    2026-10-15 RLB   THE REQUEST RATE MAY BE LEFT ZERO TO PAY AT
003026*                     THE MASTER BASE RATE IN EFFECT FOR THE
003027*                     PERIOD.  A KEYED RATE MORE THAN THE RATE
003028*                     TOLERANCE ("RTOL" ON THE TAX PARAMETER
003029*                     FILE) AWAY FROM THE MASTER RATE REJECTS THE
003030*                     REQUEST, AS DOES NO TOLERANCE IN EFFECT.
003031*    2026-10-15 RLB   PAY HISTORY NOW RECORDS THE LOCATION AND
003032*                     PAY DIFFERENTIAL THE CHECK WAS PRICED AT,
003033*                     FOR RETROPAY.
003034*    2026-10-15 RLB   FEDERAL AND STATE WITHHOLDING HONOR THE
003035*                     EMPLOYEE'S W-4 ELECTIONS, THE SAME AS
003036*                     SHEETPAY, AND THE STUB SHOWS THEM.
003037*    2026-10-15 RLB   AN EMPLOYEE WITH NO BANK INSTRUCTIONS, A
003038*                     FAILED ACCOUNT OR A PRENOTE STILL PENDING IS
003039*                     PAID BY NUMBERED PAPER CHECK FROM THE CHECK
003040*                     STOCK INSTEAD OF BY HAND, THE SAME AS
003041*                     SHEETPAY - CHECK PRINT FILE, POSITIVE PAY,
003042*                     CHECK REGISTER AND THE NUMBER ON HISTORY.
003043*    2026-10-15 RLB   A REQUEST'S PERIOD END DATE MUST BE A PERIOD
003044*                     ON THE PAYROLL CALENDAR (PAYCAL).
003045*    2026-10-15 RLB   THE REMITTANCE FILE IS EXTENDED, NOT
003046*                     REPLACED, UNTIL REMITPAY POSTS IT, AND EACH
003047*                     RECORD CARRIES THE DEDUCTION'S GL LIABILITY
003048*                     ACCOUNT.
003049*    2026-10-15 RLB   THE REQUEST'S PERIOD IS LOOKED UP ON THE
003050*                     CALENDAR UNDER THE EMPLOYEE'S PAY GROUP, AND
003051*                     FEDERAL BRACKETS AND W-4 AMOUNTS ARE
003052*                     RESTATED FOR THE EMPLOYEE'S PAY FREQUENCY.
003054*    2026-10-15 RLB   MASTER RATE FIELDS THAT ARE NOT NUMERIC ARE
003055*                     TAKEN AS NO RATE.
003060******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.           IBM-370.
006300     SELECT LOCATION-FILE   ASSIGN TO LOCFILE
006400                            ORGANIZATION IS LINE SEQUENTIAL
006500                            FILE STATUS IS LCF-FILE-STATUS.
006505     SELECT OPTIONAL CHECK-STOCK-FILE ASSIGN TO CHKSTOCK
006510                            ORGANIZATION IS LINE SEQUENTIAL
006515                            FILE STATUS IS STK-FILE-STATUS.
006520     SELECT OPTIONAL CHECK-PRINT-FILE ASSIGN TO CHKPRINT
006525                            ORGANIZATION IS LINE SEQUENTIAL
006530                            FILE STATUS IS CPR-FILE-STATUS.
006535     SELECT OPTIONAL POSITIVE-PAY-FILE ASSIGN TO POSPAY
006540                            ORGANIZATION IS LINE SEQUENTIAL
006545                            FILE STATUS IS PPY-FILE-STATUS.
006550     SELECT CHECK-REGISTER-FILE ASSIGN TO CHKREG
006555                            ORGANIZATION IS INDEXED
006560                            ACCESS MODE IS DYNAMIC
006565                            RECORD KEY IS CR-CHECK-NUMBER
006570                            FILE STATUS IS CRG-FILE-STATUS.
006575     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
006580                            ORGANIZATION IS INDEXED
006585                            ACCESS MODE IS DYNAMIC
006590                            RECORD KEY IS CL-KEY
006595                            FILE STATUS IS CAL-FILE-STATUS.
006600     SELECT TAX-PARAMETER-FILE ASSIGN TO TAXFILE
006700                            ORGANIZATION IS LINE SEQUENTIAL
006800                            FILE STATUS IS TXF-FILE-STATUS.
006810     SELECT OPTIONAL DEDUCTION-FILE ASSIGN TO DEDFILE
006820                            ORGANIZATION IS LINE SEQUENTIAL
006830                            FILE STATUS IS DED-FILE-STATUS.
006840     SELECT OPTIONAL REMITTANCE-FILE ASSIGN TO OCREMIT
006850                            ORGANIZATION IS LINE SEQUENTIAL
006860                            FILE STATUS IS REM-FILE-STATUS.
006870     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
009140     COPY REMREC.
009150 FD  PAY-HISTORY-FILE.
009160     COPY PAYHREC.
009162 FD  CHECK-STOCK-FILE.
009164     COPY CHKSTK.
009166 FD  CHECK-PRINT-FILE.
009168     COPY CHKPREC.
009170 FD  POSITIVE-PAY-FILE.
009172 01  POSITIVE-PAY-RECORD     PIC X(54).
009174 FD  CHECK-REGISTER-FILE.
009176     COPY CHKRREC.
009181 FD  PAY-CALENDAR-FILE.
009186     COPY CALREC.
009200 WORKING-STORAGE SECTION.
009300******************************************************************
009400*    FILE STATUS AND END-OF-FILE SWITCHES
010510 77  DED-FILE-STATUS         PIC X(02).
010520 77  REM-FILE-STATUS         PIC X(02).
010530 77  PHS-FILE-STATUS         PIC X(02).
010532 77  STK-FILE-STATUS         PIC X(02).
010534 77  CPR-FILE-STATUS         PIC X(02).
010536 77  PPY-FILE-STATUS         PIC X(02).
010538 77  CRG-FILE-STATUS         PIC X(02).
010539 77  CAL-FILE-STATUS         PIC X(02).
010540 77  HIST-WRITTEN-SW         PIC X(01)       VALUE 'N'.
010550     88  HIST-WRITTEN                        VALUE 'Y'.
010560 77  HIST-CC-SUB             PIC 9(04)  COMP.
015800******************************************************************
015900 77  ADJUSTED-RATE           PIC 9(7)V9999.
016000 77  RATE-MAX                PIC 9(5)V99     VALUE 99999.99.
016010******************************************************************
016020*    MASTER BASE RATE WORK FIELDS - THE RATE IN EFFECT FOR THE
016030*    PERIOD AND THE TOLERANCE A KEYED REQUEST RATE MAY STRAY
016040*    FROM IT, AS A FRACTION OF THE MASTER RATE
016050******************************************************************
016060 77  MASTER-RATE             PIC 9(5)V99.
016070 77  RATE-TOLERANCE          PIC V9999.
016080 77  RATE-TOLERANCE-SW       PIC X(01)       VALUE 'N'.
016090     88  RATE-TOLERANCE-FOUND                VALUE 'Y'.
016091 77  RATE-VARIANCE           PIC S9(5)V99.
016092 77  TOLERANCE-AMOUNT        PIC 9(5)V9999.
016100******************************************************************
016200*    WITHHOLDING CALCULATION WORK FIELDS
016300******************************************************************
016900 77  BRACKET-TOP             PIC 9(07)V99.
017000 77  BRACKET-PORTION         PIC 9(07)V99.
017100 77  TAX-SUB                 PIC 9(04)  COMP.
017106 77  FED-TAXABLE-WAGE        PIC S9(07)V99.
017112 77  PAY-PERIODS-PER-YEAR    PIC 9(03)       VALUE 52.
017118 77  WEEKS-PER-YEAR          PIC 9(03)       VALUE 52.
017124 77  PERIOD-FLOOR            PIC 9(07)V99.
017130 77  EMPLOYEE-PAY-GROUP      PIC X(04).
017136 77  EMPLOYEE-PAY-FREQUENCY  PIC X(01).
017142     88  EMPLOYEE-PAY-BIWEEKLY               VALUE 'B'.
017148     88  EMPLOYEE-PAY-SEMIMONTHLY            VALUE 'S'.
017154 77  W4-PERIOD-OTHER-INCOME  PIC 9(07)V99.
017160 77  W4-PERIOD-DEDUCTIONS    PIC 9(07)V99.
017166 77  W4-PERIOD-CREDIT        PIC 9(07)V99.
017172 77  W4-PERIOD-EXTRA-WH      PIC 9(05)V99.
017178 77  W4-EXEMPT-SW            PIC X(01)       VALUE 'N'.
017184     88  W4-EXEMPT                           VALUE 'Y'.
017200 77  STATE-TAX-RATE          PIC V9999.
017300 77  FEDERAL-WITHHOLDING     PIC S9(7)V99.
017400 77  STATE-WITHHOLDING       PIC S9(7)V99.
017656 77  DED-GOAL-ROOM           PIC S9(9)V99.
017657 77  DED-SUB                 PIC 9(04)  COMP.
017658 77  DED-PRIORITY-PASS       PIC 9(02).
017678 77  OPEN-END-DATE           PIC 9(08)       VALUE 99999999.
017700******************************************************************
017800*    PAY REGISTER REPORT CONTROL FIELDS AND PRINT LINES
017900******************************************************************
019100 77  DD-TOTAL-AMOUNT         PIC 9(09)V99    VALUE ZERO.
019200 77  DD-TOTAL-DEBITS         PIC 9(09)V99    VALUE ZERO.
019300     COPY ACHREC.
019302******************************************************************
019304*    PAPER CHECK CONTROL FIELDS, THE SAME AS SHEETPAY'S.  AN
019306*    EMPLOYEE WHO CANNOT BE PAID BY DIRECT DEPOSIT IS PAID BY
019308*    CHECK; THE NUMBER COMES FROM THE CHECK STOCK FILE, WHICH IS
019310*    SAVED AS EACH NUMBER IS TAKEN.
019312******************************************************************
019314 77  PAY-BY-CHECK-SW         PIC X(01)       VALUE 'N'.
019316     88  PAY-BY-CHECK                        VALUE 'Y'.
019318 77  CHECK-REASON-SW         PIC X(01)       VALUE SPACE.
019320     88  CHECK-NO-BANK                       VALUE 'N'.
019322     88  CHECK-BANK-FAILED                   VALUE 'F'.
019324     88  CHECK-PRENOTE-PENDING               VALUE 'P'.
019326 77  CHECK-STOCK-SW          PIC X(01)       VALUE 'N'.
019328     88  CHECK-STOCK-LOADED                  VALUE 'Y'.
019330 77  CHECK-NUMBER            PIC 9(08)       VALUE ZERO.
019332 77  CHECK-DATE              PIC 9(08)       VALUE ZERO.
019334 77  STOCK-NEXT-NUMBER       PIC 9(08)       VALUE ZERO.
019336 77  STOCK-LAST-NUMBER       PIC 9(08)       VALUE ZERO.
019338 77  CHECK-ISSUED-COUNT      PIC 9(05)       VALUE ZERO.
019340 77  CHECK-ISSUED-TOTAL      PIC 9(09)V99    VALUE ZERO.
019342     COPY POSPREC.
019400******************************************************************
019500*    GENERAL LEDGER DISTRIBUTION ACCUMULATORS AND RECORD
019600*    LAYOUTS.  THE ACCUMULATOR TABLE RUNS PARALLEL TO CC-TABLE,
030100         MOVE 'Y' TO END-OF-FILE-SW
030200         MOVE 'Y' TO RUN-ABORT-SW
030300     END-IF.
030310     OPEN EXTEND REMITTANCE-FILE.
030320     IF REM-FILE-STATUS NOT = "00"
030325             AND REM-FILE-STATUS NOT = "05"
030330         DISPLAY "OFFCYCLE: UNABLE TO OPEN REMITTANCE-FILE, "
030340             "STATUS = " REM-FILE-STATUS
030350         MOVE 'Y' TO END-OF-FILE-SW
031091         MOVE 'Y' TO END-OF-FILE-SW
031092         MOVE 'Y' TO RUN-ABORT-SW
031093     END-IF.
031095     PERFORM 1170-OPEN-CHECK-FILES
031097         THRU 1170-EXIT.
031100     PERFORM 1400-LOAD-COST-CENTER-TABLE
031200         THRU 1400-EXIT.
031300     PERFORM 1500-LOAD-LOCATION-TABLE
031600         THRU 1550-EXIT.
031610     PERFORM 1450-LOAD-DEDUCTION-TABLE
031620         THRU 1450-EXIT.
031630     OPEN INPUT PAY-CALENDAR-FILE.
031640     IF CAL-FILE-STATUS NOT = "00"
031650         DISPLAY "OFFCYCLE: UNABLE TO OPEN PAY-CALENDAR-FILE, "
031660             "STATUS = " CAL-FILE-STATUS
031670         MOVE 'Y' TO END-OF-FILE-SW
031680         MOVE 'Y' TO RUN-ABORT-SW
031690     END-IF.
031700     MOVE "OFF-CYCLE PAY REGISTER" TO HL2-TITLE.
031800     IF NOT END-OF-FILE
031900         PERFORM 2100-READ-REQUEST
032100     END-IF.
032200 1000-EXIT.
032300     EXIT.
032301
032302 1170-OPEN-CHECK-FILES.
032303******************************************************************
032304*    LOAD THE CHECK STOCK CONTROL RECORD AND OPEN THE CHECK
032305*    PRINT FILE, THE POSITIVE PAY ISSUE FILE AND THE CHECK
032306*    REGISTER, THE SAME WAY SHEETPAY DOES.  THE PRINT AND
032307*    POSITIVE PAY FILES ARE EXTENDED; NO STOCK FILE DOES NOT
032308*    ABORT THE RUN - AN EMPLOYEE WHO NEEDS A CHECK IS REPORTED
032309*    TO BE PAID BY HAND.
032310******************************************************************
032311     MOVE 'N' TO CHECK-STOCK-SW.
032312     OPEN INPUT CHECK-STOCK-FILE.
032313     IF STK-FILE-STATUS = "00"
032314         READ CHECK-STOCK-FILE
032315             AT END
032316                 CONTINUE
032317             NOT AT END
032318                 MOVE CS-NEXT-CHECK-NUMBER TO STOCK-NEXT-NUMBER
032319                 MOVE CS-LAST-CHECK-NUMBER TO STOCK-LAST-NUMBER
032320                 MOVE 'Y' TO CHECK-STOCK-SW
032321         END-READ
032322         CLOSE CHECK-STOCK-FILE
032323     END-IF.
032324     OPEN EXTEND CHECK-PRINT-FILE.
032325     IF CPR-FILE-STATUS NOT = "00"
032326             AND CPR-FILE-STATUS NOT = "05"
032327         DISPLAY "OFFCYCLE: UNABLE TO OPEN CHECK-PRINT-FILE, "
032328             "STATUS = " CPR-FILE-STATUS
032329         MOVE 'Y' TO END-OF-FILE-SW
032330         MOVE 'Y' TO RUN-ABORT-SW
032331     END-IF.
032332     OPEN EXTEND POSITIVE-PAY-FILE.
032333     IF PPY-FILE-STATUS NOT = "00"
032334             AND PPY-FILE-STATUS NOT = "05"
032335         DISPLAY "OFFCYCLE: UNABLE TO OPEN POSITIVE-PAY-FILE, "
032336             "STATUS = " PPY-FILE-STATUS
032337         MOVE 'Y' TO END-OF-FILE-SW
032338         MOVE 'Y' TO RUN-ABORT-SW
032339     END-IF.
032340     OPEN I-O CHECK-REGISTER-FILE.
032341     IF CRG-FILE-STATUS = "35"
032342         OPEN OUTPUT CHECK-REGISTER-FILE
032343         CLOSE CHECK-REGISTER-FILE
032344         OPEN I-O CHECK-REGISTER-FILE
032345     END-IF.
032346     IF CRG-FILE-STATUS NOT = "00"
032347         DISPLAY "OFFCYCLE: UNABLE TO OPEN CHECK-REGISTER-FILE, "
032348             "STATUS = " CRG-FILE-STATUS
032349         MOVE 'Y' TO END-OF-FILE-SW
032350         MOVE 'Y' TO RUN-ABORT-SW
032351     END-IF.
032352 1170-EXIT.
032353     EXIT.
032400
032500 1400-LOAD-COST-CENTER-TABLE.
032600******************************************************************
037577                     TO DE-PAYEE (DED-ENTRY-COUNT)
037578                 MOVE DM-GL-ACCOUNT
037579                     TO DE-GL-ACCOUNT (DED-ENTRY-COUNT)
037581                 PERFORM 1465-LOAD-DED-ORDER
037582                     THRU 1465-EXIT
037585             END-IF
037586     END-READ.
037587 1460-EXIT.
037588     EXIT.
037589
037592 1465-LOAD-DED-ORDER.
037595******************************************************************
037598*    CARRY THE COURT ORDER FIELDS OF THE ENTRY JUST STORED -
037601*    ORDER DATES LEFT BLANK ON OLDER RECORDS LOAD AS OPEN - AND
037604*    START ITS RUN AND CHECK TOTALS AT ZERO
037607******************************************************************
037610     MOVE DM-CASE-NUMBER
037613         TO DE-CASE-NUMBER (DED-ENTRY-COUNT).
037616     IF DM-ORDER-START NUMERIC
037619         MOVE DM-ORDER-START
037622             TO DE-ORDER-START (DED-ENTRY-COUNT)
037625     ELSE
037628         MOVE ZERO
037631             TO DE-ORDER-START (DED-ENTRY-COUNT)
037634     END-IF.
037637     IF DM-ORDER-STOP NUMERIC
037640             AND DM-ORDER-STOP NOT = ZERO
037643         MOVE DM-ORDER-STOP
037646             TO DE-ORDER-STOP (DED-ENTRY-COUNT)
037649     ELSE
037652         MOVE OPEN-END-DATE
037655             TO DE-ORDER-STOP (DED-ENTRY-COUNT)
037658     END-IF.
037661     MOVE DM-STATUS
037664         TO DE-STATUS (DED-ENTRY-COUNT).
037667     MOVE ZERO
037670         TO DE-TAKEN-THIS-RUN (DED-ENTRY-COUNT).
037673     MOVE ZERO
037676         TO DE-TAKEN-THIS-CHECK (DED-ENTRY-COUNT).
037679 1465-EXIT.
037682     EXIT.
037685
037700 1500-LOAD-LOCATION-TABLE.
037800******************************************************************
037900*    LOAD THE LOCATION STATE-RATE/DIFFERENTIAL TABLE FROM THE
047900                     TO TXE-EFF-START (TAX-ENTRY-COUNT)
048000                 MOVE TXF-EFF-END
048100                     TO TXE-EFF-END (TAX-ENTRY-COUNT)
048110                 MOVE TXF-FILING-STATUS
048120                     TO TXE-FILING-STATUS (TAX-ENTRY-COUNT)
048200             END-IF
048300     END-READ.
048400 1560-EXIT.
049200*    FLOOR ORDER.  NO EFFECTIVE FICA ENTRY OR NO EFFECTIVE
049300*    BRACKETS REJECTS THE REQUEST RATHER THAN WITHHOLDING
049400*    NOTHING - OTHER REQUESTS IN THE FILE MAY STILL BE GOOD.
049410*    SO DOES NO EFFECTIVE RATE TOLERANCE.  ONLY THE SINGLE
049420*    BRACKETS ARE REQUIRED - A FILING STATUS WITH NONE IN
049430*    EFFECT IS WITHHELD ON THE SINGLE BRACKETS.
049500******************************************************************
049600     MOVE ZERO               TO FICA-RATE.
049700     MOVE ZERO               TO FICA-WAGE-BASE.
049720     MOVE ZERO               TO FUTA-WAGE-BASE.
049730     MOVE ZERO               TO SUTA-RATE.
049740     MOVE ZERO               TO SUTA-WAGE-BASE.
049800     MOVE ZERO               TO FED-SET-COUNT (1).
049801     MOVE ZERO               TO FED-SET-COUNT (2).
049802     MOVE ZERO               TO FED-SET-COUNT (3).
049810     MOVE ZERO               TO RATE-TOLERANCE.
049820     MOVE 'N'                TO RATE-TOLERANCE-SW.
049900     PERFORM 1610-RESOLVE-TAX-ENTRY
050000         THRU 1610-EXIT
050100         VARYING TAX-SUB FROM 1 BY 1
050200         UNTIL TAX-SUB > TAX-ENTRY-COUNT.
050300     IF FICA-WAGE-BASE = ZERO OR FED-SET-COUNT (1) = ZERO
050310             OR FUTA-WAGE-BASE = ZERO OR SUTA-WAGE-BASE = ZERO
050320             OR NOT RATE-TOLERANCE-FOUND
050400         MOVE 'N'            TO VALID-REQUEST-SW
050500         MOVE "NO TAX PARAMETERS IN EFFECT"
050600             TO EXCEPTION-REASON
051500*    RESOLVE ONE LOADED TAX ENTRY IF IT IS IN EFFECT FOR THE
051600*    REQUEST'S PAY PERIOD.  FEDERAL BRACKETS MUST ARRIVE IN
051700*    ASCENDING FLOOR ORDER - AN OUT-OF-ORDER FILE ABORTS THE
051800*    RUN, THE SAME AS IN SHEETPAY.  EACH FILING STATUS KEEPS
051810*    ITS OWN SET OF BRACKETS, AND THE ORDER IS CHECKED WITHIN
051820*    THE SET.
051900******************************************************************
052000     IF PAY-PERIOD-END-DATE < TXE-EFF-START (TAX-SUB)
052100             OR PAY-PERIOD-END-DATE > TXE-EFF-END (TAX-SUB)
052660         MOVE TXE-RATE (TAX-SUB)      TO SUTA-RATE
052670         MOVE TXE-WAGE-BASE (TAX-SUB) TO SUTA-WAGE-BASE
052680         GO TO 1610-EXIT.
052690     IF TXE-RATE-TOLERANCE (TAX-SUB)
052691         MOVE TXE-RATE (TAX-SUB)      TO RATE-TOLERANCE
052692         MOVE 'Y'                     TO RATE-TOLERANCE-SW
052693         GO TO 1610-EXIT.
052700     IF NOT TXE-FEDERAL (TAX-SUB)
052800         GO TO 1610-EXIT.
052810     MOVE 1                  TO FED-SET-SUB.
052820     IF TXE-FILING-MARRIED (TAX-SUB)
052830         MOVE 2              TO FED-SET-SUB.
052840     IF TXE-FILING-HEAD (TAX-SUB)
052850         MOVE 3              TO FED-SET-SUB.
052860     MOVE FED-SET-COUNT (FED-SET-SUB) TO FED-BRACKET-COUNT.
052900     IF FED-BRACKET-COUNT >= FED-BRACKET-MAX
053000         DISPLAY "OFFCYCLE: MORE EFFECTIVE FEDERAL BRACKETS "
053100             "THAN THE TABLE HOLDS"
053400         GO TO 1610-EXIT.
053500     IF FED-BRACKET-COUNT > ZERO
053600             AND TXE-BRACKET-FLOOR (TAX-SUB)
053700             NOT > FB-FLOOR (FED-SET-SUB, FED-BRACKET-COUNT)
053800         DISPLAY "OFFCYCLE: FEDERAL BRACKETS OUT OF ORDER "
053900             "ON TAX PARAMETER FILE"
054000         MOVE 'Y' TO END-OF-FILE-SW
054100         MOVE 'Y' TO RUN-ABORT-SW
054200         GO TO 1610-EXIT.
054300     ADD 1                   TO FED-BRACKET-COUNT.
054310     MOVE FED-BRACKET-COUNT  TO FED-SET-COUNT (FED-SET-SUB).
054400     MOVE TXE-BRACKET-FLOOR (TAX-SUB)
054500         TO FB-FLOOR (FED-SET-SUB, FED-BRACKET-COUNT).
054600     MOVE TXE-RATE (TAX-SUB)
054700         TO FB-RATE (FED-SET-SUB, FED-BRACKET-COUNT).
054800 1610-EXIT.
054900     EXIT.
055000
056100     MOVE OC-EMP-ID          TO EXC-EMP-ID.
056200     MOVE SPACES             TO WHO.
056300     MOVE OC-PERIOD-END-DATE TO PAY-PERIOD-END-DATE.
056350     MOVE OC-PERIOD-END-DATE TO CHECK-DATE.
056400     IF NOT HEADERS-WRITTEN
056500         PERFORM 5000-WRITE-DD-HEADER
056600             THRU 5000-EXIT
059700 2200-EDIT-REQUEST.
059800******************************************************************
059900*    EDIT ONE REQUEST BEFORE ANY PRICING - THE REQUEST TYPE
060000*    MUST BE FIN OR RPL, HOURS AND PERIOD DATE MUST BE
060100*    KEYED, THE EMPLOYEE MUST BE ON THE MASTER (ACTIVE FOR A
060200*    REPLACEMENT; A FINAL-PAY REQUEST MAY PAY A TERMINATED
060300*    EMPLOYEE - A TUESDAY TRM MUST NOT WAIT FOR FRIDAY), THE
060400*    COST CENTER MUST BE APPROVED AND IN EFFECT, AND THE TAX
060500*    PARAMETERS FOR THE REQUEST'S PERIOD MUST RESOLVE.  THE
060510*    RATE IS THEN SETTLED AGAINST THE MASTER BASE RATE.  THE
060520*    PERIOD MUST BE ON THE PAYROLL CALENDAR UNDER THE
060530*    EMPLOYEE'S PAY GROUP; AN OFF-CYCLE CHECK MAY FALL IN A
060540*    PERIOD OPEN, PAID OR CLOSED.
060600******************************************************************
060700     IF NOT OC-FINAL-PAY AND NOT OC-REPLACEMENT
060800         MOVE 'N'            TO VALID-REQUEST-SW
061000         PERFORM 7000-WRITE-EXCEPTION-LINE
061100             THRU 7000-EXIT
061200         GO TO 2200-EXIT.
061300     IF OC-HOURS = ZERO OR OC-PERIOD-END-DATE = ZERO
061500         MOVE 'N'            TO VALID-REQUEST-SW
061600         MOVE "HOURS AND PERIOD DATE REQUIRED"
061700             TO EXCEPTION-REASON
061800         PERFORM 7000-WRITE-EXCEPTION-LINE
061900             THRU 7000-EXIT
062200         THRU 2350-EXIT.
062300     IF NOT VALID-REQUEST
062400         GO TO 2200-EXIT.
062410     PERFORM 2355-SET-PAY-FREQUENCY
062420         THRU 2355-EXIT.
062430     MOVE EMPLOYEE-PAY-GROUP TO CL-PAY-GROUP.
062440     MOVE OC-PERIOD-END-DATE TO CL-PERIOD-END.
062450     READ PAY-CALENDAR-FILE
062460         INVALID KEY
062470             MOVE 'N'        TO VALID-REQUEST-SW
062480             MOVE "PERIOD NOT ON PAYROLL CALENDAR"
062485                 TO EXCEPTION-REASON
062490             PERFORM 7000-WRITE-EXCEPTION-LINE
062492                 THRU 7000-EXIT
062494             GO TO 2200-EXIT
062496     END-READ.
062500     MOVE OC-WHERE           TO WHERE.
062600     MOVE OC-WHY             TO WHY.
062800     MOVE OC-HOURS           TO HOURS.
062900     PERFORM 3100-VALIDATE-COST-CENTER
063000         THRU 3100-EXIT.
063200         GO TO 2200-EXIT.
063300     PERFORM 1600-RESOLVE-TAX-PARAMETERS
063400         THRU 1600-EXIT.
063410     IF NOT VALID-REQUEST
063420         GO TO 2200-EXIT.
063430     PERFORM 2360-RESOLVE-REQUEST-RATE
063440         THRU 2360-EXIT.
063500 2200-EXIT.
063600     EXIT.
063700
066900             THRU 7000-EXIT
067000     END-IF.
067100 2350-EXIT.
067101     EXIT.
067102
067103 2355-SET-PAY-FREQUENCY.
067104******************************************************************
067105*    THE EMPLOYEE'S PAY GROUP AND FREQUENCY FROM THE MASTER,
067106*    BLANKS TAKEN AS THE WEEKLY GROUP "WKLY", AND THE PAY
067107*    PERIODS PER YEAR THE FEDERAL BRACKETS AND W-4 AMOUNTS ARE
067108*    RESTATED BY
067109******************************************************************
067110     IF EM-PAY-GROUP = SPACES
067111         MOVE "WKLY"         TO EMPLOYEE-PAY-GROUP
067112     ELSE
067113         MOVE EM-PAY-GROUP   TO EMPLOYEE-PAY-GROUP
067114     END-IF.
067115     MOVE EM-PAY-FREQUENCY   TO EMPLOYEE-PAY-FREQUENCY.
067116     IF EMPLOYEE-PAY-BIWEEKLY
067117         MOVE 26             TO PAY-PERIODS-PER-YEAR
067118     ELSE
067119         IF EMPLOYEE-PAY-SEMIMONTHLY
067120             MOVE 24         TO PAY-PERIODS-PER-YEAR
067121         ELSE
067122             MOVE 52         TO PAY-PERIODS-PER-YEAR
067123         END-IF
067124     END-IF.
067125 2355-EXIT.
067126     EXIT.
067127
067128 2360-RESOLVE-REQUEST-RATE.
067129******************************************************************
067130*    SETTLE THE RATE THE REQUEST IS PAID AT.  THE MASTER BASE
067131*    RATE IN EFFECT FOR THE PERIOD IS THE PRIOR RATE WHILE A
067132*    RAISE IS STILL FUTURE-DATED.  A REQUEST KEYED WITHOUT A
067133*    RATE TAKES THE MASTER RATE; A KEYED RATE MAY DIFFER FROM
067134*    IT BY NO MORE THAN THE TOLERANCE FRACTION OF THE MASTER
067135*    RATE.  AN EMPLOYEE WITH NO RATE ON THE MASTER IS PAID AT
067136*    THE KEYED RATE UNCHECKED.  A MASTER RATE OR PRIOR RATE
067137*    THAT IS NOT NUMERIC (A RECORD WRITTEN BEFORE THE MASTER
067138*    CARRIED RATES) IS NO RATE, AND AN EFFECTIVE DATE THAT IS
067139*    NOT NUMERIC IS NO PENDING CHANGE.
067140******************************************************************
067141     PERFORM 2365-RESOLVE-MASTER-RATE
067142         THRU 2365-EXIT.
067143     IF OC-RATE = ZERO
067144         IF MASTER-RATE = ZERO
067145             MOVE 'N'        TO VALID-REQUEST-SW
067146             MOVE "NO RATE ON REQUEST OR MASTER"
067147                 TO EXCEPTION-REASON
067148             PERFORM 7000-WRITE-EXCEPTION-LINE
067149                 THRU 7000-EXIT
067150         ELSE
067151             MOVE MASTER-RATE TO RATE
067152         END-IF
067153         GO TO 2360-EXIT.
067154     MOVE OC-RATE            TO RATE.
067155     IF MASTER-RATE = ZERO
067156         GO TO 2360-EXIT.
067157     COMPUTE RATE-VARIANCE = RATE - MASTER-RATE.
067158     IF RATE-VARIANCE < ZERO
067159         COMPUTE RATE-VARIANCE = ZERO - RATE-VARIANCE.
067160     COMPUTE TOLERANCE-AMOUNT = MASTER-RATE * RATE-TOLERANCE.
067161     IF RATE-VARIANCE > TOLERANCE-AMOUNT
067162         MOVE 'N'            TO VALID-REQUEST-SW
067163         MOVE "RATE DIFFERS FROM MASTER RATE"
067164             TO EXCEPTION-REASON
067165         PERFORM 7000-WRITE-EXCEPTION-LINE
067166             THRU 7000-EXIT
067167     END-IF.
067168 2360-EXIT.
067200     EXIT.
067204
067208 2365-RESOLVE-MASTER-RATE.
067212******************************************************************
067216*    THE MASTER BASE RATE IN EFFECT FOR THE REQUEST'S PERIOD,
067220*    ZERO WHEN THE MASTER CARRIES NO RATE FOR THE EMPLOYEE.
067224******************************************************************
067228     MOVE ZERO               TO MASTER-RATE.
067232     IF EM-BASE-RATE NOT NUMERIC
067236         GO TO 2365-EXIT.
067240     MOVE EM-BASE-RATE       TO MASTER-RATE.
067244     IF EM-RATE-EFF-DATE NOT NUMERIC
067248         GO TO 2365-EXIT.
067252     IF EM-RATE-EFF-DATE > PAY-PERIOD-END-DATE
067256         IF EM-PRIOR-RATE NUMERIC
067260             MOVE EM-PRIOR-RATE TO MASTER-RATE
067264         ELSE
067268             MOVE ZERO       TO MASTER-RATE
067272         END-IF
067276     END-IF.
067280 2365-EXIT.
067284     EXIT.
067300
067400 2700-PAY-REQUEST.
067500******************************************************************
069400             THRU 6000-EXIT
069500         PERFORM 2300-UPDATE-EMPLOYEE-MASTER
069600             THRU 2300-EXIT
069602         PERFORM 5050-SELECT-PAY-METHOD
069604             THRU 5050-EXIT
069610         PERFORM 6600-WRITE-PAY-HISTORY
069620             THRU 6600-EXIT
069700         PERFORM 6500-WRITE-PAY-STUB
087600*    ARRIVE AT NET PAY - THE GRADUATED FEDERAL BRACKETS, THE
087700*    FICA ANNUAL WAGE BASE CUTOFF AGAINST THE MASTER'S PRIOR
087800*    YTD GROSS, AND THE STATE RATE OF THE REQUEST'S WORK
087900*    LOCATION - THE SAME CALCULATION SHEETPAY APPLIES,
087910*    INCLUDING THE EMPLOYEE'S W-4 ELECTIONS.  AN UNEXPIRED
087920*    EXEMPT CLAIM WITHHOLDS NO FEDERAL OR STATE TAX.
088000******************************************************************
088100     PERFORM 2160-LOOKUP-LOCATION
088200         THRU 2160-EXIT.
088400     PERFORM 2410-COMPUTE-FEDERAL-TAX
088500         THRU 2410-EXIT.
088600     COMPUTE STATE-WITHHOLDING   = GROSS-PAY * STATE-TAX-RATE.
088610     IF W4-EXEMPT
088620         MOVE ZERO           TO STATE-WITHHOLDING
088630     END-IF.
088700     PERFORM 2420-COMPUTE-FICA-TAX
088800         THRU 2420-EXIT.
088810     PERFORM 2425-COMPUTE-EMPLOYER-TAX
089000             - STATE-WITHHOLDING - FICA-WITHHOLDING.
089100 2400-EXIT.
089200     EXIT.
089202
089204 2405-RESOLVE-W4-ELECTIONS.
089206******************************************************************
089208*    DECIDE HOW THE EMPLOYEE'S W-4 APPLIES TO THIS CHECK, AS
089210*    SHEETPAY DOES.  THE MASTER RECORD IS STILL IN ITS RECORD
089212*    AREA FROM 2350-VALIDATE-EMPLOYEE.  AN EXEMPT CLAIM STANDS
089214*    THROUGH ITS EXPIRY DATE; PAST IT THE EMPLOYEE IS WITHHELD
089216*    AS SINGLE WITH NO ADJUSTMENTS.  OTHERWISE THE FILING STATUS
089218*    PICKS THE BRACKET SET AND THE ANNUAL W-4 AMOUNTS ARE SPREAD
089220*    OVER THE PAY PERIODS IN THE YEAR.
089222******************************************************************
089224     MOVE 'N'                TO W4-EXEMPT-SW.
089226     MOVE 1                  TO FED-SET-SUB.
089228     MOVE ZERO               TO W4-PERIOD-OTHER-INCOME.
089230     MOVE ZERO               TO W4-PERIOD-DEDUCTIONS.
089232     MOVE ZERO               TO W4-PERIOD-CREDIT.
089234     MOVE ZERO               TO W4-PERIOD-EXTRA-WH.
089236     IF EM-W4-EXEMPT-CLAIMED
089238         IF EM-W4-EXEMPT-EXPIRY NUMERIC
089240                 AND EM-W4-EXEMPT-EXPIRY NOT < PAY-PERIOD-END-DATE
089242             MOVE 'Y'        TO W4-EXEMPT-SW
089244             IF EM-W4-EXTRA-WH NUMERIC
089246                 MOVE EM-W4-EXTRA-WH TO W4-PERIOD-EXTRA-WH
089248             END-IF
089250         END-IF
089252         GO TO 2405-EXIT.
089254     IF EM-FILING-MARRIED AND FED-SET-COUNT (2) > ZERO
089256         MOVE 2              TO FED-SET-SUB.
089258     IF EM-FILING-HEAD AND FED-SET-COUNT (3) > ZERO
089260         MOVE 3              TO FED-SET-SUB.
089262     IF EM-W4-DEPENDENTS NOT NUMERIC
089264             OR EM-W4-OTHER-INCOME NOT NUMERIC
089266             OR EM-W4-DEDUCTIONS NOT NUMERIC
089268             OR EM-W4-EXTRA-WH NOT NUMERIC
089270         GO TO 2405-EXIT.
089272     COMPUTE W4-PERIOD-OTHER-INCOME ROUNDED
089274         = EM-W4-OTHER-INCOME / PAY-PERIODS-PER-YEAR.
089276     COMPUTE W4-PERIOD-DEDUCTIONS ROUNDED
089278         = EM-W4-DEDUCTIONS / PAY-PERIODS-PER-YEAR.
089280     COMPUTE W4-PERIOD-CREDIT ROUNDED
089282         = EM-W4-DEPENDENTS / PAY-PERIODS-PER-YEAR.
089284     MOVE EM-W4-EXTRA-WH     TO W4-PERIOD-EXTRA-WH.
089286 2405-EXIT.
089288     EXIT.
089300
089400 2410-COMPUTE-FEDERAL-TAX.
089500******************************************************************
089600*    STEP GROSS PAY THROUGH THE GRADUATED FEDERAL BRACKETS
089700*    RESOLVED FOR THE REQUEST'S PERIOD, ADJUSTED BY THE W-4
089710*    ELECTIONS THE SAME WAY SHEETPAY ADJUSTS THEM
089800******************************************************************
089900     MOVE ZERO               TO FEDERAL-WITHHOLDING.
089910     PERFORM 2405-RESOLVE-W4-ELECTIONS
089920         THRU 2405-EXIT.
089930     IF W4-EXEMPT
089940         MOVE W4-PERIOD-EXTRA-WH TO FEDERAL-WITHHOLDING
089950         GO TO 2410-EXIT.
089960     COMPUTE FED-TAXABLE-WAGE = GROSS-PAY
089970             + W4-PERIOD-OTHER-INCOME - W4-PERIOD-DEDUCTIONS.
089980     IF FED-TAXABLE-WAGE < ZERO
089990         MOVE ZERO           TO FED-TAXABLE-WAGE.
089995     MOVE FED-SET-COUNT (FED-SET-SUB) TO FED-BRACKET-COUNT.
090000     PERFORM 2415-ADD-BRACKET-TAX
090100         THRU 2415-EXIT
090200         VARYING TAX-SUB FROM 1 BY 1
090300         UNTIL TAX-SUB > FED-BRACKET-COUNT.
090310     SUBTRACT W4-PERIOD-CREDIT FROM FEDERAL-WITHHOLDING.
090320     IF FEDERAL-WITHHOLDING < ZERO
090330         MOVE ZERO           TO FEDERAL-WITHHOLDING.
090340     ADD W4-PERIOD-EXTRA-WH  TO FEDERAL-WITHHOLDING.
090400 2410-EXIT.
090500     EXIT.
090600
090700 2415-ADD-BRACKET-TAX.
090800******************************************************************
090900*    ADD ONE BRACKET'S TAX ON THE SLICE OF THE TAXABLE WAGE
091000*    THAT FALLS INSIDE IT.  TAXFILE'S WEEKLY FLOORS ARE TIMES
091010*    WEEKS-PER-YEAR FOR THE ANNUAL FLOOR, OVER
091020*    PAY-PERIODS-PER-YEAR FOR THE EMPLOYEE'S PAY PERIOD.
091100******************************************************************
091110     COMPUTE PERIOD-FLOOR ROUNDED
091120         = FB-FLOOR (FED-SET-SUB, TAX-SUB) * WEEKS-PER-YEAR
091130             / PAY-PERIODS-PER-YEAR.
091200     IF FED-TAXABLE-WAGE NOT > PERIOD-FLOOR
091300         GO TO 2415-EXIT.
091400     IF TAX-SUB < FED-BRACKET-COUNT
091500         COMPUTE BRACKET-TOP ROUNDED
091510             = FB-FLOOR (FED-SET-SUB, TAX-SUB + 1)
091520                 * WEEKS-PER-YEAR / PAY-PERIODS-PER-YEAR
091600     ELSE
091700         MOVE FED-TAXABLE-WAGE       TO BRACKET-TOP
091800     END-IF.
091900     IF FED-TAXABLE-WAGE < BRACKET-TOP
092000         MOVE FED-TAXABLE-WAGE       TO BRACKET-TOP
092100     END-IF.
092200     COMPUTE BRACKET-PORTION
092210         = BRACKET-TOP - PERIOD-FLOOR.
092300     COMPUTE FEDERAL-WITHHOLDING = FEDERAL-WITHHOLDING
092400             + BRACKET-PORTION * FB-RATE (FED-SET-SUB, TAX-SUB).
092500 2415-EXIT.
092600     EXIT.
092700
094519******************************************************************
094521     MOVE ZERO               TO TOTAL-DEDUCTIONS.
094522     MOVE NET-PAY            TO NET-AVAILABLE.
094523     PERFORM 2437-PREPARE-DED-ENTRY
094524         THRU 2437-EXIT
094525         VARYING DED-SUB FROM 1 BY 1
094526         UNTIL DED-SUB > DED-ENTRY-COUNT.
094527     PERFORM 2435-APPLY-PRIORITY-PASS
094565*    BEAR BECOMES THE NEW ARREARS.
094566******************************************************************
094567     IF DE-EMP-ID (DED-SUB) NOT = OC-EMP-ID
094568             OR DE-RUN-PRIORITY (DED-SUB) NOT = DED-PRIORITY-PASS
094569         GO TO 2436-EXIT.
094571     IF DE-PERCENT-OF-GROSS (DED-SUB)
094572         COMPUTE DED-WANTED ROUNDED
094613 2436-EXIT.
094614     EXIT.
094615
094618 2437-PREPARE-DED-ENTRY.
094621******************************************************************
094624*    GET ONE ENTRY READY FOR THE PRIORITY PASSES - CLEAR ITS
094627*    TAKEN-THIS-CHECK COLUMN AND SET THE PRIORITY THE PASSES
094630*    MATCH ON.  A STOPPED DEDUCTION, OR ONE WHOSE ORDER DATES
094656*    DO NOT COVER THE PAY PERIOD END DATE, GETS PRIORITY ZERO,
094659*    WHICH NO PASS RUNS, AND SO IS PASSED OVER FOR THIS CHECK.
094662******************************************************************
094665     PERFORM 2434-ZERO-CHECK-TAKEN
094668         THRU 2434-EXIT.
094671     MOVE DE-PRIORITY (DED-SUB) TO DE-RUN-PRIORITY (DED-SUB).
094674     IF DE-STOPPED (DED-SUB)
094677             OR PAY-PERIOD-END-DATE < DE-ORDER-START (DED-SUB)
094680             OR PAY-PERIOD-END-DATE > DE-ORDER-STOP (DED-SUB)
094683         MOVE ZERO           TO DE-RUN-PRIORITY (DED-SUB)
094686     END-IF.
094689 2437-EXIT.
094692     EXIT.
094695
094700 2500-ACCUMULATE-GL-DISTRIBUTION.
094800******************************************************************
094900*    POST THE WHOLE PAYMENT TO THE REQUEST'S COST CENTER ROW -
102000     WRITE DIRECT-DEPOSIT-RECORD FROM DD-HEADER-RECORD.
102100 5000-EXIT.
102200     EXIT.
102201
102202 5050-SELECT-PAY-METHOD.
102203******************************************************************
102204*    DECIDE HOW THE EMPLOYEE JUST PAID RECEIVES THE MONEY, THE
102205*    SAME AS SHEETPAY.  BANK INSTRUCTIONS THAT ARE MISSING,
102206*    RETURNED BY THE BANK, OR STILL PRENOTE-PENDING CANNOT TAKE
102207*    A DEPOSIT - AN OFF-CYCLE CHECK IS USUALLY URGENT AND IS NOT
102208*    SENT TO AN UNPROVED ACCOUNT - SO THE NET IS PAID BY PAPER
102209*    CHECK UNDER THE NEXT NUMBER FROM THE CHECK STOCK.  THIS
102210*    RUNS AHEAD OF THE PAY HISTORY WRITE SO THE CHECK NUMBER
102211*    GOES ON THE HISTORY RECORD.  OFFCYCLE SENDS NO PRENOTES -
102212*    THE WEEKLY RUN DOES THAT.
102213******************************************************************
102214     MOVE 'N'                TO PAY-BY-CHECK-SW.
102215     MOVE SPACE              TO CHECK-REASON-SW.
102216     MOVE ZERO               TO CHECK-NUMBER.
102217     IF EM-NO-BANK-DATA OR EM-BANK-ROUTING = ZERO
102218         MOVE 'N'            TO CHECK-REASON-SW
102219     ELSE
102220         IF EM-BANK-FAILED
102221             MOVE 'F'        TO CHECK-REASON-SW
102222         ELSE
102223             IF EM-BANK-PRENOTE
102224                 MOVE 'P'    TO CHECK-REASON-SW
102225             END-IF
102226         END-IF
102227     END-IF.
102228     IF CHECK-REASON-SW = SPACE
102229         GO TO 5050-EXIT.
102230     IF NET-PAY NOT > ZERO
102231         GO TO 5050-EXIT.
102232     MOVE 'Y'                TO PAY-BY-CHECK-SW.
102233     IF CHECK-BANK-FAILED
102234         MOVE "BANK INSTRUCTIONS FAILED - PAID BY CHECK"
102235             TO EXCEPTION-REASON
102236         PERFORM 7000-WRITE-EXCEPTION-LINE
102237             THRU 7000-EXIT
102238     END-IF.
102239     IF CHECK-PRENOTE-PENDING
102240         MOVE "PRENOTE PENDING - PAID BY CHECK"
102241             TO EXCEPTION-REASON
102242         PERFORM 7000-WRITE-EXCEPTION-LINE
102243             THRU 7000-EXIT
102244     END-IF.
102245     PERFORM 5060-TAKE-CHECK-NUMBER
102246         THRU 5060-EXIT.
102247 5050-EXIT.
102248     EXIT.
102249
102250 5060-TAKE-CHECK-NUMBER.
102251******************************************************************
102252*    TAKE THE NEXT NUMBER FROM THE CHECK STOCK AND SAVE THE
102253*    STOCK RECORD AT ONCE.  STOCK USED UP, OR A NUMBER ALREADY
102254*    ON THE CHECK REGISTER, STOPS CHECK ISSUE FOR THE REST OF
102255*    THE RUN; THE EMPLOYEE IS REPORTED FOR HAND PAYMENT.
102256******************************************************************
102257     IF NOT CHECK-STOCK-LOADED
102258             OR STOCK-NEXT-NUMBER = ZERO
102259             OR STOCK-NEXT-NUMBER > STOCK-LAST-NUMBER
102260         MOVE 'N'            TO CHECK-STOCK-SW
102261         MOVE "NO CHECK STOCK - PAY BY HAND" TO EXCEPTION-REASON
102262         PERFORM 7000-WRITE-EXCEPTION-LINE
102263             THRU 7000-EXIT
102264         GO TO 5060-EXIT.
102265     MOVE STOCK-NEXT-NUMBER  TO CR-CHECK-NUMBER.
102266     READ CHECK-REGISTER-FILE
102267         INVALID KEY
102268             MOVE 'N'        TO ENTRY-FOUND-SW
102269         NOT INVALID KEY
102270             MOVE 'Y'        TO ENTRY-FOUND-SW
102271     END-READ.
102272     IF ENTRY-FOUND
102273         MOVE 'N'            TO CHECK-STOCK-SW
102274         MOVE "CHECK NUMBER ON REGISTER - PAY BY HAND"
102275             TO EXCEPTION-REASON
102276         PERFORM 7000-WRITE-EXCEPTION-LINE
102277             THRU 7000-EXIT
102278         GO TO 5060-EXIT.
102279     MOVE STOCK-NEXT-NUMBER  TO CHECK-NUMBER.
102280     ADD 1                   TO STOCK-NEXT-NUMBER.
102281     PERFORM 5710-SAVE-CHECK-STOCK
102282         THRU 5710-EXIT.
102283 5060-EXIT.
102284     EXIT.
102300
102400 5100-WRITE-DD-PAYMENT.
102500******************************************************************
102600*    WRITE THE ONE DIRECT DEPOSIT PAYMENT RECORD FOR THE
102700*    REQUEST JUST PAID, USING THE BANK ROUTING AND ACCOUNT ON
102800*    THE MASTER.  AN EMPLOYEE 5050-SELECT-PAY-METHOD TURNED TO
102900*    A PAPER CHECK - NO BANK INSTRUCTIONS, INSTRUCTIONS
103000*    RETURNED BY THE BANK, OR STILL IN THEIR PRENOTE WINDOW -
103100*    GETS NO DEPOSIT; THE NUMBERED CHECK IS ISSUED INSTEAD
103110*    (5700).  THE MASTER AND GL ARE ALREADY POSTED EITHER WAY.
103200******************************************************************
103210     IF CHECK-REASON-SW NOT = SPACE
103220         IF CHECK-NUMBER NOT = ZERO
103230             PERFORM 5700-ISSUE-CHECK
103240                 THRU 5700-EXIT
103250         END-IF
103260         GO TO 5100-EXIT.
103262     MOVE EM-EMP-ID          TO DD-PAY-EMP-ID.
103264     MOVE EM-WHO             TO DD-PAY-WHO.
103266     MOVE EM-BANK-ROUTING    TO DD-PAY-ROUTING.
103268     MOVE EM-BANK-ACCOUNT    TO DD-PAY-ACCOUNT.
103270     MOVE 'C'                TO DD-PAY-CR-DR.
103280     MOVE NET-PAY            TO DD-PAY-AMOUNT.
103290     ADD NET-PAY             TO DD-TOTAL-AMOUNT.
103291     WRITE DIRECT-DEPOSIT-RECORD FROM DD-PAYMENT-RECORD.
103292     ADD 1                   TO DD-PAYMENT-COUNT.
104800 5100-EXIT.
104900     EXIT.
105000
114495 5520-EXIT.
114496     EXIT.
114500
114501 5700-ISSUE-CHECK.
114502******************************************************************
114503*    ISSUE THE PAPER CHECK NUMBERED BY 5060 - ONE RECORD TO THE
114504*    CHECK PRINT FILE, ONE ISSUE ITEM TO THE BANK'S POSITIVE PAY
114505*    FILE, AND THE CHECK REGISTER ENTRY THAT CARRIES IT AS
114506*    OUTSTANDING UNTIL IT CLEARS OR IS VOIDED.
114507******************************************************************
114508     MOVE CHECK-NUMBER       TO CP-CHECK-NUMBER.
114509     MOVE CHECK-DATE         TO CP-CHECK-DATE.
114510     MOVE OC-EMP-ID          TO CP-EMP-ID.
114511     MOVE WHO                TO CP-PAYEE.
114512     MOVE NET-PAY            TO CP-AMOUNT.
114513     MOVE PAY-PERIOD-END-DATE TO CP-PERIOD-END.
114514     MOVE OC-REQ-TYPE        TO CP-CHECK-SOURCE.
114515     MOVE ZERO               TO CP-REPLACES-CHECK.
114516     WRITE CHECK-PRINT-RECORD.
114517     MOVE "PPISS "           TO PP-ITEM-MARKER.
114518     MOVE CHECK-NUMBER       TO PP-ITEM-CHECK-NUMBER.
114519     MOVE CHECK-DATE         TO PP-ITEM-ISSUE-DATE.
114520     MOVE ZERO               TO PP-ITEM-VOID-DATE.
114521     MOVE NET-PAY            TO PP-ITEM-AMOUNT.
114522     MOVE WHO                TO PP-ITEM-PAYEE.
114523     WRITE POSITIVE-PAY-RECORD FROM PP-ITEM-RECORD.
114524     MOVE CHECK-NUMBER       TO CR-CHECK-NUMBER.
114525     MOVE 'O'                TO CR-STATUS.
114526     MOVE CHECK-DATE         TO CR-ISSUE-DATE.
114527     MOVE NET-PAY            TO CR-AMOUNT.
114528     MOVE OC-EMP-ID          TO CR-EMP-ID.
114529     MOVE WHO                TO CR-PAYEE.
114530     MOVE PAY-PERIOD-END-DATE TO CR-PERIOD-END.
114531     IF HIST-WRITTEN
114532         MOVE PH-SEQUENCE    TO CR-PH-SEQUENCE
114533     ELSE
114534         MOVE ZERO           TO CR-PH-SEQUENCE
114535     END-IF.
114536     MOVE OC-REQ-TYPE        TO CR-CHECK-SOURCE.
114537     MOVE "OFFCYCLE"         TO CR-ISSUED-BY.
114538     MOVE CHECK-DATE         TO CR-STATUS-DATE.
114539     MOVE SPACES             TO CR-VOID-REASON.
114540     MOVE ZERO               TO CR-REPLACES-CHECK.
114541     MOVE ZERO               TO CR-REPLACED-BY.
114542     WRITE CHECK-REGISTER-RECORD
114543         INVALID KEY
114544             MOVE "CHECK REGISTER WRITE FAILED"
114545                 TO EXCEPTION-REASON
114546             PERFORM 7000-WRITE-EXCEPTION-LINE
114547                 THRU 7000-EXIT
114548     END-WRITE.
114549     ADD 1                   TO CHECK-ISSUED-COUNT.
114550     ADD NET-PAY             TO CHECK-ISSUED-TOTAL.
114551 5700-EXIT.
114552     EXIT.
114553
114554 5710-SAVE-CHECK-STOCK.
114555******************************************************************
114556*    REWRITE THE ONE-RECORD CHECK STOCK FILE WITH THE NEXT
114557*    NUMBER ON HAND.
114558******************************************************************
114559     MOVE STOCK-NEXT-NUMBER  TO CS-NEXT-CHECK-NUMBER.
114560     MOVE STOCK-LAST-NUMBER  TO CS-LAST-CHECK-NUMBER.
114561     MOVE CHECK-DATE         TO CS-LAST-ISSUE-DATE.
114562     MOVE "OFFCYCLE"         TO CS-LAST-PROGRAM.
114563     OPEN OUTPUT CHECK-STOCK-FILE.
114564     WRITE CHECK-STOCK-RECORD.
114565     CLOSE CHECK-STOCK-FILE.
114566 5710-EXIT.
114567     EXIT.
114568
114569 5750-WRITE-POSPAY-TRAILER.
114570******************************************************************
114571*    CLOSE THE RUN'S POSITIVE PAY ITEMS WITH A TRAILER CARRYING
114572*    THE COUNT AND TOTAL OF CHECKS ISSUED.  A RUN THAT ISSUED
114573*    NO CHECKS ADDS NOTHING.
114574******************************************************************
114575     IF CHECK-ISSUED-COUNT = ZERO
114576         GO TO 5750-EXIT.
114577     MOVE CHECK-ISSUED-COUNT TO PP-TRL-ISSUE-COUNT.
114578     MOVE CHECK-ISSUED-TOTAL TO PP-TRL-ISSUE-AMT.
114579     MOVE ZERO               TO PP-TRL-VOID-COUNT.
114580     MOVE ZERO               TO PP-TRL-VOID-AMT.
114581     MOVE "OFFCYCLE"         TO PP-TRL-PROGRAM.
114582     WRITE POSITIVE-PAY-RECORD FROM PP-TRAILER-RECORD.
114583 5750-EXIT.
114584     EXIT.
114585
114600 6000-WRITE-REGISTER-LINE.
114700******************************************************************
114800*    WRITE ONE REGISTER DETAIL LINE FOR THE REQUEST JUST PAID,
120516 6400-EXIT.
120517     EXIT.
120500
120510 6450-WRITE-STUB-W4.
120518******************************************************************
120519*    SHOW THE W-4 ELECTIONS THIS CHECK WAS WITHHELD UNDER.  AN
120520*    EXPIRED EXEMPT CLAIM IS WITHHELD AS SINGLE WITH NO W-4
120521*    AMOUNTS, SO THE AMOUNT LINES ARE LEFT OFF FOR IT.
120522******************************************************************
120523     MOVE "SINGLE"              TO SB-W4-FILING.
120524     IF EM-FILING-MARRIED
120525         MOVE "MARRIED"         TO SB-W4-FILING.
120526     IF EM-FILING-HEAD
120527         MOVE "HEAD OF HOUSEHOLD" TO SB-W4-FILING.
120528     MOVE SPACES                TO SB-W4-EXEMPT-CAPTION.
120529     MOVE ZERO                  TO SB-W4-EXEMPT-EXPIRY.
120530     IF EM-W4-EXEMPT-CLAIMED AND EM-W4-EXEMPT-EXPIRY NUMERIC
120531         MOVE EM-W4-EXEMPT-EXPIRY TO SB-W4-EXEMPT-EXPIRY
120532         IF EM-W4-EXEMPT-EXPIRY < PAY-PERIOD-END-DATE
120533             MOVE "SINGLE"      TO SB-W4-FILING
120534             MOVE "EXEMPT EXPIRED" TO SB-W4-EXEMPT-CAPTION
120535         ELSE
120536             MOVE "EXEMPT THROUGH" TO SB-W4-EXEMPT-CAPTION
120537         END-IF
120538     END-IF.
120539     WRITE STUB-RECORD FROM SB-W4-STATUS-LINE
120540         AFTER ADVANCING 2 LINES.
120541     IF EM-W4-EXEMPT-CLAIMED AND NOT W4-EXEMPT
120542         GO TO 6450-EXIT.
120543     IF EM-W4-DEPENDENTS NOT NUMERIC
120544             OR EM-W4-OTHER-INCOME NOT NUMERIC
120545             OR EM-W4-DEDUCTIONS NOT NUMERIC
120546             OR EM-W4-EXTRA-WH NOT NUMERIC
120547         GO TO 6450-EXIT.
120548     MOVE "DEPENDENTS CREDIT"   TO SB-W4-CAPTION-1.
120549     MOVE EM-W4-DEPENDENTS      TO SB-W4-AMOUNT-1.
120550     MOVE "EXTRA WITHHOLDING"   TO SB-W4-CAPTION-2.
120551     MOVE EM-W4-EXTRA-WH        TO SB-W4-AMOUNT-2.
120552     WRITE STUB-RECORD FROM SB-W4-AMOUNT-LINE
120553         AFTER ADVANCING 1 LINE.
120554     MOVE "OTHER INCOME"        TO SB-W4-CAPTION-1.
120555     MOVE EM-W4-OTHER-INCOME    TO SB-W4-AMOUNT-1.
120556     MOVE "DEDUCTIONS"          TO SB-W4-CAPTION-2.
120557     MOVE EM-W4-DEDUCTIONS      TO SB-W4-AMOUNT-2.
120558     WRITE STUB-RECORD FROM SB-W4-AMOUNT-LINE
120559         AFTER ADVANCING 1 LINE.
120560 6450-EXIT.
120561     EXIT.
120562
120563 6460-FILL-HISTORY-DETAIL.
120564******************************************************************
120565*    FINISH THE HISTORY RECORD 6600 IS BUILDING - THE EMPLOYER
120566*    TAXES AND NET PAY, THE LOCATION AND THE DIFFERENTIAL THE
120567*    CHECK WAS PRICED AT (FOR RETROPAY), AND THE CHECK NUMBER
120568*    OF THE PAPER CHECK.
120569******************************************************************
120570     MOVE SUTA-TAX           TO PH-SUTA-TAX.
120571     MOVE NET-PAY            TO PH-NET-PAY.
120572     MOVE WHERE              TO PH-WHERE.
120573     MOVE LOC-PAY-DIFFERENTIAL (LOC-IDX)
120574         TO PH-PAY-DIFFERENTIAL.
120575     MOVE CHECK-NUMBER       TO PH-CHECK-NUMBER.
120576 6460-EXIT.
120577     EXIT.
120578
120600 6500-WRITE-PAY-STUB.
120700******************************************************************
120800*    PRINT ONE PAY STUB / EARNINGS STATEMENT FOR THE REQUEST
125900     MOVE EM-YTD-GROSS-PAY      TO SB-YTD-GROSS.
126000     WRITE STUB-RECORD FROM SB-YTD-LINE
126100         AFTER ADVANCING 2 LINES.
126110     PERFORM 6450-WRITE-STUB-W4
126120         THRU 6450-EXIT.
126200     WRITE STUB-RECORD FROM SB-SEPARATOR-LINE
126300         AFTER ADVANCING 2 LINES.
126400 6500-EXIT.
126626     MOVE TOTAL-DEDUCTIONS   TO PH-DEDUCTIONS.
126627     MOVE ER-FICA-TAX        TO PH-ER-FICA-TAX.
126628     MOVE FUTA-TAX           TO PH-FUTA-TAX.
126629     PERFORM 6460-FILL-HISTORY-DETAIL
126630         THRU 6460-EXIT.
126631     MOVE 1                  TO PH-CC-SHARE-COUNT.
126632     PERFORM 6620-FILL-HISTORY-SHARE
126633         THRU 6620-EXIT
128300*    FILE HEADERS WENT OUT DISBURSES NOTHING - THE BANK FILE
128400*    IS LEFT WITHOUT ITS TRAILER AND THE GL FEED WITHOUT ITS
128500*    PROOF LINE SO NEITHER CAN BE TAKEN DOWNSTREAM.
128510*    THE POSITIVE PAY TRAILER IS WRITTEN EVEN THEN: A CHECK
128520*    ALREADY NUMBERED MUST STILL BE KNOWN TO THE BANK.
128600******************************************************************
128700     IF PAGE-COUNT > ZERO
128800         PERFORM 6200-WRITE-GRAND-TOTAL-LINE
128910         PERFORM 6400-WRITE-DEPOSIT-SUMMARY
128920             THRU 6400-EXIT
129000     END-IF.
129010     PERFORM 5750-WRITE-POSPAY-TRAILER
129020         THRU 5750-EXIT.
129100     IF RUN-ABORTED
129200         DISPLAY "OFFCYCLE: RUN ABORTED - DD TRAILER AND GL "
129300             "FEED NOT WRITTEN"
130100     DISPLAY "OFFCYCLE: REQUESTS READ " REQUESTS-READ
130200         ", PAID " REQUESTS-PAID
130300         ", REJECTED " REQUESTS-REJECTED.
130350     DISPLAY "OFFCYCLE: PAPER CHECKS ISSUED " CHECK-ISSUED-COUNT.
130400 9000-CLOSE.
130500     CLOSE REQUEST-FILE.
130600     CLOSE EXCEPTION-REPORT.
131000     CLOSE STUB-FILE.
131050     CLOSE REMITTANCE-FILE.
131060     CLOSE PAY-HISTORY-FILE.
131070     CLOSE CHECK-PRINT-FILE.
131080     CLOSE POSITIVE-PAY-FILE.
131090     CLOSE CHECK-REGISTER-FILE.
131100     CLOSE EMPLOYEE-MASTER.
131105     CLOSE PAY-CALENDAR-FILE.
131110     IF RUN-ABORTED
131120         MOVE 8              TO RETURN-CODE
131130     ELSE
135000     MOVE DE-ARREARS (DED-SUB)       TO DM-ARREARS.
135100     MOVE DE-PAYEE (DED-SUB)         TO DM-PAYEE.
135200     MOVE DE-GL-ACCOUNT (DED-SUB)    TO DM-GL-ACCOUNT.
135220     MOVE DE-CASE-NUMBER (DED-SUB)   TO DM-CASE-NUMBER.
135240     MOVE DE-ORDER-START (DED-SUB)   TO DM-ORDER-START.
135260     MOVE DE-ORDER-STOP (DED-SUB)    TO DM-ORDER-STOP.
135280     MOVE DE-STATUS (DED-SUB)        TO DM-STATUS.
135300     WRITE DEDUCTION-MASTER-RECORD.
135400 9410-EXIT.
135500     EXIT.
135700 9500-WRITE-REMITTANCE-FILE.
135800******************************************************************
135900*    WRITE ONE REMITTANCE RECORD PER DEDUCTION WITH MONEY
136000*    TAKEN THIS RUN, CARRYING THE PAYEE.  THE RECORDS ARE ADDED
136010*    TO THE END OF THE FILE; REMITPAY EMPTIES IT AS IT POSTS
136020*    THEM TO THE PAYEE MASTER.
136100******************************************************************
136200     PERFORM 9510-WRITE-REMIT-RECORD
136300         THRU 9510-EXIT
137800     MOVE DE-DESCRIPTION (DED-SUB)   TO RM-DESCRIPTION.
137900     MOVE PAY-PERIOD-END-DATE        TO RM-PERIOD-END.
138000     MOVE DE-TAKEN-THIS-RUN (DED-SUB) TO RM-AMOUNT.
138010     MOVE DE-GL-ACCOUNT (DED-SUB)    TO RM-GL-ACCOUNT.
138020     MOVE 'N'                        TO RM-CARRIED-SW.
138100     WRITE REMITTANCE-RECORD.
138200 9510-EXIT.
138300     EXIT.
