002606*                     REPORT OF THE RUN'S COUNTS, SO THE
002607*                     SCHEDULER AND OPERATORS SEE A BAD RUN
002608*                     WITHOUT READING THE AUDIT TRAIL.
002609*    2026-10-15 RLB   CARRY THE HOURLY BASE RATE AND ITS
002610*                     EFFECTIVE DATE ON ADD AND CHG.  A RATE MUST
002611*                     BE KEYED WITH ITS EFFECTIVE DATE; A CHANGE
002612*                     KEEPS THE RATE IT REPLACES AS THE PRIOR
002613*                     RATE, IS SHOWN ON THE AUDIT TRAIL BY A RATE
002614*                     LINE, AND IS APPENDED TO THE RATE HISTORY
002615*                     FILE (RATEHIST).
002616*    2026-10-15 RLB   NEW "W4 " TRANSACTION KEYS AN EMPLOYEE'S
002617*                     W-4 ELECTIONS - FILING STATUS, DEPENDENTS
002618*                     CREDIT, OTHER INCOME, DEDUCTIONS, EXTRA
002619*                     WITHHOLDING AND AN EXEMPT CLAIM WITH ITS
002620*                     EXPIRY - AUDITED WITH BEFORE AND AFTER W-4
002621*                     LINES.  ADD CARRIES THE SAME ELECTIONS.
002622*    2026-10-15 RLB   CARRY THE PTO ACCRUAL POLICY CODE ON ADD
002623*                     (BLANK DEFAULTS TO "STD ") AND CHG.
002624*    2026-10-15 RLB   CARRY THE PAY GROUP (BLANK DEFAULTS TO
002625*                     "WKLY") AND PAY FREQUENCY (BLANK DEFAULTS TO
002626*                     WEEKLY) ON ADD AND CHG.  THE FREQUENCY MUST
002627*                     BE WEEKLY, BIWEEKLY OR SEMIMONTHLY.
002628*    2026-10-15 RLB   A SECOND IMAGE LINE UNDER EACH BEFORE AND
002629*                     AFTER IMAGE SHOWS THE PTO POLICY, PAY GROUP
002630*                     AND PAY FREQUENCY.
002632*    2026-10-15 RLB   RATE FIELDS THAT ARE NOT NUMERIC ON A
002633*                     MASTER WRITTEN BEFORE THEY WERE CARRIED
002634*                     ARE TAKEN AS ZERO.
002640******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.           IBM-370.
004100     SELECT AUDIT-REPORT    ASSIGN TO EMPAUDIT
004200                            ORGANIZATION IS LINE SEQUENTIAL
004300                            FILE STATUS IS AUD-FILE-STATUS.
004302     SELECT OPTIONAL RATE-HISTORY-FILE ASSIGN TO RATEHIST
004304                            ORGANIZATION IS LINE SEQUENTIAL
004306                            FILE STATUS IS RTH-FILE-STATUS.
004310     SELECT OPS-CONTROL-REPORT ASSIGN TO EMPOPSR
004320                            ORGANIZATION IS LINE SEQUENTIAL
004330                            FILE STATUS IS OPS-FILE-STATUS.
005000     COPY EMPMAST.
005100 FD  AUDIT-REPORT.
005200 01  AUDIT-REPORT-RECORD     PIC X(132).
005203 FD  RATE-HISTORY-FILE.
005206     COPY RTHREC.
005210 FD  OPS-CONTROL-REPORT.
005220 01  OPS-CONTROL-RECORD      PIC X(80).
005300 WORKING-STORAGE SECTION.
005700 77  TRN-FILE-STATUS         PIC X(02).
005800 77  EMP-FILE-STATUS         PIC X(02).
005900 77  AUD-FILE-STATUS         PIC X(02).
005905 77  RTH-FILE-STATUS         PIC X(02).
005910 77  OPS-FILE-STATUS         PIC X(02).
006000 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
006100     88  END-OF-FILE                         VALUE 'Y'.
006600******************************************************************
006700 77  AUDIT-STATUS            PIC X(08).
006800 77  AUDIT-REASON            PIC X(30).
006801 77  RATE-CHANGED-SW         PIC X(01)       VALUE 'N'.
006802     88  RATE-CHANGED                        VALUE 'Y'.
006803 77  RATE-LINE-SW            PIC X(01)       VALUE 'N'.
006804     88  RATE-LINE-HELD                      VALUE 'Y'.
006805 01  RATE-LINE-HOLD          PIC X(132).
006806 77  OLD-BASE-RATE           PIC 9(05)V99.
006810 77  BEFORE-IMAGE-SW         PIC X(01)       VALUE 'N'.
006820     88  BEFORE-IMAGE-HELD                   VALUE 'Y'.
006830 77  AFTER-IMAGE-SW          PIC X(01)       VALUE 'N'.
006840     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
006850 01  BEFORE-IMAGE-HOLD       PIC X(132).
006860 01  AFTER-IMAGE-HOLD        PIC X(132).
006861 01  BEFORE-GROUP-HOLD       PIC X(132).
006862 01  AFTER-GROUP-HOLD        PIC X(132).
006863 77  BEFORE-W4-SW            PIC X(01)       VALUE 'N'.
006864     88  BEFORE-W4-HELD                      VALUE 'Y'.
006865 77  AFTER-W4-SW             PIC X(01)       VALUE 'N'.
006866     88  AFTER-W4-HELD                       VALUE 'Y'.
006867 01  BEFORE-W4-HOLD          PIC X(132).
006868 01  AFTER-W4-HOLD           PIC X(132).
006870 77  TRANS-READ-COUNT        PIC 9(05)       VALUE ZERO.
006880 77  TRANS-ACCEPTED-COUNT    PIC 9(05)       VALUE ZERO.
006890 77  TRANS-REJECTED-COUNT    PIC 9(05)       VALUE ZERO.
006895 77  RATE-CHANGE-COUNT       PIC 9(05)       VALUE ZERO.
006896 77  W4-CHANGE-COUNT         PIC 9(05)       VALUE ZERO.
006900******************************************************************
007000*    AUDIT TRAIL PRINT LINES.  THE BEFORE/AFTER IMAGES ABOVE
007110*    ARE BUILT AS A CHANGE IS APPLIED BUT PRINTED AFTER THE
008900*    OPEN THE TRANSACTION FILE, AUDIT REPORT AND EMPLOYEE
009000*    MASTER, AND PRIME THE TRANSACTION READ LOOP.  A MASTER
009100*    THAT DOES NOT YET EXIST IS CREATED EMPTY, THE SAME WAY
009200*    SHEETPAY CREATES IT ON A FIRST RUN.  THE RATE HISTORY
009210*    FILE IS OPENED FOR EXTEND - IT IS NEVER REWRITTEN - AND
009220*    CREATED ON THE FIRST RUN THAT NEEDS IT.
009300******************************************************************
009400     OPEN INPUT TRANSACTION-FILE.
009500     IF TRN-FILE-STATUS NOT = "00"
010550         MOVE 'Y' TO END-OF-FILE-SW
010560         MOVE 'Y' TO RUN-ABORT-SW
010570     END-IF.
010571     OPEN EXTEND RATE-HISTORY-FILE.
010572     IF RTH-FILE-STATUS NOT = "00"
010573             AND RTH-FILE-STATUS NOT = "05"
010574         DISPLAY "EMPMAINT: UNABLE TO OPEN RATE-HISTORY-FILE, "
010575             "STATUS = " RTH-FILE-STATUS
010576         MOVE 'Y' TO END-OF-FILE-SW
010577         MOVE 'Y' TO RUN-ABORT-SW
010578     END-IF.
010600     OPEN I-O EMPLOYEE-MASTER.
010700     IF EMP-FILE-STATUS = "35"
010800         OPEN OUTPUT EMPLOYEE-MASTER
012500     MOVE SPACES             TO AUDIT-REASON.
012510     MOVE 'N'                TO BEFORE-IMAGE-SW.
012520     MOVE 'N'                TO AFTER-IMAGE-SW.
012540     MOVE 'N'                TO RATE-CHANGED-SW.
012560     MOVE 'N'                TO RATE-LINE-SW.
012570     MOVE 'N'                TO BEFORE-W4-SW.
012580     MOVE 'N'                TO AFTER-W4-SW.
012600     IF ET-ADD
012700         PERFORM 3000-ADD-EMPLOYEE
012800             THRU 3000-EXIT
013100             PERFORM 3100-CHANGE-EMPLOYEE
013200                 THRU 3100-EXIT
013300         ELSE
013310             IF ET-W4-ELECTION
013320                 PERFORM 3200-CHANGE-W4-ELECTIONS
013330                     THRU 3200-EXIT
013340             ELSE
013400                 MOVE "REJECTED" TO AUDIT-STATUS
013500                 MOVE "UNKNOWN ACTION" TO AUDIT-REASON
013550             END-IF
013600         END-IF
013700     END-IF.
013710     IF AUDIT-STATUS = "ACCEPTED"
013910     IF BEFORE-IMAGE-HELD
013920         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
013930             AFTER ADVANCING 1 LINE
013932         WRITE AUDIT-REPORT-RECORD FROM BEFORE-GROUP-HOLD
013934             AFTER ADVANCING 1 LINE
013940     END-IF.
013942     IF BEFORE-W4-HELD
013944         WRITE AUDIT-REPORT-RECORD FROM BEFORE-W4-HOLD
013946             AFTER ADVANCING 1 LINE
013948     END-IF.
013950     IF AFTER-IMAGE-HELD
013960         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
013970             AFTER ADVANCING 1 LINE
013971         WRITE AUDIT-REPORT-RECORD FROM AFTER-GROUP-HOLD
013972             AFTER ADVANCING 1 LINE
013980     END-IF.
013982     IF AFTER-W4-HELD
013984         WRITE AUDIT-REPORT-RECORD FROM AFTER-W4-HOLD
013986             AFTER ADVANCING 1 LINE
013988     END-IF.
013990     IF RATE-LINE-HELD
013992         WRITE AUDIT-REPORT-RECORD FROM RATE-LINE-HOLD
013994             AFTER ADVANCING 1 LINE
013996     END-IF.
014000     PERFORM 2100-READ-TRANSACTION
014100         THRU 2100-EXIT.
014200 2000-EXIT.
018257     MOVE ET-DEFAULT-LOC     TO EM-DEFAULT-LOC.
018271     MOVE ET-VAC-BALANCE     TO EM-VAC-BALANCE.
018272     MOVE ET-SICK-BALANCE    TO EM-SICK-BALANCE.
018273     MOVE ET-PTO-POLICY      TO EM-PTO-POLICY.
018274     IF EM-PTO-POLICY = SPACES
018275         MOVE "STD "         TO EM-PTO-POLICY
018276     END-IF.
018277     MOVE ZERO               TO EM-PTO-ROLLOVER-YEAR.
018278     MOVE ET-PAY-GROUP       TO EM-PAY-GROUP.
018279     IF EM-PAY-GROUP = SPACES
018280         MOVE "WKLY"         TO EM-PAY-GROUP
018281     END-IF.
018282     MOVE ET-PAY-FREQUENCY   TO EM-PAY-FREQUENCY.
018283     IF EM-PAY-FREQUENCY = SPACE
018284         MOVE 'W'            TO EM-PAY-FREQUENCY
018285     END-IF.
018286     MOVE ET-BASE-RATE       TO EM-BASE-RATE.
018287     MOVE ET-RATE-EFF-DATE   TO EM-RATE-EFF-DATE.
018288     MOVE ZERO               TO EM-PRIOR-RATE.
018289     MOVE ZERO               TO OLD-BASE-RATE.
018290     IF ET-BASE-RATE NOT = ZERO
018291         MOVE 'Y'            TO RATE-CHANGED-SW
018292     END-IF.
018293     PERFORM 5200-EDIT-W4-ELECTIONS
018294         THRU 5200-EXIT.
018295     IF AUDIT-STATUS = "REJECTED"
018296         GO TO 3000-EXIT.
018297     PERFORM 5300-MOVE-W4-ELECTIONS
018298         THRU 5300-EXIT.
018258     PERFORM 5000-EDIT-PAY-TYPE
018259         THRU 5000-EXIT.
018261     IF AUDIT-STATUS = "REJECTED"
018262         GO TO 3000-EXIT.
018263     PERFORM 5400-EDIT-PAY-FREQUENCY
018264         THRU 5400-EXIT.
018265     IF AUDIT-STATUS = "REJECTED"
018266         GO TO 3000-EXIT.
018267     PERFORM 5100-EDIT-RATE-KEYING
018268         THRU 5100-EXIT.
018269     IF AUDIT-STATUS = "REJECTED"
018270         GO TO 3000-EXIT.
018300     WRITE EMPLOYEE-MASTER-RECORD
018400         INVALID KEY
018500             MOVE "REJECTED" TO AUDIT-STATUS
018800     IF AUDIT-STATUS = "ACCEPTED"
018900         PERFORM 7200-WRITE-AFTER-IMAGE
019000             THRU 7200-EXIT
019010         IF RATE-CHANGED
019020             PERFORM 7400-WRITE-RATE-HISTORY
019030                 THRU 7400-EXIT
019040         END-IF
019050         PERFORM 7600-WRITE-AFTER-W4
019060             THRU 7600-EXIT
019100     END-IF.
019200 3000-EXIT.
019300     EXIT.
019900*    READ, THE CHANGE APPLIED, AND THE AFTER IMAGE WRITTEN
020000*    FROM THE RECORD AS REWRITTEN.  ON A CHG, A BLANK NAME OR
020100*    ZERO/BLANK BANK FIELD LEAVES THAT FIELD AS IT STANDS, SO
020200*    A CORRECTION NEED ONLY KEY THE FIELDS THAT CHANGE.  A NEW
020210*    BASE RATE MOVES THE RATE IT REPLACES TO THE PRIOR RATE,
020220*    SO A RAISE KEYED AHEAD OF ITS EFFECTIVE DATE DOES NOT
020230*    REPRICE THE PERIODS BEFORE IT; A CHANGE OF EFFECTIVE
020240*    DATE ALONE (THE SAME RATE REKEYED WITH A CORRECTED DATE)
020250*    KEEPS THE PRIOR RATE AS IT STANDS.  A MASTER WRITTEN
020260*    BEFORE IT CARRIED RATES HOLDS SPACES IN THE RATE FIELDS,
020270*    WHICH ARE SET TO ZERO BEFORE ANY CHANGE IS APPLIED.
020300******************************************************************
020400     MOVE ET-EMP-ID          TO EM-EMP-ID.
020500     PERFORM 4000-READ-MASTER
021000         GO TO 3100-EXIT.
021100     PERFORM 7100-WRITE-BEFORE-IMAGE
021200         THRU 7100-EXIT.
021210     IF EM-BASE-RATE NOT NUMERIC
021220         MOVE ZERO           TO EM-BASE-RATE
021230     END-IF.
021240     IF EM-RATE-EFF-DATE NOT NUMERIC
021250         MOVE ZERO           TO EM-RATE-EFF-DATE
021260     END-IF.
021270     IF EM-PRIOR-RATE NOT NUMERIC
021280         MOVE ZERO           TO EM-PRIOR-RATE
021290     END-IF.
021300     IF ET-TERMINATE
021400         MOVE 'T'            TO EM-STATUS
021500     END-IF.
022914         IF ET-SICK-BALANCE NOT = ZERO
022915             MOVE ET-SICK-BALANCE TO EM-SICK-BALANCE
022916         END-IF
022918         PERFORM 5100-EDIT-RATE-KEYING
022920             THRU 5100-EXIT
022922         IF AUDIT-STATUS = "REJECTED"
022924             GO TO 3100-EXIT
022926         END-IF
022928         IF ET-BASE-RATE NOT = ZERO
022930                 AND (ET-BASE-RATE NOT = EM-BASE-RATE
022932                 OR ET-RATE-EFF-DATE NOT = EM-RATE-EFF-DATE)
022934             MOVE EM-BASE-RATE TO OLD-BASE-RATE
022936             IF ET-BASE-RATE NOT = EM-BASE-RATE
022938                 MOVE EM-BASE-RATE TO EM-PRIOR-RATE
022940             END-IF
022942             MOVE ET-BASE-RATE TO EM-BASE-RATE
022944             MOVE ET-RATE-EFF-DATE TO EM-RATE-EFF-DATE
022946             MOVE 'Y'        TO RATE-CHANGED-SW
022948         END-IF
022950         IF ET-PTO-POLICY NOT = SPACES
022952             MOVE ET-PTO-POLICY TO EM-PTO-POLICY
022954         END-IF
022956         IF ET-PAY-GROUP NOT = SPACES
022958             MOVE ET-PAY-GROUP TO EM-PAY-GROUP
022960         END-IF
022962         IF ET-PAY-FREQUENCY NOT = SPACE
022964             MOVE ET-PAY-FREQUENCY TO EM-PAY-FREQUENCY
022966         END-IF
022970         PERFORM 5400-EDIT-PAY-FREQUENCY
022972             THRU 5400-EXIT
022974         IF AUDIT-STATUS = "REJECTED"
022976             GO TO 3100-EXIT
022978         END-IF
022894         PERFORM 5000-EDIT-PAY-TYPE
022895             THRU 5000-EXIT
022896         IF AUDIT-STATUS = "REJECTED"
023500     IF AUDIT-STATUS = "ACCEPTED"
023600         PERFORM 7200-WRITE-AFTER-IMAGE
023700             THRU 7200-EXIT
023710         IF RATE-CHANGED
023720             PERFORM 7400-WRITE-RATE-HISTORY
023730                 THRU 7400-EXIT
023740         END-IF
023800     END-IF.
023900 3100-EXIT.
024000     EXIT.
024002
024004 3200-CHANGE-W4-ELECTIONS.
024006******************************************************************
024008*    REPLACE AN EMPLOYEE'S W-4 ELECTIONS WITH THE SET KEYED ON
024010*    THE TRANSACTION - EVERY FIELD AS KEYED, SO A ZERO AMOUNT
024012*    CLEARS IT AND AN EXEMPT CLAIM LEFT OFF A NEW W-4 ENDS IT.
024014*    A TERMINATED EMPLOYEE MAY STILL FILE ONE (A FINAL OFFCYCLE
024016*    CHECK IS WITHHELD ON IT).  THE W-4 LINES BEFORE AND AFTER
024018*    THE CHANGE FOLLOW THE AUDIT LINE.
024020******************************************************************
024022     MOVE ET-EMP-ID          TO EM-EMP-ID.
024024     PERFORM 4000-READ-MASTER
024026         THRU 4000-EXIT.
024028     IF AUDIT-STATUS = "REJECTED"
024030         GO TO 3200-EXIT.
024032     IF NOT RECORD-FOUND
024034         MOVE "REJECTED" TO AUDIT-STATUS
024036         MOVE "EMPLOYEE NOT ON MASTER" TO AUDIT-REASON
024038         GO TO 3200-EXIT.
024040     PERFORM 5200-EDIT-W4-ELECTIONS
024042         THRU 5200-EXIT.
024044     IF AUDIT-STATUS = "REJECTED"
024046         GO TO 3200-EXIT.
024048     PERFORM 7500-WRITE-BEFORE-W4
024050         THRU 7500-EXIT.
024052     PERFORM 5300-MOVE-W4-ELECTIONS
024054         THRU 5300-EXIT.
024056     REWRITE EMPLOYEE-MASTER-RECORD
024058         INVALID KEY
024060             MOVE "REJECTED" TO AUDIT-STATUS
024062             MOVE "MASTER REWRITE FAILED" TO AUDIT-REASON
024064     END-REWRITE.
024066     IF AUDIT-STATUS = "ACCEPTED"
024068         ADD 1               TO W4-CHANGE-COUNT
024070         PERFORM 7600-WRITE-AFTER-W4
024072             THRU 7600-EXIT
024074     END-IF.
024076 3200-EXIT.
024078     EXIT.
024100
024200 4000-READ-MASTER.
024300******************************************************************
025605 5000-EXIT.
025606     EXIT.
025607
025608 5100-EDIT-RATE-KEYING.
025609******************************************************************
025610*    A BASE RATE AND ITS EFFECTIVE DATE ARE KEYED TOGETHER OR
025611*    NOT AT ALL - A RATE WITHOUT A DATE LEAVES THE PAY RUNS
025612*    NO WAY TO TELL WHICH PERIODS IT PRICES, AND A DATE
025613*    WITHOUT A RATE IS USUALLY A RATE LEFT OFF THE FORM.
025614******************************************************************
025615     IF ET-BASE-RATE NOT = ZERO AND ET-RATE-EFF-DATE = ZERO
025616         MOVE "REJECTED" TO AUDIT-STATUS
025617         MOVE "RATE NEEDS EFFECTIVE DATE" TO AUDIT-REASON
025618         GO TO 5100-EXIT.
025619     IF ET-BASE-RATE = ZERO AND ET-RATE-EFF-DATE NOT = ZERO
025620         MOVE "REJECTED" TO AUDIT-STATUS
025621         MOVE "EFFECTIVE DATE NEEDS RATE" TO AUDIT-REASON
025622     END-IF.
025623 5100-EXIT.
025624     EXIT.
025625
025626 5200-EDIT-W4-ELECTIONS.
025627******************************************************************
025628*    THE W-4 ELECTIONS ON AN ADD OR W4 TRANSACTION MUST BE
025629*    USABLE BY THE PAY RUNS BEFORE ANY OF THEM IS APPLIED -
025630*    A KNOWN FILING STATUS (BLANK IS SINGLE), NUMERIC AMOUNTS,
025631*    AN EXEMPT FLAG OF Y, N OR BLANK, AND AN EXPIRY DATE KEYED
025632*    WITH AN EXEMPT CLAIM AND ONLY WITH ONE - AN EXEMPT W-4
025633*    LAPSES EVERY YEAR AND MUST SAY WHEN.
025634******************************************************************
025635     IF ET-FILING-STATUS NOT = SPACE AND NOT = 'S'
025636             AND NOT = 'M' AND NOT = 'H'
025637         MOVE "REJECTED" TO AUDIT-STATUS
025638         MOVE "INVALID FILING STATUS" TO AUDIT-REASON
025639         GO TO 5200-EXIT.
025640     IF ET-W4-DEPENDENTS NOT NUMERIC
025641             OR ET-W4-OTHER-INCOME NOT NUMERIC
025642             OR ET-W4-DEDUCTIONS NOT NUMERIC
025643             OR ET-W4-EXTRA-WH NOT NUMERIC
025644             OR ET-W4-EXEMPT-EXPIRY NOT NUMERIC
025645         MOVE "REJECTED" TO AUDIT-STATUS
025646         MOVE "W-4 AMOUNT NOT NUMERIC" TO AUDIT-REASON
025647         GO TO 5200-EXIT.
025648     IF ET-W4-EXEMPT NOT = SPACE AND NOT = 'Y' AND NOT = 'N'
025649         MOVE "REJECTED" TO AUDIT-STATUS
025650         MOVE "INVALID EXEMPT FLAG" TO AUDIT-REASON
025651         GO TO 5200-EXIT.
025652     IF ET-W4-EXEMPT = 'Y' AND ET-W4-EXEMPT-EXPIRY = ZERO
025653         MOVE "REJECTED" TO AUDIT-STATUS
025654         MOVE "EXEMPT NEEDS EXPIRY DATE" TO AUDIT-REASON
025655         GO TO 5200-EXIT.
025656     IF ET-W4-EXEMPT NOT = 'Y' AND ET-W4-EXEMPT-EXPIRY NOT = ZERO
025657         MOVE "REJECTED" TO AUDIT-STATUS
025658         MOVE "EXPIRY DATE NEEDS EXEMPT" TO AUDIT-REASON
025659     END-IF.
025660 5200-EXIT.
025661     EXIT.
025662
025663 5300-MOVE-W4-ELECTIONS.
025664******************************************************************
025665*    CARRY THE EDITED W-4 ELECTIONS INTO THE MASTER RECORD
025666*    AREA, A BLANK FILING STATUS AS SINGLE AND A BLANK EXEMPT
025667*    FLAG AS NOT EXEMPT
025668******************************************************************
025669     IF ET-FILING-STATUS = SPACE
025670         MOVE 'S'            TO EM-FILING-STATUS
025671     ELSE
025672         MOVE ET-FILING-STATUS TO EM-FILING-STATUS
025673     END-IF.
025674     MOVE ET-W4-DEPENDENTS   TO EM-W4-DEPENDENTS.
025675     MOVE ET-W4-OTHER-INCOME TO EM-W4-OTHER-INCOME.
025676     MOVE ET-W4-DEDUCTIONS   TO EM-W4-DEDUCTIONS.
025677     MOVE ET-W4-EXTRA-WH     TO EM-W4-EXTRA-WH.
025678     IF ET-W4-EXEMPT = SPACE
025679         MOVE 'N'            TO EM-W4-EXEMPT
025680     ELSE
025681         MOVE ET-W4-EXEMPT   TO EM-W4-EXEMPT
025682     END-IF.
025683     MOVE ET-W4-EXEMPT-EXPIRY TO EM-W4-EXEMPT-EXPIRY.
025684 5300-EXIT.
025685     EXIT.
025686
025687 5400-EDIT-PAY-FREQUENCY.
025688******************************************************************
025689*    THE PAY FREQUENCY MUST BE ONE SHEETPAY CAN RUN - WEEKLY,
025690*    BIWEEKLY OR SEMIMONTHLY.
025691******************************************************************
025692     IF NOT EM-PAY-WEEKLY AND NOT EM-PAY-BIWEEKLY
025693             AND NOT EM-PAY-SEMIMONTHLY
025694         MOVE "REJECTED" TO AUDIT-STATUS
025695         MOVE "INVALID PAY FREQUENCY" TO AUDIT-REASON
025696     END-IF.
025697 5400-EXIT.
025698     EXIT.
025699
025700 7000-WRITE-AUDIT-LINE.
025800******************************************************************
025900*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION AND WHETHER
027400*    CHANGE
027500******************************************************************
027600     MOVE "  BEFORE"         TO EA-IMG-CAPTION.
027610     MOVE "  BEFORE"         TO EA-GRP-CAPTION.
027700     PERFORM 7300-BUILD-RECORD-IMAGE
027800         THRU 7300-EXIT.
027810     MOVE EA-IMAGE-LINE      TO BEFORE-IMAGE-HOLD.
027815     MOVE EA-GROUP-LINE      TO BEFORE-GROUP-HOLD.
027820     MOVE 'Y'                TO BEFORE-IMAGE-SW.
027900 7100-EXIT.
028000     EXIT.
028500*    CHANGE
028600******************************************************************
028700     MOVE "  AFTER "         TO EA-IMG-CAPTION.
028710     MOVE "  AFTER "         TO EA-GRP-CAPTION.
028800     PERFORM 7300-BUILD-RECORD-IMAGE
028900         THRU 7300-EXIT.
028910     MOVE EA-IMAGE-LINE      TO AFTER-IMAGE-HOLD.
028915     MOVE EA-GROUP-LINE      TO AFTER-GROUP-HOLD.
028920     MOVE 'Y'                TO AFTER-IMAGE-SW.
029000 7200-EXIT.
029100     EXIT.
029200
029300 7300-BUILD-RECORD-IMAGE.
029400******************************************************************
029500*    BUILD ONE BEFORE/AFTER IMAGE, AND THE SECOND LINE UNDER
029510*    IT, FROM THE MASTER RECORD AREA, FOR 7100/7200 TO HOLD
029600*    UNTIL THE AUDIT LINE IS OUT
029700******************************************************************
029800     MOVE EM-EMP-ID          TO EA-IMG-EMP-ID.
029900     MOVE EM-WHO             TO EA-IMG-WHO.
030500     MOVE EM-PAY-TYPE        TO EA-IMG-PAY-TYPE.
030600     MOVE EM-SALARY-PER-PERIOD TO EA-IMG-SALARY.
030610     MOVE EM-BANK-STATUS     TO EA-IMG-BANK-STATUS.
030614     MOVE EM-EMP-ID          TO EA-GRP-EMP-ID.
030616     MOVE EM-PTO-POLICY      TO EA-GRP-PTO-POLICY.
030618     MOVE EM-PAY-GROUP       TO EA-GRP-PAY-GROUP.
030620     MOVE EM-PAY-FREQUENCY   TO EA-GRP-PAY-FREQUENCY.
030630     IF EM-BASE-RATE NUMERIC
030640         MOVE EM-BASE-RATE   TO EA-IMG-BASE-RATE
030650     ELSE
030660         MOVE ZERO           TO EA-IMG-BASE-RATE
030670     END-IF.
030700 7300-EXIT.
030800     EXIT.
030810
030820 7400-WRITE-RATE-HISTORY.
030821******************************************************************
030822*    APPEND THE ACCEPTED RATE CHANGE TO THE RATE HISTORY FILE
030823*    AND HOLD THE AUDIT TRAIL'S RATE LINE - OLD RATE, NEW
030824*    RATE AND EFFECTIVE DATE - TO PRINT AFTER THE IMAGES
030825******************************************************************
030826     MOVE EM-EMP-ID          TO RH-EMP-ID.
030827     MOVE EM-RATE-EFF-DATE   TO RH-EFF-DATE.
030828     MOVE OLD-BASE-RATE      TO RH-OLD-RATE.
030829     MOVE EM-BASE-RATE       TO RH-NEW-RATE.
030830     MOVE ET-ACTION          TO RH-ACTION.
030831     WRITE RATE-HISTORY-RECORD.
030832     ADD 1                   TO RATE-CHANGE-COUNT.
030833     MOVE EM-EMP-ID          TO EA-RTE-EMP-ID.
030834     MOVE OLD-BASE-RATE      TO EA-RTE-OLD-RATE.
030835     MOVE EM-BASE-RATE       TO EA-RTE-NEW-RATE.
030836     MOVE EM-RATE-EFF-DATE   TO EA-RTE-EFF-DATE.
030837     MOVE EA-RATE-LINE       TO RATE-LINE-HOLD.
030838     MOVE 'Y'                TO RATE-LINE-SW.
030839 7400-EXIT.
030840     EXIT.
030841
030842 7500-WRITE-BEFORE-W4.
030843******************************************************************
030844*    HOLD THE W-4 LINE AS THE ELECTIONS STOOD BEFORE THE CHANGE
030845******************************************************************
030846     MOVE "  BEFORE"         TO EA-W4-CAPTION.
030847     PERFORM 7700-BUILD-W4-IMAGE
030848         THRU 7700-EXIT.
030849     MOVE EA-W4-LINE         TO BEFORE-W4-HOLD.
030850     MOVE 'Y'                TO BEFORE-W4-SW.
030851 7500-EXIT.
030852     EXIT.
030853
030854 7600-WRITE-AFTER-W4.
030855******************************************************************
030856*    HOLD THE W-4 LINE AS THE ELECTIONS STAND AFTER THE CHANGE
030857******************************************************************
030858     MOVE "  AFTER "         TO EA-W4-CAPTION.
030859     PERFORM 7700-BUILD-W4-IMAGE
030860         THRU 7700-EXIT.
030861     MOVE EA-W4-LINE         TO AFTER-W4-HOLD.
030862     MOVE 'Y'                TO AFTER-W4-SW.
030863 7600-EXIT.
030864     EXIT.
030865
030866 7700-BUILD-W4-IMAGE.
030867******************************************************************
030868*    BUILD ONE BEFORE/AFTER W-4 LINE FROM THE MASTER RECORD
030869*    AREA.  A RECORD THAT HAS NEVER HAD A W-4 KEYED CARRIES NO
030870*    AMOUNTS YET AND SHOWS ZEROS.
030871******************************************************************
030872     MOVE EM-EMP-ID          TO EA-W4-EMP-ID.
030873     MOVE EM-FILING-STATUS   TO EA-W4-FILING.
030874     MOVE EM-W4-EXEMPT       TO EA-W4-EXEMPT.
030875     IF EM-W4-DEPENDENTS NOT NUMERIC
030876             OR EM-W4-OTHER-INCOME NOT NUMERIC
030877             OR EM-W4-DEDUCTIONS NOT NUMERIC
030878             OR EM-W4-EXTRA-WH NOT NUMERIC
030879             OR EM-W4-EXEMPT-EXPIRY NOT NUMERIC
030880         MOVE ZERO           TO EA-W4-DEPENDENTS
030881         MOVE ZERO           TO EA-W4-OTHER-INCOME
030882         MOVE ZERO           TO EA-W4-DEDUCTIONS
030883         MOVE ZERO           TO EA-W4-EXTRA-WH
030884         MOVE ZERO           TO EA-W4-EXEMPT-EXPIRY
030885         GO TO 7700-EXIT.
030886     MOVE EM-W4-DEPENDENTS   TO EA-W4-DEPENDENTS.
030887     MOVE EM-W4-OTHER-INCOME TO EA-W4-OTHER-INCOME.
030888     MOVE EM-W4-DEDUCTIONS   TO EA-W4-DEDUCTIONS.
030889     MOVE EM-W4-EXTRA-WH     TO EA-W4-EXTRA-WH.
030890     MOVE EM-W4-EXEMPT-EXPIRY TO EA-W4-EXEMPT-EXPIRY.
030891 7700-EXIT.
030892     EXIT.
030900
031000 9000-FINALIZE.
031100******************************************************************
031500     CLOSE EMPLOYEE-MASTER.
031600     CLOSE AUDIT-REPORT.
031610     CLOSE OPS-CONTROL-REPORT.
031615     CLOSE RATE-HISTORY-FILE.
031620     IF RUN-ABORTED
031630         MOVE 8              TO RETURN-CODE
031640     ELSE
035100     MOVE TRANS-REJECTED-COUNT  TO OPS-CNT-VALUE.
035200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
035300         AFTER ADVANCING 1 LINE.
035310     MOVE "RATE CHANGES RECORDED" TO OPS-CNT-CAPTION.
035320     MOVE RATE-CHANGE-COUNT     TO OPS-CNT-VALUE.
035330     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
035340         AFTER ADVANCING 1 LINE.
035341     MOVE "W-4 ELECTIONS CHANGED" TO OPS-CNT-CAPTION.
035342     MOVE W4-CHANGE-COUNT       TO OPS-CNT-VALUE.
035343     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
035344         AFTER ADVANCING 1 LINE.
035400 9600-EXIT.
035500     EXIT.
