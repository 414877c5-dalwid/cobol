002460*                     FAILED, 8 ABORTED) AND AN OPERATIONS
002470*                     CONTROL REPORT OF THE RUN'S FUNCTION AND
002480*                     COUNTS.
002481*    2026-10-15 RLB   NEW FUNCTION W4EXP LISTS ACTIVE EMPLOYEES
002482*                     WHOSE W-4 EXEMPT CLAIM EXPIRES BEFORE THE
002483*                     YEAR AFTER THE TAX YEAR ON THE CONTROL
002484*                     CARD, SO NEW W-4S CAN BE COLLECTED BEFORE
002485*                     WITHHOLDING RESUMES.
002486*    2026-10-15 RLB   QTRRST AND YRRST ARE REFUSED UNTIL EVERY
002487*                     PERIOD OF THE QUARTER OR YEAR ON THE CONTROL
002488*                     CARD IS CLOSED ON THE PAYROLL CALENDAR.
002489*    2026-10-15 RLB   THE PAYROLL CALENDAR IS KEPT BY PAY GROUP;
002490*                     THE RESET CHECK READS EVERY GROUP'S PERIODS.
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004510     SELECT OPS-CONTROL-REPORT ASSIGN TO TAXOPSR
004520                            ORGANIZATION IS LINE SEQUENTIAL
004530                            FILE STATUS IS OPS-FILE-STATUS.
004540     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
004550                            ORGANIZATION IS INDEXED
004560                            ACCESS MODE IS DYNAMIC
004570                            RECORD KEY IS CL-KEY
004580                            FILE STATUS IS CAL-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CONTROL-FILE
005600     COPY YXREC.
005610 FD  OPS-CONTROL-REPORT.
005620 01  OPS-CONTROL-RECORD      PIC X(80).
005630 FD  PAY-CALENDAR-FILE.
005640     COPY CALREC.
005700 WORKING-STORAGE SECTION.
005800******************************************************************
005900*    FILE STATUS AND END-OF-FILE SWITCHES
006300 77  RPT-FILE-STATUS         PIC X(02).
006400 77  YXT-FILE-STATUS         PIC X(02).
006410 77  OPS-FILE-STATUS         PIC X(02).
006420 77  CAL-FILE-STATUS         PIC X(02).
006430 77  CALENDAR-EOF-SW         PIC X(01)       VALUE 'N'.
006440     88  CALENDAR-EOF                        VALUE 'Y'.
006500 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
006600     88  RUN-ABORTED                         VALUE 'Y'.
006700 77  MASTER-EOF-SW           PIC X(01)       VALUE 'N'.
007500 77  TOTAL-FEDERAL-WH        PIC 9(11)V99    VALUE ZERO.
007600 77  TOTAL-STATE-WH          PIC 9(11)V99    VALUE ZERO.
007700 77  TOTAL-FICA-WH           PIC 9(11)V99    VALUE ZERO.
007710 77  EXEMPT-CUTOFF-DATE      PIC 9(08)       VALUE ZERO.
007720 77  PERIODS-IN-RESET-COUNT  PIC 9(05)       VALUE ZERO.
007730 77  PERIODS-NOT-CLOSED-COUNT PIC 9(05)      VALUE ZERO.
007800******************************************************************
007900*    REPORT AND SUMMARY PRINT LINES
008000******************************************************************
010000*    THE EXTRACT FILE IS OPENED ONLY BY THE YEAR-END EXTRACT
010100*    FUNCTION.  AN UNREADABLE CONTROL CARD OR MASTER ABORTS
010200*    THE RUN - A RESET RUN IN PARTICULAR MUST NEVER GUESS AT
010300*    ITS FUNCTION.  A RESET ALSO ABORTS UNLESS EVERY PERIOD
010310*    OF ITS QUARTER OR YEAR IS CLOSED ON THE PAYROLL CALENDAR.
010400******************************************************************
010410     OPEN OUTPUT OPS-CONTROL-REPORT.
010420     IF OPS-FILE-STATUS NOT = "00"
011800         GO TO 1000-EXIT.
011900     IF NOT TCR-QUARTER-REPORT AND NOT TCR-YEAR-EXTRACT
012000             AND NOT TCR-QUARTER-RESET AND NOT TCR-YEAR-RESET
012010             AND NOT TCR-EXEMPT-EXPIRY
012100         DISPLAY "TAXRPT: UNKNOWN FUNCTION " TCR-FUNCTION
012200         MOVE 'Y' TO RUN-ABORT-SW
012300         GO TO 1000-EXIT.
012310     IF TCR-EXEMPT-EXPIRY
012320             AND (TCR-TAX-YEAR NOT NUMERIC OR TCR-TAX-YEAR = ZERO)
012330         DISPLAY "TAXRPT: W4EXP NEEDS THE TAX YEAR ON THE "
012340             "CONTROL CARD"
012350         MOVE 'Y' TO RUN-ABORT-SW
012360         GO TO 1000-EXIT.
012361     IF (TCR-QUARTER-RESET OR TCR-YEAR-RESET)
012362             AND (TCR-TAX-YEAR NOT NUMERIC OR TCR-TAX-YEAR = ZERO)
012363         DISPLAY "TAXRPT: " TCR-FUNCTION " NEEDS THE TAX YEAR "
012364             "ON THE CONTROL CARD"
012365         MOVE 'Y' TO RUN-ABORT-SW
012366         GO TO 1000-EXIT.
012367     IF TCR-QUARTER-RESET
012368             AND (TCR-QUARTER NOT NUMERIC OR TCR-QUARTER = ZERO
012369                  OR TCR-QUARTER > 4)
012370         DISPLAY "TAXRPT: QTRRST NEEDS A QUARTER OF 1 TO 4 ON "
012371             "THE CONTROL CARD"
012372         MOVE 'Y' TO RUN-ABORT-SW
012373         GO TO 1000-EXIT.
012374     IF TCR-QUARTER-RESET OR TCR-YEAR-RESET
012375         PERFORM 1100-CHECK-PERIODS-CLOSED
012376             THRU 1100-EXIT
012377     END-IF.
012378     IF RUN-ABORTED
012379         GO TO 1000-EXIT.
012400     OPEN I-O EMPLOYEE-MASTER.
012500     IF EMP-FILE-STATUS NOT = "00"
012600         DISPLAY "TAXRPT: UNABLE TO OPEN EMPLOYEE-MASTER, "
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013701
013702 1100-CHECK-PERIODS-CLOSED.
013703******************************************************************
013704*    A RESET ZEROES WHAT THE QUARTERLY OR YEAR-END FILINGS
013705*    WERE TAKEN FROM, SO IT MAY RUN ONLY WHEN EVERY PAY PERIOD
013706*    OF THE QUARTER (QTRRST) OR TAX YEAR (YRRST) ON THE CONTROL
013707*    CARD IS CLOSED ON THE PAYROLL CALENDAR, IN EVERY PAY
013708*    GROUP.  A PERIOD STILL
013709*    OPEN OR ONLY PAID, NO PERIODS ON THE CALENDAR FOR IT, OR
013710*    A CALENDAR THAT WILL NOT OPEN ABORTS THE RUN BEFORE THE
013711*    MASTER IS TOUCHED.
013712******************************************************************
013713     OPEN INPUT PAY-CALENDAR-FILE.
013714     IF CAL-FILE-STATUS NOT = "00"
013715         DISPLAY "TAXRPT: UNABLE TO OPEN PAY-CALENDAR-FILE, "
013716             "STATUS = " CAL-FILE-STATUS
013717         MOVE 'Y' TO RUN-ABORT-SW
013718         GO TO 1100-EXIT.
013719     MOVE LOW-VALUES         TO CL-KEY.
013720     START PAY-CALENDAR-FILE KEY NOT < CL-KEY
013721         INVALID KEY
013722             MOVE 'Y'        TO CALENDAR-EOF-SW
013723     END-START.
013724     PERFORM 1110-CHECK-ONE-PERIOD
013725         THRU 1110-EXIT
013726         UNTIL CALENDAR-EOF.
013727     CLOSE PAY-CALENDAR-FILE.
013728     IF PERIODS-IN-RESET-COUNT = ZERO
013729         DISPLAY "TAXRPT: NO PERIODS ON THE PAYROLL CALENDAR "
013730             "FOR " TCR-FUNCTION " " TCR-TAX-YEAR
013731         MOVE 'Y' TO RUN-ABORT-SW
013732         GO TO 1100-EXIT.
013733     IF PERIODS-NOT-CLOSED-COUNT > ZERO
013734         DISPLAY "TAXRPT: " TCR-FUNCTION " REFUSED - "
013735             PERIODS-NOT-CLOSED-COUNT
013736             " PERIOD(S) NOT YET CLOSED ON THE PAYROLL CALENDAR"
013737         MOVE 'Y' TO RUN-ABORT-SW
013738     END-IF.
013739 1100-EXIT.
013740     EXIT.
013741
013742 1110-CHECK-ONE-PERIOD.
013743******************************************************************
013744*    READ THE NEXT CALENDAR PERIOD AND COUNT IT IF IT FALLS IN
013745*    THE RESET'S YEAR (AND QUARTER), NOTING ANY NOT CLOSED.
013746*    THE CALENDAR IS IN PAY GROUP, THEN PERIOD END ORDER, SO
013747*    EVERY PERIOD IS READ AND OTHER YEARS ARE PASSED OVER.
013748******************************************************************
013749     READ PAY-CALENDAR-FILE NEXT RECORD
013750         AT END
013751             MOVE 'Y'        TO CALENDAR-EOF-SW
013752             GO TO 1110-EXIT
013753     END-READ.
013754     IF CL-YEAR NOT = TCR-TAX-YEAR
013755         GO TO 1110-EXIT.
013756     IF TCR-QUARTER-RESET AND CL-QUARTER NOT = TCR-QUARTER
013757         GO TO 1110-EXIT.
013758     ADD 1                   TO PERIODS-IN-RESET-COUNT.
013759     IF NOT CL-CLOSED
013760         ADD 1               TO PERIODS-NOT-CLOSED-COUNT
013761     END-IF.
013762 1110-EXIT.
013763     EXIT.
013800
013900 2000-RUN-FUNCTION.
014000******************************************************************
015800         PERFORM 3200-RESET-ACCUMULATORS
015900             THRU 3200-EXIT
016000     END-IF.
016010     IF TCR-EXEMPT-EXPIRY
016020         PERFORM 3300-EXEMPT-EXPIRY-LIST
016030             THRU 3300-EXIT
016040     END-IF.
016100 2000-EXIT.
016200     EXIT.
016300
033600     ADD 1                   TO EMPLOYEE-COUNT.
033700 3210-EXIT.
033800     EXIT.
033802
033804 3300-EXEMPT-EXPIRY-LIST.
033806******************************************************************
033808*    LIST EVERY ACTIVE EMPLOYEE CLAIMING EXEMPT ON THE W-4 WHOSE
033810*    CLAIM EXPIRES BEFORE JANUARY 1 OF THE YEAR AFTER THE TAX
033812*    YEAR - THE CLAIM MUST BE RENEWED EACH YEAR, AND ONCE IT
033814*    LAPSES THE PAY RUNS WITHHOLD AS SINGLE.  CLAIMS ALREADY
033816*    EXPIRED ARE LISTED TOO.  NOTHING ON THE MASTER IS CHANGED.
033818******************************************************************
033820     COMPUTE EXEMPT-CUTOFF-DATE
033822             = (TCR-TAX-YEAR + 1) * 10000 + 101.
033824     MOVE "W-4 EXEMPT CLAIMS EXPIRING BEFORE NEXT YEAR"
033826         TO TR-CAPTION.
033828     WRITE TAX-REPORT-RECORD FROM TR-CAPTION-LINE
033830         AFTER ADVANCING 1 LINE.
033832     WRITE TAX-REPORT-RECORD FROM TR-EXEMPT-COLUMN-LINE
033834         AFTER ADVANCING 2 LINES.
033836     PERFORM 3310-CHECK-ONE-EMPLOYEE
033838         THRU 3310-EXIT
033840         UNTIL MASTER-EOF.
033842     MOVE "EXEMPT CLAIMS EXPIRING" TO TR-CNT-CAPTION.
033844     MOVE EMPLOYEE-COUNT     TO TR-CNT-COUNT.
033846     WRITE TAX-REPORT-RECORD FROM TR-COUNT-LINE
033848         AFTER ADVANCING 2 LINES.
033850 3300-EXIT.
033852     EXIT.
033854
033856 3310-CHECK-ONE-EMPLOYEE.
033858******************************************************************
033860*    LIST THE NEXT MASTER RECORD IF ITS EXEMPT CLAIM RUNS OUT
033862*    BEFORE THE CUTOFF
033864******************************************************************
033866     PERFORM 2100-READ-NEXT-MASTER
033868         THRU 2100-EXIT.
033870     IF MASTER-EOF
033872         GO TO 3310-EXIT.
033874     IF NOT EM-ACTIVE OR NOT EM-W4-EXEMPT-CLAIMED
033876         GO TO 3310-EXIT.
033878     IF EM-W4-EXEMPT-EXPIRY NOT NUMERIC
033880             OR EM-W4-EXEMPT-EXPIRY NOT < EXEMPT-CUTOFF-DATE
033882         GO TO 3310-EXIT.
033884     MOVE EM-EMP-ID          TO TR-EXM-EMP-ID.
033886     MOVE EM-WHO             TO TR-EXM-WHO.
033888     MOVE EM-W4-EXEMPT-EXPIRY TO TR-EXM-EXPIRY.
033890     WRITE TAX-REPORT-RECORD FROM TR-EXEMPT-DETAIL-LINE
033892         AFTER ADVANCING 1 LINE.
033894     ADD 1                   TO EMPLOYEE-COUNT.
033896 3310-EXIT.
033898     EXIT.
033900
034000 9000-FINALIZE.
034100******************************************************************
038100     MOVE REWRITE-FAIL-COUNT    TO OPS-CNT-VALUE.
038200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
038300         AFTER ADVANCING 1 LINE.
038310     IF NOT TCR-QUARTER-RESET AND NOT TCR-YEAR-RESET
038320         GO TO 9600-EXIT.
038330     MOVE "CALENDAR PERIODS IN RESET" TO OPS-CNT-CAPTION.
038340     MOVE PERIODS-IN-RESET-COUNT TO OPS-CNT-VALUE.
038350     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
038360         AFTER ADVANCING 1 LINE.
038370     MOVE "PERIODS NOT YET CLOSED" TO OPS-CNT-CAPTION.
038380     MOVE PERIODS-NOT-CLOSED-COUNT TO OPS-CNT-VALUE.
038390     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
038391         AFTER ADVANCING 1 LINE.
038400 9600-EXIT.
038500     EXIT.
