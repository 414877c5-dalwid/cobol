000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                CALMAINT.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    CALMAINT - PAYROLL CALENDAR MAINTENANCE
000900*------------------------------------------------------------------
001000*    THE ONLY PROGRAM THAT BUILDS THE PAYROLL CALENDAR (PAYCAL)
001100*    OR CLOSES ITS PERIODS.  READS A TRANSACTION FILE OF GEN /
001200*    CLS REQUESTS, EACH FOR ONE PAY GROUP.  GEN GENERATES ONE
001300*    YEAR OF THE GROUP'S PAY PERIODS - WEEKLY, BIWEEKLY OR
001310*    SEMIMONTHLY - FROM THE FIRST PERIOD END DATE OF THE YEAR,
001400*    EACH WITH ITS CHECK DATE (THE GIVEN NUMBER OF DAYS AFTER
001500*    THE PERIOD END), ITS TAX YEAR AND QUARTER (FROM THE PERIOD
001600*    END DATE, AS PAYRECON COUNTS THEM) AND A STATUS OF OPEN.
001700*    A GROUP'S YEAR ALREADY ON THE CALENDAR IS NEVER GENERATED
001710*    AGAIN.
001800*    CLS CLOSES A PERIOD SHEETPAY HAS MARKED PAID, ONCE ITS
001900*    RESULTS ARE FINAL - TAXRPT WILL NOT RESET A QUARTER OR
002000*    YEAR UNTIL EVERY PERIOD IN IT IS CLOSED.  EVERY
002100*    TRANSACTION IS AUDITED, WITH THE PERIODS ADDED OR BEFORE
002200*    AND AFTER IMAGES OF THE PERIOD CLOSED.
002300*------------------------------------------------------------------
002400*    MODIFICATION HISTORY
002500*    DATE       INIT  DESCRIPTION
002600*    ---------- ----  ------------------------------------------
002700*    2026-10-15 RLB   ORIGINAL PROGRAM - PAYROLL CALENDAR
002800*                     GENERATION AND PERIOD CLOSE WITH AUDIT
002900*                     TRAIL, OPERATIONS CONTROL REPORT AND RETURN
003000*                     CODE (0 ALL ACCEPTED, 4 SOME REJECTED, 8
003100*                     ABORTED).
003110*    2026-10-15 RLB   CALENDAR KEYED BY PAY GROUP.  GEN TAKES THE
003120*                     GROUP (BLANK IS "WKLY") AND ITS FREQUENCY -
003130*                     WEEKLY, BIWEEKLY EVERY 14 DAYS, OR
003140*                     SEMIMONTHLY ON THE 15TH AND THE LAST DAY OF
003150*                     EACH MONTH.  CLS CLOSES THE GROUP'S PERIOD.
003160*                     THE GROUP PRINTS ON THE AUDIT TRAIL.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.           IBM-370.
003600 OBJECT-COMPUTER.           IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT TRANSACTION-FILE ASSIGN TO CALTRAN
004000                            ORGANIZATION IS LINE SEQUENTIAL
004100                            FILE STATUS IS TRN-FILE-STATUS.
004200     SELECT PAY-CALENDAR-FILE ASSIGN TO PAYCAL
004300                            ORGANIZATION IS INDEXED
004400                            ACCESS MODE IS DYNAMIC
004500                            RECORD KEY IS CL-KEY
004600                            FILE STATUS IS CAL-FILE-STATUS.
004700     SELECT AUDIT-REPORT    ASSIGN TO CALAUDIT
004800                            ORGANIZATION IS LINE SEQUENTIAL
004900                            FILE STATUS IS AUD-FILE-STATUS.
005000     SELECT OPS-CONTROL-REPORT ASSIGN TO CALOPSR
005100                            ORGANIZATION IS LINE SEQUENTIAL
005200                            FILE STATUS IS OPS-FILE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  TRANSACTION-FILE
005600     RECORDING MODE IS F.
005700     COPY CALTREC.
005800 FD  PAY-CALENDAR-FILE.
005900     COPY CALREC.
006000 FD  AUDIT-REPORT.
006100 01  AUDIT-REPORT-RECORD     PIC X(132).
006200 FD  OPS-CONTROL-REPORT.
006300 01  OPS-CONTROL-RECORD      PIC X(80).
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600*    FILE STATUS AND END-OF-FILE SWITCHES
006700******************************************************************
006800 77  TRN-FILE-STATUS         PIC X(02).
006900 77  CAL-FILE-STATUS         PIC X(02).
007000 77  AUD-FILE-STATUS         PIC X(02).
007100 77  OPS-FILE-STATUS         PIC X(02).
007200 77  END-OF-FILE-SW          PIC X(01)       VALUE 'N'.
007300     88  END-OF-FILE                         VALUE 'Y'.
007400 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
007500     88  RUN-ABORTED                         VALUE 'Y'.
007600 77  RECORD-FOUND-SW         PIC X(01)       VALUE 'N'.
007700     88  RECORD-FOUND                        VALUE 'Y'.
007800 77  AUDIT-WRITTEN-SW        PIC X(01)       VALUE 'N'.
007900     88  AUDIT-WRITTEN                       VALUE 'Y'.
008000******************************************************************
008100*    TRANSACTION EDIT WORK FIELDS
008200******************************************************************
008300 77  AUDIT-STATUS            PIC X(08).
008400 77  AUDIT-REASON            PIC X(30).
008500 77  BEFORE-IMAGE-SW         PIC X(01)       VALUE 'N'.
008600     88  BEFORE-IMAGE-HELD                   VALUE 'Y'.
008700 77  AFTER-IMAGE-SW          PIC X(01)       VALUE 'N'.
008800     88  AFTER-IMAGE-HELD                    VALUE 'Y'.
008900 01  BEFORE-IMAGE-HOLD       PIC X(132).
009000 01  AFTER-IMAGE-HOLD        PIC X(132).
009100 77  TRANS-READ-COUNT        PIC 9(05)       VALUE ZERO.
009200 77  TRANS-ACCEPTED-COUNT    PIC 9(05)       VALUE ZERO.
009300 77  TRANS-REJECTED-COUNT    PIC 9(05)       VALUE ZERO.
009400 77  PERIODS-ADDED-COUNT     PIC 9(05)       VALUE ZERO.
009500 77  PERIODS-CLOSED-COUNT    PIC 9(05)       VALUE ZERO.
009510 77  CALENDAR-PAY-GROUP      PIC X(04).
009600******************************************************************
009700*    CALENDAR GENERATION - THE PERIOD BEING ADDED, AND THE
009800*    DATE WORK AREA 5000 ADVANCES BY DAYS-TO-ADD CALENDAR DAYS
009900******************************************************************
010000 77  GENERATE-YEAR           PIC 9(04).
010010 77  GENERATE-FREQUENCY      PIC X(01).
010020     88  GENERATE-WEEKLY                     VALUE 'W'.
010030     88  GENERATE-BIWEEKLY                   VALUE 'B'.
010040     88  GENERATE-SEMIMONTHLY                VALUE 'S'.
010100 01  PERIOD-DATE             PIC 9(08).
010200 01  PERIOD-DATE-PARTS       REDEFINES PERIOD-DATE.
010300     05  PERIOD-YEAR         PIC 9(04).
010400     05  PERIOD-MONTH        PIC 9(02).
010500     05  PERIOD-DAY          PIC 9(02).
010600 01  WORK-DATE               PIC 9(08).
010700 01  WORK-DATE-PARTS         REDEFINES WORK-DATE.
010800     05  WORK-YEAR           PIC 9(04).
010900     05  WORK-MONTH          PIC 9(02).
011000     05  WORK-DAY            PIC 9(02).
011100 77  DAYS-TO-ADD             PIC 9(03).
011200 77  DAYS-IN-MONTH           PIC 9(02).
011300 77  LEAP-QUOTIENT           PIC 9(04).
011400 77  LEAP-REMAINDER          PIC 9(04).
011500 01  MONTH-DAYS-VALUES       PIC X(24)       VALUE
011600         "312831303130313130313031".
011700 01  MONTH-DAYS-TABLE        REDEFINES MONTH-DAYS-VALUES.
011800     05  MONTH-DAYS          PIC 9(02)       OCCURS 12 TIMES.
011900******************************************************************
012000*    AUDIT TRAIL PRINT LINES.  THE BEFORE/AFTER IMAGES ABOVE
012100*    ARE BUILT AS A CLOSE IS APPLIED BUT PRINTED AFTER THE
012200*    TRANSACTION'S AUDIT LINE SO THE TRAIL READS IN ORDER.
012300******************************************************************
012400     COPY CALAREC.
012500******************************************************************
012600*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
012700******************************************************************
012800     COPY OPSREC.
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100******************************************************************
013200*    MAIN CONTROL PARAGRAPH
013300******************************************************************
013400     PERFORM 1000-INITIALIZE
013500         THRU 1000-EXIT.
013600     PERFORM 2000-PROCESS-TRANSACTION
013700         THRU 2000-EXIT
013800         UNTIL END-OF-FILE.
013900     PERFORM 9000-FINALIZE
014000         THRU 9000-EXIT.
014100     GOBACK.
014200
014300 1000-INITIALIZE.
014400******************************************************************
014500*    OPEN THE TRANSACTION FILE, AUDIT AND CONTROL REPORTS AND
014600*    THE PAYROLL CALENDAR, AND PRIME THE TRANSACTION READ
014700*    LOOP.  THE CALENDAR IS CREATED EMPTY THE FIRST TIME A
014800*    YEAR IS GENERATED; ANY OTHER OPEN FAILURE STOPS THE RUN.
014900******************************************************************
015000     OPEN INPUT TRANSACTION-FILE.
015100     IF TRN-FILE-STATUS NOT = "00"
015200         DISPLAY "CALMAINT: UNABLE TO OPEN TRANSACTION-FILE, "
015300             "STATUS = " TRN-FILE-STATUS
015400         MOVE 'Y' TO END-OF-FILE-SW
015500         MOVE 'Y' TO RUN-ABORT-SW
015600     END-IF.
015700     OPEN OUTPUT AUDIT-REPORT.
015800     IF AUD-FILE-STATUS NOT = "00"
015900         DISPLAY "CALMAINT: UNABLE TO OPEN AUDIT-REPORT, "
016000             "STATUS = " AUD-FILE-STATUS
016100         MOVE 'Y' TO END-OF-FILE-SW
016200         MOVE 'Y' TO RUN-ABORT-SW
016300     END-IF.
016400     OPEN OUTPUT OPS-CONTROL-REPORT.
016500     IF OPS-FILE-STATUS NOT = "00"
016600         DISPLAY "CALMAINT: UNABLE TO OPEN OPS-CONTROL-REPORT, "
016700             "STATUS = " OPS-FILE-STATUS
016800         MOVE 'Y' TO END-OF-FILE-SW
016900         MOVE 'Y' TO RUN-ABORT-SW
017000     END-IF.
017100     OPEN I-O PAY-CALENDAR-FILE.
017200     IF CAL-FILE-STATUS = "35"
017300         OPEN OUTPUT PAY-CALENDAR-FILE
017400         CLOSE PAY-CALENDAR-FILE
017500         OPEN I-O PAY-CALENDAR-FILE
017600     END-IF.
017700     IF CAL-FILE-STATUS NOT = "00"
017800         DISPLAY "CALMAINT: UNABLE TO OPEN PAY-CALENDAR-FILE, "
017900             "STATUS = " CAL-FILE-STATUS
018000         MOVE 'Y' TO END-OF-FILE-SW
018100         MOVE 'Y' TO RUN-ABORT-SW
018200     END-IF.
018300     IF NOT END-OF-FILE
018400         PERFORM 2100-READ-TRANSACTION
018500             THRU 2100-EXIT
018600     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900
019000 2000-PROCESS-TRANSACTION.
019100******************************************************************
019200*    APPLY ONE CALENDAR TRANSACTION, WRITE ITS AUDIT LINE (A
019300*    GENERATED YEAR WRITES ITS OWN, AHEAD OF THE PERIODS IT
019400*    LISTS), THEN READ THE NEXT TRANSACTION.
019500******************************************************************
019600     ADD 1                   TO TRANS-READ-COUNT.
019700     MOVE "ACCEPTED"         TO AUDIT-STATUS.
019800     MOVE SPACES             TO AUDIT-REASON.
019900     MOVE 'N'                TO BEFORE-IMAGE-SW.
020000     MOVE 'N'                TO AFTER-IMAGE-SW.
020100     MOVE 'N'                TO AUDIT-WRITTEN-SW.
020110     IF CLT-PAY-GROUP = SPACES
020120         MOVE "WKLY"         TO CALENDAR-PAY-GROUP
020130     ELSE
020140         MOVE CLT-PAY-GROUP  TO CALENDAR-PAY-GROUP
020150     END-IF.
020200     IF CLT-GENERATE
020300         PERFORM 3000-GENERATE-YEAR
020400             THRU 3000-EXIT
020500     ELSE
020600         IF CLT-CLOSE
020700             PERFORM 3100-CLOSE-PERIOD
020800                 THRU 3100-EXIT
020900         ELSE
021000             MOVE "REJECTED" TO AUDIT-STATUS
021100             MOVE "UNKNOWN ACTION" TO AUDIT-REASON
021200         END-IF
021300     END-IF.
021400     IF AUDIT-STATUS = "ACCEPTED"
021500         ADD 1               TO TRANS-ACCEPTED-COUNT
021600     ELSE
021700         ADD 1               TO TRANS-REJECTED-COUNT
021800     END-IF.
021900     IF NOT AUDIT-WRITTEN
022000         PERFORM 7000-WRITE-AUDIT-LINE
022100             THRU 7000-EXIT
022200     END-IF.
022300     IF BEFORE-IMAGE-HELD
022400         WRITE AUDIT-REPORT-RECORD FROM BEFORE-IMAGE-HOLD
022500             AFTER ADVANCING 1 LINE
022600     END-IF.
022700     IF AFTER-IMAGE-HELD
022800         WRITE AUDIT-REPORT-RECORD FROM AFTER-IMAGE-HOLD
022900             AFTER ADVANCING 1 LINE
023000     END-IF.
023100     PERFORM 2100-READ-TRANSACTION
023200         THRU 2100-EXIT.
023300 2000-EXIT.
023400     EXIT.
023500
023600 2100-READ-TRANSACTION.
023700******************************************************************
023800*    READ THE NEXT CALENDAR TRANSACTION, SETTING THE END-OF-
023900*    FILE SWITCH WHEN THE FILE IS EXHAUSTED
024000******************************************************************
024100     READ TRANSACTION-FILE
024200         AT END
024300             MOVE 'Y' TO END-OF-FILE-SW
024400     END-READ.
024500 2100-EXIT.
024600     EXIT.
024700
024800 3000-GENERATE-YEAR.
024900******************************************************************
025000*    GENERATE ONE YEAR OF PAY PERIODS FOR THE PAY GROUP.  THE
025100*    FIRST PERIOD END MUST FALL IN THE FIRST WEEK OF JANUARY
025200*    (WEEKLY), THE FIRST TWO WEEKS (BIWEEKLY) OR ON JANUARY 15
025210*    (SEMIMONTHLY) SO THE YEAR IS COVERED FROM ITS START, AND
025300*    THE GROUP'S YEAR MUST NOT ALREADY BE ON THE CALENDAR.
025310*    PERIODS ARE ADDED AT THE GROUP'S FREQUENCY UNTIL THE
025400*    PERIOD END PASSES INTO THE NEXT YEAR.
025500******************************************************************
025600     IF CLT-PERIOD-END NOT NUMERIC
025700         MOVE "REJECTED"     TO AUDIT-STATUS
025800         MOVE "FIRST PERIOD END REQUIRED" TO AUDIT-REASON
025900         GO TO 3000-EXIT.
026000     MOVE CLT-PERIOD-END     TO PERIOD-DATE.
026010     IF CLT-PAY-FREQUENCY = SPACE
026020         MOVE 'W'            TO GENERATE-FREQUENCY
026030     ELSE
026040         MOVE CLT-PAY-FREQUENCY TO GENERATE-FREQUENCY
026050     END-IF.
026060     IF NOT GENERATE-WEEKLY AND NOT GENERATE-BIWEEKLY
026070             AND NOT GENERATE-SEMIMONTHLY
026080         MOVE "REJECTED"     TO AUDIT-STATUS
026090         MOVE "INVALID PAY FREQUENCY" TO AUDIT-REASON
026095         GO TO 3000-EXIT.
026100     IF PERIOD-YEAR = ZERO OR PERIOD-MONTH NOT = 1
026200             OR PERIOD-DAY = ZERO
026210             OR (GENERATE-WEEKLY AND PERIOD-DAY > 7)
026300         MOVE "REJECTED"     TO AUDIT-STATUS
026400         MOVE "FIRST PERIOD NOT IN JANUARY 1-7" TO AUDIT-REASON
026500         GO TO 3000-EXIT.
026510     IF GENERATE-BIWEEKLY AND PERIOD-DAY > 14
026520         MOVE "REJECTED"     TO AUDIT-STATUS
026530         MOVE "FIRST PERIOD NOT IN JANUARY 1-14" TO AUDIT-REASON
026540         GO TO 3000-EXIT.
026550     IF GENERATE-SEMIMONTHLY AND PERIOD-DAY NOT = 15
026560         MOVE "REJECTED"     TO AUDIT-STATUS
026570         MOVE "FIRST PERIOD NOT JANUARY 15" TO AUDIT-REASON
026580         GO TO 3000-EXIT.
026600     IF CLT-CHECK-DAYS NOT NUMERIC OR CLT-CHECK-DAYS > 31
026700         MOVE "REJECTED"     TO AUDIT-STATUS
026800         MOVE "CHECK DAYS MUST BE 0 TO 31" TO AUDIT-REASON
026900         GO TO 3000-EXIT.
027000     MOVE PERIOD-YEAR        TO GENERATE-YEAR.
027050     MOVE CALENDAR-PAY-GROUP TO CL-PAY-GROUP.
027100     COMPUTE CL-PERIOD-END = GENERATE-YEAR * 10000 + 0101.
027200     MOVE 'N'                TO RECORD-FOUND-SW.
027300     START PAY-CALENDAR-FILE KEY NOT < CL-KEY
027400         INVALID KEY
027500             GO TO 3000-GENERATE
027600     END-START.
027700     READ PAY-CALENDAR-FILE NEXT RECORD
027800         AT END
027900             GO TO 3000-GENERATE
028000     END-READ.
028100     IF CL-PAY-GROUP = CALENDAR-PAY-GROUP
028150             AND CL-YEAR = GENERATE-YEAR
028200         MOVE "REJECTED"     TO AUDIT-STATUS
028300         MOVE "YEAR ALREADY ON CALENDAR" TO AUDIT-REASON
028400         GO TO 3000-EXIT.
028500 3000-GENERATE.
028600     PERFORM 7000-WRITE-AUDIT-LINE
028700         THRU 7000-EXIT.
028800     MOVE 'Y'                TO AUDIT-WRITTEN-SW.
028900     PERFORM 3010-ADD-PERIOD
029000         THRU 3010-EXIT
029100         UNTIL PERIOD-YEAR NOT = GENERATE-YEAR.
029200 3000-EXIT.
029300     EXIT.
029400
029500 3010-ADD-PERIOD.
029600******************************************************************
029700*    ADD THE PERIOD ENDING ON PERIOD-DATE, OPEN, AND LIST IT ON
029800*    THE AUDIT TRAIL, THEN STEP PERIOD-DATE ON ONE WEEK, TWO
029900*    WEEKS, OR TO THE NEXT HALF-MONTH END.  THE QUARTER IS
029910*    TAKEN FROM THE PERIOD END MONTH.
030000******************************************************************
030050     MOVE CALENDAR-PAY-GROUP TO CL-PAY-GROUP.
030100     MOVE PERIOD-DATE        TO CL-PERIOD-END.
030200     MOVE PERIOD-DATE        TO WORK-DATE.
030300     MOVE CLT-CHECK-DAYS     TO DAYS-TO-ADD.
030400     PERFORM 5000-ADD-DAYS
030500         THRU 5000-EXIT.
030600     MOVE WORK-DATE          TO CL-CHECK-DATE.
030700     MOVE GENERATE-YEAR      TO CL-YEAR.
030800     COMPUTE CL-QUARTER = (PERIOD-MONTH + 2) / 3.
030900     MOVE 'O'                TO CL-STATUS.
031000     MOVE "CALMAINT"         TO CL-LAST-PROGRAM.
031050     MOVE GENERATE-FREQUENCY TO CL-PAY-FREQUENCY.
031100     WRITE PAY-CALENDAR-RECORD
031200         INVALID KEY
031300             DISPLAY "CALMAINT: " CL-PAY-GROUP " PERIOD "
031350                 CL-PERIOD-END
031400                 " ALREADY ON CALENDAR - NOT ADDED"
031500             GO TO 3010-NEXT
031600     END-WRITE.
031700     MOVE "  ADDED "         TO CLA-IMG-CAPTION.
031800     PERFORM 7300-BUILD-RECORD-IMAGE
031900         THRU 7300-EXIT.
032000     WRITE AUDIT-REPORT-RECORD FROM CLA-IMAGE-LINE
032100         AFTER ADVANCING 1 LINE.
032200     ADD 1                   TO PERIODS-ADDED-COUNT.
032300 3010-NEXT.
032310     IF GENERATE-SEMIMONTHLY
032320         PERFORM 3020-NEXT-HALF-MONTH
032330             THRU 3020-EXIT
032340         GO TO 3010-EXIT.
032400     MOVE PERIOD-DATE        TO WORK-DATE.
032500     IF GENERATE-BIWEEKLY
032510         MOVE 14             TO DAYS-TO-ADD
032520     ELSE
032530         MOVE 7              TO DAYS-TO-ADD
032540     END-IF.
032600     PERFORM 5000-ADD-DAYS
032700         THRU 5000-EXIT.
032800     MOVE WORK-DATE          TO PERIOD-DATE.
032900 3010-EXIT.
033000     EXIT.
033010
033020 3020-NEXT-HALF-MONTH.
033030******************************************************************
033040*    STEP A SEMIMONTHLY PERIOD END ON - THE 15TH TO THE LAST DAY
033050*    OF ITS MONTH, THE LAST DAY TO THE 15TH OF THE NEXT MONTH
033060******************************************************************
033070     IF PERIOD-DAY = 15
033080         MOVE PERIOD-DATE    TO WORK-DATE
033090         PERFORM 5020-SET-DAYS-IN-MONTH
033100             THRU 5020-EXIT
033110         MOVE DAYS-IN-MONTH  TO PERIOD-DAY
033120         GO TO 3020-EXIT.
033130     MOVE 15                 TO PERIOD-DAY.
033140     ADD 1                   TO PERIOD-MONTH.
033150     IF PERIOD-MONTH > 12
033160         MOVE 1              TO PERIOD-MONTH
033170         ADD 1               TO PERIOD-YEAR
033180     END-IF.
033190 3020-EXIT.
033195     EXIT.
033198
033200 3100-CLOSE-PERIOD.
033300******************************************************************
033400*    CLOSE ONE PERIOD OF THE PAY GROUP.  ONLY A PERIOD SHEETPAY
033500*    HAS MARKED PAID MAY BE CLOSED - AN OPEN PERIOD HAS NOT
033510*    BEEN PAID YET.
033600******************************************************************
033700     IF CLT-PERIOD-END NOT NUMERIC OR CLT-PERIOD-END = ZERO
033800         MOVE "REJECTED"     TO AUDIT-STATUS
033900         MOVE "PERIOD END REQUIRED" TO AUDIT-REASON
034000         GO TO 3100-EXIT.
034050     MOVE CALENDAR-PAY-GROUP TO CL-PAY-GROUP.
034100     MOVE CLT-PERIOD-END     TO CL-PERIOD-END.
034200     MOVE 'Y'                TO RECORD-FOUND-SW.
034300     READ PAY-CALENDAR-FILE
034400         INVALID KEY
034500             MOVE 'N'        TO RECORD-FOUND-SW
034600     END-READ.
034700     IF NOT RECORD-FOUND
034800         MOVE "REJECTED"     TO AUDIT-STATUS
034900         MOVE "PERIOD NOT ON CALENDAR" TO AUDIT-REASON
035000         GO TO 3100-EXIT.
035100     IF CL-OPEN
035200         MOVE "REJECTED"     TO AUDIT-STATUS
035300         MOVE "PERIOD NOT YET PAID" TO AUDIT-REASON
035400         GO TO 3100-EXIT.
035500     IF CL-CLOSED
035600         MOVE "REJECTED"     TO AUDIT-STATUS
035700         MOVE "PERIOD ALREADY CLOSED" TO AUDIT-REASON
035800         GO TO 3100-EXIT.
035900     PERFORM 7100-WRITE-BEFORE-IMAGE
036000         THRU 7100-EXIT.
036100     MOVE 'C'                TO CL-STATUS.
036200     MOVE "CALMAINT"         TO CL-LAST-PROGRAM.
036300     REWRITE PAY-CALENDAR-RECORD
036400         INVALID KEY
036500             MOVE "REJECTED" TO AUDIT-STATUS
036600             MOVE "CALENDAR REWRITE FAILED" TO AUDIT-REASON
036700             MOVE 'N'        TO BEFORE-IMAGE-SW
036800             GO TO 3100-EXIT
036900     END-REWRITE.
037000     PERFORM 7200-WRITE-AFTER-IMAGE
037100         THRU 7200-EXIT.
037200     ADD 1                   TO PERIODS-CLOSED-COUNT.
037300 3100-EXIT.
037400     EXIT.
037500
037600 5000-ADD-DAYS.
037700******************************************************************
037800*    ADVANCE WORK-DATE BY DAYS-TO-ADD CALENDAR DAYS
037900******************************************************************
038000     PERFORM 5010-ADD-ONE-DAY
038100         THRU 5010-EXIT
038200         DAYS-TO-ADD TIMES.
038300 5000-EXIT.
038400     EXIT.
038500
038600 5010-ADD-ONE-DAY.
038700******************************************************************
038800*    ADVANCE WORK-DATE ONE DAY, ROLLING THE MONTH AND YEAR
038900******************************************************************
039000     ADD 1                   TO WORK-DAY.
039100     PERFORM 5020-SET-DAYS-IN-MONTH
039200         THRU 5020-EXIT.
039300     IF WORK-DAY > DAYS-IN-MONTH
039400         MOVE 1              TO WORK-DAY
039500         ADD 1               TO WORK-MONTH
039600         IF WORK-MONTH > 12
039700             MOVE 1          TO WORK-MONTH
039800             ADD 1           TO WORK-YEAR
039900         END-IF
040000     END-IF.
040100 5010-EXIT.
040200     EXIT.
040300
040400 5020-SET-DAYS-IN-MONTH.
040500******************************************************************
040600*    DAYS IN WORK-MONTH OF WORK-YEAR.  FEBRUARY HAS 29 IN A
040700*    YEAR DIVISIBLE BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE
040800*    BY 400.
040900******************************************************************
041000     MOVE MONTH-DAYS (WORK-MONTH) TO DAYS-IN-MONTH.
041100     IF WORK-MONTH NOT = 2
041200         GO TO 5020-EXIT.
041300     DIVIDE WORK-YEAR BY 4 GIVING LEAP-QUOTIENT
041400         REMAINDER LEAP-REMAINDER.
041500     IF LEAP-REMAINDER NOT = ZERO
041600         GO TO 5020-EXIT.
041700     MOVE 29                 TO DAYS-IN-MONTH.
041800     DIVIDE WORK-YEAR BY 100 GIVING LEAP-QUOTIENT
041900         REMAINDER LEAP-REMAINDER.
042000     IF LEAP-REMAINDER NOT = ZERO
042100         GO TO 5020-EXIT.
042200     DIVIDE WORK-YEAR BY 400 GIVING LEAP-QUOTIENT
042300         REMAINDER LEAP-REMAINDER.
042400     IF LEAP-REMAINDER NOT = ZERO
042500         MOVE 28             TO DAYS-IN-MONTH
042600     END-IF.
042700 5020-EXIT.
042800     EXIT.
042900
043000 7000-WRITE-AUDIT-LINE.
043100******************************************************************
043200*    WRITE ONE AUDIT LINE SHOWING THE TRANSACTION AND WHETHER
043300*    IT WAS ACCEPTED OR REJECTED, AND WHY
043400******************************************************************
043500     MOVE CLT-ACTION         TO CLA-AUD-ACTION.
043550     MOVE CALENDAR-PAY-GROUP TO CLA-AUD-PAY-GROUP.
043600     IF CLT-PERIOD-END NUMERIC
043700         MOVE CLT-PERIOD-END TO CLA-AUD-PERIOD-END
043800     ELSE
043900         MOVE ZERO           TO CLA-AUD-PERIOD-END
044000     END-IF.
044100     MOVE AUDIT-STATUS       TO CLA-AUD-STATUS.
044200     MOVE AUDIT-REASON       TO CLA-AUD-REASON.
044300     WRITE AUDIT-REPORT-RECORD FROM CLA-AUDIT-LINE
044400         AFTER ADVANCING 1 LINE.
044500 7000-EXIT.
044600     EXIT.
044700
044800 7100-WRITE-BEFORE-IMAGE.
044900******************************************************************
045000*    HOLD THE PERIOD AS IT STOOD BEFORE THE CHANGE
045100******************************************************************
045200     MOVE "  BEFORE"         TO CLA-IMG-CAPTION.
045300     PERFORM 7300-BUILD-RECORD-IMAGE
045400         THRU 7300-EXIT.
045500     MOVE CLA-IMAGE-LINE     TO BEFORE-IMAGE-HOLD.
045600     MOVE 'Y'                TO BEFORE-IMAGE-SW.
045700 7100-EXIT.
045800     EXIT.
045900
046000 7200-WRITE-AFTER-IMAGE.
046100******************************************************************
046200*    HOLD THE PERIOD AS IT STANDS AFTER THE CHANGE
046300******************************************************************
046400     MOVE "  AFTER "         TO CLA-IMG-CAPTION.
046500     PERFORM 7300-BUILD-RECORD-IMAGE
046600         THRU 7300-EXIT.
046700     MOVE CLA-IMAGE-LINE     TO AFTER-IMAGE-HOLD.
046800     MOVE 'Y'                TO AFTER-IMAGE-SW.
046900 7200-EXIT.
047000     EXIT.
047100
047200 7300-BUILD-RECORD-IMAGE.
047300******************************************************************
047400*    BUILD ONE IMAGE LINE FROM THE CALENDAR RECORD AREA
047500******************************************************************
047600     MOVE CL-PERIOD-END      TO CLA-IMG-PERIOD-END.
047700     MOVE CL-CHECK-DATE      TO CLA-IMG-CHECK-DATE.
047800     MOVE CL-YEAR            TO CLA-IMG-YEAR.
047900     MOVE CL-QUARTER         TO CLA-IMG-QUARTER.
048000     MOVE CL-STATUS          TO CLA-IMG-STATUS.
048100     MOVE CL-LAST-PROGRAM    TO CLA-IMG-LAST-PROGRAM.
048110     MOVE CL-PAY-GROUP       TO CLA-IMG-PAY-GROUP.
048120     MOVE CL-PAY-FREQUENCY   TO CLA-IMG-PAY-FREQUENCY.
048200 7300-EXIT.
048300     EXIT.
048400
048500 9000-FINALIZE.
048600******************************************************************
048700*    WRITE THE OPERATIONS CONTROL REPORT, CLOSE FILES AND SET
048800*    THE RETURN CODE THE SCHEDULER ACTS ON - 0 ALL
048900*    TRANSACTIONS ACCEPTED, 4 SOME REJECTED, 8 ABORTED
049000******************************************************************
049100     PERFORM 9600-WRITE-CONTROL-REPORT
049200         THRU 9600-EXIT.
049300     CLOSE TRANSACTION-FILE.
049400     CLOSE PAY-CALENDAR-FILE.
049500     CLOSE AUDIT-REPORT.
049600     CLOSE OPS-CONTROL-REPORT.
049700     IF RUN-ABORTED
049800         MOVE 8              TO RETURN-CODE
049900     ELSE
050000         IF TRANS-REJECTED-COUNT > ZERO
050100             MOVE 4          TO RETURN-CODE
050200         ELSE
050300             MOVE 0          TO RETURN-CODE
050400         END-IF
050500     END-IF.
050600 9000-EXIT.
050700     EXIT.
050800
050900 9600-WRITE-CONTROL-REPORT.
051000******************************************************************
051100*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
051200*    STATUS, THE TRANSACTION COUNTS AND THE PERIODS ADDED AND
051300*    CLOSED
051400******************************************************************
051500     IF OPS-FILE-STATUS NOT = "00"
051600         GO TO 9600-EXIT.
051700     MOVE "CALMAINT"            TO OPS-TITLE-PROGRAM.
051800     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
051900         AFTER ADVANCING 1 LINE.
052000     IF RUN-ABORTED
052100         MOVE "ABORTED - CALENDAR NOT UPDATED"
052200             TO OPS-STATUS
052300     ELSE
052400         IF TRANS-REJECTED-COUNT > ZERO
052500             MOVE "COMPLETE - SOME TRANSACTIONS REJECTED"
052600                 TO OPS-STATUS
052700         ELSE
052800             MOVE "COMPLETE - ALL TRANSACTIONS ACCEPTED"
052900                 TO OPS-STATUS
053000         END-IF
053100     END-IF.
053200     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
053300         AFTER ADVANCING 2 LINES.
053400     MOVE "TRANSACTIONS READ"   TO OPS-CNT-CAPTION.
053500     MOVE TRANS-READ-COUNT      TO OPS-CNT-VALUE.
053600     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
053700         AFTER ADVANCING 2 LINES.
053800     MOVE "TRANSACTIONS ACCEPTED" TO OPS-CNT-CAPTION.
053900     MOVE TRANS-ACCEPTED-COUNT  TO OPS-CNT-VALUE.
054000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
054100         AFTER ADVANCING 1 LINE.
054200     MOVE "TRANSACTIONS REJECTED" TO OPS-CNT-CAPTION.
054300     MOVE TRANS-REJECTED-COUNT  TO OPS-CNT-VALUE.
054400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
054500         AFTER ADVANCING 1 LINE.
054600     MOVE "PERIODS ADDED"       TO OPS-CNT-CAPTION.
054700     MOVE PERIODS-ADDED-COUNT   TO OPS-CNT-VALUE.
054800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
054900         AFTER ADVANCING 1 LINE.
055000     MOVE "PERIODS CLOSED"      TO OPS-CNT-CAPTION.
055100     MOVE PERIODS-CLOSED-COUNT  TO OPS-CNT-VALUE.
055200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
055300         AFTER ADVANCING 1 LINE.
055400 9600-EXIT.
055500     EXIT.
