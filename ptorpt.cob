000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.                PTORPT.
000300 AUTHOR.                    R L BENNETT.
000400 INSTALLATION.              PAYROLL SYSTEMS GROUP.
000500 DATE-WRITTEN.              2026-10-15.
000600 DATE-COMPILED.             2026-10-15.
000700******************************************************************
000800*    PTORPT - YEAR-END PTO ROLLOVER AND MONTH-END PTO LIABILITY
000900*------------------------------------------------------------------
001000*    READS THE EMPLOYEE MASTER IN EMPLOYEE ID ORDER AND, UNDER A
001100*    CONTROL CARD (PTOPARM), EITHER
001200*      ROLOVR - ROLLS EACH ACTIVE EMPLOYEE'S VACATION AND SICK
001300*               BALANCES INTO THE NEW YEAR, FORFEITING THE HOURS
001400*               ABOVE THE CARRYOVER LIMIT OF THE EMPLOYEE'S PTO
001500*               POLICY IN EFFECT ON THE AS-OF DATE, AND PRINTS A
001600*               LISTING OF EVERY FORFEIT.  THE MASTER IS STAMPED
001700*               WITH THE ROLLOVER YEAR, SO A RERUN FOR THE SAME
001800*               YEAR PASSES OVER EMPLOYEES ALREADY ROLLED; OR
001900*      LIABRP - VALUES EACH ACTIVE EMPLOYEE'S VACATION AND SICK
002000*               BALANCE AT THE CURRENT PAY RATE, PRINTS THE PTO
002100*               LIABILITY REPORT WITH A COST CENTER SUMMARY, AND
002200*               WRITES THE ACCRUAL ENTRY TO THE GL INTERFACE FILE
002300*               (PTOGL) IN THE SAME LAYOUT AS THE PAY RUN'S FEED -
002400*               A DEBIT PER COST CENTER AND THE VACATION AND SICK
002500*               LIABILITY CREDITS.  THE ENTRY IS THE FULL BALANCE
002600*               AS OF THE DATE, BOOKED AGAINST A REVERSAL OF THE
002700*               PRIOR MONTH'S ENTRY.  NOTHING ON THE MASTER IS
002800*               CHANGED.
002900*------------------------------------------------------------------
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    ---------- ----  ------------------------------------------
003300*    2026-10-15 RLB   ORIGINAL PROGRAM - PTO ROLLOVER AND PTO
003400*                     LIABILITY REPORTING.
003410*    2026-10-15 RLB   A SALARIED EMPLOYEE'S STANDARD HOURS FOLLOW
003420*                     THE PAY FREQUENCY - 40 WEEKLY, 80 BIWEEKLY,
003430*                     86.67 SEMIMONTHLY.
003440*    2026-10-15 RLB   A MASTER RATE THAT IS NOT NUMERIC VALUES THE
003450*                     BALANCE AT ZERO.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.           IBM-370.
003900 OBJECT-COMPUTER.           IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTROL-FILE    ASSIGN TO PTOPARM
004300                            ORGANIZATION IS LINE SEQUENTIAL
004400                            FILE STATUS IS CTL-FILE-STATUS.
004500     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMAST
004600                            ORGANIZATION IS INDEXED
004700                            ACCESS MODE IS DYNAMIC
004800                            RECORD KEY IS EM-EMP-ID
004900                            FILE STATUS IS EMP-FILE-STATUS.
005000     SELECT PTO-FILE        ASSIGN TO PTOFILE
005100                            ORGANIZATION IS LINE SEQUENTIAL
005200                            FILE STATUS IS PTF-FILE-STATUS.
005300     SELECT PTO-REPORT      ASSIGN TO PTOLIST
005400                            ORGANIZATION IS LINE SEQUENTIAL
005500                            FILE STATUS IS RPT-FILE-STATUS.
005600     SELECT GL-INTERFACE-FILE ASSIGN TO PTOGL
005700                            ORGANIZATION IS LINE SEQUENTIAL
005800                            FILE STATUS IS GL-FILE-STATUS.
005900     SELECT OPS-CONTROL-REPORT ASSIGN TO PTOOPSR
006000                            ORGANIZATION IS LINE SEQUENTIAL
006100                            FILE STATUS IS OPS-FILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CONTROL-FILE
006500     RECORDING MODE IS F.
006600     COPY PTOCTL.
006700 FD  EMPLOYEE-MASTER.
006800     COPY EMPMAST.
006900 FD  PTO-FILE.
007000     COPY PTOFREC.
007100 FD  PTO-REPORT.
007200 01  PTO-REPORT-RECORD       PIC X(132).
007300 FD  GL-INTERFACE-FILE.
007400 01  GL-DISTRIBUTION-RECORD  PIC X(67).
007500 FD  OPS-CONTROL-REPORT.
007600 01  OPS-CONTROL-RECORD      PIC X(80).
007700 WORKING-STORAGE SECTION.
007800******************************************************************
007900*    FILE STATUS AND END-OF-FILE SWITCHES
008000******************************************************************
008100 77  CTL-FILE-STATUS         PIC X(02).
008200 77  EMP-FILE-STATUS         PIC X(02).
008300 77  PTF-FILE-STATUS         PIC X(02).
008400 77  RPT-FILE-STATUS         PIC X(02).
008500 77  GL-FILE-STATUS          PIC X(02).
008600 77  OPS-FILE-STATUS         PIC X(02).
008700 77  PTF-EOF-SW              PIC X(01)       VALUE 'N'.
008800     88  PTF-EOF                             VALUE 'Y'.
008900 77  RUN-ABORT-SW            PIC X(01)       VALUE 'N'.
009000     88  RUN-ABORTED                         VALUE 'Y'.
009100 77  MASTER-EOF-SW           PIC X(01)       VALUE 'N'.
009200     88  MASTER-EOF                          VALUE 'Y'.
009300******************************************************************
009400*    RUN TOTALS AND COUNTS
009500******************************************************************
009600 77  EMPLOYEE-COUNT          PIC 9(05)       VALUE ZERO.
009700 77  FORFEIT-COUNT           PIC 9(05)       VALUE ZERO.
009800 77  ALREADY-ROLLED-COUNT    PIC 9(05)       VALUE ZERO.
009900 77  NO-POLICY-COUNT         PIC 9(05)       VALUE ZERO.
010000 77  NO-RATE-COUNT           PIC 9(05)       VALUE ZERO.
010100 77  REWRITE-FAIL-COUNT      PIC 9(05)       VALUE ZERO.
010200 77  TOTAL-VAC-FORFEIT       PIC 9(09)V99    VALUE ZERO.
010300 77  TOTAL-SICK-FORFEIT      PIC 9(09)V99    VALUE ZERO.
010400 77  TOTAL-VAC-HOURS         PIC 9(09)V99    VALUE ZERO.
010500 77  TOTAL-SICK-HOURS        PIC 9(09)V99    VALUE ZERO.
010600 77  TOTAL-VAC-LIABILITY     PIC 9(09)V99    VALUE ZERO.
010700 77  TOTAL-SICK-LIABILITY    PIC 9(09)V99    VALUE ZERO.
010800 77  GL-TOTAL-DEBITS         PIC S9(09)V99   VALUE ZERO.
010900 77  GL-TOTAL-CREDITS        PIC S9(09)V99   VALUE ZERO.
011000******************************************************************
011100*    PTO POLICY AND VALUATION WORK FIELDS.  THE ROLLOVER
011200*    RESOLVES EACH EMPLOYEE'S POLICY (BLANK READS AS "STD ")
011300*    IN EFFECT ON THE AS-OF DATE; THE LIABILITY REPORT VALUES
011400*    BALANCES AT THE HOURLY RATE IN EFFECT ON THAT DATE, OR A
011500*    SALARIED EMPLOYEE'S SALARY PER PERIOD OVER THE STANDARD
011600*    HOURS IN A PERIOD OF THEIR PAY FREQUENCY.
011700******************************************************************
011800 77  STANDARD-HOURS          PIC 9(3)V99      VALUE 40.
011900 77  POLICY-CODE             PIC X(04).
012000 77  POLICY-MATCH-SUB        PIC 9(04) COMP  VALUE ZERO.
012100 77  POLICY-FOUND-SW         PIC X(01)       VALUE 'N'.
012200     88  POLICY-FOUND                        VALUE 'Y'.
012300 77  VAC-BEFORE              PIC 9(05)V99    VALUE ZERO.
012400 77  SICK-BEFORE             PIC 9(05)V99    VALUE ZERO.
012500 77  VAC-FORFEIT             PIC 9(05)V99    VALUE ZERO.
012600 77  SICK-FORFEIT            PIC 9(05)V99    VALUE ZERO.
012700 77  LIABILITY-RATE          PIC 9(05)V99    VALUE ZERO.
012800 77  VAC-VALUE               PIC 9(09)V99    VALUE ZERO.
012900 77  SICK-VALUE              PIC 9(09)V99    VALUE ZERO.
013000 77  EXCEPTION-REASON        PIC X(40).
013100 77  AS-OF-EDIT              PIC 9999/99/99.
013200******************************************************************
013300*    LIABILITY ACCUMULATED BY THE EMPLOYEE'S DEFAULT COST CENTER
013400*    FOR THE SUMMARY AND THE GL DEBITS.  THE TABLE IS SIZED TO
013500*    THE COST CENTER TABLE, PLUS ROOM FOR EMPLOYEES WITH NO
013600*    DEFAULT COST CENTER, WHO ARE GATHERED UNDER A BLANK CODE.
013700******************************************************************
013800 01  CC-LIABILITY-TABLE.
013900     05  CV-ENTRY            OCCURS 60 TIMES
014000                             INDEXED BY CV-IDX.
014100         10  CV-CC-CODE      PIC X(06).
014200         10  CV-VAC-VALUE    PIC 9(09)V99.
014300         10  CV-SICK-VALUE   PIC 9(09)V99.
014400 77  CV-TABLE-MAX            PIC 9(02)       VALUE 60.
014500 77  CV-ENTRY-COUNT          PIC 9(02)       VALUE ZERO.
014600 77  CV-MATCH-SUB            PIC 9(04) COMP  VALUE ZERO.
014700 77  CV-FOUND-SW             PIC X(01)       VALUE 'N'.
014800     88  CV-FOUND                            VALUE 'Y'.
014900******************************************************************
015000*    PTO ACCRUAL POLICY TABLE (LOADED FROM PTOFILE BY ROLOVR)
015100******************************************************************
015200     COPY PTOTAB.
015300******************************************************************
015400*    GL INTERFACE RECORD LAYOUTS
015500******************************************************************
015600     COPY GLREC.
015700******************************************************************
015800*    ROLLOVER LISTING AND LIABILITY REPORT PRINT LINES
015900******************************************************************
016000     COPY PTORREC.
016100******************************************************************
016200*    PRINT LINES FOR THE OPERATIONS CONTROL REPORT
016300******************************************************************
016400     COPY OPSREC.
016500 PROCEDURE DIVISION.
016600 0000-MAINLINE.
016700******************************************************************
016800*    MAIN CONTROL PARAGRAPH
016900******************************************************************
017000     PERFORM 1000-INITIALIZE
017100         THRU 1000-EXIT.
017200     IF NOT RUN-ABORTED
017300         PERFORM 2000-RUN-FUNCTION
017400             THRU 2000-EXIT
017500     END-IF.
017600     PERFORM 9000-FINALIZE
017700         THRU 9000-EXIT.
017800     GOBACK.
017900
018000 1000-INITIALIZE.
018100******************************************************************
018200*    READ THE CONTROL CARD AND OPEN THE MASTER AND REPORT.  THE
018300*    ROLLOVER LOADS THE PTO POLICY TABLE AND OPENS THE MASTER
018400*    FOR UPDATE; THE LIABILITY REPORT OPENS IT FOR INPUT ONLY
018500*    AND OPENS THE GL INTERFACE FILE.  AN UNREADABLE CONTROL
018600*    CARD, AN UNKNOWN FUNCTION, A MISSING AS-OF DATE OR A FILE
018700*    THAT WILL NOT OPEN ABORTS THE RUN - A ROLLOVER IN
018800*    PARTICULAR MUST NEVER GUESS AT ITS YEAR.
018900******************************************************************
019000     OPEN OUTPUT OPS-CONTROL-REPORT.
019100     IF OPS-FILE-STATUS NOT = "00"
019200         DISPLAY "PTORPT: UNABLE TO OPEN OPS-CONTROL-REPORT, "
019300             "STATUS = " OPS-FILE-STATUS
019400         MOVE 'Y' TO RUN-ABORT-SW
019500         GO TO 1000-EXIT.
019600     OPEN INPUT CONTROL-FILE.
019700     IF CTL-FILE-STATUS NOT = "00"
019800         DISPLAY "PTORPT: UNABLE TO OPEN CONTROL-FILE, "
019900             "STATUS = " CTL-FILE-STATUS
020000         MOVE 'Y' TO RUN-ABORT-SW
020100         GO TO 1000-EXIT.
020200     READ CONTROL-FILE
020300         AT END
020400             DISPLAY "PTORPT: CONTROL-FILE IS EMPTY"
020500             MOVE 'Y' TO RUN-ABORT-SW
020600     END-READ.
020700     CLOSE CONTROL-FILE.
020800     IF RUN-ABORTED
020900         GO TO 1000-EXIT.
021000     IF NOT PC-ROLLOVER AND NOT PC-LIABILITY
021100         DISPLAY "PTORPT: UNKNOWN FUNCTION " PC-FUNCTION
021200         MOVE 'Y' TO RUN-ABORT-SW
021300         GO TO 1000-EXIT.
021400     IF PC-AS-OF-DATE NOT NUMERIC OR PC-AS-OF-DATE = ZERO
021500         DISPLAY "PTORPT: " PC-FUNCTION " NEEDS THE AS-OF DATE "
021600             "ON THE CONTROL CARD"
021700         MOVE 'Y' TO RUN-ABORT-SW
021800         GO TO 1000-EXIT.
021900     IF PC-ROLLOVER
022000         PERFORM 1100-LOAD-PTO-POLICY-TABLE
022100             THRU 1100-EXIT
022200     END-IF.
022300     IF RUN-ABORTED
022400         GO TO 1000-EXIT.
022500     IF PC-ROLLOVER
022600         OPEN I-O EMPLOYEE-MASTER
022700     ELSE
022800         OPEN INPUT EMPLOYEE-MASTER
022900     END-IF.
023000     IF EMP-FILE-STATUS NOT = "00"
023100         DISPLAY "PTORPT: UNABLE TO OPEN EMPLOYEE-MASTER, "
023200             "STATUS = " EMP-FILE-STATUS
023300         MOVE 'Y' TO RUN-ABORT-SW
023400         GO TO 1000-EXIT.
023500     OPEN OUTPUT PTO-REPORT.
023600     IF RPT-FILE-STATUS NOT = "00"
023700         DISPLAY "PTORPT: UNABLE TO OPEN PTO-REPORT, "
023800             "STATUS = " RPT-FILE-STATUS
023900         MOVE 'Y' TO RUN-ABORT-SW
024000         GO TO 1000-EXIT.
024100     IF PC-LIABILITY
024200         OPEN OUTPUT GL-INTERFACE-FILE
024300         IF GL-FILE-STATUS NOT = "00"
024400             DISPLAY "PTORPT: UNABLE TO OPEN GL-INTERFACE-FILE, "
024500                 "STATUS = " GL-FILE-STATUS
024600             MOVE 'Y' TO RUN-ABORT-SW
024700         END-IF
024800     END-IF.
024900 1000-EXIT.
025000     EXIT.
025100
025200 1100-LOAD-PTO-POLICY-TABLE.
025300******************************************************************
025400*    LOAD THE PTO ACCRUAL POLICY TABLE FROM THE EXTERNAL POLICY
025500*    FILE MAINTAINED BY PAYROLL WITH TABMAINT.  THE FILE FAILING
025600*    TO OPEN ABORTS THE RUN - NO CARRYOVER LIMIT CAN BE APPLIED
025700*    WITHOUT IT.
025800******************************************************************
025900     OPEN INPUT PTO-FILE.
026000     IF PTF-FILE-STATUS NOT = "00"
026100         DISPLAY "PTORPT: UNABLE TO OPEN PTO-FILE, "
026200             "STATUS = " PTF-FILE-STATUS
026300         MOVE 'Y' TO RUN-ABORT-SW
026400         GO TO 1100-EXIT.
026500     MOVE 'N'                TO PTF-EOF-SW.
026600     PERFORM 1110-LOAD-PTO-ENTRY
026700         THRU 1110-EXIT
026800         UNTIL PTF-EOF.
026900     CLOSE PTO-FILE.
027000 1100-EXIT.
027100     EXIT.
027200
027300 1110-LOAD-PTO-ENTRY.
027400******************************************************************
027500*    READ AND STORE ONE PTO POLICY FILE ENTRY.  MORE ENTRIES
027600*    THAN THE TABLE HOLDS IS A SETUP ERROR THAT ABORTS THE RUN
027700*    RATHER THAN FORFEITING HOURS OFF A PARTIAL TABLE.
027800******************************************************************
027900     READ PTO-FILE
028000         AT END
028100             MOVE 'Y' TO PTF-EOF-SW
028200         NOT AT END
028300             IF PL-ENTRY-COUNT >= PL-TABLE-MAX
028400                 DISPLAY "PTORPT: PTO POLICY FILE EXCEEDS "
028500                     "TABLE LIMIT OF " PL-TABLE-MAX
028600                 MOVE 'Y' TO PTF-EOF-SW
028700                 MOVE 'Y' TO RUN-ABORT-SW
028800             ELSE
028900                 ADD 1 TO PL-ENTRY-COUNT
029000                 MOVE PTF-POLICY-CODE
029100                     TO PL-POLICY-CODE (PL-ENTRY-COUNT)
029200                 MOVE PTF-VAC-RATE
029300                     TO PL-VAC-RATE (PL-ENTRY-COUNT)
029400                 MOVE PTF-SICK-RATE
029500                     TO PL-SICK-RATE (PL-ENTRY-COUNT)
029600                 MOVE PTF-VAC-MAX
029700                     TO PL-VAC-MAX (PL-ENTRY-COUNT)
029800                 MOVE PTF-SICK-MAX
029900                     TO PL-SICK-MAX (PL-ENTRY-COUNT)
030000                 MOVE PTF-VAC-CARRYOVER
030100                     TO PL-VAC-CARRYOVER (PL-ENTRY-COUNT)
030200                 MOVE PTF-SICK-CARRYOVER
030300                     TO PL-SICK-CARRYOVER (PL-ENTRY-COUNT)
030400                 MOVE PTF-EFF-START
030500                     TO PL-EFF-START (PL-ENTRY-COUNT)
030600                 MOVE PTF-EFF-END
030700                     TO PL-EFF-END (PL-ENTRY-COUNT)
030800             END-IF
030900     END-READ.
031000 1110-EXIT.
031100     EXIT.
031200
031300 2000-RUN-FUNCTION.
031400******************************************************************
031500*    POSITION THE MASTER AT ITS FIRST RECORD AND RUN THE
031600*    FUNCTION THE CONTROL CARD SELECTED
031700******************************************************************
031800     MOVE LOW-VALUES         TO EM-EMP-ID.
031900     START EMPLOYEE-MASTER KEY NOT < EM-EMP-ID
032000         INVALID KEY
032100             MOVE 'Y'        TO MASTER-EOF-SW
032200     END-START.
032300     MOVE PC-AS-OF-DATE      TO PR-CAP-AS-OF.
032400     IF PC-ROLLOVER
032500         PERFORM 3000-YEAR-END-ROLLOVER
032600             THRU 3000-EXIT
032700     END-IF.
032800     IF PC-LIABILITY
032900         PERFORM 4000-PTO-LIABILITY
033000             THRU 4000-EXIT
033100     END-IF.
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-NEXT-MASTER.
033600******************************************************************
033700*    READ THE NEXT EMPLOYEE MASTER RECORD IN KEY ORDER,
033800*    SETTING THE END SWITCH WHEN THE FILE IS EXHAUSTED
033900******************************************************************
034000     READ EMPLOYEE-MASTER NEXT RECORD
034100         AT END
034200             MOVE 'Y'        TO MASTER-EOF-SW
034300     END-READ.
034400 2100-EXIT.
034500     EXIT.
034600
034700 2200-RESOLVE-PTO-POLICY.
034800******************************************************************
034900*    FIND THE EMPLOYEE'S PTO POLICY IN EFFECT ON THE AS-OF DATE.
035000*    A BLANK POLICY CODE ON THE MASTER IS THE STANDARD POLICY
035100*    "STD ".  THE CALLER TESTS POLICY-FOUND; WHEN SET, PL-IDX
035200*    POINTS AT THE MATCHING ENTRY.
035300******************************************************************
035400     IF EM-PTO-POLICY = SPACES
035500         MOVE "STD "         TO POLICY-CODE
035600     ELSE
035700         MOVE EM-PTO-POLICY  TO POLICY-CODE
035800     END-IF.
035900     MOVE 'N'                TO POLICY-FOUND-SW.
036000     PERFORM 2210-MATCH-PTO-POLICY
036100         THRU 2210-EXIT
036200         VARYING PL-IDX FROM 1 BY 1
036300         UNTIL PL-IDX > PL-ENTRY-COUNT.
036400     IF POLICY-FOUND
036500         SET PL-IDX          TO POLICY-MATCH-SUB
036600     END-IF.
036700 2200-EXIT.
036800     EXIT.
036900
037000 2210-MATCH-PTO-POLICY.
037100******************************************************************
037200*    REMEMBER THE FIRST LOADED POLICY ENTRY MATCHING THE CODE
037300*    AND IN EFFECT ON THE AS-OF DATE
037400******************************************************************
037500     IF NOT POLICY-FOUND
037600             AND PL-POLICY-CODE (PL-IDX) = POLICY-CODE
037700             AND PC-AS-OF-DATE >= PL-EFF-START (PL-IDX)
037800             AND PC-AS-OF-DATE <= PL-EFF-END (PL-IDX)
037900         SET POLICY-MATCH-SUB TO PL-IDX
038000         MOVE 'Y'            TO POLICY-FOUND-SW
038100     END-IF.
038200 2210-EXIT.
038300     EXIT.
038400
038500 3000-YEAR-END-ROLLOVER.
038600******************************************************************
038700*    ROLL EVERY ACTIVE EMPLOYEE'S BALANCES INTO THE NEW YEAR AND
038800*    PRINT THE FORFEIT LISTING - ONE LINE PER EMPLOYEE WHO LOST
038900*    HOURS, WITH THE BALANCE BEFORE, THE HOURS FORFEITED AND THE
039000*    HOURS CARRIED FORWARD, THEN THE TOTAL HOURS FORFEITED AND
039100*    THE RUN COUNTS.
039200******************************************************************
039300     MOVE "YEAR-END PTO ROLLOVER - HOURS FORFEITED" TO PR-CAPTION.
039400     WRITE PTO-REPORT-RECORD FROM PR-CAPTION-LINE
039500         AFTER ADVANCING 1 LINE.
039600     WRITE PTO-REPORT-RECORD FROM PR-ROLL-COLUMN-LINE
039700         AFTER ADVANCING 2 LINES.
039800     PERFORM 3010-ROLL-ONE-EMPLOYEE
039900         THRU 3010-EXIT
040000         UNTIL MASTER-EOF.
040100     MOVE TOTAL-VAC-FORFEIT  TO PR-RTL-VAC-FORFEIT.
040200     MOVE TOTAL-SICK-FORFEIT TO PR-RTL-SICK-FORFEIT.
040300     WRITE PTO-REPORT-RECORD FROM PR-ROLL-TOTAL-LINE
040400         AFTER ADVANCING 2 LINES.
040500     MOVE "EMPLOYEES ROLLED OVER" TO PR-CNT-CAPTION.
040600     MOVE EMPLOYEE-COUNT     TO PR-CNT-COUNT.
040700     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
040800         AFTER ADVANCING 2 LINES.
040900     MOVE "EMPLOYEES FORFEITING HOURS" TO PR-CNT-CAPTION.
041000     MOVE FORFEIT-COUNT      TO PR-CNT-COUNT.
041100     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
041200         AFTER ADVANCING 1 LINE.
041300     MOVE "ALREADY ROLLED FOR THIS YEAR" TO PR-CNT-CAPTION.
041400     MOVE ALREADY-ROLLED-COUNT TO PR-CNT-COUNT.
041500     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
041600         AFTER ADVANCING 1 LINE.
041700     MOVE "NOT ROLLED - NO POLICY IN EFFECT" TO PR-CNT-CAPTION.
041800     MOVE NO-POLICY-COUNT    TO PR-CNT-COUNT.
041900     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
042000         AFTER ADVANCING 1 LINE.
042100 3000-EXIT.
042200     EXIT.
042300
042400 3010-ROLL-ONE-EMPLOYEE.
042500******************************************************************
042600*    READ THE NEXT MASTER RECORD AND, FOR AN ACTIVE EMPLOYEE NOT
042700*    YET ROLLED FOR THE AS-OF YEAR, CUT EACH BALANCE OVER ITS
042800*    CARRYOVER LIMIT BACK TO THE LIMIT, STAMP THE ROLLOVER YEAR
042900*    AND REWRITE THE RECORD.  THE STAMP IS WRITTEN EVEN WHEN
043000*    NOTHING IS FORFEITED, SO A RERUN NEVER TOUCHES THE EMPLOYEE
043100*    AGAIN.  NO POLICY IN EFFECT LEAVES THE EMPLOYEE UNROLLED ON
043200*    THE EXCEPTION LIST - THE POLICY CAN BE KEYED AND THE RUN
043300*    REPEATED.
043400******************************************************************
043500     PERFORM 2100-READ-NEXT-MASTER
043600         THRU 2100-EXIT.
043700     IF MASTER-EOF
043800         GO TO 3010-EXIT.
043900     IF NOT EM-ACTIVE
044000         GO TO 3010-EXIT.
044100     IF EM-PTO-ROLLOVER-YEAR = PC-AS-OF-YEAR
044200         ADD 1               TO ALREADY-ROLLED-COUNT
044300         GO TO 3010-EXIT.
044400     PERFORM 2200-RESOLVE-PTO-POLICY
044500         THRU 2200-EXIT.
044600     IF NOT POLICY-FOUND
044700         ADD 1               TO NO-POLICY-COUNT
044800         MOVE "NOT ROLLED - NO PTO POLICY IN EFFECT"
044900             TO EXCEPTION-REASON
045000         PERFORM 7000-WRITE-EXCEPTION-LINE
045100             THRU 7000-EXIT
045200         GO TO 3010-EXIT.
045300     MOVE EM-VAC-BALANCE     TO VAC-BEFORE.
045400     MOVE EM-SICK-BALANCE    TO SICK-BEFORE.
045500     MOVE ZERO               TO VAC-FORFEIT.
045600     MOVE ZERO               TO SICK-FORFEIT.
045700     IF EM-VAC-BALANCE > PL-VAC-CARRYOVER (PL-IDX)
045800         COMPUTE VAC-FORFEIT =
045900             EM-VAC-BALANCE - PL-VAC-CARRYOVER (PL-IDX)
046000         MOVE PL-VAC-CARRYOVER (PL-IDX) TO EM-VAC-BALANCE
046100     END-IF.
046200     IF EM-SICK-BALANCE > PL-SICK-CARRYOVER (PL-IDX)
046300         COMPUTE SICK-FORFEIT =
046400             EM-SICK-BALANCE - PL-SICK-CARRYOVER (PL-IDX)
046500         MOVE PL-SICK-CARRYOVER (PL-IDX) TO EM-SICK-BALANCE
046600     END-IF.
046700     MOVE PC-AS-OF-YEAR      TO EM-PTO-ROLLOVER-YEAR.
046800     REWRITE EMPLOYEE-MASTER-RECORD
046900         INVALID KEY
047000             DISPLAY "PTORPT: REWRITE FAILED FOR EMPLOYEE "
047100                 EM-EMP-ID
047200             ADD 1       TO REWRITE-FAIL-COUNT
047300             GO TO 3010-EXIT
047400     END-REWRITE.
047500     ADD 1                   TO EMPLOYEE-COUNT.
047600     IF VAC-FORFEIT = ZERO AND SICK-FORFEIT = ZERO
047700         GO TO 3010-EXIT.
047800     MOVE EM-EMP-ID          TO PR-ROL-EMP-ID.
047900     MOVE EM-WHO             TO PR-ROL-WHO.
048000     MOVE POLICY-CODE        TO PR-ROL-POLICY.
048100     MOVE VAC-BEFORE         TO PR-ROL-VAC-BEFORE.
048200     MOVE VAC-FORFEIT        TO PR-ROL-VAC-FORFEIT.
048300     MOVE EM-VAC-BALANCE     TO PR-ROL-VAC-CARRIED.
048400     MOVE SICK-BEFORE        TO PR-ROL-SICK-BEFORE.
048500     MOVE SICK-FORFEIT       TO PR-ROL-SICK-FORFEIT.
048600     MOVE EM-SICK-BALANCE    TO PR-ROL-SICK-CARRIED.
048700     WRITE PTO-REPORT-RECORD FROM PR-ROLL-DETAIL-LINE
048800         AFTER ADVANCING 1 LINE.
048900     ADD 1                   TO FORFEIT-COUNT.
049000     ADD VAC-FORFEIT         TO TOTAL-VAC-FORFEIT.
049100     ADD SICK-FORFEIT        TO TOTAL-SICK-FORFEIT.
049200 3010-EXIT.
049300     EXIT.
049400
049500 4000-PTO-LIABILITY.
049600******************************************************************
049700*    VALUE EVERY ACTIVE EMPLOYEE'S PTO BALANCES AND PRINT THE
049800*    LIABILITY REPORT - ONE LINE PER EMPLOYEE, COMPANY TOTALS,
049900*    AND A SUMMARY BY COST CENTER - THEN WRITE THE GL ACCRUAL
050000*    ENTRY THE SUMMARY IS PROVED AGAINST.
050100******************************************************************
050200     MOVE "MONTH-END PTO LIABILITY" TO PR-CAPTION.
050300     WRITE PTO-REPORT-RECORD FROM PR-CAPTION-LINE
050400         AFTER ADVANCING 1 LINE.
050500     WRITE PTO-REPORT-RECORD FROM PR-LIAB-COLUMN-LINE
050600         AFTER ADVANCING 2 LINES.
050700     PERFORM 4010-VALUE-ONE-EMPLOYEE
050800         THRU 4010-EXIT
050900         UNTIL MASTER-EOF.
051000     IF RUN-ABORTED
051100         GO TO 4000-EXIT.
051200     MOVE TOTAL-VAC-HOURS    TO PR-LTL-VAC-HOURS.
051300     MOVE TOTAL-VAC-LIABILITY TO PR-LTL-VAC-VALUE.
051400     MOVE TOTAL-SICK-HOURS   TO PR-LTL-SICK-HOURS.
051500     MOVE TOTAL-SICK-LIABILITY TO PR-LTL-SICK-VALUE.
051600     WRITE PTO-REPORT-RECORD FROM PR-LIAB-TOTAL-LINE
051700         AFTER ADVANCING 2 LINES.
051800     WRITE PTO-REPORT-RECORD FROM PR-CC-COLUMN-LINE
051900         AFTER ADVANCING 3 LINES.
052000     PERFORM 4100-PRINT-COST-CENTER
052100         THRU 4100-EXIT
052200         VARYING CV-IDX FROM 1 BY 1
052300         UNTIL CV-IDX > CV-ENTRY-COUNT.
052400     MOVE "EMPLOYEES VALUED" TO PR-CNT-CAPTION.
052500     MOVE EMPLOYEE-COUNT     TO PR-CNT-COUNT.
052600     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
052700         AFTER ADVANCING 2 LINES.
052800     MOVE "VALUED AT ZERO - NO PAY RATE" TO PR-CNT-CAPTION.
052900     MOVE NO-RATE-COUNT      TO PR-CNT-COUNT.
053000     WRITE PTO-REPORT-RECORD FROM PR-COUNT-LINE
053100         AFTER ADVANCING 1 LINE.
053200     PERFORM 5000-WRITE-GL-ACCRUAL
053300         THRU 5000-EXIT.
053400 4000-EXIT.
053500     EXIT.
053600
053700 4010-VALUE-ONE-EMPLOYEE.
053800******************************************************************
053900*    READ THE NEXT MASTER RECORD AND, FOR AN ACTIVE EMPLOYEE,
054000*    VALUE THE VACATION AND SICK BALANCES AT THE CURRENT RATE,
054100*    PRINT THE LINE AND ROLL THE TOTALS.  AN EMPLOYEE WITH A
054200*    BALANCE BUT NO RATE TO VALUE IT AT IS PRINTED AT ZERO AND
054300*    FLAGGED FOR PAYROLL TO KEY THE RATE.
054400******************************************************************
054500     PERFORM 2100-READ-NEXT-MASTER
054600         THRU 2100-EXIT.
054700     IF MASTER-EOF
054800         GO TO 4010-EXIT.
054900     IF NOT EM-ACTIVE
055000         GO TO 4010-EXIT.
055100     PERFORM 4020-RESOLVE-RATE
055200         THRU 4020-EXIT.
055300     COMPUTE VAC-VALUE ROUNDED =
055400         EM-VAC-BALANCE * LIABILITY-RATE.
055500     COMPUTE SICK-VALUE ROUNDED =
055600         EM-SICK-BALANCE * LIABILITY-RATE.
055700     MOVE SPACES             TO PR-LIA-NOTE.
055800     IF LIABILITY-RATE = ZERO
055900             AND (EM-VAC-BALANCE > ZERO OR EM-SICK-BALANCE > ZERO)
056000         MOVE "NO PAY RATE"  TO PR-LIA-NOTE
056100         ADD 1               TO NO-RATE-COUNT
056200     END-IF.
056300     PERFORM 4030-ACCUMULATE-COST-CENTER
056400         THRU 4030-EXIT.
056500     IF RUN-ABORTED
056600         GO TO 4010-EXIT.
056700     MOVE EM-EMP-ID          TO PR-LIA-EMP-ID.
056800     MOVE EM-WHO             TO PR-LIA-WHO.
056900     MOVE EM-DEFAULT-CC      TO PR-LIA-CC-CODE.
057000     MOVE LIABILITY-RATE     TO PR-LIA-RATE.
057100     MOVE EM-VAC-BALANCE     TO PR-LIA-VAC-HOURS.
057200     MOVE VAC-VALUE          TO PR-LIA-VAC-VALUE.
057300     MOVE EM-SICK-BALANCE    TO PR-LIA-SICK-HOURS.
057400     MOVE SICK-VALUE         TO PR-LIA-SICK-VALUE.
057500     WRITE PTO-REPORT-RECORD FROM PR-LIAB-DETAIL-LINE
057600         AFTER ADVANCING 1 LINE.
057700     ADD 1                   TO EMPLOYEE-COUNT.
057800     ADD EM-VAC-BALANCE      TO TOTAL-VAC-HOURS.
057900     ADD EM-SICK-BALANCE     TO TOTAL-SICK-HOURS.
058000     ADD VAC-VALUE           TO TOTAL-VAC-LIABILITY.
058100     ADD SICK-VALUE          TO TOTAL-SICK-LIABILITY.
058200 4010-EXIT.
058300     EXIT.
058400
058500 4020-RESOLVE-RATE.
058600******************************************************************
058700*    THE RATE PTO IS VALUED AT ON THE AS-OF DATE.  AN HOURLY
058800*    EMPLOYEE USES THE MASTER BASE RATE, OR THE PRIOR RATE WHEN
058900*    A RAISE IS KEYED TO TAKE EFFECT AFTER THE AS-OF DATE.  A
059000*    SALARIED EMPLOYEE'S HOURLY EQUIVALENT IS THE SALARY PER
059100*    PERIOD OVER THE STANDARD HOURS OF THAT PERIOD - 40
059110*    WEEKLY, 80 BIWEEKLY, 86.67 SEMIMONTHLY, AS SHEETPAY PAYS.
059120*    A RATE THAT IS NOT NUMERIC (A MASTER WRITTEN BEFORE IT
059130*    CARRIED RATES) VALUES THE BALANCE AT ZERO, AND A DATE THAT
059140*    IS NOT NUMERIC IS NO PENDING CHANGE.
059200******************************************************************
059300     MOVE ZERO               TO LIABILITY-RATE.
059400     IF EM-SALARIED
059410         IF EM-PAY-BIWEEKLY
059420             MOVE 80         TO STANDARD-HOURS
059430         ELSE
059440             IF EM-PAY-SEMIMONTHLY
059450                 MOVE 86.67  TO STANDARD-HOURS
059460             ELSE
059470                 MOVE 40     TO STANDARD-HOURS
059480             END-IF
059490         END-IF
059500         COMPUTE LIABILITY-RATE ROUNDED =
059600             EM-SALARY-PER-PERIOD / STANDARD-HOURS
059700         GO TO 4020-EXIT.
059710     IF EM-BASE-RATE NOT NUMERIC
059720         GO TO 4020-EXIT.
059730     MOVE EM-BASE-RATE       TO LIABILITY-RATE.
059740     IF EM-RATE-EFF-DATE NOT NUMERIC
059750         GO TO 4020-EXIT.
059800     IF EM-RATE-EFF-DATE > PC-AS-OF-DATE
059850         IF EM-PRIOR-RATE NUMERIC
059900             MOVE EM-PRIOR-RATE TO LIABILITY-RATE
060000         ELSE
060100             MOVE ZERO       TO LIABILITY-RATE
060150         END-IF
060200     END-IF.
060300 4020-EXIT.
060400     EXIT.
060500
060600 4030-ACCUMULATE-COST-CENTER.
060700******************************************************************
060800*    ADD THE EMPLOYEE'S VALUES TO THE DEFAULT COST CENTER'S
060900*    ENTRY, OPENING ONE THE FIRST TIME THE CODE IS SEEN.  MORE
061000*    COST CENTERS THAN THE TABLE HOLDS ABORTS THE RUN BEFORE ANY
061100*    GL ENTRY IS WRITTEN, RATHER THAN BOOKING A PARTIAL ACCRUAL.
061200******************************************************************
061300     MOVE 'N'                TO CV-FOUND-SW.
061400     PERFORM 4035-MATCH-COST-CENTER
061500         THRU 4035-EXIT
061600         VARYING CV-IDX FROM 1 BY 1
061700         UNTIL CV-IDX > CV-ENTRY-COUNT.
061800     IF NOT CV-FOUND
061900         IF CV-ENTRY-COUNT >= CV-TABLE-MAX
062000             DISPLAY "PTORPT: COST CENTERS EXCEED TABLE LIMIT OF "
062100                 CV-TABLE-MAX
062200             MOVE 'Y'        TO RUN-ABORT-SW
062300             MOVE 'Y'        TO MASTER-EOF-SW
062400             GO TO 4030-EXIT
062500         END-IF
062600         ADD 1               TO CV-ENTRY-COUNT
062700         MOVE CV-ENTRY-COUNT TO CV-MATCH-SUB
062800         SET CV-IDX          TO CV-MATCH-SUB
062900         MOVE EM-DEFAULT-CC  TO CV-CC-CODE (CV-IDX)
063000         MOVE ZERO           TO CV-VAC-VALUE (CV-IDX)
063100         MOVE ZERO           TO CV-SICK-VALUE (CV-IDX)
063200     END-IF.
063300     SET CV-IDX              TO CV-MATCH-SUB.
063400     ADD VAC-VALUE           TO CV-VAC-VALUE (CV-IDX).
063500     ADD SICK-VALUE          TO CV-SICK-VALUE (CV-IDX).
063600 4030-EXIT.
063700     EXIT.
063800
063900 4035-MATCH-COST-CENTER.
064000******************************************************************
064100*    REMEMBER THE TABLE ENTRY FOR THE EMPLOYEE'S COST CENTER
064200******************************************************************
064300     IF NOT CV-FOUND
064400             AND CV-CC-CODE (CV-IDX) = EM-DEFAULT-CC
064500         SET CV-MATCH-SUB    TO CV-IDX
064600         MOVE 'Y'            TO CV-FOUND-SW
064700     END-IF.
064800 4035-EXIT.
064900     EXIT.
065000
065100 4100-PRINT-COST-CENTER.
065200******************************************************************
065300*    PRINT ONE COST CENTER'S LINE OF THE LIABILITY SUMMARY
065400******************************************************************
065500     MOVE CV-CC-CODE (CV-IDX)  TO PR-CCD-CC-CODE.
065600     MOVE CV-VAC-VALUE (CV-IDX) TO PR-CCD-VAC-VALUE.
065700     MOVE CV-SICK-VALUE (CV-IDX) TO PR-CCD-SICK-VALUE.
065800     COMPUTE PR-CCD-TOTAL-VALUE =
065900         CV-VAC-VALUE (CV-IDX) + CV-SICK-VALUE (CV-IDX).
066000     WRITE PTO-REPORT-RECORD FROM PR-CC-DETAIL-LINE
066100         AFTER ADVANCING 1 LINE.
066200 4100-EXIT.
066300     EXIT.
066400
066500 5000-WRITE-GL-ACCRUAL.
066600******************************************************************
066700*    WRITE THE PTO ACCRUAL ENTRY TO THE GL INTERFACE FILE IN THE
066800*    PAY RUN'S FEED LAYOUT - THE HEADER CARRYING THE AS-OF DATE,
066900*    ONE DEBIT PER COST CENTER (THE LIABILITY IN THE GROSS PAY
067000*    COLUMN, THE WITHHOLDING COLUMNS ZERO), THE VACATION AND
067100*    SICK LIABILITY CREDITS, AND THE PROOF RECORD.
067200******************************************************************
067300     MOVE PC-AS-OF-DATE      TO GL-HDR-PERIOD-END.
067400     WRITE GL-DISTRIBUTION-RECORD FROM GL-HEADER-RECORD.
067500     PERFORM 5100-WRITE-CC-DEBIT
067600         THRU 5100-EXIT
067700         VARYING CV-IDX FROM 1 BY 1
067800         UNTIL CV-IDX > CV-ENTRY-COUNT.
067900     MOVE "VACLIA"           TO GL-CR-ACCOUNT.
068000     MOVE "ACCRUED VACATION LIABILITY" TO GL-CR-DESCRIPTION.
068100     MOVE TOTAL-VAC-LIABILITY TO GL-CR-AMOUNT.
068200     WRITE GL-DISTRIBUTION-RECORD FROM GL-CREDIT-RECORD.
068300     ADD GL-CR-AMOUNT        TO GL-TOTAL-CREDITS.
068400     MOVE "SCKLIA"           TO GL-CR-ACCOUNT.
068500     MOVE "ACCRUED SICK LIABILITY" TO GL-CR-DESCRIPTION.
068600     MOVE TOTAL-SICK-LIABILITY TO GL-CR-AMOUNT.
068700     WRITE GL-DISTRIBUTION-RECORD FROM GL-CREDIT-RECORD.
068800     ADD GL-CR-AMOUNT        TO GL-TOTAL-CREDITS.
068900     MOVE GL-TOTAL-DEBITS    TO GL-PRF-TOTAL-DEBITS.
069000     MOVE GL-TOTAL-CREDITS   TO GL-PRF-TOTAL-CREDITS.
069100     IF GL-TOTAL-DEBITS = GL-TOTAL-CREDITS
069200         MOVE "FEED IN BALANCE"     TO GL-PRF-STATUS
069300     ELSE
069400         MOVE "**FEED OUT OF BAL**" TO GL-PRF-STATUS
069500     END-IF.
069600     WRITE GL-DISTRIBUTION-RECORD FROM GL-PROOF-RECORD.
069700 5000-EXIT.
069800     EXIT.
069900
070000 5100-WRITE-CC-DEBIT.
070100******************************************************************
070200*    WRITE ONE COST CENTER'S PTO EXPENSE DEBIT
070300******************************************************************
070400     MOVE CV-CC-CODE (CV-IDX) TO GL-DR-CC-CODE.
070500     COMPUTE GL-DR-GROSS-PAY =
070600         CV-VAC-VALUE (CV-IDX) + CV-SICK-VALUE (CV-IDX).
070700     MOVE ZERO               TO GL-DR-FEDERAL-WH.
070800     MOVE ZERO               TO GL-DR-STATE-WH.
070900     MOVE ZERO               TO GL-DR-FICA-WH.
071000     MOVE ZERO               TO GL-DR-NET-PAY.
071100     WRITE GL-DISTRIBUTION-RECORD FROM GL-DEBIT-RECORD.
071200     ADD GL-DR-GROSS-PAY     TO GL-TOTAL-DEBITS.
071300 5100-EXIT.
071400     EXIT.
071500
071600 7000-WRITE-EXCEPTION-LINE.
071700******************************************************************
071800*    PRINT AN EMPLOYEE LEFT OUT OF THE RUN, WITH THE REASON, ON
071900*    THE LISTING
072000******************************************************************
072100     MOVE EM-EMP-ID          TO PR-EXC-EMP-ID.
072200     MOVE EM-WHO             TO PR-EXC-WHO.
072300     MOVE POLICY-CODE        TO PR-EXC-POLICY.
072400     MOVE EXCEPTION-REASON   TO PR-EXC-REASON.
072500     WRITE PTO-REPORT-RECORD FROM PR-EXCEPTION-LINE
072600         AFTER ADVANCING 1 LINE.
072700 7000-EXIT.
072800     EXIT.
072900
073000 9000-FINALIZE.
073100******************************************************************
073200*    WRITE THE OPERATIONS CONTROL REPORT, CLOSE FILES AND SET
073300*    THE RETURN CODE THE SCHEDULER ACTS ON - 0 CLEAN, 4 ONE OR
073400*    MORE EMPLOYEES NOT ROLLED, VALUED WITHOUT A RATE OR NOT
073500*    REWRITTEN, 8 ABORTED
073600******************************************************************
073700     PERFORM 9600-WRITE-CONTROL-REPORT
073800         THRU 9600-EXIT.
073900     CLOSE EMPLOYEE-MASTER.
074000     CLOSE PTO-REPORT.
074100     IF PC-LIABILITY
074200         CLOSE GL-INTERFACE-FILE
074300     END-IF.
074400     CLOSE OPS-CONTROL-REPORT.
074500     IF RUN-ABORTED
074600         MOVE 8              TO RETURN-CODE
074700     ELSE
074800         IF NO-POLICY-COUNT > ZERO OR NO-RATE-COUNT > ZERO
074900                 OR REWRITE-FAIL-COUNT > ZERO
075000             MOVE 4          TO RETURN-CODE
075100         ELSE
075200             MOVE 0          TO RETURN-CODE
075300         END-IF
075400     END-IF.
075500 9000-EXIT.
075600     EXIT.
075700
075800 9600-WRITE-CONTROL-REPORT.
075900******************************************************************
076000*    WRITE THE ONE-PAGE OPERATIONS CONTROL REPORT - RUN
076100*    STATUS, THE FUNCTION AND AS-OF DATE, AND THE RUN'S COUNTS
076200*    AND TOTALS
076300******************************************************************
076400     IF OPS-FILE-STATUS NOT = "00"
076500         GO TO 9600-EXIT.
076600     MOVE "PTORPT  "            TO OPS-TITLE-PROGRAM.
076700     WRITE OPS-CONTROL-RECORD FROM OPS-TITLE-LINE
076800         AFTER ADVANCING 1 LINE.
076900     IF RUN-ABORTED
077000         MOVE "ABORTED - NOTHING UPDATED OR BOOKED"
077100             TO OPS-STATUS
077200     ELSE
077300         IF NO-POLICY-COUNT > ZERO OR NO-RATE-COUNT > ZERO
077400                 OR REWRITE-FAIL-COUNT > ZERO
077500             MOVE "COMPLETE - EXCEPTIONS ON THE LISTING"
077600                 TO OPS-STATUS
077700         ELSE
077800             MOVE "COMPLETE - CLEAN" TO OPS-STATUS
077900         END-IF
078000     END-IF.
078100     WRITE OPS-CONTROL-RECORD FROM OPS-STATUS-LINE
078200         AFTER ADVANCING 2 LINES.
078300     MOVE "FUNCTION"            TO OPS-TXT-CAPTION.
078400     MOVE PC-FUNCTION           TO OPS-TXT-VALUE.
078500     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
078600         AFTER ADVANCING 2 LINES.
078700     IF RUN-ABORTED
078800         GO TO 9600-EXIT.
078900     MOVE PC-AS-OF-DATE         TO AS-OF-EDIT.
079000     MOVE "AS-OF DATE"          TO OPS-TXT-CAPTION.
079100     MOVE AS-OF-EDIT            TO OPS-TXT-VALUE.
079200     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
079300         AFTER ADVANCING 1 LINE.
079400     IF PC-ROLLOVER
079500         PERFORM 9610-ROLLOVER-COUNTS
079600             THRU 9610-EXIT
079700     ELSE
079800         PERFORM 9620-LIABILITY-COUNTS
079900             THRU 9620-EXIT
080000     END-IF.
080100 9600-EXIT.
080200     EXIT.
080300
080400 9610-ROLLOVER-COUNTS.
080500******************************************************************
080600*    THE ROLLOVER'S COUNTS AND HOURS FORFEITED
080700******************************************************************
080800     MOVE "EMPLOYEES ROLLED OVER" TO OPS-CNT-CAPTION.
080900     MOVE EMPLOYEE-COUNT        TO OPS-CNT-VALUE.
081000     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
081100         AFTER ADVANCING 2 LINES.
081200     MOVE "EMPLOYEES FORFEITING HOURS" TO OPS-CNT-CAPTION.
081300     MOVE FORFEIT-COUNT         TO OPS-CNT-VALUE.
081400     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
081500         AFTER ADVANCING 1 LINE.
081600     MOVE "ALREADY ROLLED FOR THIS YEAR" TO OPS-CNT-CAPTION.
081700     MOVE ALREADY-ROLLED-COUNT  TO OPS-CNT-VALUE.
081800     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
081900         AFTER ADVANCING 1 LINE.
082000     MOVE "NOT ROLLED - NO POLICY IN EFFECT" TO OPS-CNT-CAPTION.
082100     MOVE NO-POLICY-COUNT       TO OPS-CNT-VALUE.
082200     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
082300         AFTER ADVANCING 1 LINE.
082400     MOVE "MASTER REWRITES FAILED" TO OPS-CNT-CAPTION.
082500     MOVE REWRITE-FAIL-COUNT    TO OPS-CNT-VALUE.
082600     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
082700         AFTER ADVANCING 1 LINE.
082800     MOVE "VACATION HOURS FORFEITED" TO OPS-AMT-CAPTION.
082900     MOVE TOTAL-VAC-FORFEIT     TO OPS-AMT-VALUE.
083000     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
083100         AFTER ADVANCING 1 LINE.
083200     MOVE "SICK HOURS FORFEITED" TO OPS-AMT-CAPTION.
083300     MOVE TOTAL-SICK-FORFEIT    TO OPS-AMT-VALUE.
083400     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
083500         AFTER ADVANCING 1 LINE.
083600 9610-EXIT.
083700     EXIT.
083800
083900 9620-LIABILITY-COUNTS.
084000******************************************************************
084100*    THE LIABILITY REPORT'S COUNTS, TOTALS AND GL FEED PROOF
084200******************************************************************
084300     MOVE "EMPLOYEES VALUED"    TO OPS-CNT-CAPTION.
084400     MOVE EMPLOYEE-COUNT        TO OPS-CNT-VALUE.
084500     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
084600         AFTER ADVANCING 2 LINES.
084700     MOVE "VALUED AT ZERO - NO PAY RATE" TO OPS-CNT-CAPTION.
084800     MOVE NO-RATE-COUNT         TO OPS-CNT-VALUE.
084900     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
085000         AFTER ADVANCING 1 LINE.
085100     MOVE "COST CENTERS DEBITED" TO OPS-CNT-CAPTION.
085200     MOVE CV-ENTRY-COUNT        TO OPS-CNT-VALUE.
085300     WRITE OPS-CONTROL-RECORD FROM OPS-COUNT-LINE
085400         AFTER ADVANCING 1 LINE.
085500     MOVE "VACATION LIABILITY" TO OPS-AMT-CAPTION.
085600     MOVE TOTAL-VAC-LIABILITY   TO OPS-AMT-VALUE.
085700     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
085800         AFTER ADVANCING 1 LINE.
085900     MOVE "SICK LIABILITY"      TO OPS-AMT-CAPTION.
086000     MOVE TOTAL-SICK-LIABILITY  TO OPS-AMT-VALUE.
086100     WRITE OPS-CONTROL-RECORD FROM OPS-AMOUNT-LINE
086200         AFTER ADVANCING 1 LINE.
086300     MOVE "GL FEED STATUS"      TO OPS-TXT-CAPTION.
086400     MOVE GL-PRF-STATUS         TO OPS-TXT-VALUE.
086500     WRITE OPS-CONTROL-RECORD FROM OPS-TEXT-LINE
086600         AFTER ADVANCING 1 LINE.
086700 9620-EXIT.
086800     EXIT.
